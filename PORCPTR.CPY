      ****************************************************************
      * PORCPTR.CPY
      * Purchase-order receipt log layout for the Luna, Ltd.
      * inventory system.  PoReceive appends one record for every
      * quantity it applies to an open purchase-order line -- a
      * receipt that closes or part-fills the line, or a return to
      * vendor that takes quantity back off it -- to
      * PoReceiptLogFile.txt.  The open-PO file forgets a line the
      * night it is filled; this log is what is left to show what
      * was received against each order, and when, once the line
      * is gone.  InvoiceMatch reads it for the received side of
      * the three-way match.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO SUPPLIER INVOICES CAN BE MATCHED
      *        AGAINST WHAT WAS RECEIVED INSTEAD OF AGAINST THE
      *        PAPER RECEIVING SLIPS.
      *   RCJ  ADDED OVER-SHIPMENT ENTRY TYPE ("O") AND SHORT-CLOSED
      *        LINE STATUS ("S") FOR THE RECEIVED-PO HISTORY.  AN
      *        OVER-SHIPMENT IS NOT RECEIVED QUANTITY ON THE LINE;
      *        A SHORT CLOSE CARRIES A ZERO QUANTITY.
      ****************************************************************
       01  PO-RECEIPT-RECORD.
           05  PR-PO-NUMBER                PIC 9(6).
           05  PR-SUPPLIER-ID              PIC X(6).
           05  PR-CATALOG-NUM              PIC X(5).
           05  PR-ORDER-DATE.
               10  PR-ORDER-YEAR           PIC 9999.
               10  PR-ORDER-MONTH          PIC 99.
               10  PR-ORDER-DAY            PIC 99.
           05  PR-ORDER-QTY                PIC 9(5).
           05  PR-UNIT-PRICE               PIC 999V99.
           05  PR-RECEIPT-DATE.
               10  PR-RECEIPT-YEAR         PIC 9999.
               10  PR-RECEIPT-MONTH        PIC 99.
               10  PR-RECEIPT-DAY          PIC 99.
           05  PR-QUANTITY                 PIC 9(5).
           05  PR-ENTRY-TYPE               PIC X(1).
               88  PR-RECEIVED                 VALUE "R".
               88  PR-RETURNED                 VALUE "V".
               88  PR-OVER-SHIPPED             VALUE "O".
           05  PR-LINE-STATUS              PIC X(1).
               88  PR-LINE-CLOSED              VALUE "C".
               88  PR-LINE-OPEN                VALUE "O".
               88  PR-LINE-SHORT-CLOSED        VALUE "S".
