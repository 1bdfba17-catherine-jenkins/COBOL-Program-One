      ****************************************************************
      * POHISTR.CPY
      * Received purchase-order history layout for the Luna, Ltd.
      * inventory system.  PoHistory keeps one record per purchase
      * order line that has closed -- filled, or short-closed by
      * purchasing -- in PoHistoryFile.txt, in purchase order /
      * catalog number sequence, so what was ordered, when it came
      * in, and what it was billed at is still on file long after
      * the line has gone from the open-PO file.  SuppScore reads
      * it for the quarterly supplier scorecard.
      *
      * RH-RECEIPT-ENTRY holds each receipt applied to the line in
      * the order it was received.  A line received more than six
      * times has the sixth and later receipts added together in
      * the sixth entry under the date of the last one;
      * RH-RECEIPT-COUNT is the true number of receipts.
      * RH-RECEIVED-QTY is every receipt applied to the line and
      * RH-RETURNED-QTY every return to vendor taken off it;
      * RH-OVERSHIP-QTY is received beyond the line and is in
      * neither.  RH-INVOICED-COST is the extended billed cost of
      * RH-INVOICED-QTY from the approved invoice lines.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, BECAUSE A FILLED LINE WAS DROPPED
      *        FROM THE OPEN-PO FILE AND THERE WAS NO WAY TO SCORE
      *        A SUPPLIER'S DELIVERIES AFTER THE FACT.
      ****************************************************************
       01  PO-HISTORY-RECORD.
           05  RH-PO-NUMBER                PIC 9(6).
           05  RH-CATALOG-NUM              PIC X(5).
           05  RH-SUPPLIER-ID              PIC X(6).
           05  RH-ORDER-DATE.
               10  RH-ORDER-YEAR           PIC 9999.
               10  RH-ORDER-MONTH          PIC 99.
               10  RH-ORDER-DAY            PIC 99.
           05  RH-ORDER-QTY                PIC 9(5).
           05  RH-UNIT-PRICE               PIC 999V99.
           05  RH-CLOSE-STATUS             PIC X(1).
               88  RH-LINE-CLOSED              VALUE "C".
               88  RH-LINE-SHORT-CLOSED        VALUE "S".
           05  RH-CLOSE-DATE.
               10  RH-CLOSE-YEAR           PIC 9999.
               10  RH-CLOSE-MONTH          PIC 99.
               10  RH-CLOSE-DAY            PIC 99.
           05  RH-RECEIPT-COUNT            PIC 9(3).
           05  RH-RECEIPT-ENTRY            OCCURS 6.
               10  RH-RECEIPT-DATE.
                   15  RH-RECEIPT-YEAR     PIC 9999.
                   15  RH-RECEIPT-MONTH    PIC 99.
                   15  RH-RECEIPT-DAY      PIC 99.
               10  RH-RECEIPT-QTY          PIC 9(5).
           05  RH-RECEIVED-QTY             PIC 9(5).
           05  RH-RETURNED-QTY             PIC 9(5).
           05  RH-OVERSHIP-QTY             PIC 9(5).
           05  RH-INVOICED-QTY             PIC 9(5).
           05  RH-INVOICED-COST            PIC 9(7)V99.
