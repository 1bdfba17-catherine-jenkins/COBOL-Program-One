      ****************************************************************
      * APPRINVR.CPY
      * Approved supplier invoice line layout for the Luna, Ltd.
      * inventory system.  InvoiceMatch appends one record to
      * ApprovedInvoiceFile.txt for every invoice line it approves
      * for payment, stamped with the approval date and the date
      * payment falls due under the supplier's terms.  The file is
      * read back on every run so a purchase-order line is never
      * paid for more than was received and an invoice number is
      * never approved twice.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, WITH THE THREE-WAY INVOICE MATCH.
      ****************************************************************
       01  APPROVED-INVOICE-RECORD.
           05  AI-INVOICE-NUMBER           PIC X(10).
           05  AI-SUPPLIER-ID              PIC X(6).
           05  AI-INVOICE-DATE             PIC 9(8).
           05  AI-PO-NUMBER                PIC 9(6).
           05  AI-CATALOG-NUM              PIC X(5).
           05  AI-QUANTITY-BILLED          PIC 9(5).
           05  AI-UNIT-PRICE-BILLED        PIC 999V99.
           05  AI-APPROVED-DATE            PIC 9(8).
           05  AI-DUE-DATE                 PIC 9(8).
