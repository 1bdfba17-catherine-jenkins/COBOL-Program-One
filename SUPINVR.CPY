      ****************************************************************
      * SUPINVR.CPY
      * Supplier invoice line layout for the Luna, Ltd. inventory
      * system.  Accounts payable keys one record per line of each
      * supplier invoice into SupplierInvoiceFile.txt; InvoiceMatch
      * holds every line against the purchase-order line it names
      * and the receipts PoReceive logged against it.  An invoice
      * that cannot be approved is carried to
      * NewSupplierInvoiceFile.txt in this same layout, to be
      * matched again once the goods arrive or the supplier
      * corrects the bill.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO THE SUPPLIER'S INVOICE ENTERS THE
      *        SYSTEM INSTEAD OF BEING MATCHED BY HAND AGAINST PAPER
      *        RECEIVING SLIPS.
      ****************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           05  SI-INVOICE-NUMBER           PIC X(10).
           05  SI-SUPPLIER-ID              PIC X(6).
           05  SI-INVOICE-DATE.
               10  SI-INVOICE-YEAR         PIC 9999.
               10  SI-INVOICE-MONTH        PIC 99.
               10  SI-INVOICE-DAY          PIC 99.
           05  SI-PO-NUMBER                PIC 9(6).
           05  SI-CATALOG-NUM              PIC X(5).
           05  SI-QUANTITY-BILLED          PIC 9(5).
           05  SI-UNIT-PRICE-BILLED        PIC 999V99.
