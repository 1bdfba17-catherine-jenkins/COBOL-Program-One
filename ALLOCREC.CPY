      ****************************************************************
      * ALLOCREC.CPY
      * Allocated order line layout for the Luna, Ltd. inventory
      * system.  OrderAlloc writes one record per order line (or
      * part of one) it allocates stock to and puts on the pick
      * list, dated with the run date.  The file is rewritten on
      * every OrderAlloc run.  CustInvoice reads it after StockPost
      * has posted the night's issues and turns it into numbered
      * customer invoices, so billing no longer retypes the pick
      * list.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO A SALE IS NOT FORGOTTEN ONCE ITS
      *        ISSUE MOVEMENT IS WRITTEN.
      ****************************************************************
       01  ALLOC-LINE-RECORD.
           05  AL-ORDER-NUMBER             PIC 9(6).
           05  AL-CUSTOMER-ID              PIC X(6).
           05  AL-CATALOG-NUM              PIC X(5).
           05  AL-ALLOC-QTY                PIC 9(4).
           05  AL-ALLOC-DATE.
               10  AL-ALLOC-YEAR           PIC 9999.
               10  AL-ALLOC-MONTH          PIC 99.
               10  AL-ALLOC-DAY            PIC 99.
