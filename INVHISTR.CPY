      ****************************************************************
      * INVHISTR.CPY
      * Invoice history record layout for the Luna, Ltd. inventory
      * system.  CustInvoice appends one record per invoice line it
      * bills: the invoice number and date, the customer and order,
      * the catalog number and quantity, the unit price charged,
      * and the unit cost of the stock shipped as figured from the
      * cost layers StockPost relieved.  The file is never
      * rewritten, only added to, so a later return or a margin
      * question can be traced back to what the line was billed
      * and what it cost.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, WRITTEN TOGETHER WITH SELLPRCR.CPY.
      ****************************************************************
       01  INVOICE-HISTORY-RECORD.
           05  IH-INVOICE-NUMBER           PIC 9(6).
           05  IH-INVOICE-DATE.
               10  IH-INVOICE-YEAR         PIC 9999.
               10  IH-INVOICE-MONTH        PIC 99.
               10  IH-INVOICE-DAY          PIC 99.
           05  IH-CUSTOMER-ID              PIC X(6).
           05  IH-ORDER-NUMBER             PIC 9(6).
           05  IH-CATALOG-NUM              PIC X(5).
           05  IH-QUANTITY                 PIC 9(4).
           05  IH-UNIT-PRICE               PIC 9(5)V99.
           05  IH-UNIT-COST                PIC 999V99.
