      ****************************************************************
      * RELIEFRC.CPY
      * Layer relief record layout for the Luna, Ltd. inventory
      * system.  StockPost writes one record every time an applied
      * issue relieves a cost layer -- the catalog number, the
      * receipt date of the layer relieved, the quantity taken out
      * of it, and the layer's unit cost -- in catalog number
      * sequence, oldest layer first, the same order the layers are
      * relieved in.  The file is rewritten on every StockPost run.
      * CustInvoice reads it back to cost each night's sales at
      * what the stock actually cost instead of at the current
      * PA_PURCHASE_PRICE.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO GROSS MARGIN IS FIGURED ON THE
      *        FIFO COST OF THE UNITS SHIPPED.
      ****************************************************************
       01  LAYER-RELIEF-RECORD.
           05  LR-CATALOG-NUM              PIC X(5).
           05  LR-LAYER-DATE.
               10  LR-LAYER-YEAR           PIC 9999.
               10  LR-LAYER-MONTH          PIC 99.
               10  LR-LAYER-DAY            PIC 99.
           05  LR-QUANTITY                 PIC 9(6).
           05  LR-UNIT-COST                PIC 999V99.
           05  LR-POST-DATE                PIC 9(8).
