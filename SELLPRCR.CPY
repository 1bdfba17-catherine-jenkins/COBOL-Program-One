      ****************************************************************
      * SELLPRCR.CPY
      * Selling price record layout for the Luna, Ltd. inventory
      * system.  One record per catalog number carries the list
      * price, with SP-CUSTOMER-ID left blank; any number of further
      * records for the same catalog number carry a special price
      * for one customer.  The file is kept in SP-CATALOG-NUM /
      * SP-CUSTOMER-ID sequence.  CustInvoice bills a line at the
      * customer's own price when there is one and at the list price
      * otherwise.  Prices here are what we charge; what a part
      * costs us stays in PA_PURCHASE_PRICE and the cost layers.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, FOR CUSTOMER INVOICING.
      ****************************************************************
       01  SELL-PRICE-RECORD.
           05  SP-CATALOG-NUM              PIC X(5).
           05  SP-CUSTOMER-ID              PIC X(6).
           05  SP-UNIT-PRICE               PIC 9(5)V99.
