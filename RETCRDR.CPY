      ****************************************************************
      * RETCRDR.CPY
      * Return credit record layout for the Luna, Ltd. inventory
      * system.  OrderAlloc writes one record per customer return
      * ("C") movement it finds on the movement file, priced and
      * costed from the INVOICE-HISTORY-RECORD the returned line
      * was billed on, so the order is credited at what the
      * customer paid.  StockPost reads it back to put the stock
      * into a cost layer at its original cost, and CustInvoice
      * nets the credit into the customer's invoices and open
      * balance.  RC-INVOICE-NUMBER is zero when no invoice line
      * was found for the order and catalog number; such a return
      * is credited at zero and costed at PA_PURCHASE_PRICE.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, WRITTEN TOGETHER WITH THE RETURN
      *        MOVEMENT CODES IN MOVEREC.CPY.
      ****************************************************************
       01  RETURN-CREDIT-RECORD.
           05  RC-ORDER-NUMBER             PIC 9(6).
           05  RC-CUSTOMER-ID              PIC X(6).
           05  RC-CATALOG-NUM              PIC X(5).
           05  RC-QUANTITY                 PIC 9(4).
           05  RC-UNIT-PRICE               PIC 9(5)V99.
           05  RC-UNIT-COST                PIC 999V99.
           05  RC-REASON-CODE              PIC X(2).
           05  RC-RETURN-DATE.
               10  RC-RETURN-YEAR          PIC 9999.
               10  RC-RETURN-MONTH         PIC 99.
               10  RC-RETURN-DAY           PIC 99.
           05  RC-INVOICE-NUMBER           PIC 9(6).
