      *   RCJ  ORIGINAL VERSION, BECAUSE RECEIPTS WERE RELIEVING
      *        ON-ORDER BLINDLY AND NOBODY COULD SAY WHICH ORDERS
      *        WERE STILL OUTSTANDING OR HALF-FILLED.
      *   RCJ  ADDED OP-UNIT-PRICE, THE PRICE THE LINE WAS ORDERED
      *        AT, SO InvoiceMatch CAN HOLD THE SUPPLIER'S BILLED
      *        PRICE AGAINST THE ORDER.  A LINE REOPENED BY A RETURN
      *        TO VENDOR CARRIES ZERO.
      ****************************************************************
       01  OPEN-PO-RECORD.
           05  OP-PO-NUMBER                PIC 9(6).
               10  OP-ORDER-DAY            PIC 99.
           05  OP-ORDER-QTY                PIC 9(5).
           05  OP-RECEIVED-QTY             PIC 9(5).
           05  OP-UNIT-PRICE               PIC 999V99.
