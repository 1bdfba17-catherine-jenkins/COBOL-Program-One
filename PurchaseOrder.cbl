      *    (OPENPORC.CPY), stamped with its purchase order number
      *    and the run date, so PoReceive can match receipts against
      *    what was actually ordered instead of relieving ON ORDER
      *    blindly.  The line carries the unit price it was ordered
      *    at so InvoiceMatch can check the supplier's bill.  A
      *    supplier with no master record gets no purchase order
      *    number and no open-PO lines.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  PO-NUMBER-FILE-RECORD           PIC 9(6).

       FD  OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY OPENPORC.

           MOVE WS-DAY TO OP-ORDER-DAY
           MOVE SP_SUGGESTED_QTY TO OP-ORDER-QTY
           MOVE ZERO TO OP-RECEIVED-QTY
           MOVE SP_PURCHASE_PRICE TO OP-UNIT-PRICE
           WRITE OPEN-PO-RECORD
           ADD 1 TO WS-PO-LINE-COUNT
        .
