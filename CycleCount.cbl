      *    counted total too big for the 4-digit quantity field is
      *    capped at 9999 and the report line is flagged with an
      *    asterisk, same as InvConsol does when a sum overflows.
      *
      *    The COUNT VALUE FILE gets one INVENTORY-VALUE-RECORD per
      *    adjustment written (VALUEREC.CPY), carrying the quantity
      *    the adjustment will put on or take off the books and its
      *    value at PA_PURCHASE_PRICE, signed, for GlInterface to
      *    post as count shrinkage.  It is rewritten every run.
      *
      *    The STOCK LEDGER FILE gets one STOCK-LEDGER-RECORD
      *    appended to it per adjustment written (STKLEDGR.CPY), a
      *    count variance at the master's warehouse and bin with the
      *    same signed quantity at PA_PURCHASE_PRICE, dated and
      *    referenced with the latest count date keyed for the part,
      *    so the stock card shows why the quantity was corrected.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL COUNT-CONTROL-FILE
               ASSIGN TO 'CountControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-VALUE-FILE
               ASSIGN TO 'CountValueFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO 'StockLedgerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY CNTCTLR.

       FD  COUNT-VALUE-FILE
           RECORD CONTAINS 69 CHARACTERS.

           COPY VALUEREC.

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY STKLEDGR.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-RUN-STAMP                    PIC X(14).

       01  WS-LAST-COUNT-DATE              PIC 9(8)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-COUNTED-TOTAL             PIC 9(6)    VALUE ZERO.
                OUTPUT VARIANCE-REPORT-FILE
                OUTPUT ADJUSTMENT-TXN-FILE
                EXTEND COUNT-CONTROL-FILE
                OUTPUT COUNT-VALUE-FILE
                EXTEND STOCK-LEDGER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY

           MOVE WS-COUNT-KEY TO WS-GROUP-KEY
           MOVE ZERO TO WS-COUNTED-TOTAL
           MOVE ZERO TO WS-LAST-COUNT-DATE
           PERFORM 36-ACCUMULATE-COUNT
               UNTIL WS-COUNT-KEY NOT = WS-GROUP-KEY
           PERFORM 22-READ-MASTER-RECORD
       36-ACCUMULATE-COUNT.

           ADD SC_COUNTED_QTY TO WS-COUNTED-TOTAL
           IF SC_COUNT_DATE > WS-LAST-COUNT-DATE
               MOVE SC_COUNT_DATE TO WS-LAST-COUNT-DATE
           END-IF
           PERFORM 42-WRITE-COUNT-CONTROL
           PERFORM 24-RETURN-COUNT-RECORD
        .
           MOVE PA_SUPPLIER_ID TO TR-SUPPLIER-ID
           WRITE TRAN-RECORD
           ADD 1 TO WS-ADJUSTMENT-COUNT
           PERFORM 43-WRITE-VALUE-ROUTINE
        .

       43-WRITE-VALUE-ROUTINE.

           MOVE "CYCLECOUNT" TO IV-SOURCE-PROGRAM
           MOVE "CV" TO IV-MOVE-TYPE
           MOVE WS-DATE TO IV-POST-DATE
           MOVE PA_CATALOG_NUM TO IV-CATALOG-NUM
           MOVE PA_WAREHOUSE_ID TO IV-WAREHOUSE-ID
           MOVE SPACES TO IV-FROM-WAREHOUSE-ID
           IF WS-COUNTED-TOTAL > 9999
               COMPUTE IV-QUANTITY = 9999 - PA_QUANTITY_ON_HAND
           ELSE
               MOVE WS-VARIANCE TO IV-QUANTITY
           END-IF
           COMPUTE IV-EXTENDED-VALUE =
               IV-QUANTITY * PA_PURCHASE_PRICE
           MOVE ZERO TO IV-VARIANCE-VALUE
           MOVE ZERO TO IV-REFERENCE-NUM
           WRITE INVENTORY-VALUE-RECORD
           PERFORM 44-WRITE-LEDGER-ROUTINE
        .

       44-WRITE-LEDGER-ROUTINE.

           MOVE WS-RUN-STAMP(1:8) TO SK-POST-DATE
           MOVE WS-RUN-STAMP(9:6) TO SK-POST-TIME
           MOVE "CYCLECOUNT" TO SK-SOURCE-PROGRAM
           MOVE "CV" TO SK-MOVE-TYPE
           MOVE PA_CATALOG_NUM TO SK-CATALOG-NUM
           MOVE PA_WAREHOUSE_ID TO SK-WAREHOUSE-ID
           MOVE PA_WAREHOUSE_BIN TO SK-WAREHOUSE-BIN
           MOVE IV-QUANTITY TO SK-QUANTITY
           MOVE PA_PURCHASE_PRICE TO SK-UNIT-COST
           MOVE WS-LAST-COUNT-DATE TO SK-MOVE-DATE
           MOVE "CD" TO SK-REFERENCE-TYPE
           MOVE WS-LAST-COUNT-DATE TO SK-REFERENCE-NUM
           WRITE STOCK-LEDGER-RECORD
        .

       45-TOTAL-ROUTINE.
                 VARIANCE-REPORT-FILE
                 ADJUSTMENT-TXN-FILE
                 COUNT-CONTROL-FILE
                 COUNT-VALUE-FILE
                 STOCK-LEDGER-FILE
        .
