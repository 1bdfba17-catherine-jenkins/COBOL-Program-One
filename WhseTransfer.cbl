      *    FOUND, TO WHSE UNKNOWN (no extract file carries the
      *    receiving warehouse), or TABLE FULL.
      *
      *    The TRANSFER VALUE FILE gets one INVENTORY-VALUE-RECORD
      *    per applied transfer (VALUEREC.CPY), valued at the
      *    sending record's PA_PURCHASE_PRICE, so GlInterface can
      *    move the value from the sending warehouse's inventory
      *    account to the receiving one's.  It is rewritten every
      *    run.
      *
      *    The STOCK LEDGER FILE gets two STOCK-LEDGER-RECORDs
      *    appended to it per applied transfer (STKLEDGR.CPY): the
      *    quantity out of the sending warehouse and bin, and the
      *    same quantity into the receiving warehouse and the bin it
      *    was actually added to, both at the sending record's
      *    PA_PURCHASE_PRICE and dated with the run date.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY).
      ****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-REGISTER-FILE
               ASSIGN TO PRINTER 'TransferRegisterFile.txt'.
           SELECT TRANSFER-VALUE-FILE
               ASSIGN TO 'TransferValueFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO 'StockLedgerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  REPORT-RECORD                   PIC X(80).

       FD  TRANSFER-VALUE-FILE
           RECORD CONTAINS 69 CHARACTERS.

           COPY VALUEREC.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY STKLEDGR.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
       15-HOUSEKEEPING.

           OPEN OUTPUT TRANSFER-REGISTER-FILE
                OUTPUT TRANSFER-VALUE-FILE
                EXTEND RUN-LOG-FILE
                EXTEND STOCK-LEDGER-FILE
           MOVE SPACES TO NEW-MASTER-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
               WHEN "V"
                   MOVE "APPLIED" TO DL-STATUS
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 84-WRITE-VALUE-ROUTINE
               WHEN "I"
                   MOVE "INSUFFICIENT QTY" TO DL-STATUS
                   ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       84-WRITE-VALUE-ROUTINE.

           MOVE "WHSETRANSFER" TO IV-SOURCE-PROGRAM
           MOVE "TR" TO IV-MOVE-TYPE
           MOVE WS-RUN-STAMP(1:8) TO IV-POST-DATE
           MOVE TT-CATALOG-NUM (WS-SUB) TO IV-CATALOG-NUM
           MOVE TT-TO-WAREHOUSE (WS-SUB) TO IV-WAREHOUSE-ID
           MOVE TT-FROM-WAREHOUSE (WS-SUB) TO IV-FROM-WAREHOUSE-ID
           MOVE TT-QUANTITY (WS-SUB) TO IV-QUANTITY
           COMPUTE IV-EXTENDED-VALUE =
               TT-QUANTITY (WS-SUB) * TT-PURCHASE-PRICE (WS-SUB)
           MOVE ZERO TO IV-VARIANCE-VALUE
           MOVE ZERO TO IV-REFERENCE-NUM
           WRITE INVENTORY-VALUE-RECORD
           PERFORM 86-WRITE-LEDGER-ROUTINE
        .

       86-WRITE-LEDGER-ROUTINE.

           PERFORM 85-BUILD-LEDGER-ROUTINE
           MOVE "TO" TO SK-MOVE-TYPE
           MOVE TT-FROM-WAREHOUSE (WS-SUB) TO SK-WAREHOUSE-ID
           MOVE TT-FROM-BIN (WS-SUB) TO SK-WAREHOUSE-BIN
           COMPUTE SK-QUANTITY = ZERO - TT-QUANTITY (WS-SUB)
           WRITE STOCK-LEDGER-RECORD
           PERFORM 85-BUILD-LEDGER-ROUTINE
           MOVE "TI" TO SK-MOVE-TYPE
           MOVE TT-TO-WAREHOUSE (WS-SUB) TO SK-WAREHOUSE-ID
           IF TT-TO-FOUND (WS-SUB) = "Y"
               MOVE TT-TO-MATCH-BIN (WS-SUB) TO SK-WAREHOUSE-BIN
           ELSE
               MOVE TT-TO-BIN (WS-SUB) TO SK-WAREHOUSE-BIN
           END-IF
           MOVE TT-QUANTITY (WS-SUB) TO SK-QUANTITY
           WRITE STOCK-LEDGER-RECORD
        .

       85-BUILD-LEDGER-ROUTINE.

           MOVE WS-RUN-STAMP(1:8) TO SK-POST-DATE
           MOVE WS-RUN-STAMP(9:6) TO SK-POST-TIME
           MOVE "WHSETRANSFER" TO SK-SOURCE-PROGRAM
           MOVE TT-CATALOG-NUM (WS-SUB) TO SK-CATALOG-NUM
           MOVE TT-PURCHASE-PRICE (WS-SUB) TO SK-UNIT-COST
           MOVE WS-RUN-STAMP(1:8) TO SK-MOVE-DATE
           MOVE SPACES TO SK-REFERENCE-TYPE
           MOVE ZERO TO SK-REFERENCE-NUM
        .

       95-TOTAL-ROUTINE.

           MOVE WS-READ-COUNT TO TL-READ-COUNT

       99-CLOSE-ROUTINE.
           CLOSE TRANSFER-REGISTER-FILE
                 TRANSFER-VALUE-FILE
                 RUN-LOG-FILE
                 STOCK-LEDGER-FILE

           STOP RUN
        .
