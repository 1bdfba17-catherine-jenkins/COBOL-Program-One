       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollForward.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that proves the Luna, Ltd. stock ledger
      * against the month-end snapshots.  It starts from every
      * part's quantity on hand at one month-end close, applies
      * every ledger entry posted in the following month, and
      * compares the result with the next month-end close.  A part
      * that does not land on the next snapshot had its quantity
      * changed by something that never reached the ledger -- an
      * InvMaint CHANGE keyed by hand, a movement posted but never
      * promoted, or a count adjustment never run -- and is listed
      * as DOES NOT ROLL for somebody to chase.
      *
      * MonthEnd stamps each snapshot with the month it runs in and
      * is run after the month's last posting stream, so a month's
      * ledger entries are the ones whose SK-POST-DATE falls in it.
      ****************************************************************
      * INPUT:
      *    The opening period is supplied as a command-line parameter
      *    in YYYYMM form, e.g.  202602  to roll February's close
      *    forward through March.  When it is omitted or not a valid
      *    period, the latest period on the period history file is
      *    proved against the month before it.
      *
      *    The PERIOD HISTORY FILE (PeriodHistoryFile.txt,
      *    PERHISTR.CPY) supplies PS-QTY-ON-HAND for the opening and
      *    the closing period.  A part in the closing snapshot but not
      *    the opening one opens at zero; a part in the opening
      *    snapshot but not the closing one closes at zero.  A
      *    period closed twice has two snapshots; the later one
      *    counts.
      *
      *    The STOCK LEDGER FILE (StockLedgerFile.txt, STKLEDGR.CPY)
      *    supplies the movements posted in the closing period.
      ****************************************************************
      * OUTPUT:
      *    The ROLL-FORWARD REPORT lists one line per part:
      *         1. CATALOG NUMBER
      *         2. OPENING QUANTITY
      *         3. QUANTITY IN AND QUANTITY OUT PER THE LEDGER
      *         4. ROLLED QUANTITY (OPENING PLUS IN LESS OUT)
      *         5. CLOSING QUANTITY PER THE NEXT SNAPSHOT
      *         6. DIFFERENCE (CLOSING LESS ROLLED)
      *         7. DOES NOT ROLL when there is a difference, else NEW
      *            PART or NOT AT CLOSE when the part is missing from
      *            one of the snapshots
      *    with totals for the whole file.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY): ledger entries applied in the
      *    read count, parts listed in the written count, and parts
      *    that do not roll in the exception count.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-HISTORY-FILE
               ASSIGN TO 'PeriodHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO 'StockLedgerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLL-SORT-FILE
               ASSIGN TO 'RollSortWork.tmp'.
           SELECT ROLL-FORWARD-FILE
               ASSIGN TO PRINTER 'RollForwardFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIOD-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.

           COPY PERHISTR.

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY STKLEDGR.

       SD  ROLL-SORT-FILE.

       01  SORT-ROLL-RECORD.
           05  RF_CATALOG_NUM              PIC X(5).
           05  RF_SEQUENCE                 PIC 9(7).
           05  RF_KIND                     PIC X(1).
               88  RF_OPENING                  VALUE "O".
               88  RF_CLOSING                  VALUE "C".
               88  RF_LEDGER_ENTRY             VALUE "L".
           05  RF_QUANTITY                 PIC S9(6).

       FD  ROLL-FORWARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  HISTORY-AT-END              PIC X       VALUE "N".
           05  LEDGER-AT-END               PIC X       VALUE "N".
           05  ROLL-AT-END                 PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-ROLL-KEY                 PIC X(5)    VALUE SPACES.
           05  WS-GROUP-KEY                PIC X(5)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-RUN-STAMP                    PIC X(14).

       01  WS-PERIOD-PARM.
           05 WS-PARM-YEAR                 PIC 9999.
           05 WS-PARM-MONTH                PIC 99.
               88  VALID-MONTH                 VALUE 1 THRU 12.

       01  WS-PERIOD-FIELDS.
           05 WS-OPENING-PERIOD            PIC 9(6)    VALUE ZERO.
           05 WS-OPENING-PERIOD-X REDEFINES WS-OPENING-PERIOD.
               10 WS-OPENING-YEAR          PIC 9999.
               10 WS-OPENING-MONTH         PIC 99.
           05 WS-CLOSING-PERIOD            PIC 9(6)    VALUE ZERO.
           05 WS-CLOSING-PERIOD-X REDEFINES WS-CLOSING-PERIOD.
               10 WS-CLOSING-YEAR          PIC 9999.
               10 WS-CLOSING-MONTH         PIC 99.
           05 WS-LATEST-PERIOD             PIC 9(6)    VALUE ZERO.
           05 WS-SEQUENCE                  PIC 9(7)    VALUE ZERO.

       01  WS-PART-FIELDS.
           05 WS-OPENING-FOUND             PIC X       VALUE "N".
           05 WS-CLOSING-FOUND             PIC X       VALUE "N".
           05 WS-OPENING-QTY               PIC 9(6)    VALUE ZERO.
           05 WS-CLOSING-QTY               PIC 9(6)    VALUE ZERO.
           05 WS-IN-QTY                    PIC 9(7)    VALUE ZERO.
           05 WS-OUT-QTY                   PIC 9(7)    VALUE ZERO.
           05 WS-ROLLED-QTY                PIC S9(7)   VALUE ZERO.
           05 WS-DIFFERENCE                PIC S9(7)   VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05 WS-GT-OPENING                PIC 9(9)    VALUE ZERO.
           05 WS-GT-IN                     PIC 9(9)    VALUE ZERO.
           05 WS-GT-OUT                    PIC 9(9)    VALUE ZERO.
           05 WS-GT-ROLLED                 PIC S9(9)   VALUE ZERO.
           05 WS-GT-CLOSING                PIC 9(9)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-LEDGER-APPLIED-COUNT      PIC 9(7)    VALUE ZERO.
           05 WS-PART-COUNT                PIC 9(7)    VALUE ZERO.
           05 WS-NOT-ROLLED-COUNT          PIC 9(5)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05 WS-PAGE-NUMBER               PIC 9(4)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.

           COPY RUNLOGRC.

      ********************    OUTPUT AREA    *************************

       01  HEADING-ONE.
           05  H1-DATE.
               10  H1-MONTH            PIC 99.
               10                      PIC X       VALUE "/".
               10  H1-DAY              PIC 99.
               10                      PIC X       VALUE "/".
               10  H1-YEAR             PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  H1-PAGE-NUMBER          PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  HEADING-TWO.
           05                          PIC X(28)   VALUE SPACES.
           05                          PIC X(24)   VALUE
                               "STOCK ROLL-FORWARD PROOF".
           05                          PIC X(28)   VALUE SPACES.

       01  HEADING-PERIOD.
           05                          PIC X(21)   VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "FROM MONTH END ".
           05  HP-OPENING-MONTH        PIC 99.
           05                          PIC X(1)    VALUE "/".
           05  HP-OPENING-YEAR         PIC 9999.
           05                          PIC X(13)   VALUE
                               " TO MONTH END".
           05                          PIC X(1)    VALUE SPACES.
           05  HP-CLOSING-MONTH        PIC 99.
           05                          PIC X(1)    VALUE "/".
           05  HP-CLOSING-YEAR         PIC 9999.
           05                          PIC X(16)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "OPENING".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(2)    VALUE "IN".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(3)    VALUE "OUT".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ROLLED".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CLOSING".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(4)    VALUE "DIFF".
           05                          PIC X(21)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-OPENING-QTY          PIC ZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-IN-QTY               PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-OUT-QTY              PIC ZZZZZZ9.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-ROLLED-QTY           PIC ZZZZZZ9-.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CLOSING-QTY          PIC ZZZZZ9.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-DIFFERENCE           PIC ZZZZZZ9-.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-FLAG                 PIC X(13).
           05                          PIC X(5)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "TOTAL ".
           05  TL-OPENING-QTY          PIC ZZZZZZZ9.
           05  TL-IN-QTY               PIC ZZZZZZZZ9.
           05  TL-OUT-QTY              PIC ZZZZZZZZ9.
           05  TL-ROLLED-QTY           PIC ZZZZZZZ9-.
           05  TL-CLOSING-QTY          PIC ZZZZZZZ9.
           05                          PIC X(29)   VALUE SPACES.

       01  COUNT-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "PARTS CHECKED:".
           05  CT-PART-COUNT           PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "DO NOT ROLL: ".
           05  CT-NOT-ROLLED-COUNT     PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(16)   VALUE
                               "LEDGER ENTRIES: ".
           05  CT-LEDGER-COUNT         PIC ZZZZZZ9.
           05                          PIC X(11)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT ROLL-SORT-FILE
               ON ASCENDING KEY RF_CATALOG_NUM
               ON ASCENDING KEY RF_SEQUENCE
               INPUT PROCEDURE 50-LOAD-ROLL-SORT
               OUTPUT PROCEDURE 60-ROLL-FORWARD-ROUTINE

           PERFORM 45-TOTAL-ROUTINE
           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT ROLL-FORWARD-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           IF WS-PERIOD-PARM NUMERIC
               AND VALID-MONTH
               MOVE WS-PERIOD-PARM TO WS-OPENING-PERIOD
           ELSE
               PERFORM 16-DEFAULT-PERIOD-ROUTINE
           END-IF
           MOVE WS-OPENING-PERIOD TO WS-CLOSING-PERIOD
           IF WS-CLOSING-MONTH = 12
               ADD 1 TO WS-CLOSING-YEAR
               MOVE 1 TO WS-CLOSING-MONTH
           ELSE
               ADD 1 TO WS-CLOSING-MONTH
           END-IF
           MOVE WS-OPENING-MONTH TO HP-OPENING-MONTH
           MOVE WS-OPENING-YEAR TO HP-OPENING-YEAR
           MOVE WS-CLOSING-MONTH TO HP-CLOSING-MONTH
           MOVE WS-CLOSING-YEAR TO HP-CLOSING-YEAR
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       16-DEFAULT-PERIOD-ROUTINE.

           OPEN INPUT PERIOD-HISTORY-FILE
           PERFORM UNTIL HISTORY-AT-END = "Y"
               READ PERIOD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-AT-END
                   NOT AT END
                       IF PS-PERIOD > WS-LATEST-PERIOD
                           MOVE PS-PERIOD TO WS-LATEST-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE
           MOVE "N" TO HISTORY-AT-END
           IF WS-LATEST-PERIOD = ZERO
               MOVE WS-DATE(1:6) TO WS-LATEST-PERIOD
           END-IF
           MOVE WS-LATEST-PERIOD TO WS-OPENING-PERIOD
           IF WS-OPENING-MONTH = 1
               SUBTRACT 1 FROM WS-OPENING-YEAR
               MOVE 12 TO WS-OPENING-MONTH
           ELSE
               SUBTRACT 1 FROM WS-OPENING-MONTH
           END-IF
        .

       20-WRITE-HEADINGS-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE HEADING-PERIOD TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       30-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       34-CHECK-PAGE-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
        .

       50-LOAD-ROLL-SORT.

           OPEN INPUT PERIOD-HISTORY-FILE
           PERFORM UNTIL HISTORY-AT-END = "Y"
               READ PERIOD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-AT-END
                   NOT AT END
                       PERFORM 54-RELEASE-SNAPSHOT-ROUTINE
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE
           OPEN INPUT STOCK-LEDGER-FILE
           PERFORM UNTIL LEDGER-AT-END = "Y"
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE "Y" TO LEDGER-AT-END
                   NOT AT END
                       IF SK-POST-DATE(1:6) = WS-CLOSING-PERIOD
                           PERFORM 52-RELEASE-LEDGER-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-LEDGER-FILE
        .

       52-RELEASE-LEDGER-ROUTINE.

           ADD 1 TO WS-LEDGER-APPLIED-COUNT
           ADD 1 TO WS-SEQUENCE
           MOVE SK-CATALOG-NUM TO RF_CATALOG_NUM
           MOVE WS-SEQUENCE TO RF_SEQUENCE
           MOVE "L" TO RF_KIND
           MOVE SK-QUANTITY TO RF_QUANTITY
           RELEASE SORT-ROLL-RECORD
        .

       54-RELEASE-SNAPSHOT-ROUTINE.

           IF PS-PERIOD = WS-OPENING-PERIOD
               OR PS-PERIOD = WS-CLOSING-PERIOD
               ADD 1 TO WS-SEQUENCE
               MOVE PS-CATALOG-NUM TO RF_CATALOG_NUM
               MOVE WS-SEQUENCE TO RF_SEQUENCE
               IF PS-PERIOD = WS-OPENING-PERIOD
                   MOVE "O" TO RF_KIND
               ELSE
                   MOVE "C" TO RF_KIND
               END-IF
               MOVE PS-QTY-ON-HAND TO RF_QUANTITY
               RELEASE SORT-ROLL-RECORD
           END-IF
        .

       60-ROLL-FORWARD-ROUTINE.

           PERFORM 62-RETURN-ROLL-RECORD
           PERFORM 64-ROLL-PART-ROUTINE
               UNTIL WS-ROLL-KEY = HIGH-VALUES
        .

       62-RETURN-ROLL-RECORD.

           RETURN ROLL-SORT-FILE
               AT END
                   MOVE "Y" TO ROLL-AT-END
                   MOVE HIGH-VALUES TO WS-ROLL-KEY
               NOT AT END
                   MOVE RF_CATALOG_NUM TO WS-ROLL-KEY
           END-RETURN
        .

       64-ROLL-PART-ROUTINE.

           MOVE WS-ROLL-KEY TO WS-GROUP-KEY
           MOVE "N" TO WS-OPENING-FOUND
           MOVE "N" TO WS-CLOSING-FOUND
           MOVE ZERO TO WS-OPENING-QTY
           MOVE ZERO TO WS-CLOSING-QTY
           MOVE ZERO TO WS-IN-QTY
           MOVE ZERO TO WS-OUT-QTY
           PERFORM 66-ACCUMULATE-ROUTINE
               UNTIL WS-ROLL-KEY NOT = WS-GROUP-KEY
           PERFORM 68-WRITE-PART-ROUTINE
        .

       66-ACCUMULATE-ROUTINE.

           EVALUATE TRUE
               WHEN RF_OPENING
                   MOVE "Y" TO WS-OPENING-FOUND
                   MOVE RF_QUANTITY TO WS-OPENING-QTY
               WHEN RF_CLOSING
                   MOVE "Y" TO WS-CLOSING-FOUND
                   MOVE RF_QUANTITY TO WS-CLOSING-QTY
               WHEN RF_QUANTITY < ZERO
                   SUBTRACT RF_QUANTITY FROM WS-OUT-QTY
               WHEN OTHER
                   ADD RF_QUANTITY TO WS-IN-QTY
           END-EVALUATE
           PERFORM 62-RETURN-ROLL-RECORD
        .

       68-WRITE-PART-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           ADD 1 TO WS-PART-COUNT
           COMPUTE WS-ROLLED-QTY =
               WS-OPENING-QTY + WS-IN-QTY - WS-OUT-QTY
           COMPUTE WS-DIFFERENCE = WS-CLOSING-QTY - WS-ROLLED-QTY
           ADD WS-OPENING-QTY TO WS-GT-OPENING
           ADD WS-IN-QTY TO WS-GT-IN
           ADD WS-OUT-QTY TO WS-GT-OUT
           ADD WS-ROLLED-QTY TO WS-GT-ROLLED
           ADD WS-CLOSING-QTY TO WS-GT-CLOSING
           MOVE WS-GROUP-KEY TO DL-CATALOG-NUMBER
           MOVE WS-OPENING-QTY TO DL-OPENING-QTY
           MOVE WS-IN-QTY TO DL-IN-QTY
           MOVE WS-OUT-QTY TO DL-OUT-QTY
           MOVE WS-ROLLED-QTY TO DL-ROLLED-QTY
           MOVE WS-CLOSING-QTY TO DL-CLOSING-QTY
           MOVE WS-DIFFERENCE TO DL-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT = ZERO
                   MOVE "DOES NOT ROLL" TO DL-FLAG
                   ADD 1 TO WS-NOT-ROLLED-COUNT
               WHEN WS-OPENING-FOUND = "N"
                   MOVE "NEW PART" TO DL-FLAG
               WHEN WS-CLOSING-FOUND = "N"
                   MOVE "NOT AT CLOSE" TO DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       45-TOTAL-ROUTINE.

           MOVE WS-GT-OPENING TO TL-OPENING-QTY
           MOVE WS-GT-IN TO TL-IN-QTY
           MOVE WS-GT-OUT TO TL-OUT-QTY
           MOVE WS-GT-ROLLED TO TL-ROLLED-QTY
           MOVE WS-GT-CLOSING TO TL-CLOSING-QTY
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-PART-COUNT TO CT-PART-COUNT
           MOVE WS-NOT-ROLLED-COUNT TO CT-NOT-ROLLED-COUNT
           MOVE WS-LEDGER-APPLIED-COUNT TO CT-LEDGER-COUNT
           MOVE COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "ROLLFORWARD" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-LEDGER-APPLIED-COUNT TO RL-RECORDS-READ
           MOVE WS-PART-COUNT TO RL-RECORDS-WRITTEN
           MOVE WS-NOT-ROLLED-COUNT TO RL-EXCEPTION-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE ROLL-FORWARD-FILE
                 RUN-LOG-FILE
        .
