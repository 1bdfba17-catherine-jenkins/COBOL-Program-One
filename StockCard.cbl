       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockCard.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that prints a stock card for Luna, Ltd.
      * parts from the permanent stock ledger: every movement that
      * StockPost, CycleCount and WhseTransfer applied to a part, in
      * the order they applied it, with the running balance line by
      * line, so when somebody asks why a part went from 120 to 85
      * the answer is on paper and not in a movement file that was
      * overwritten the next night.
      ****************************************************************
      * INPUT:
      *    The catalog number and the date range are supplied as a
      *    command-line parameter:
      *         catalog  from-date  to-date
      *    e.g.  30401 20260301 20260331  .  A catalog of ALL, or
      *    none, prints a card for every part that moved in the
      *    range.  The dates are YYYYMMDD and select ledger entries
      *    by the date they were posted; a from-date that is left
      *    off defaults to the first of the current month, and a
      *    to-date that is left off defaults to the run date.
      *
      *    The STOCK LEDGER FILE (StockLedgerFile.txt, STKLEDGR.CPY)
      *    supplies the movements.
      *
      *    The PERIOD HISTORY FILE (PeriodHistoryFile.txt,
      *    PERHISTR.CPY) supplies the month-end quantities MonthEnd
      *    took.  The latest month-end before the from-date is the
      *    part's opening balance, and the ledger entries posted
      *    after it up to the from-date are rolled into it.  A part
      *    with no month-end before the range opens at whatever the
      *    ledger alone adds up to, and the card says so.  A
      *    month-end is taken to fall after every entry posted in
      *    its month, since MonthEnd closes the month after the
      *    month's last posting run.
      ****************************************************************
      * OUTPUT:
      *    The STOCK CARD FILE prints, per part:
      *         1. THE OPENING BALANCE AND WHERE IT CAME FROM
      *         2. ONE LINE PER LEDGER ENTRY IN THE RANGE: DATE
      *            POSTED, SOURCE PROGRAM, MOVEMENT TYPE, WAREHOUSE
      *            AND BIN, REFERENCE, SIGNED QUANTITY, UNIT COST,
      *            AND THE RUNNING BALANCE
      *         3. ONE LINE PER MONTH-END CLOSE IN THE RANGE, WITH
      *            THE QUANTITY THE SNAPSHOT TOOK, FLAGGED DIFFERS
      *            WHEN IT DOES NOT AGREE WITH THE RUNNING BALANCE
      *         4. THE CLOSING BALANCE WITH THE TOTALS IN AND OUT
      *    Movement types are RC receipt, IS issue, KR kit receipt,
      *    KI kit issue, AD adjustment, CR customer return, RV
      *    return to vendor, CV count variance, TO transfer out and
      *    TI transfer in.  A transfer nets to zero for the part.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO 'StockLedgerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-HISTORY-FILE
               ASSIGN TO 'PeriodHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-SORT-FILE
               ASSIGN TO 'CardSortWork.tmp'.
           SELECT STOCK-CARD-FILE
               ASSIGN TO PRINTER 'StockCardFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY STKLEDGR.

       FD  PERIOD-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.

           COPY PERHISTR.

       SD  CARD-SORT-FILE.

       01  SORT-CARD-RECORD.
           05  SR_CATALOG_NUM              PIC X(5).
           05  SR_SORT_DATE                PIC 9(8).
           05  SR_SORT_TIME                PIC 9(6).
           05  SR_SEQUENCE                 PIC 9(7).
           05  SR_KIND                     PIC X(1).
               88  SR_SNAPSHOT                 VALUE "S".
               88  SR_LEDGER_ENTRY             VALUE "L".
           05  SR_SOURCE_PROGRAM           PIC X(12).
           05  SR_MOVE_TYPE                PIC X(2).
           05  SR_WAREHOUSE_ID             PIC X(6).
           05  SR_WAREHOUSE_BIN            PIC X(5).
           05  SR_QUANTITY                 PIC S9(6).
           05  SR_UNIT_COST                PIC 999V99.
           05  SR_REFERENCE_TYPE           PIC X(2).
           05  SR_REFERENCE_NUM            PIC 9(8).

       FD  STOCK-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  LEDGER-AT-END               PIC X       VALUE "N".
           05  HISTORY-AT-END              PIC X       VALUE "N".
           05  CARD-AT-END                 PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-CARD-KEY                 PIC X(5)    VALUE SPACES.
           05  WS-GROUP-KEY                PIC X(5)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-CARD-PARM                    PIC X(40)   VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-CATALOG              PIC X(5)    VALUE SPACES.
               88  ALL-CATALOGS                VALUE SPACES "ALL".
           05 WS-PARM-FROM-DATE            PIC X(8)    VALUE SPACES.
           05 WS-PARM-TO-DATE              PIC X(8)    VALUE SPACES.

       01  WS-RANGE-FIELDS.
           05 WS-FROM-DATE                 PIC 9(8)    VALUE ZERO.
           05 WS-TO-DATE                   PIC 9(8)    VALUE ZERO.
           05 WS-TO-PERIOD                 PIC 9(6)    VALUE ZERO.

       01  WS-CARD-FIELDS.
           05 WS-CARD-STARTED              PIC X       VALUE "N".
           05 WS-BALANCE                   PIC S9(7)   VALUE ZERO.
           05 WS-OPENING-PERIOD            PIC 9(6)    VALUE ZERO.
           05 WS-OPENING-PERIOD-X REDEFINES WS-OPENING-PERIOD.
               10 WS-OPENING-YEAR          PIC 9999.
               10 WS-OPENING-MONTH         PIC 99.
           05 WS-TOTAL-IN                  PIC 9(7)    VALUE ZERO.
           05 WS-TOTAL-OUT                 PIC 9(7)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-LEDGER-READ-COUNT         PIC 9(7)    VALUE ZERO.
           05 WS-ENTRY-PRINT-COUNT         PIC 9(7)    VALUE ZERO.
           05 WS-PART-COUNT                PIC 9(5)    VALUE ZERO.
           05 WS-DIFFERS-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05 WS-PAGE-NUMBER               PIC 9(4)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.

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
           05                          PIC X(35)   VALUE SPACES.
           05                          PIC X(10)   VALUE "STOCK CARD".
           05                          PIC X(35)   VALUE SPACES.

       01  HEADING-RANGE.
           05                          PIC X(16)   VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "ENTRIES POSTED ".
           05  HR-FROM-DATE.
               10  HR-FROM-MONTH       PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-FROM-DAY         PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-FROM-YEAR        PIC 9999.
           05                          PIC X(6)    VALUE " THRU ".
           05  HR-TO-DATE.
               10  HR-TO-MONTH         PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-TO-DAY           PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-TO-YEAR          PIC 9999.
           05                          PIC X(23)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "POSTED".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(12)   VALUE "SOURCE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(2)    VALUE "TY".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "WHSE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "BIN".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(11)   VALUE "REFERENCE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "    QTY".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "  COST".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "BALANCE".
           05                          PIC X(4)    VALUE SPACES.

       01  PART-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "CATALOG ".
           05  PL-CATALOG-NUM          PIC X(5).
           05                          PIC X(65)   VALUE SPACES.

       01  OPENING-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "OPENING BALANCE".
           05                          PIC X(2)    VALUE SPACES.
           05  OL-BASIS.
               10  OL-BASIS-TEXT       PIC X(15).
               10  OL-BASIS-PERIOD.
                   15  OL-BASIS-MONTH  PIC 99.
                   15                  PIC X       VALUE "/".
                   15  OL-BASIS-YEAR   PIC 9999.
               10                      PIC X(8).
           05                          PIC X(20)   VALUE SPACES.
           05  OL-BALANCE              PIC ZZZZZ9-.
           05                          PIC X(4)    VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-POST-DATE.
               10  DL-POST-MONTH       PIC 99.
               10                      PIC X       VALUE "/".
               10  DL-POST-DAY         PIC 99.
               10                      PIC X       VALUE "/".
               10  DL-POST-YEAR        PIC 9999.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-SOURCE-PROGRAM       PIC X(12).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-MOVE-TYPE            PIC X(2).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-WAREHOUSE-ID         PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-WAREHOUSE-BIN        PIC X(5).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-REFERENCE-TYPE       PIC X(2).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-REFERENCE-NUM        PIC X(8).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZZZ9-.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-BALANCE              PIC ZZZZZ9-.
           05                          PIC X(4)    VALUE SPACES.

       01  MONTH-END-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "MONTH END ".
           05  ML-PERIOD.
               10  ML-MONTH            PIC 99.
               10                      PIC X       VALUE "/".
               10  ML-YEAR             PIC 9999.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "SNAPSHOT:".
           05                          PIC X(1)    VALUE SPACES.
           05  ML-SNAPSHOT-QTY         PIC ZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  ML-FLAG                 PIC X(7).
           05                          PIC X(23)   VALUE SPACES.
           05  ML-BALANCE              PIC ZZZZZ9-.
           05                          PIC X(4)    VALUE SPACES.

       01  CLOSING-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "CLOSING BALANCE".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "IN: ".
           05  CL-TOTAL-IN             PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "OUT: ".
           05  CL-TOTAL-OUT            PIC ZZZZZZ9.
           05                          PIC X(25)   VALUE SPACES.
           05  CL-BALANCE              PIC ZZZZZ9-.
           05                          PIC X(4)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(13)   VALUE
                               "PARTS LISTED:".
           05  TL-PART-COUNT           PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "ENTRIES LISTED:".
           05  TL-ENTRY-COUNT          PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(22)   VALUE
                               "MONTH ENDS DIFFERING: ".
           05  TL-DIFFERS-COUNT        PIC ZZZZ9.
           05                          PIC X(7)    VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT CARD-SORT-FILE
               ON ASCENDING KEY SR_CATALOG_NUM
               ON ASCENDING KEY SR_SORT_DATE
               ON ASCENDING KEY SR_SORT_TIME
               ON ASCENDING KEY SR_SEQUENCE
               INPUT PROCEDURE 50-LOAD-CARD-SORT
               OUTPUT PROCEDURE 60-STOCK-CARD-ROUTINE

           PERFORM 45-TOTAL-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT STOCK-CARD-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           ACCEPT WS-CARD-PARM FROM COMMAND-LINE
           UNSTRING WS-CARD-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-CATALOG
                    WS-PARM-FROM-DATE
                    WS-PARM-TO-DATE
           END-UNSTRING
           IF WS-PARM-FROM-DATE NUMERIC
               MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF
           IF WS-PARM-TO-DATE NUMERIC
               MOVE WS-PARM-TO-DATE TO WS-TO-DATE
           ELSE
               MOVE WS-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE(1:6) TO WS-TO-PERIOD
           MOVE WS-FROM-DATE(5:2) TO HR-FROM-MONTH
           MOVE WS-FROM-DATE(7:2) TO HR-FROM-DAY
           MOVE WS-FROM-DATE(1:4) TO HR-FROM-YEAR
           MOVE WS-TO-DATE(5:2) TO HR-TO-MONTH
           MOVE WS-TO-DATE(7:2) TO HR-TO-DAY
           MOVE WS-TO-DATE(1:4) TO HR-TO-YEAR
           PERFORM 20-WRITE-HEADINGS-ROUTINE
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
           MOVE HEADING-RANGE TO REPORT-RECORD
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

       50-LOAD-CARD-SORT.

           OPEN INPUT STOCK-LEDGER-FILE
           PERFORM UNTIL LEDGER-AT-END = "Y"
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE "Y" TO LEDGER-AT-END
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ-COUNT
                       IF (ALL-CATALOGS
                           OR SK-CATALOG-NUM = WS-PARM-CATALOG)
                           AND SK-POST-DATE NOT > WS-TO-DATE
                           PERFORM 52-RELEASE-LEDGER-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-LEDGER-FILE
           OPEN INPUT PERIOD-HISTORY-FILE
           PERFORM UNTIL HISTORY-AT-END = "Y"
               READ PERIOD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-AT-END
                   NOT AT END
                       IF (ALL-CATALOGS
                           OR PS-CATALOG-NUM = WS-PARM-CATALOG)
                           AND PS-PERIOD NOT > WS-TO-PERIOD
                           PERFORM 54-RELEASE-SNAPSHOT-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE
        .

       52-RELEASE-LEDGER-ROUTINE.

           MOVE SK-CATALOG-NUM TO SR_CATALOG_NUM
           MOVE SK-POST-DATE TO SR_SORT_DATE
           MOVE SK-POST-TIME TO SR_SORT_TIME
           MOVE WS-LEDGER-READ-COUNT TO SR_SEQUENCE
           MOVE "L" TO SR_KIND
           MOVE SK-SOURCE-PROGRAM TO SR_SOURCE_PROGRAM
           MOVE SK-MOVE-TYPE TO SR_MOVE_TYPE
           MOVE SK-WAREHOUSE-ID TO SR_WAREHOUSE_ID
           MOVE SK-WAREHOUSE-BIN TO SR_WAREHOUSE_BIN
           MOVE SK-QUANTITY TO SR_QUANTITY
           MOVE SK-UNIT-COST TO SR_UNIT_COST
           MOVE SK-REFERENCE-TYPE TO SR_REFERENCE_TYPE
           MOVE SK-REFERENCE-NUM TO SR_REFERENCE_NUM
           RELEASE SORT-CARD-RECORD
        .

       54-RELEASE-SNAPSHOT-ROUTINE.

           MOVE PS-CATALOG-NUM TO SR_CATALOG_NUM
           MOVE PS-PERIOD TO SR_SORT_DATE(1:6)
           MOVE 99 TO SR_SORT_DATE(7:2)
           MOVE ZERO TO SR_SORT_TIME
           MOVE ZERO TO SR_SEQUENCE
           MOVE "S" TO SR_KIND
           MOVE "MONTHEND" TO SR_SOURCE_PROGRAM
           MOVE SPACES TO SR_MOVE_TYPE
           MOVE PS-WAREHOUSE-ID TO SR_WAREHOUSE_ID
           MOVE SPACES TO SR_WAREHOUSE_BIN
           MOVE PS-QTY-ON-HAND TO SR_QUANTITY
           MOVE ZERO TO SR_UNIT_COST
           MOVE SPACES TO SR_REFERENCE_TYPE
           MOVE ZERO TO SR_REFERENCE_NUM
           RELEASE SORT-CARD-RECORD
        .

       60-STOCK-CARD-ROUTINE.

           PERFORM 62-RETURN-CARD-RECORD
           PERFORM 64-CARD-GROUP-ROUTINE
               UNTIL WS-CARD-KEY = HIGH-VALUES
           IF WS-PART-COUNT = ZERO
               AND NOT ALL-CATALOGS
               MOVE WS-PARM-CATALOG TO WS-GROUP-KEY
               MOVE ZERO TO WS-BALANCE
               MOVE ZERO TO WS-OPENING-PERIOD
               MOVE ZERO TO WS-TOTAL-IN
               MOVE ZERO TO WS-TOTAL-OUT
               PERFORM 70-START-CARD-ROUTINE
               PERFORM 78-CLOSING-LINE-ROUTINE
           END-IF
        .

       62-RETURN-CARD-RECORD.

           RETURN CARD-SORT-FILE
               AT END
                   MOVE "Y" TO CARD-AT-END
                   MOVE HIGH-VALUES TO WS-CARD-KEY
               NOT AT END
                   MOVE SR_CATALOG_NUM TO WS-CARD-KEY
           END-RETURN
        .

       64-CARD-GROUP-ROUTINE.

           MOVE WS-CARD-KEY TO WS-GROUP-KEY
           MOVE "N" TO WS-CARD-STARTED
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-OPENING-PERIOD
           MOVE ZERO TO WS-TOTAL-IN
           MOVE ZERO TO WS-TOTAL-OUT
           PERFORM 66-APPLY-CARD-ENTRY
               UNTIL WS-CARD-KEY NOT = WS-GROUP-KEY
           IF WS-CARD-STARTED = "N"
               AND NOT ALL-CATALOGS
               PERFORM 70-START-CARD-ROUTINE
           END-IF
           IF WS-CARD-STARTED = "Y"
               PERFORM 78-CLOSING-LINE-ROUTINE
           END-IF
        .

       66-APPLY-CARD-ENTRY.

           IF SR_SORT_DATE < WS-FROM-DATE
               IF SR_SNAPSHOT
                   MOVE SR_QUANTITY TO WS-BALANCE
                   MOVE SR_SORT_DATE(1:6) TO WS-OPENING-PERIOD
               ELSE
                   ADD SR_QUANTITY TO WS-BALANCE
               END-IF
           ELSE
               IF WS-CARD-STARTED = "N"
                   PERFORM 70-START-CARD-ROUTINE
               END-IF
               IF SR_SNAPSHOT
                   PERFORM 74-MONTH-END-LINE-ROUTINE
               ELSE
                   PERFORM 72-LEDGER-LINE-ROUTINE
               END-IF
           END-IF
           PERFORM 62-RETURN-CARD-RECORD
        .

       70-START-CARD-ROUTINE.

           MOVE "Y" TO WS-CARD-STARTED
           ADD 1 TO WS-PART-COUNT
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-GROUP-KEY TO PL-CATALOG-NUM
           MOVE PART-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE SPACES TO OL-BASIS
           IF WS-OPENING-PERIOD = ZERO
               MOVE "FROM LEDGER, NO MONTH END" TO OL-BASIS
           ELSE
               MOVE "FROM MONTH END" TO OL-BASIS-TEXT
               MOVE WS-OPENING-MONTH TO OL-BASIS-MONTH
               MOVE "/" TO OL-BASIS-PERIOD(3:1)
               MOVE WS-OPENING-YEAR TO OL-BASIS-YEAR
           END-IF
           MOVE WS-BALANCE TO OL-BALANCE
           MOVE OPENING-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       72-LEDGER-LINE-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           ADD SR_QUANTITY TO WS-BALANCE
           IF SR_QUANTITY < ZERO
               SUBTRACT SR_QUANTITY FROM WS-TOTAL-OUT
           ELSE
               ADD SR_QUANTITY TO WS-TOTAL-IN
           END-IF
           ADD 1 TO WS-ENTRY-PRINT-COUNT
           MOVE SR_SORT_DATE(5:2) TO DL-POST-MONTH
           MOVE SR_SORT_DATE(7:2) TO DL-POST-DAY
           MOVE SR_SORT_DATE(1:4) TO DL-POST-YEAR
           MOVE SR_SOURCE_PROGRAM TO DL-SOURCE-PROGRAM
           MOVE SR_MOVE_TYPE TO DL-MOVE-TYPE
           MOVE SR_WAREHOUSE_ID TO DL-WAREHOUSE-ID
           MOVE SR_WAREHOUSE_BIN TO DL-WAREHOUSE-BIN
           MOVE SR_REFERENCE_TYPE TO DL-REFERENCE-TYPE
           IF SR_REFERENCE_TYPE = SPACES
               MOVE SPACES TO DL-REFERENCE-NUM
           ELSE
               MOVE SR_REFERENCE_NUM TO DL-REFERENCE-NUM
           END-IF
           MOVE SR_QUANTITY TO DL-QUANTITY
           MOVE SR_UNIT_COST TO DL-UNIT-COST
           MOVE WS-BALANCE TO DL-BALANCE
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       74-MONTH-END-LINE-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE SR_SORT_DATE(5:2) TO ML-MONTH
           MOVE SR_SORT_DATE(1:4) TO ML-YEAR
           MOVE SR_QUANTITY TO ML-SNAPSHOT-QTY
           IF SR_QUANTITY = WS-BALANCE
               MOVE SPACES TO ML-FLAG
           ELSE
               MOVE "DIFFERS" TO ML-FLAG
               ADD 1 TO WS-DIFFERS-COUNT
           END-IF
           MOVE WS-BALANCE TO ML-BALANCE
           MOVE MONTH-END-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       78-CLOSING-LINE-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE WS-TOTAL-IN TO CL-TOTAL-IN
           MOVE WS-TOTAL-OUT TO CL-TOTAL-OUT
           MOVE WS-BALANCE TO CL-BALANCE
           MOVE CLOSING-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       45-TOTAL-ROUTINE.

           MOVE WS-PART-COUNT TO TL-PART-COUNT
           MOVE WS-ENTRY-PRINT-COUNT TO TL-ENTRY-COUNT
           MOVE WS-DIFFERS-COUNT TO TL-DIFFERS-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       40-CLOSE-ROUTINE.
           CLOSE STOCK-CARD-FILE
        .
