       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppScore.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that scores Luna, Ltd.'s suppliers for a
      * calendar quarter from the received-PO history PoHistory
      * keeps, so purchasing can see which suppliers are late,
      * short, over, or dear instead of going by who phoned last.
      * Every purchase-order line that closed in the quarter counts
      * against the supplier it was ordered from, and the suppliers
      * are ranked worst first.
      ****************************************************************
      * INPUT:
      *    The quarter is supplied as a command-line parameter in
      *    YYYYQ form, e.g.  20263  for July through September
      *    2026.  When it is omitted or not a valid quarter, the
      *    last full quarter before the run date is scored.
      *
      *    The PO HISTORY FILE (PoHistoryFile.txt, POHISTR.CPY)
      *    supplies the closed lines.  A line belongs to the
      *    quarter its RH-CLOSE-DATE falls in.
      *
      *    The SUPPLIER FILE (SUPPREC.CPY) supplies the supplier
      *    name and SU-LEAD-TIME-DAYS.  A supplier with lines in
      *    the history but no supplier record is scored with a
      *    lead time of zero and flagged on the scorecard.
      ****************************************************************
      * OUTPUT:
      *    The SCORECARD FILE lists one line per supplier with
      *    lines closed in the quarter:
      *        LINES      lines closed in the quarter
      *        ON-TIME    percent of the lines received whose last
      *                   receipt came within the supplier's lead
      *                   time of the order date.  Only the date is
      *                   judged; a line closed short is still on
      *                   time if its last receipt was, and the
      *                   shortfall shows in FILL instead
      *        AVG LATE   average days past the lead time of the
      *                   lines that were late
      *        FILL       percent of the quantity ordered that was
      *                   received and kept (receipts less returns
      *                   to vendor, never more than ordered)
      *        OVER-SHIP  lines shipped beyond the order, and the
      *                   quantity over
      *        PRICE VAR  billed cost less ordered cost of the
      *                   quantity invoiced, per unit and as a
      *                   percent of ordered cost; plus is dearer
      * Days are figured on the same 30-day-month basis the shop
      * uses everywhere else.  A short-closed line with nothing
      * received counts against FILL but has no receipt to time.
      *
      *    Suppliers are ranked worst first: lowest on-time
      *    percent, then lowest fill percent, then most average
      *    days late.  A total line scores all suppliers together.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-HISTORY-FILE
               ASSIGN TO 'PoHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SupplierFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORE-SORT-FILE
               ASSIGN TO 'ScoreSortWork.tmp'.
           SELECT SCORECARD-FILE
               ASSIGN TO PRINTER 'SupplierScorecardFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-HISTORY-FILE
           RECORD CONTAINS 154 CHARACTERS.

           COPY POHISTR.

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 94 CHARACTERS.

           COPY SUPPREC.

       SD  SCORE-SORT-FILE.

       01  SORT-SCORE-RECORD.
           05  SS_ON_TIME_PCT              PIC 9(3)V9.
           05  SS_FILL_PCT                 PIC 9(3)V9.
           05  SS_AVG_LATE                 PIC 9(5).
           05  SS_SUPPLIER_ID              PIC X(6).
           05  SS_SUPPLIER_NAME            PIC X(25).
           05  SS_LINES                    PIC 9(5).
           05  SS_OVERSHIP_LINES           PIC 9(5).
           05  SS_OVERSHIP_QTY             PIC 9(7).
           05  SS_VARIANCE_PER_UNIT        PIC S9(3)V99.
           05  SS_VARIANCE_PCT             PIC S9(3)V9.

       FD  SCORECARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  HISTORY-AT-END              PIC X       VALUE "N".
           05  SUPPLIER-AT-END             PIC X       VALUE "N".
           05  SCORE-AT-END                PIC X       VALUE "N".

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-QUARTER-PARM.
           05 WS-PARM-YEAR                 PIC 9999.
           05 WS-PARM-QUARTER              PIC 9.
               88  VALID-QUARTER               VALUE 1 THRU 4.

       01  WS-QUARTER-FIELDS.
           05 WS-FIRST-MONTH               PIC 99      VALUE ZERO.
           05 WS-LAST-MONTH                PIC 99      VALUE ZERO.

       01  WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-SUB                       PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-SUB              PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-ENTRY            OCCURS 500.
               10 WS-TAB-SUPPLIER-ID       PIC X(6).
               10 WS-TAB-NAME              PIC X(25).
               10 WS-TAB-LEAD-DAYS         PIC 9(3).
               10 WS-TAB-LINES             PIC 9(5).
               10 WS-TAB-DELIVERED         PIC 9(5).
               10 WS-TAB-ON-TIME           PIC 9(5).
               10 WS-TAB-LATE              PIC 9(5).
               10 WS-TAB-DAYS-LATE         PIC 9(7).
               10 WS-TAB-ORDERED-QTY       PIC 9(7).
               10 WS-TAB-KEPT-QTY          PIC 9(7).
               10 WS-TAB-OVERSHIP-LINES    PIC 9(5).
               10 WS-TAB-OVERSHIP-QTY      PIC 9(7).
               10 WS-TAB-INVOICED-QTY      PIC 9(7).
               10 WS-TAB-VARIANCE          PIC S9(7)V99.
               10 WS-TAB-ORDERED-COST      PIC 9(9)V99.

       01  WS-SCORE-FIELDS.
           05 WS-ORDER-DAY-INDEX           PIC 9(8)    VALUE ZERO.
           05 WS-DUE-DAY-INDEX             PIC 9(8)    VALUE ZERO.
           05 WS-RECEIPT-DAY-INDEX         PIC 9(8)    VALUE ZERO.
           05 WS-ENTRY-SUB                 PIC 9       VALUE ZERO.
           05 WS-KEPT-QTY                  PIC S9(6)   VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05 WS-GT-LINES                  PIC 9(7)    VALUE ZERO.
           05 WS-GT-DELIVERED              PIC 9(7)    VALUE ZERO.
           05 WS-GT-ON-TIME                PIC 9(7)    VALUE ZERO.
           05 WS-GT-ORDERED-QTY            PIC 9(9)    VALUE ZERO.
           05 WS-GT-KEPT-QTY               PIC 9(9)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-HISTORY-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05 WS-RANK                      PIC 9(3)    VALUE ZERO.
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
           05                          PIC X(25)   VALUE SPACES.
           05                          PIC X(30)   VALUE
                               "SUPPLIER PERFORMANCE SCORECARD".
           05                          PIC X(25)   VALUE SPACES.

       01  HEADING-QUARTER.
           05                          PIC X(23)   VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "LINES CLOSED".
           05                          PIC X(9)    VALUE " QUARTER ".
           05  HQ-QUARTER              PIC 9.
           05                          PIC X(4)    VALUE " OF ".
           05  HQ-YEAR                 PIC 9999.
           05                          PIC X(27)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(33)   VALUE SPACES.
           05                          PIC X(7)    VALUE "ON-TIME".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(3)    VALUE "AVG".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(4)    VALUE "FILL".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "OVER-SHIP".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "PRICE VARIANCE".

       01  HEADING-FOUR.
           05                          PIC X(3)    VALUE "RNK".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ID".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(15)   VALUE "NAME".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "LINES".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "  PCT".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "LATE".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "  PCT".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "LINE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "  QTY".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "  /UNIT".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "   PCT".
           05                          PIC X(1)    VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-RANK                 PIC ZZ9.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-SUPPLIER-ID          PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-SUPPLIER-NAME        PIC X(15).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-LINES                PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-ON-TIME-PCT          PIC ZZ9.9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-AVG-LATE             PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-FILL-PCT             PIC ZZ9.9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-OVERSHIP-LINES       PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-OVERSHIP-QTY         PIC ZZZZ9.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-VARIANCE-PER-UNIT    PIC ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-VARIANCE-PCT         PIC ZZ9.9-.
           05                          PIC X(1)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "SUPPLIERS:".
           05  TL-SUPPLIER-COUNT       PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "LINES:".
           05  TL-LINES                PIC ZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "ON-TIME PCT:".
           05  TL-ON-TIME-PCT          PIC ZZ9.9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "FILL PCT:".
           05  TL-FILL-PCT             PIC ZZ9.9.
           05                          PIC X(15)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 22-SCORE-HISTORY-ROUTINE

           SORT SCORE-SORT-FILE
               ON ASCENDING KEY SS_ON_TIME_PCT
               ON ASCENDING KEY SS_FILL_PCT
               ON DESCENDING KEY SS_AVG_LATE
               ON ASCENDING KEY SS_SUPPLIER_ID
               INPUT PROCEDURE 50-LOAD-SCORE-SORT
               OUTPUT PROCEDURE 54-SCORECARD-ROUTINE

           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT SCORECARD-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           ACCEPT WS-QUARTER-PARM FROM COMMAND-LINE
           IF WS-QUARTER-PARM NOT NUMERIC
               OR NOT VALID-QUARTER
               PERFORM 16-DEFAULT-QUARTER-ROUTINE
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-PARM-QUARTER - 1) * 3 + 1
           COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2
           MOVE WS-PARM-QUARTER TO HQ-QUARTER
           MOVE WS-PARM-YEAR TO HQ-YEAR
           PERFORM 14-LOAD-SUPPLIER-TABLE
        .

       16-DEFAULT-QUARTER-ROUTINE.

           COMPUTE WS-PARM-QUARTER = (WS-MONTH - 1) / 3 + 1
           IF WS-PARM-QUARTER = 1
               COMPUTE WS-PARM-YEAR = WS-YEAR - 1
               MOVE 4 TO WS-PARM-QUARTER
           ELSE
               MOVE WS-YEAR TO WS-PARM-YEAR
               SUBTRACT 1 FROM WS-PARM-QUARTER
           END-IF
        .

       14-LOAD-SUPPLIER-TABLE.

           OPEN INPUT SUPPLIER-MASTER-FILE
           PERFORM UNTIL SUPPLIER-AT-END = "Y"
               READ SUPPLIER-MASTER-FILE
                   AT END
                       MOVE "Y" TO SUPPLIER-AT-END
                   NOT AT END
                       IF WS-SUPPLIER-COUNT < 500
                           ADD 1 TO WS-SUPPLIER-COUNT
                           MOVE WS-SUPPLIER-COUNT TO WS-SUPPLIER-SUB
                           PERFORM 18-CLEAR-SUPPLIER-ENTRY
                           MOVE SU-SUPPLIER-ID TO
                               WS-TAB-SUPPLIER-ID (WS-SUPPLIER-SUB)
                           MOVE SU-SUPPLIER-NAME
                               TO WS-TAB-NAME (WS-SUPPLIER-SUB)
                           MOVE SU-LEAD-TIME-DAYS
                               TO WS-TAB-LEAD-DAYS (WS-SUPPLIER-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE
        .

       18-CLEAR-SUPPLIER-ENTRY.

           INITIALIZE WS-SUPPLIER-ENTRY (WS-SUPPLIER-SUB)
        .

       19-LOOKUP-SUPPLIER-ROUTINE.

           MOVE ZERO TO WS-SUPPLIER-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-SUPPLIER-COUNT
               OR WS-SUPPLIER-SUB > ZERO
               IF WS-TAB-SUPPLIER-ID (WS-SUB) = RH-SUPPLIER-ID
                   MOVE WS-SUB TO WS-SUPPLIER-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
           IF WS-SUPPLIER-SUB = ZERO
               AND WS-SUPPLIER-COUNT < 500
               ADD 1 TO WS-SUPPLIER-COUNT
               MOVE WS-SUPPLIER-COUNT TO WS-SUPPLIER-SUB
               PERFORM 18-CLEAR-SUPPLIER-ENTRY
               MOVE RH-SUPPLIER-ID
                   TO WS-TAB-SUPPLIER-ID (WS-SUPPLIER-SUB)
               MOVE "** NO SUPPLIER RECORD **"
                   TO WS-TAB-NAME (WS-SUPPLIER-SUB)
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
           MOVE HEADING-QUARTER TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE HEADING-FOUR TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       22-SCORE-HISTORY-ROUTINE.

           OPEN INPUT PO-HISTORY-FILE
           PERFORM UNTIL HISTORY-AT-END = "Y"
               READ PO-HISTORY-FILE
                   AT END
                       MOVE "Y" TO HISTORY-AT-END
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF RH-CLOSE-YEAR = WS-PARM-YEAR
                           AND RH-CLOSE-MONTH NOT < WS-FIRST-MONTH
                           AND RH-CLOSE-MONTH NOT > WS-LAST-MONTH
                           PERFORM 19-LOOKUP-SUPPLIER-ROUTINE
                           IF WS-SUPPLIER-SUB > ZERO
                               PERFORM 26-SCORE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-HISTORY-FILE
        .

       26-SCORE-ONE-LINE.

           ADD 1 TO WS-TAB-LINES (WS-SUPPLIER-SUB)
           ADD RH-ORDER-QTY TO WS-TAB-ORDERED-QTY (WS-SUPPLIER-SUB)
           COMPUTE WS-KEPT-QTY = RH-RECEIVED-QTY - RH-RETURNED-QTY
           IF WS-KEPT-QTY < ZERO
               MOVE ZERO TO WS-KEPT-QTY
           END-IF
           IF WS-KEPT-QTY > RH-ORDER-QTY
               MOVE RH-ORDER-QTY TO WS-KEPT-QTY
           END-IF
           ADD WS-KEPT-QTY TO WS-TAB-KEPT-QTY (WS-SUPPLIER-SUB)
           IF RH-RECEIPT-COUNT > ZERO
               PERFORM 27-TIME-LINE-ROUTINE
           END-IF
           IF RH-OVERSHIP-QTY > ZERO
               ADD 1 TO WS-TAB-OVERSHIP-LINES (WS-SUPPLIER-SUB)
               ADD RH-OVERSHIP-QTY
                   TO WS-TAB-OVERSHIP-QTY (WS-SUPPLIER-SUB)
           END-IF
           IF RH-INVOICED-QTY > ZERO
               AND RH-UNIT-PRICE > ZERO
               ADD RH-INVOICED-QTY
                   TO WS-TAB-INVOICED-QTY (WS-SUPPLIER-SUB)
               COMPUTE WS-TAB-VARIANCE (WS-SUPPLIER-SUB) =
                   WS-TAB-VARIANCE (WS-SUPPLIER-SUB)
                   + RH-INVOICED-COST
                   - RH-UNIT-PRICE * RH-INVOICED-QTY
               COMPUTE WS-TAB-ORDERED-COST (WS-SUPPLIER-SUB) =
                   WS-TAB-ORDERED-COST (WS-SUPPLIER-SUB)
                   + RH-UNIT-PRICE * RH-INVOICED-QTY
           END-IF
        .

       27-TIME-LINE-ROUTINE.

           ADD 1 TO WS-TAB-DELIVERED (WS-SUPPLIER-SUB)
           IF RH-RECEIPT-COUNT > 6
               MOVE 6 TO WS-ENTRY-SUB
           ELSE
               MOVE RH-RECEIPT-COUNT TO WS-ENTRY-SUB
           END-IF
           COMPUTE WS-ORDER-DAY-INDEX =
               RH-ORDER-YEAR * 360
               + (RH-ORDER-MONTH - 1) * 30 + RH-ORDER-DAY
           COMPUTE WS-DUE-DAY-INDEX =
               WS-ORDER-DAY-INDEX + WS-TAB-LEAD-DAYS (WS-SUPPLIER-SUB)
           COMPUTE WS-RECEIPT-DAY-INDEX =
               RH-RECEIPT-YEAR (WS-ENTRY-SUB) * 360
               + (RH-RECEIPT-MONTH (WS-ENTRY-SUB) - 1) * 30
               + RH-RECEIPT-DAY (WS-ENTRY-SUB)
           IF WS-RECEIPT-DAY-INDEX > WS-DUE-DAY-INDEX
               ADD 1 TO WS-TAB-LATE (WS-SUPPLIER-SUB)
               COMPUTE WS-TAB-DAYS-LATE (WS-SUPPLIER-SUB) =
                   WS-TAB-DAYS-LATE (WS-SUPPLIER-SUB)
                   + WS-RECEIPT-DAY-INDEX - WS-DUE-DAY-INDEX
           ELSE
               ADD 1 TO WS-TAB-ON-TIME (WS-SUPPLIER-SUB)
           END-IF
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

       50-LOAD-SCORE-SORT.

           PERFORM 52-RELEASE-SUPPLIER-ROUTINE
               VARYING WS-SUPPLIER-SUB FROM 1 BY 1
               UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
        .

       52-RELEASE-SUPPLIER-ROUTINE.

           IF WS-TAB-LINES (WS-SUPPLIER-SUB) > ZERO
               MOVE WS-TAB-SUPPLIER-ID (WS-SUPPLIER-SUB)
                   TO SS_SUPPLIER_ID
               MOVE WS-TAB-NAME (WS-SUPPLIER-SUB) TO SS_SUPPLIER_NAME
               MOVE WS-TAB-LINES (WS-SUPPLIER-SUB) TO SS_LINES
               IF WS-TAB-DELIVERED (WS-SUPPLIER-SUB) > ZERO
                   COMPUTE SS_ON_TIME_PCT ROUNDED =
                       WS-TAB-ON-TIME (WS-SUPPLIER-SUB) * 100
                       / WS-TAB-DELIVERED (WS-SUPPLIER-SUB)
               ELSE
                   MOVE ZERO TO SS_ON_TIME_PCT
               END-IF
               IF WS-TAB-LATE (WS-SUPPLIER-SUB) > ZERO
                   COMPUTE SS_AVG_LATE ROUNDED =
                       WS-TAB-DAYS-LATE (WS-SUPPLIER-SUB)
                       / WS-TAB-LATE (WS-SUPPLIER-SUB)
               ELSE
                   MOVE ZERO TO SS_AVG_LATE
               END-IF
               IF WS-TAB-ORDERED-QTY (WS-SUPPLIER-SUB) > ZERO
                   COMPUTE SS_FILL_PCT ROUNDED =
                       WS-TAB-KEPT-QTY (WS-SUPPLIER-SUB) * 100
                       / WS-TAB-ORDERED-QTY (WS-SUPPLIER-SUB)
               ELSE
                   MOVE ZERO TO SS_FILL_PCT
               END-IF
               MOVE WS-TAB-OVERSHIP-LINES (WS-SUPPLIER-SUB)
                   TO SS_OVERSHIP_LINES
               MOVE WS-TAB-OVERSHIP-QTY (WS-SUPPLIER-SUB)
                   TO SS_OVERSHIP_QTY
               IF WS-TAB-INVOICED-QTY (WS-SUPPLIER-SUB) > ZERO
                   AND WS-TAB-ORDERED-COST (WS-SUPPLIER-SUB) > ZERO
                   COMPUTE SS_VARIANCE_PER_UNIT ROUNDED =
                       WS-TAB-VARIANCE (WS-SUPPLIER-SUB)
                       / WS-TAB-INVOICED-QTY (WS-SUPPLIER-SUB)
                   COMPUTE SS_VARIANCE_PCT ROUNDED =
                       WS-TAB-VARIANCE (WS-SUPPLIER-SUB) * 100
                       / WS-TAB-ORDERED-COST (WS-SUPPLIER-SUB)
               ELSE
                   MOVE ZERO TO SS_VARIANCE_PER_UNIT
                   MOVE ZERO TO SS_VARIANCE_PCT
               END-IF
               ADD WS-TAB-LINES (WS-SUPPLIER-SUB) TO WS-GT-LINES
               ADD WS-TAB-DELIVERED (WS-SUPPLIER-SUB)
                   TO WS-GT-DELIVERED
               ADD WS-TAB-ON-TIME (WS-SUPPLIER-SUB) TO WS-GT-ON-TIME
               ADD WS-TAB-ORDERED-QTY (WS-SUPPLIER-SUB)
                   TO WS-GT-ORDERED-QTY
               ADD WS-TAB-KEPT-QTY (WS-SUPPLIER-SUB)
                   TO WS-GT-KEPT-QTY
               RELEASE SORT-SCORE-RECORD
           END-IF
        .

       54-SCORECARD-ROUTINE.

           PERFORM 20-WRITE-HEADINGS-ROUTINE
           PERFORM UNTIL SCORE-AT-END = "Y"
               RETURN SCORE-SORT-FILE
                   AT END
                       MOVE "Y" TO SCORE-AT-END
                   NOT AT END
                       PERFORM 56-PRINT-SUPPLIER-ROUTINE
               END-RETURN
           END-PERFORM
           PERFORM 45-TOTAL-ROUTINE
        .

       56-PRINT-SUPPLIER-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO DL-RANK
           MOVE SS_SUPPLIER_ID TO DL-SUPPLIER-ID
           MOVE SS_SUPPLIER_NAME TO DL-SUPPLIER-NAME
           MOVE SS_LINES TO DL-LINES
           MOVE SS_ON_TIME_PCT TO DL-ON-TIME-PCT
           MOVE SS_AVG_LATE TO DL-AVG-LATE
           MOVE SS_FILL_PCT TO DL-FILL-PCT
           MOVE SS_OVERSHIP_LINES TO DL-OVERSHIP-LINES
           MOVE SS_OVERSHIP_QTY TO DL-OVERSHIP-QTY
           MOVE SS_VARIANCE_PER_UNIT TO DL-VARIANCE-PER-UNIT
           MOVE SS_VARIANCE_PCT TO DL-VARIANCE-PCT
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       45-TOTAL-ROUTINE.

           MOVE WS-RANK TO TL-SUPPLIER-COUNT
           MOVE WS-GT-LINES TO TL-LINES
           IF WS-GT-DELIVERED > ZERO
               COMPUTE TL-ON-TIME-PCT ROUNDED =
                   WS-GT-ON-TIME * 100 / WS-GT-DELIVERED
           ELSE
               MOVE ZERO TO TL-ON-TIME-PCT
           END-IF
           IF WS-GT-ORDERED-QTY > ZERO
               COMPUTE TL-FILL-PCT ROUNDED =
                   WS-GT-KEPT-QTY * 100 / WS-GT-ORDERED-QTY
           ELSE
               MOVE ZERO TO TL-FILL-PCT
           END-IF
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       40-CLOSE-ROUTINE.
           CLOSE SCORECARD-FILE
        .
