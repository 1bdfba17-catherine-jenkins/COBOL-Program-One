       IDENTIFICATION DIVISION.
       PROGRAM-ID. CounterList.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that prints the end-of-shift listing for
      * the parts counter: every movement each clerk keyed through
      * CounterEntry on the day, clerk by clerk in the order they
      * were keyed, with each clerk's totals issued, received and
      * returned, so the clerk can check the listing against the
      * counter slips and the till before going home and the
      * supervisor can see who keyed what ahead of the night's
      * StockPost run.
      ****************************************************************
      * INPUT:
      *    The operator ID and the date are supplied as a
      *    command-line parameter:
      *         operator  date
      *    e.g.  JSMITH 20261015  .  An operator of ALL, or none,
      *    lists every clerk.  The date is YYYYMMDD; left off, it
      *    defaults to the run date.
      *
      *    The MOVEMENT FILE (MovementFile.txt, MOVEREC.CPY) is read
      *    for the movements stamped with an operator ID and dated
      *    the listing date.  Movements written by the batch
      *    programs carry no operator ID and are passed over.
      ****************************************************************
      * OUTPUT:
      *    The COUNTER LISTING FILE prints, per clerk:
      *         1. THE OPERATOR ID
      *         2. ONE LINE PER ENTRY: CATALOG NUMBER, MOVEMENT,
      *            QUANTITY, REFERENCE (purchase order on a receipt,
      *            customer order on a return), SUPPLIER OR CUSTOMER
      *            ID, REASON CODE AND UNIT COST KEYED
      *         3. THE CLERK'S TOTALS: ENTRIES, QUANTITY ISSUED,
      *            QUANTITY RECEIVED AND QUANTITY RETURNED
      *    and the same totals for all clerks at the end.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'MovementFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNTER-SORT-FILE
               ASSIGN TO 'CounterSortWork.tmp'.
           SELECT COUNTER-LISTING-FILE
               ASSIGN TO PRINTER 'CounterListFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

       SD  COUNTER-SORT-FILE.

       01  SORT-COUNTER-RECORD.
           05  SR_OPERATOR_ID              PIC X(6).
           05  SR_SEQUENCE                 PIC 9(7).
           05  SR_CATALOG_NUM              PIC X(5).
           05  SR_MOVE_CODE                PIC X(1).
               88  SR_ISSUE                    VALUE "I".
               88  SR_RECEIPT                  VALUE "R".
               88  SR_CUSTOMER_RETURN          VALUE "C".
           05  SR_QUANTITY                 PIC 9(4).
           05  SR_UNIT_COST                PIC 999V99.
           05  SR_REFERENCE_NUM            PIC 9(6).
           05  SR_PARTY_ID                 PIC X(6).
           05  SR_REASON_CODE              PIC X(2).

       FD  COUNTER-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  MOVEMENT-AT-END             PIC X       VALUE "N".
           05  COUNTER-AT-END              PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-COUNTER-KEY              PIC X(6)    VALUE SPACES.
           05  WS-CLERK-KEY                PIC X(6)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-LIST-PARM                    PIC X(40)   VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-OPERATOR             PIC X(6)    VALUE SPACES.
               88  ALL-OPERATORS               VALUE SPACES "ALL".
           05 WS-PARM-DATE                 PIC X(8)    VALUE SPACES.

       01  WS-LIST-DATE                    PIC 9(8)    VALUE ZERO.

       01  WS-CLERK-TOTALS.
           05 WS-CLERK-ENTRIES             PIC 9(5)    VALUE ZERO.
           05 WS-CLERK-ISSUED              PIC 9(7)    VALUE ZERO.
           05 WS-CLERK-RECEIVED            PIC 9(7)    VALUE ZERO.
           05 WS-CLERK-RETURNED            PIC 9(7)    VALUE ZERO.

       01  WS-FINAL-TOTALS.
           05 WS-CLERK-COUNT               PIC 9(5)    VALUE ZERO.
           05 WS-TOTAL-ENTRIES             PIC 9(5)    VALUE ZERO.
           05 WS-TOTAL-ISSUED              PIC 9(7)    VALUE ZERO.
           05 WS-TOTAL-RECEIVED            PIC 9(7)    VALUE ZERO.
           05 WS-TOTAL-RETURNED            PIC 9(7)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-MOVEMENT-READ-COUNT       PIC 9(7)    VALUE ZERO.
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
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(22)   VALUE
                               "COUNTER SHIFT LISTING".
           05                          PIC X(29)   VALUE SPACES.

       01  HEADING-RANGE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(11)   VALUE
                               "ENTRIES OF ".
           05  HR-LIST-DATE.
               10  HR-LIST-MONTH       PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-LIST-DAY         PIC 99.
               10                      PIC X       VALUE "/".
               10  HR-LIST-YEAR        PIC 9999.
           05                          PIC X(30)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "CATALOG".
           05                          PIC X(10)   VALUE "MOVEMENT".
           05                          PIC X(7)    VALUE " QTY".
           05                          PIC X(11)   VALUE "REFERENCE".
           05                          PIC X(9)    VALUE "PARTY".
           05                          PIC X(8)    VALUE "REASON".
           05                          PIC X(6)    VALUE "  COST".
           05                          PIC X(19)   VALUE SPACES.

       01  CLERK-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "OPERATOR ".
           05  CK-OPERATOR-ID          PIC X(6).
           05                          PIC X(63)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUM          PIC X(5).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-MOVEMENT             PIC X(8).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-REFERENCE-NUM        PIC X(6).
           05                          PIC X(5)    VALUE SPACES.
           05  DL-PARTY-ID             PIC X(6).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-REASON-CODE          PIC X(2).
           05                          PIC X(6)    VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZ9.99.
           05                          PIC X(19)   VALUE SPACES.

       01  CLERK-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  CT-LABEL                PIC X(10).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "ENTRIES ".
           05  CT-ENTRIES              PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "ISSUED ".
           05  CT-ISSUED               PIC ZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "RECEIVED ".
           05  CT-RECEIVED             PIC ZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "RETURNED ".
           05  CT-RETURNED             PIC ZZZZZ9.
           05                          PIC X(5)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "CLERKS LISTED:".
           05  TL-CLERK-COUNT          PIC ZZZZ9.
           05                          PIC X(59)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT COUNTER-SORT-FILE
               ON ASCENDING KEY SR_OPERATOR_ID
               ON ASCENDING KEY SR_SEQUENCE
               INPUT PROCEDURE 50-LOAD-COUNTER-SORT
               OUTPUT PROCEDURE 60-COUNTER-LIST-ROUTINE

           PERFORM 45-TOTAL-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT COUNTER-LISTING-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           ACCEPT WS-LIST-PARM FROM COMMAND-LINE
           UNSTRING WS-LIST-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OPERATOR
                    WS-PARM-DATE
           END-UNSTRING
           IF WS-PARM-DATE NUMERIC
               MOVE WS-PARM-DATE TO WS-LIST-DATE
           ELSE
               MOVE WS-DATE TO WS-LIST-DATE
           END-IF
           MOVE WS-LIST-DATE(5:2) TO HR-LIST-MONTH
           MOVE WS-LIST-DATE(7:2) TO HR-LIST-DAY
           MOVE WS-LIST-DATE(1:4) TO HR-LIST-YEAR
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

       50-LOAD-COUNTER-SORT.

           OPEN INPUT MOVEMENT-FILE
           PERFORM UNTIL MOVEMENT-AT-END = "Y"
               READ MOVEMENT-FILE
                   AT END
                       MOVE "Y" TO MOVEMENT-AT-END
                   NOT AT END
                       ADD 1 TO WS-MOVEMENT-READ-COUNT
                       IF MV-OPERATOR-ID NOT = SPACES
                           AND (ALL-OPERATORS
                               OR MV-OPERATOR-ID = WS-PARM-OPERATOR)
                           AND MV-MOVE-DATE = WS-LIST-DATE
                           PERFORM 52-RELEASE-MOVEMENT-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE
        .

       52-RELEASE-MOVEMENT-ROUTINE.

           MOVE MV-OPERATOR-ID TO SR_OPERATOR_ID
           MOVE WS-MOVEMENT-READ-COUNT TO SR_SEQUENCE
           MOVE MV-CATALOG-NUM TO SR_CATALOG_NUM
           MOVE MV-MOVE-CODE TO SR_MOVE_CODE
           MOVE MV-QUANTITY TO SR_QUANTITY
           MOVE MV-UNIT-COST TO SR_UNIT_COST
           MOVE MV-REFERENCE-NUM TO SR_REFERENCE_NUM
           MOVE MV-PARTY-ID TO SR_PARTY_ID
           MOVE MV-REASON-CODE TO SR_REASON_CODE
           RELEASE SORT-COUNTER-RECORD
        .

       60-COUNTER-LIST-ROUTINE.

           PERFORM 62-RETURN-COUNTER-RECORD
           PERFORM 64-CLERK-GROUP-ROUTINE
               UNTIL WS-COUNTER-KEY = HIGH-VALUES
        .

       62-RETURN-COUNTER-RECORD.

           RETURN COUNTER-SORT-FILE
               AT END
                   MOVE "Y" TO COUNTER-AT-END
                   MOVE HIGH-VALUES TO WS-COUNTER-KEY
               NOT AT END
                   MOVE SR_OPERATOR_ID TO WS-COUNTER-KEY
           END-RETURN
        .

       64-CLERK-GROUP-ROUTINE.

           MOVE WS-COUNTER-KEY TO WS-CLERK-KEY
           MOVE ZERO TO WS-CLERK-ENTRIES
           MOVE ZERO TO WS-CLERK-ISSUED
           MOVE ZERO TO WS-CLERK-RECEIVED
           MOVE ZERO TO WS-CLERK-RETURNED
           ADD 1 TO WS-CLERK-COUNT
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-CLERK-KEY TO CK-OPERATOR-ID
           MOVE CLERK-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           PERFORM 66-ENTRY-LINE-ROUTINE
               UNTIL WS-COUNTER-KEY NOT = WS-CLERK-KEY
           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE "CLERK" TO CT-LABEL
           MOVE WS-CLERK-ENTRIES TO CT-ENTRIES
           MOVE WS-CLERK-ISSUED TO CT-ISSUED
           MOVE WS-CLERK-RECEIVED TO CT-RECEIVED
           MOVE WS-CLERK-RETURNED TO CT-RETURNED
           MOVE CLERK-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           ADD WS-CLERK-ENTRIES TO WS-TOTAL-ENTRIES
           ADD WS-CLERK-ISSUED TO WS-TOTAL-ISSUED
           ADD WS-CLERK-RECEIVED TO WS-TOTAL-RECEIVED
           ADD WS-CLERK-RETURNED TO WS-TOTAL-RETURNED
        .

       66-ENTRY-LINE-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           ADD 1 TO WS-CLERK-ENTRIES
           EVALUATE TRUE
               WHEN SR_ISSUE
                   MOVE "ISSUE" TO DL-MOVEMENT
                   ADD SR_QUANTITY TO WS-CLERK-ISSUED
               WHEN SR_RECEIPT
                   MOVE "RECEIPT" TO DL-MOVEMENT
                   ADD SR_QUANTITY TO WS-CLERK-RECEIVED
               WHEN SR_CUSTOMER_RETURN
                   MOVE "RETURN" TO DL-MOVEMENT
                   ADD SR_QUANTITY TO WS-CLERK-RETURNED
               WHEN OTHER
                   MOVE SR_MOVE_CODE TO DL-MOVEMENT
           END-EVALUATE
           MOVE SR_CATALOG_NUM TO DL-CATALOG-NUM
           MOVE SR_QUANTITY TO DL-QUANTITY
           IF SR_REFERENCE_NUM = ZERO
               MOVE SPACES TO DL-REFERENCE-NUM
           ELSE
               MOVE SR_REFERENCE_NUM TO DL-REFERENCE-NUM
           END-IF
           MOVE SR_PARTY_ID TO DL-PARTY-ID
           MOVE SR_REASON_CODE TO DL-REASON-CODE
           MOVE SR_UNIT_COST TO DL-UNIT-COST
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           PERFORM 62-RETURN-COUNTER-RECORD
        .

       45-TOTAL-ROUTINE.

           MOVE "ALL CLERKS" TO CT-LABEL
           MOVE WS-TOTAL-ENTRIES TO CT-ENTRIES
           MOVE WS-TOTAL-ISSUED TO CT-ISSUED
           MOVE WS-TOTAL-RECEIVED TO CT-RECEIVED
           MOVE WS-TOTAL-RETURNED TO CT-RETURNED
           MOVE CLERK-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-CLERK-COUNT TO TL-CLERK-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       40-CLOSE-ROUTINE.
           CLOSE COUNTER-LISTING-FILE
        .
