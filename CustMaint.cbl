       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaint.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that applies a batch of adds, changes, and
      * deletes to the Luna, Ltd. customer master file, the same way
      * SuppMaint maintains the supplier file.  A transaction file
      * keyed on CT-CUSTOMER-ID is matched against the current
      * CUSTOMER FILE (the old master) to build the next generation
      * of the file (the new master), and every transaction applied
      * is written to a change log.
      *
      * Both the old master and the transaction file must be in
      * ascending CM-CUSTOMER-ID / CT-CUSTOMER-ID sequence.  On a
      * normal completion, NewCustomerFile.txt becomes the new
      * CUSTOMER FILE -- the operator copies it over
      * CustomerFile.txt once the change log has been reviewed.
      ****************************************************************
      * INPUT:
      *    The OLD MASTER FILE (CUSTOMER-FILE) contains the current
      *    CUSTOMER-RECORDs, as described in CUSTREC.CPY.
      *
      *    The TRANSACTION FILE contains one CUST-TRAN-RECORD per
      *    add, change, or delete, as described in CUSTRREC.CPY:
      *         1. TRANSACTION CODE (A/C/D)
      *         2. CUSTOMER ID
      *         3. CUSTOMER NAME
      *         4. SHIP-TO ADDRESS LINE 1
      *         5. SHIP-TO ADDRESS LINE 2
      *         6. CREDIT LIMIT
      *         7. OPEN BALANCE
      *         8. HOLD FLAG (Y = ON HOLD)
      ****************************************************************
      * OUTPUT:
      *    The NEW MASTER FILE (NewCustomerFile.txt) is the updated
      *    CUSTOMER-RECORD file, in CM-CUSTOMER-ID sequence.
      *
      *    The CHANGE LOG lists every transaction applied, and every
      *    transaction rejected because its customer ID did not match
      *    the master file the way its transaction code expected,
      *    with a count of each by type.
      *
      *    The CUSTOMER JOURNAL FILE gets one CUST-JOURNAL-RECORD
      *    appended per applied transaction (CUSJRNLR.CPY), carrying
      *    the full before and after record images with the run
      *    date, the same way SuppMaint journals the supplier file.
      *    JournalList prints the trail for a customer ID.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO 'CustomerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'NewCustomerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'CustomerTxnFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO PRINTER 'CustomerChangeLogFile.txt'.
           SELECT OPTIONAL CUSTOMER-JOURNAL-FILE
               ASSIGN TO 'CustJournalFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTREC.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  NEW-MASTER-FILE-RECORD          PIC X(100).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 101 CHARACTERS.

           COPY CUSTRREC.

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  CUSTOMER-JOURNAL-FILE
           RECORD CONTAINS 215 CHARACTERS.

       01  CUSTOMER-JOURNAL-FILE-RECORD    PIC X(215).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  MASTER-AT-END               PIC X       VALUE "N".
           05  TRANSACTION-AT-END          PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(6)    VALUE SPACES.
           05  WS-TRANS-KEY                PIC X(6)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

           COPY NEWCUSTR.

           COPY CUSJRNLR.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-ADD-COUNT                 PIC 9(5)    VALUE ZERO.
           05 WS-CHANGE-COUNT              PIC 9(5)    VALUE ZERO.
           05 WS-DELETE-COUNT              PIC 9(5)    VALUE ZERO.
           05 WS-ERROR-COUNT               PIC 9(5)    VALUE ZERO.
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
           05                          PIC X(30)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  H1-PAGE-NUMBER          PIC ZZZ9.
           05                          PIC X(4)    VALUE SPACES.

       01  HEADING-TWO.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(26)   VALUE
                               "CUSTOMER MASTER CHANGE LOG".
           05                          PIC X(27)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "CUSTOMER".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ACTION".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "NAME".
           05                          PIC X(26)   VALUE SPACES.
           05                          PIC X(6)    VALUE "CREDIT".
           05                          PIC X(7)    VALUE SPACES.
           05                          PIC X(4)    VALUE "OPEN".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(4)    VALUE "HOLD".
           05                          PIC X(6)    VALUE SPACES.

       01  HEADING-FOUR.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(2)    VALUE "ID".
           05                          PIC X(45)   VALUE SPACES.
           05                          PIC X(5)    VALUE "LIMIT".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(7)    VALUE "BALANCE".
           05                          PIC X(13)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-CUSTOMER-ID          PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-ACTION               PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME        PIC X(25).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-CREDIT-LIMIT         PIC ZZZZZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-OPEN-BALANCE         PIC ZZZZZZ9.99.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-HOLD-FLAG            PIC X(4).
           05                          PIC X(6)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ADDED:".
           05  TL-ADD-COUNT            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "CHANGED:".
           05  TL-CHANGE-COUNT         PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "DELETED:".
           05  TL-DELETE-COUNT         PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "REJECTED:".
           05  TL-ERROR-COUNT          PIC ZZZZ9.
           05                          PIC X(21)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-READ-MASTER-RECORD
           PERFORM 25-READ-TRANSACTION-RECORD
           PERFORM 30-MERGE-ROUTINE
               UNTIL MASTER-AT-END = "Y" AND TRANSACTION-AT-END = "Y"
           PERFORM 95-TOTAL-ROUTINE
           PERFORM 99-CLOSE-ROUTINE
        .

       15-HOUSEKEEPING.

           OPEN INPUT  OLD-MASTER-FILE
                       TRANSACTION-FILE
                OUTPUT NEW-MASTER-FILE
                       CHANGE-LOG-FILE
                EXTEND CUSTOMER-JOURNAL-FILE
           MOVE SPACES TO NEW-CUSTOMER-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 17-WRITE-HEADINGS-ROUTINE
        .

       17-WRITE-HEADINGS-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 45-WRITE-LINE-ROUTINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 45-WRITE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE HEADING-FOUR TO REPORT-RECORD
           PERFORM 45-WRITE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       20-READ-MASTER-RECORD.

           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-AT-END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE CM-CUSTOMER-ID TO WS-MASTER-KEY
           END-READ
        .

       25-READ-TRANSACTION-RECORD.

           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRANSACTION-AT-END
                   MOVE HIGH-VALUES TO WS-TRANS-KEY
               NOT AT END
                   MOVE CT-CUSTOMER-ID TO WS-TRANS-KEY
           END-READ
        .

       30-MERGE-ROUTINE.

           EVALUATE TRUE
               WHEN WS-TRANS-KEY < WS-MASTER-KEY
                   PERFORM 50-APPLY-ADD-ROUTINE
                   PERFORM 25-READ-TRANSACTION-RECORD
               WHEN WS-TRANS-KEY = WS-MASTER-KEY
                   PERFORM 60-APPLY-MATCH-ROUTINE
                   PERFORM 25-READ-TRANSACTION-RECORD
                   PERFORM 20-READ-MASTER-RECORD
               WHEN OTHER
                   PERFORM 70-CARRY-FORWARD-ROUTINE
                   PERFORM 20-READ-MASTER-RECORD
           END-EVALUATE
        .

       45-WRITE-LINE-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       50-APPLY-ADD-ROUTINE.

           IF CT-ADD
               PERFORM 55-BUILD-FROM-TRANSACTION
               WRITE NEW-MASTER-FILE-RECORD FROM NEW-CUSTOMER-RECORD
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO DL-ACTION
               PERFORM 80-WRITE-DETAIL-ROUTINE
               MOVE "A" TO CJ-ACTION
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE NEW-CUSTOMER-RECORD TO CJ-AFTER-IMAGE
               PERFORM 67-WRITE-JOURNAL-ROUTINE
           ELSE
               PERFORM 90-LOG-REJECT-ROUTINE
           END-IF
        .

       55-BUILD-FROM-TRANSACTION.

           MOVE CT-CUSTOMER-ID TO NU-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME TO NU-CUSTOMER-NAME
           MOVE CT-SHIP-ADDRESS-1 TO NU-SHIP-ADDRESS-1
           MOVE CT-SHIP-ADDRESS-2 TO NU-SHIP-ADDRESS-2
           MOVE CT-CREDIT-LIMIT TO NU-CREDIT-LIMIT
           MOVE CT-OPEN-BALANCE TO NU-OPEN-BALANCE
           MOVE CT-HOLD-FLAG TO NU-HOLD-FLAG
           MOVE CT-CREDIT-LIMIT TO DL-CREDIT-LIMIT
           MOVE CT-OPEN-BALANCE TO DL-OPEN-BALANCE
           IF CT-HOLD-FLAG = "Y"
               MOVE "HOLD" TO DL-HOLD-FLAG
           ELSE
               MOVE SPACES TO DL-HOLD-FLAG
           END-IF
        .

       60-APPLY-MATCH-ROUTINE.

           EVALUATE TRUE
               WHEN CT-CHANGE
                   PERFORM 55-BUILD-FROM-TRANSACTION
                   WRITE NEW-MASTER-FILE-RECORD FROM NEW-CUSTOMER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHANGE" TO DL-ACTION
                   PERFORM 80-WRITE-DETAIL-ROUTINE
                   MOVE "C" TO CJ-ACTION
                   MOVE CUSTOMER-RECORD TO CJ-BEFORE-IMAGE
                   MOVE NEW-CUSTOMER-RECORD TO CJ-AFTER-IMAGE
                   PERFORM 67-WRITE-JOURNAL-ROUTINE
               WHEN CT-DELETE
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETE" TO DL-ACTION
                   MOVE CM-CREDIT-LIMIT TO DL-CREDIT-LIMIT
                   MOVE CM-OPEN-BALANCE TO DL-OPEN-BALANCE
                   IF CM-ON-HOLD
                       MOVE "HOLD" TO DL-HOLD-FLAG
                   ELSE
                       MOVE SPACES TO DL-HOLD-FLAG
                   END-IF
                   PERFORM 80-WRITE-DETAIL-ROUTINE
                   MOVE "D" TO CJ-ACTION
                   MOVE CUSTOMER-RECORD TO CJ-BEFORE-IMAGE
                   MOVE SPACES TO CJ-AFTER-IMAGE
                   PERFORM 67-WRITE-JOURNAL-ROUTINE
               WHEN OTHER
                   PERFORM 70-CARRY-FORWARD-ROUTINE
                   PERFORM 90-LOG-REJECT-ROUTINE
           END-EVALUATE
        .

       67-WRITE-JOURNAL-ROUTINE.

           MOVE CT-CUSTOMER-ID TO CJ-CUSTOMER-ID
           MOVE WS-YEAR TO CJ-RUN-YEAR
           MOVE WS-MONTH TO CJ-RUN-MONTH
           MOVE WS-DAY TO CJ-RUN-DAY
           WRITE CUSTOMER-JOURNAL-FILE-RECORD
               FROM CUST-JOURNAL-RECORD
        .

       70-CARRY-FORWARD-ROUTINE.

           MOVE CM-CUSTOMER-ID TO NU-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO NU-CUSTOMER-NAME
           MOVE CM-SHIP-ADDRESS-1 TO NU-SHIP-ADDRESS-1
           MOVE CM-SHIP-ADDRESS-2 TO NU-SHIP-ADDRESS-2
           MOVE CM-CREDIT-LIMIT TO NU-CREDIT-LIMIT
           MOVE CM-OPEN-BALANCE TO NU-OPEN-BALANCE
           MOVE CM-HOLD-FLAG TO NU-HOLD-FLAG
           WRITE NEW-MASTER-FILE-RECORD FROM NEW-CUSTOMER-RECORD
        .

       80-WRITE-DETAIL-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 17-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE CT-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       90-LOG-REJECT-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 17-WRITE-HEADINGS-ROUTINE
           END-IF
           ADD 1 TO WS-ERROR-COUNT
           MOVE CT-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME TO DL-CUSTOMER-NAME
           MOVE "REJECT" TO DL-ACTION
           MOVE ZERO TO DL-CREDIT-LIMIT
           MOVE ZERO TO DL-OPEN-BALANCE
           MOVE SPACES TO DL-HOLD-FLAG
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       95-TOTAL-ROUTINE.

           MOVE WS-ADD-COUNT TO TL-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO TL-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO TL-DELETE-COUNT
           MOVE WS-ERROR-COUNT TO TL-ERROR-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 45-WRITE-LINE-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       99-CLOSE-ROUTINE.
           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE
                 TRANSACTION-FILE
                 CHANGE-LOG-FILE
                 CUSTOMER-JOURNAL-FILE

           STOP RUN
        .
