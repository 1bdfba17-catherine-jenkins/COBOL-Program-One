       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that prints the maintenance change trail
      * for a single catalog number, supplier ID, or customer ID out
      * of the journal files InvMaint, SuppMaint, and CustMaint
      * append to, the same way
      * PriceList prints the price trail.  Every applied ADD,
      * CHANGE, and DELETE comes out as a before line and an after
      * line with the run date, so a mis-keyed change can be traced
      *    per transaction InvMaint applied, as described in
      *    INVJRNLR.CPY, in the chronological order the runs
      *    happened in.  The SUPPLIER JOURNAL FILE is the same
      *    trail for SuppMaint, as described in SUPJRNLR.CPY, and
      *    the CUSTOMER JOURNAL FILE is the trail for CustMaint, as
      *    described in CUSJRNLR.CPY.
      *
      *    The request is supplied as a command-line parameter:
      *    a P, an S, or a C, a space, and the catalog number,
      *    supplier ID, or customer ID wanted, e.g.  P 20334  or
      *    S ACME01  or  C KART07.
      ****************************************************************
      * OUTPUT:
      *    The JOURNAL LIST FILE shows, for the requested key only,
           SELECT OPTIONAL SUPPLIER-JOURNAL-FILE
               ASSIGN TO 'SuppJournalFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-JOURNAL-FILE
               ASSIGN TO 'CustJournalFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-LIST-FILE
               ASSIGN TO PRINTER 'JournalListFile.txt'.


           COPY SUPJRNLR.

       FD  CUSTOMER-JOURNAL-FILE
           RECORD CONTAINS 215 CHARACTERS.

           COPY CUSJRNLR.

       FD  JOURNAL-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  WS-REQUEST-TYPE             PIC X(1).
               88  PART-REQUEST                VALUE "P" "p".
               88  SUPPLIER-REQUEST            VALUE "S" "s".
               88  CUSTOMER-REQUEST            VALUE "C" "c".
           05                              PIC X(1).
           05  WS-REQUEST-KEY              PIC X(6).


           COPY SUPPREC.

           COPY CUSTREC.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-MATCH-COUNT               PIC 9(5)    VALUE ZERO.
           05  SD-LEAD-TIME            PIC ZZ9.
           05                          PIC X(12)   VALUE SPACES.

       01  CUST-HEADING.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "DATE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ACTION".
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(4)    VALUE "NAME".
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(5)    VALUE "LIMIT".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(7)    VALUE "BALANCE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(4)    VALUE "HOLD".
           05                          PIC X(1)    VALUE SPACES.

       01  CUST-DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  CD-DATE-AREA.
               10  CD-RUN-MONTH        PIC 99.
               10                      PIC X       VALUE "/".
               10  CD-RUN-DAY          PIC 99.
               10                      PIC X       VALUE "/".
               10  CD-RUN-YEAR         PIC 9999.
           05                          PIC X(1)    VALUE SPACES.
           05  CD-ACTION               PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  CD-TAG                  PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  CD-CUSTOMER-NAME        PIC X(25).
           05                          PIC X(1)    VALUE SPACES.
           05  CD-CREDIT-LIMIT         PIC ZZZZZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  CD-OPEN-BALANCE         PIC ZZZZZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  CD-HOLD-FLAG            PIC X(4).
           05                          PIC X(1)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(23)   VALUE

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-WRITE-HEADINGS-ROUTINE
           EVALUATE TRUE
               WHEN SUPPLIER-REQUEST
                   PERFORM 27-READ-SUPPLIER-JOURNAL
               WHEN CUSTOMER-REQUEST
                   PERFORM 28-READ-CUSTOMER-JOURNAL
               WHEN OTHER
                   PERFORM 25-READ-PART-JOURNAL
           END-EVALUATE
           PERFORM 45-TOTAL-ROUTINE
           PERFORM 40-CLOSE-ROUTINE
           STOP RUN
           OPEN OUTPUT JOURNAL-LIST-FILE
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE
           MOVE WS-REQUEST-KEY TO H3-REQUEST-KEY
           EVALUATE TRUE
               WHEN SUPPLIER-REQUEST
                   MOVE "FOR SUPPLIER ID" TO H3-KEY-LABEL
               WHEN CUSTOMER-REQUEST
                   MOVE "FOR CUSTOMER ID" TO H3-KEY-LABEL
               WHEN OTHER
                   MOVE "FOR CATALOG NUM" TO H3-KEY-LABEL
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 2 TO PROPER-SPACING
           EVALUATE TRUE
               WHEN SUPPLIER-REQUEST
                   MOVE SUPP-HEADING TO REPORT-RECORD
               WHEN CUSTOMER-REQUEST
                   MOVE CUST-HEADING TO REPORT-RECORD
               WHEN OTHER
                   MOVE PART-HEADING TO REPORT-RECORD
           END-EVALUATE
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           CLOSE SUPPLIER-JOURNAL-FILE
        .

       28-READ-CUSTOMER-JOURNAL.

           OPEN INPUT CUSTOMER-JOURNAL-FILE
           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ CUSTOMER-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 39-PROCESS-CUST-ENTRY
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-JOURNAL-FILE
        .

       30-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       39-PROCESS-CUST-ENTRY.

           IF CJ-CUSTOMER-ID = WS-REQUEST-KEY
               IF WS-LINE-COUNT > WS-PAGE-LIMIT
                   PERFORM 20-WRITE-HEADINGS-ROUTINE
               END-IF
               ADD 1 TO WS-MATCH-COUNT
               MOVE CJ-RUN-MONTH TO CD-RUN-MONTH
               MOVE CJ-RUN-DAY TO CD-RUN-DAY
               MOVE CJ-RUN-YEAR TO CD-RUN-YEAR
               EVALUATE TRUE
                   WHEN CJ-ADD
                       MOVE "ADD" TO CD-ACTION
                   WHEN CJ-CHANGE
                       MOVE "CHANGE" TO CD-ACTION
                   WHEN CJ-DELETE
                       MOVE "DELETE" TO CD-ACTION
                   WHEN OTHER
                       MOVE CJ-ACTION TO CD-ACTION
               END-EVALUATE
               MOVE "BEFORE" TO CD-TAG
               MOVE CJ-BEFORE-IMAGE TO CUSTOMER-RECORD
               PERFORM 42-PRINT-CUST-IMAGE
               MOVE SPACES TO CD-DATE-AREA
               MOVE SPACES TO CD-ACTION
               MOVE "AFTER" TO CD-TAG
               MOVE CJ-AFTER-IMAGE TO CUSTOMER-RECORD
               PERFORM 42-PRINT-CUST-IMAGE
               MOVE SPACES TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 30-WRITE-LINES-ROUTINE
           END-IF
        .

       42-PRINT-CUST-IMAGE.

           IF CUSTOMER-RECORD = SPACES
               MOVE SPACES TO CD-CUSTOMER-NAME
               MOVE ZERO TO CD-CREDIT-LIMIT
               MOVE ZERO TO CD-OPEN-BALANCE
               MOVE SPACES TO CD-HOLD-FLAG
           ELSE
               MOVE CM-CUSTOMER-NAME TO CD-CUSTOMER-NAME
               MOVE CM-CREDIT-LIMIT TO CD-CREDIT-LIMIT
               MOVE CM-OPEN-BALANCE TO CD-OPEN-BALANCE
               IF CM-ON-HOLD
                   MOVE "HOLD" TO CD-HOLD-FLAG
               ELSE
                   MOVE SPACES TO CD-HOLD-FLAG
               END-IF
           END-IF
           MOVE CUST-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       45-TOTAL-ROUTINE.

           MOVE WS-MATCH-COUNT TO TL-MATCH-COUNT
