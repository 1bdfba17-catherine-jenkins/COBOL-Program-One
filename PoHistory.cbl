       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoHistory.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that keeps the permanent received-PO
      * history for Luna, Ltd.  PoReceive drops a purchase-order
      * line from the open-PO file the night it closes, and the
      * receipt log only holds the line a record at a time; this
      * program gathers every closed line into one history record
      * -- what was ordered, when and at what price, each receipt
      * date and quantity, what went back to the supplier, what
      * came in beyond the order, and what the supplier billed --
      * and carries the history file forward the same old/new
      * generation way PoReceive carries the open-PO file.  It runs
      * nightly after PoReceive and InvoiceMatch.
      ****************************************************************
      * INPUT:
      *    The PO RECEIPT LOG (PoReceiptLogFile.txt, PORCPTR.CPY)
      *    supplies every receipt, vendor return, over-shipment,
      *    and short close PoReceive ever applied, in the order it
      *    applied them.  A line is taken as closed when the last
      *    receipt or return logged against it left it closed ("C")
      *    or short-closed ("S"); a line reopened by a return to
      *    vendor is open again until it closes again.
      *
      *    The APPROVED INVOICE FILE (ApprovedInvoiceFile.txt,
      *    APPRINVR.CPY) supplies the quantity billed and the
      *    billed unit price of every invoice line InvoiceMatch has
      *    approved against a purchase-order line.
      *
      *    The PO HISTORY FILE (PoHistoryFile.txt, POHISTR.CPY) is
      *    the current history generation, in purchase order /
      *    catalog number sequence.
      *
      *    Both logs are sorted together into purchase order /
      *    catalog number sequence by this program, so each line is
      *    rebuilt from everything on file for it every night.  A
      *    line already on the history file whose log records are
      *    no longer on file keeps what the history file has; the
      *    same goes for its invoiced figures when its approved
      *    invoice lines are gone.
      ****************************************************************
      * OUTPUT:
      *    The NEW PO HISTORY FILE (NewPoHistoryFile.txt) is the
      *    carried history file with every newly closed line added
      *    and every line rebuilt from the logs, in purchase order /
      *    catalog number sequence.  The operator copies it over
      *    PoHistoryFile.txt once the register has been reviewed.
      *
      *    The HISTORY REGISTER lists every line whose history
      *    changed tonight:
      *        CLOSED       a filled line added to the history
      *        SHORT CLOSED a short-closed line added
      *        UPDATED      a line already on file that changed,
      *                     usually because it has been billed
      *        REOPENED     a line on file that a return to vendor
      *                     reopened, taken off until it closes
      *    with totals that prove the history lines carried plus
      *    added less reopened equal the lines written.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY) with the lines added and taken
      *    off, so RunBalance can see the run happened.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-RECEIPT-LOG-FILE
               ASSIGN TO 'PoReceiptLogFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVED-INVOICE-FILE
               ASSIGN TO 'ApprovedInvoiceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-SORT-FILE
               ASSIGN TO 'PoHistSortWork.tmp'.
           SELECT OPTIONAL PO-HISTORY-FILE
               ASSIGN TO 'PoHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PO-HISTORY-FILE
               ASSIGN TO 'NewPoHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-REGISTER-FILE
               ASSIGN TO PRINTER 'PoHistoryRegisterFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-RECEIPT-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY PORCPTR.

       FD  APPROVED-INVOICE-FILE
           RECORD CONTAINS 61 CHARACTERS.

           COPY APPRINVR.

       SD  HISTORY-SORT-FILE.

       01  SORT-HISTORY-RECORD.
           05  SH_KEY.
               10  SH_PO_NUMBER            PIC 9(6).
               10  SH_CATALOG_NUM          PIC X(5).
           05  SH_SEQUENCE                 PIC 9(7).
           05  SH_SOURCE                   PIC X.
           05  SH_SUPPLIER_ID              PIC X(6).
           05  SH_ORDER_DATE               PIC 9(8).
           05  SH_ORDER_QTY                PIC 9(5).
           05  SH_UNIT_PRICE               PIC 999V99.
           05  SH_ACTIVITY_DATE            PIC 9(8).
           05  SH_QUANTITY                 PIC 9(5).
           05  SH_ENTRY_TYPE               PIC X.
           05  SH_LINE_STATUS              PIC X.
           05  SH_BILLED_PRICE             PIC 999V99.

       FD  PO-HISTORY-FILE
           RECORD CONTAINS 154 CHARACTERS.

       01  OLD-HISTORY-RECORD.
           05  OH-KEY.
               10  OH-PO-NUMBER            PIC 9(6).
               10  OH-CATALOG-NUM          PIC X(5).
           05                              PIC X(129).
           05  OH-INVOICED-QTY             PIC 9(5).
           05  OH-INVOICED-COST            PIC 9(7)V99.

       FD  NEW-PO-HISTORY-FILE
           RECORD CONTAINS 154 CHARACTERS.

           COPY POHISTR.

       FD  HISTORY-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  LOG-AT-END                  PIC X       VALUE "N".
           05  APPROVED-AT-END             PIC X       VALUE "N".
           05  OLD-HISTORY-AT-END          PIC X       VALUE "N".
           05  SORT-AT-END                 PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-OLD-KEY                  PIC X(11)   VALUE SPACES.
           05  WS-SORT-KEY                 PIC X(11)   VALUE SPACES.
           05  WS-GROUP-KEY                PIC X(11)   VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-GROUP-FIELDS.
           05 WS-SEQUENCE                  PIC 9(7)    VALUE ZERO.
           05 WS-GROUP-LOGGED              PIC X       VALUE "N".
           05 WS-GROUP-INVOICED            PIC X       VALUE "N".
           05 WS-GROUP-INVOICED-QTY        PIC 9(5)    VALUE ZERO.
           05 WS-GROUP-INVOICED-COST       PIC 9(7)V99 VALUE ZERO.
           05 WS-ENTRY-SUB                 PIC 9(3)    VALUE ZERO.
           05 WS-NET-RECEIVED              PIC S9(5)   VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-LOG-READ-COUNT            PIC 9(7)    VALUE ZERO.
           05 WS-APPROVED-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05 WS-OLD-READ-COUNT            PIC 9(7)    VALUE ZERO.
           05 WS-ADDED-COUNT               PIC 9(5)    VALUE ZERO.
           05 WS-UPDATED-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-REOPENED-COUNT            PIC 9(5)    VALUE ZERO.
           05 WS-WRITTEN-COUNT             PIC 9(7)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05 WS-PAGE-NUMBER               PIC 9(4)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.

       01  WS-RUN-STAMP                    PIC X(14).

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
           05                          PIC X(25)   VALUE SPACES.
           05                          PIC X(30)   VALUE
                               "RECEIVED PO HISTORY REGISTER".
           05                          PIC X(25)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "PO".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(8)    VALUE "SUPPLIER".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "ORDER".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "NET RCV".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(4)    VALUE "RCPT".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "BILLED".
           05                          PIC X(8)    VALUE "   AVG $".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "STATUS".
           05                          PIC X(8)    VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-PO-NUMBER            PIC 9(6).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-SUPPLIER-ID          PIC X(6).
           05                          PIC X(4)    VALUE SPACES.
           05  DL-ORDER-QTY            PIC ZZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-NET-RECEIVED         PIC ZZZZ9-.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-RECEIPT-COUNT        PIC ZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-INVOICED-QTY         PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-AVERAGE-COST         PIC ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-STATUS               PIC X(12).
           05                          PIC X(2)    VALUE SPACES.

       01  TOTAL-LINE-ONE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "HISTORY LINES:".
           05  TL-OLD-READ-COUNT       PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ADDED:".
           05  TL-ADDED-COUNT          PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "REOPENED:".
           05  TL-REOPENED-COUNT       PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "WRITTEN:".
           05  TL-WRITTEN-COUNT        PIC ZZZZZZ9.
           05                          PIC X(11)   VALUE SPACES.

       01  TOTAL-LINE-TWO.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "UPDATED:".
           05  TL-UPDATED-COUNT        PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "LOG RECORDS:".
           05  TL-LOG-READ-COUNT       PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "INVOICE LINES:".
           05  TL-APPROVED-READ-COUNT  PIC ZZZZZZ9.
           05                          PIC X(20)   VALUE SPACES.

       01  BALANCE-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  BL-VERDICT              PIC X(30).
           05                          PIC X(48)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SH_PO_NUMBER
               ON ASCENDING KEY SH_CATALOG_NUM
               ON ASCENDING KEY SH_SEQUENCE
               INPUT PROCEDURE 12-LOAD-HISTORY-SORT
               OUTPUT PROCEDURE 17-MERGE-FROM-SORT-FILE

           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       12-LOAD-HISTORY-SORT.

           OPEN INPUT PO-RECEIPT-LOG-FILE
           PERFORM UNTIL LOG-AT-END = "Y"
               READ PO-RECEIPT-LOG-FILE
                   AT END
                       MOVE "Y" TO LOG-AT-END
                   NOT AT END
                       PERFORM 14-RELEASE-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE PO-RECEIPT-LOG-FILE
           OPEN INPUT APPROVED-INVOICE-FILE
           PERFORM UNTIL APPROVED-AT-END = "Y"
               READ APPROVED-INVOICE-FILE
                   AT END
                       MOVE "Y" TO APPROVED-AT-END
                   NOT AT END
                       PERFORM 13-RELEASE-APPROVED-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVED-INVOICE-FILE
        .

       14-RELEASE-LOG-RECORD.

           ADD 1 TO WS-LOG-READ-COUNT
           ADD 1 TO WS-SEQUENCE
           MOVE PR-PO-NUMBER TO SH_PO_NUMBER
           MOVE PR-CATALOG-NUM TO SH_CATALOG_NUM
           MOVE WS-SEQUENCE TO SH_SEQUENCE
           MOVE "L" TO SH_SOURCE
           MOVE PR-SUPPLIER-ID TO SH_SUPPLIER_ID
           MOVE PR-ORDER-DATE TO SH_ORDER_DATE
           MOVE PR-ORDER-QTY TO SH_ORDER_QTY
           MOVE PR-UNIT-PRICE TO SH_UNIT_PRICE
           MOVE PR-RECEIPT-DATE TO SH_ACTIVITY_DATE
           MOVE PR-QUANTITY TO SH_QUANTITY
           MOVE PR-ENTRY-TYPE TO SH_ENTRY_TYPE
           MOVE PR-LINE-STATUS TO SH_LINE_STATUS
           MOVE ZERO TO SH_BILLED_PRICE
           RELEASE SORT-HISTORY-RECORD
        .

       13-RELEASE-APPROVED-RECORD.

           ADD 1 TO WS-APPROVED-READ-COUNT
           ADD 1 TO WS-SEQUENCE
           MOVE AI-PO-NUMBER TO SH_PO_NUMBER
           MOVE AI-CATALOG-NUM TO SH_CATALOG_NUM
           MOVE WS-SEQUENCE TO SH_SEQUENCE
           MOVE "A" TO SH_SOURCE
           MOVE AI-SUPPLIER-ID TO SH_SUPPLIER_ID
           MOVE ZERO TO SH_ORDER_DATE
           MOVE ZERO TO SH_ORDER_QTY
           MOVE ZERO TO SH_UNIT_PRICE
           MOVE AI-APPROVED-DATE TO SH_ACTIVITY_DATE
           MOVE AI-QUANTITY-BILLED TO SH_QUANTITY
           MOVE SPACES TO SH_ENTRY_TYPE
           MOVE SPACES TO SH_LINE_STATUS
           MOVE AI-UNIT-PRICE-BILLED TO SH_BILLED_PRICE
           RELEASE SORT-HISTORY-RECORD
        .

       17-MERGE-FROM-SORT-FILE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 22-READ-OLD-HISTORY-RECORD
           PERFORM 24-RETURN-SORT-RECORD
           PERFORM 32-MERGE-ROUTINE
               UNTIL WS-OLD-KEY = HIGH-VALUES
                   AND WS-SORT-KEY = HIGH-VALUES
           PERFORM 45-TOTAL-ROUTINE
           CLOSE PO-HISTORY-FILE
                 NEW-PO-HISTORY-FILE
                 HISTORY-REGISTER-FILE
        .

       15-HOUSEKEEPING.

           OPEN INPUT  PO-HISTORY-FILE
                OUTPUT NEW-PO-HISTORY-FILE
                OUTPUT HISTORY-REGISTER-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
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
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       22-READ-OLD-HISTORY-RECORD.

           READ PO-HISTORY-FILE
               AT END
                   MOVE "Y" TO OLD-HISTORY-AT-END
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   ADD 1 TO WS-OLD-READ-COUNT
                   MOVE OH-KEY TO WS-OLD-KEY
           END-READ
        .

       24-RETURN-SORT-RECORD.

           RETURN HISTORY-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-AT-END
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE SH_KEY TO WS-SORT-KEY
           END-RETURN
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

       32-MERGE-ROUTINE.

           IF WS-OLD-KEY < WS-SORT-KEY
               PERFORM 70-CARRY-FORWARD-ROUTINE
               PERFORM 22-READ-OLD-HISTORY-RECORD
           ELSE
               PERFORM 60-BUILD-LINE-ROUTINE
               IF WS-GROUP-KEY = WS-OLD-KEY
                   PERFORM 64-UPDATE-OLD-LINE-ROUTINE
                   PERFORM 22-READ-OLD-HISTORY-RECORD
               ELSE
                   PERFORM 66-ADD-NEW-LINE-ROUTINE
               END-IF
           END-IF
        .

       60-BUILD-LINE-ROUTINE.

           MOVE WS-SORT-KEY TO WS-GROUP-KEY
           INITIALIZE PO-HISTORY-RECORD
           MOVE "N" TO WS-GROUP-LOGGED
           MOVE "N" TO WS-GROUP-INVOICED
           MOVE ZERO TO WS-GROUP-INVOICED-QTY
           MOVE ZERO TO WS-GROUP-INVOICED-COST
           PERFORM 62-ADD-SORT-RECORD-ROUTINE
               UNTIL WS-SORT-KEY NOT = WS-GROUP-KEY
           MOVE WS-GROUP-INVOICED-QTY TO RH-INVOICED-QTY
           MOVE WS-GROUP-INVOICED-COST TO RH-INVOICED-COST
        .

       62-ADD-SORT-RECORD-ROUTINE.

           IF SH_SOURCE = "A"
               MOVE "Y" TO WS-GROUP-INVOICED
               ADD SH_QUANTITY TO WS-GROUP-INVOICED-QTY
               COMPUTE WS-GROUP-INVOICED-COST =
                   WS-GROUP-INVOICED-COST
                   + SH_QUANTITY * SH_BILLED_PRICE
           ELSE
               PERFORM 63-ADD-LOG-ENTRY-ROUTINE
           END-IF
           PERFORM 24-RETURN-SORT-RECORD
        .

       63-ADD-LOG-ENTRY-ROUTINE.

           IF WS-GROUP-LOGGED = "N"
               MOVE "Y" TO WS-GROUP-LOGGED
               MOVE SH_PO_NUMBER TO RH-PO-NUMBER
               MOVE SH_CATALOG_NUM TO RH-CATALOG-NUM
               MOVE SH_SUPPLIER_ID TO RH-SUPPLIER-ID
               MOVE SH_ORDER_DATE TO RH-ORDER-DATE
               MOVE SH_ORDER_QTY TO RH-ORDER-QTY
               MOVE SH_UNIT_PRICE TO RH-UNIT-PRICE
           ELSE
               IF SH_ORDER_DATE < RH-ORDER-DATE
                   MOVE SH_ORDER_DATE TO RH-ORDER-DATE
               END-IF
               IF SH_ORDER_QTY > RH-ORDER-QTY
                   MOVE SH_ORDER_QTY TO RH-ORDER-QTY
               END-IF
               IF RH-UNIT-PRICE = ZERO
                   MOVE SH_UNIT_PRICE TO RH-UNIT-PRICE
               END-IF
           END-IF
           EVALUATE SH_ENTRY_TYPE
               WHEN "R"
                   IF SH_QUANTITY > ZERO
                       ADD SH_QUANTITY TO RH-RECEIVED-QTY
                       PERFORM 65-ADD-RECEIPT-ENTRY-ROUTINE
                   END-IF
                   MOVE SH_LINE_STATUS TO RH-CLOSE-STATUS
                   MOVE SH_ACTIVITY_DATE TO RH-CLOSE-DATE
               WHEN "V"
                   ADD SH_QUANTITY TO RH-RETURNED-QTY
                   MOVE SH_LINE_STATUS TO RH-CLOSE-STATUS
                   MOVE SH_ACTIVITY_DATE TO RH-CLOSE-DATE
               WHEN "O"
                   ADD SH_QUANTITY TO RH-OVERSHIP-QTY
           END-EVALUATE
        .

       65-ADD-RECEIPT-ENTRY-ROUTINE.

           IF RH-RECEIPT-COUNT < 999
               ADD 1 TO RH-RECEIPT-COUNT
           END-IF
           IF RH-RECEIPT-COUNT NOT > 6
               MOVE RH-RECEIPT-COUNT TO WS-ENTRY-SUB
               MOVE SH_ACTIVITY_DATE
                   TO RH-RECEIPT-DATE (WS-ENTRY-SUB)
               MOVE SH_QUANTITY TO RH-RECEIPT-QTY (WS-ENTRY-SUB)
           ELSE
               MOVE SH_ACTIVITY_DATE TO RH-RECEIPT-DATE (6)
               ADD SH_QUANTITY TO RH-RECEIPT-QTY (6)
           END-IF
        .

       64-UPDATE-OLD-LINE-ROUTINE.

           IF WS-GROUP-LOGGED = "Y"
               AND NOT RH-LINE-CLOSED
               AND NOT RH-LINE-SHORT-CLOSED
               ADD 1 TO WS-REOPENED-COUNT
               MOVE "REOPENED" TO DL-STATUS
               PERFORM 68-PRINT-LINE-ROUTINE
           ELSE
               IF WS-GROUP-LOGGED = "N"
                   MOVE OLD-HISTORY-RECORD TO PO-HISTORY-RECORD
                   IF WS-GROUP-INVOICED = "Y"
                       MOVE WS-GROUP-INVOICED-QTY TO RH-INVOICED-QTY
                       MOVE WS-GROUP-INVOICED-COST
                           TO RH-INVOICED-COST
                   END-IF
               END-IF
               IF WS-GROUP-INVOICED = "N"
                   MOVE OH-INVOICED-QTY TO RH-INVOICED-QTY
                   MOVE OH-INVOICED-COST TO RH-INVOICED-COST
               END-IF
               IF PO-HISTORY-RECORD NOT = OLD-HISTORY-RECORD
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE "UPDATED" TO DL-STATUS
                   PERFORM 68-PRINT-LINE-ROUTINE
               END-IF
               PERFORM 72-WRITE-HISTORY-ROUTINE
           END-IF
        .

       66-ADD-NEW-LINE-ROUTINE.

           IF WS-GROUP-LOGGED = "Y"
               AND (RH-LINE-CLOSED OR RH-LINE-SHORT-CLOSED)
               ADD 1 TO WS-ADDED-COUNT
               IF RH-LINE-SHORT-CLOSED
                   MOVE "SHORT CLOSED" TO DL-STATUS
               ELSE
                   MOVE "CLOSED" TO DL-STATUS
               END-IF
               PERFORM 68-PRINT-LINE-ROUTINE
               PERFORM 72-WRITE-HISTORY-ROUTINE
           END-IF
        .

       68-PRINT-LINE-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           COMPUTE WS-NET-RECEIVED =
               RH-RECEIVED-QTY - RH-RETURNED-QTY
           MOVE RH-PO-NUMBER TO DL-PO-NUMBER
           MOVE RH-CATALOG-NUM TO DL-CATALOG-NUMBER
           MOVE RH-SUPPLIER-ID TO DL-SUPPLIER-ID
           MOVE RH-ORDER-QTY TO DL-ORDER-QTY
           MOVE WS-NET-RECEIVED TO DL-NET-RECEIVED
           MOVE RH-RECEIPT-COUNT TO DL-RECEIPT-COUNT
           MOVE RH-INVOICED-QTY TO DL-INVOICED-QTY
           IF RH-INVOICED-QTY > ZERO
               COMPUTE DL-AVERAGE-COST ROUNDED =
                   RH-INVOICED-COST / RH-INVOICED-QTY
           ELSE
               MOVE ZERO TO DL-AVERAGE-COST
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       70-CARRY-FORWARD-ROUTINE.

           MOVE OLD-HISTORY-RECORD TO PO-HISTORY-RECORD
           PERFORM 72-WRITE-HISTORY-ROUTINE
        .

       72-WRITE-HISTORY-ROUTINE.

           WRITE PO-HISTORY-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
        .

       45-TOTAL-ROUTINE.

           MOVE WS-OLD-READ-COUNT TO TL-OLD-READ-COUNT
           MOVE WS-ADDED-COUNT TO TL-ADDED-COUNT
           MOVE WS-REOPENED-COUNT TO TL-REOPENED-COUNT
           MOVE WS-WRITTEN-COUNT TO TL-WRITTEN-COUNT
           MOVE TOTAL-LINE-ONE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-UPDATED-COUNT TO TL-UPDATED-COUNT
           MOVE WS-LOG-READ-COUNT TO TL-LOG-READ-COUNT
           MOVE WS-APPROVED-READ-COUNT TO TL-APPROVED-READ-COUNT
           MOVE TOTAL-LINE-TWO TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           IF WS-OLD-READ-COUNT + WS-ADDED-COUNT - WS-REOPENED-COUNT
               = WS-WRITTEN-COUNT
               MOVE "IN BALANCE" TO BL-VERDICT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO BL-VERDICT
           END-IF
           MOVE BALANCE-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "POHISTORY" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-OLD-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
           MOVE ZERO TO RL-EXCEPTION-COUNT
           MOVE WS-ADDED-COUNT TO RL-ADD-COUNT
           MOVE WS-REOPENED-COUNT TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE RUN-LOG-FILE
        .
