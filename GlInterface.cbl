       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlInterface.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is the general ledger interface for the Luna, Ltd.
      * inventory system.  Accounting used to build the month's
      * inventory journal by hand from the posting, variance and
      * transfer registers, and it never agreed with the stock
      * valuation.  This program gathers the value of every
      * receipt, issue, adjustment, customer return, return to
      * vendor, kit movement, count variance and warehouse transfer
      * the nightly programs applied, maps each one to the ledger
      * accounts it moves, and writes a balanced debit/credit
      * journal for the accounting package to import, with a
      * printed proof.
      *
      * Every movement debits or credits the inventory asset
      * account of its warehouse for its value, and takes the
      * other side to the account its kind of movement offsets:
      *     RECEIPT, RETURN TO VENDOR   ACCRUED RECEIPTS
      *     ISSUE, CUSTOMER RETURN      COST OF GOODS SOLD
      *     KIT RECEIPT, KIT ISSUE      KIT ASSEMBLY CLEARING
      *     ADJUSTMENT, COUNT VARIANCE  COUNT SHRINKAGE
      *     TRANSFER                    INVENTORY OF THE SENDING
      *                                 WAREHOUSE
      * A movement that adds value is debited to inventory; one
      * that takes value out is credited.  Inventory is carried at
      * what the stock actually cost, so a receipt is accrued at
      * its invoiced cost, and the receipt's purchase price
      * variance is reclassed out of cost of goods sold into the
      * purchase price variance account (debit when the invoiced
      * cost was over PA_PURCHASE_PRICE, credit when under) so
      * purchasing's variance shows on its own line.
      ****************************************************************
      * INPUT:
      *    The VALUE FILES written by the nightly programs, each as
      *    described in VALUEREC.CPY:
      *         StockValueFile.txt      (StockPost)
      *         CountValueFile.txt      (CycleCount)
      *         TransferValueFile.txt   (WhseTransfer)
      *    A value file that is not there is taken as empty, for a
      *    night the program that writes it did not run.
      *
      *    The GL ACCOUNT FILE (GLACCTR.CPY) maps each account type,
      *    by warehouse where needed, to a ledger account number.  A
      *    movement's accounts are looked up by the warehouse first
      *    and then by the blank-warehouse default for the type.
      ****************************************************************
      * OUTPUT:
      *    The GL JOURNAL FILE (GlJournalFile.txt) carries one
      *    GL-JOURNAL-RECORD per account, side and kind of movement,
      *    summed over the night, in account number sequence
      *    (GLJRNLR.CPY), for the accounting package to import.
      *
      *    The JOURNAL PROOF lists every journal line with its
      *    account name, the debit and credit totals, and whether
      *    the journal balances; then the records read and net value
      *    from each value file; then every movement left out of the
      *    journal, with the reason:
      *        NO xx ACCOUNT   no mapping for account type xx in the
      *                        warehouse and no default
      *        BAD MOVE TYPE   movement type not one listed above
      *        BAD VALUE       value fields not numeric
      *        TABLE FULL      too many journal lines to summarize
      *    A movement is posted whole or not at all, so an exception
      *    never unbalances the journal, but it does leave the
      *    journal short of the night's value.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY).  Its exception count is the
      *    number of movements left out plus one when debits and
      *    credits do not balance, so StreamRun halts the stream
      *    before the journal is imported.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VALUE-FILE
               ASSIGN TO DYNAMIC WS-VALUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACCOUNT-FILE
               ASSIGN TO 'GlAccountFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-SORT-FILE
               ASSIGN TO 'GlSortWork.tmp'.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GlJournalFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-PROOF-FILE
               ASSIGN TO PRINTER 'GlJournalProofFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  VALUE-FILE
           RECORD CONTAINS 69 CHARACTERS.

           COPY VALUEREC.

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY GLACCTR.

       SD  JOURNAL-SORT-FILE.

       01  SORT-JOURNAL-RECORD.
           05  JS_ACCOUNT_NUMBER           PIC X(12).
           05  JS_DEBIT_CREDIT             PIC X(1).
           05  JS_MOVE_TYPE                PIC X(2).
           05  JS_ACCOUNT_NAME             PIC X(30).
           05  JS_AMOUNT                   PIC 9(9)V99.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY GLJRNLR.

       FD  JOURNAL-PROOF-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  VALUE-AT-END                PIC X       VALUE "N".
           05  ACCOUNT-AT-END              PIC X       VALUE "N".
           05  JOURNAL-AT-END              PIC X       VALUE "N".

       01  WS-VALUE-FILENAME               PIC X(40).

       01  WS-VALUE-FILE-NAMES.
           05                              PIC X(25)   VALUE
                               "StockValueFile.txt".
           05                              PIC X(25)   VALUE
                               "CountValueFile.txt".
           05                              PIC X(25)   VALUE
                               "TransferValueFile.txt".
       01  WS-VALUE-FILE-TABLE REDEFINES WS-VALUE-FILE-NAMES.
           05 WS-VALUE-FILE-NAME           OCCURS 3    PIC X(25).

       01  WS-FILE-TOTALS.
           05 WS-FILE-ENTRY                OCCURS 3.
               10 WS-FILE-READ-COUNT       PIC 9(7).
               10 WS-FILE-REJECT-COUNT     PIC 9(5).
               10 WS-FILE-NET-VALUE        PIC S9(9)V99.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-RUN-STAMP                    PIC X(14).

           COPY RUNLOGRC.

       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT             PIC 9(3)    VALUE ZERO.
           05 WS-ACCOUNT-ENTRY             OCCURS 200.
               10 WS-TAB-ACCOUNT-TYPE      PIC X(2).
               10 WS-TAB-WAREHOUSE-ID      PIC X(6).
               10 WS-TAB-ACCOUNT-NUMBER    PIC X(12).
               10 WS-TAB-ACCOUNT-NAME      PIC X(30).

       01  WS-SUMMARY-TABLE.
           05 WS-SUMMARY-COUNT             PIC 9(3)    VALUE ZERO.
           05 WS-SUMMARY-ENTRY             OCCURS 500.
               10 WS-SUM-ACCOUNT-NUMBER    PIC X(12).
               10 WS-SUM-DEBIT-CREDIT      PIC X(1).
               10 WS-SUM-MOVE-TYPE         PIC X(2).
               10 WS-SUM-ACCOUNT-NAME      PIC X(30).
               10 WS-SUM-AMOUNT            PIC 9(9)V99.

       01  WS-POSTING-TABLE.
           05 WS-POSTING-COUNT             PIC 9       VALUE ZERO.
           05 WS-POSTING-ENTRY             OCCURS 4.
               10 WS-POST-ACCOUNT-NUMBER   PIC X(12).
               10 WS-POST-DEBIT-CREDIT     PIC X(1).
               10 WS-POST-MOVE-TYPE        PIC X(2).
               10 WS-POST-ACCOUNT-NAME     PIC X(30).
               10 WS-POST-AMOUNT           PIC 9(9)V99.

       01  WS-EXCEPTION-TABLE.
           05 WS-EXC-COUNT                 PIC 9(3)    VALUE ZERO.
           05 WS-EXC-ENTRY                 OCCURS 200.
               10 WS-EXC-SOURCE            PIC X(12).
               10 WS-EXC-MOVE-TYPE         PIC X(2).
               10 WS-EXC-CATALOG-NUM       PIC X(5).
               10 WS-EXC-WAREHOUSE-ID      PIC X(6).
               10 WS-EXC-VALUE             PIC S9(7)V99.
               10 WS-EXC-REASON            PIC X(20).

       01  WS-POSTING-FIELDS.
           05 WS-FILE-SUB                  PIC 9       VALUE ZERO.
           05 WS-SUB                       PIC 9(3)    VALUE ZERO.
           05 WS-POST-SUB                  PIC 9       VALUE ZERO.
           05 WS-OFFSET-TYPE               PIC X(2)    VALUE SPACES.
           05 WS-OFFSET-WAREHOUSE          PIC X(6)    VALUE SPACES.
           05 WS-LOOKUP-TYPE               PIC X(2)    VALUE SPACES.
           05 WS-LOOKUP-WAREHOUSE          PIC X(6)    VALUE SPACES.
           05 WS-ACCOUNT-FOUND             PIC X       VALUE "N".
           05 WS-DEFAULT-FOUND             PIC X       VALUE "N".
           05 WS-FOUND-ACCOUNT-NUMBER      PIC X(12)   VALUE SPACES.
           05 WS-FOUND-ACCOUNT-NAME        PIC X(30)   VALUE SPACES.
           05 WS-INV-ACCOUNT-NUMBER        PIC X(12)   VALUE SPACES.
           05 WS-INV-ACCOUNT-NAME          PIC X(30)   VALUE SPACES.
           05 WS-OFF-ACCOUNT-NUMBER        PIC X(12)   VALUE SPACES.
           05 WS-OFF-ACCOUNT-NAME          PIC X(30)   VALUE SPACES.
           05 WS-PPV-ACCOUNT-NUMBER        PIC X(12)   VALUE SPACES.
           05 WS-PPV-ACCOUNT-NAME          PIC X(30)   VALUE SPACES.
           05 WS-COGS-ACCOUNT-NUMBER       PIC X(12)   VALUE SPACES.
           05 WS-COGS-ACCOUNT-NAME         PIC X(30)   VALUE SPACES.
           05 WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
           05 WS-SUMMARY-FOUND             PIC X       VALUE "N".

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-READ-COUNT                PIC 9(7)    VALUE ZERO.
           05 WS-REJECT-COUNT              PIC 9(5)    VALUE ZERO.
           05 WS-EXCEPTION-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-JOURNAL-LINE-COUNT        PIC 9(5)    VALUE ZERO.
           05 WS-TOTAL-DEBITS              PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-CREDITS             PIC 9(9)V99 VALUE ZERO.
           05 WS-DIFFERENCE                PIC S9(9)V99 VALUE ZERO.
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
           05                          PIC X(26)   VALUE SPACES.
           05                          PIC X(28)   VALUE
                               "GENERAL LEDGER JOURNAL PROOF".
           05                          PIC X(26)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(4)    VALUE "LINE".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "ACCOUNT".
           05                          PIC X(7)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "ACCOUNT NAME".
           05                          PIC X(9)    VALUE SPACES.
           05                          PIC X(2)    VALUE "TY".
           05                          PIC X(11)   VALUE SPACES.
           05                          PIC X(5)    VALUE "DEBIT".
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(6)    VALUE "CREDIT".
           05                          PIC X(2)    VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-LINE-NUMBER          PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-ACCOUNT-NUMBER       PIC X(12).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-ACCOUNT-NAME         PIC X(20).
           05                          PIC X(1)    VALUE SPACES.
           05  DL-MOVE-TYPE            PIC X(2).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-DEBIT-AMOUNT         PIC ZZZ,ZZZ,ZZZ.ZZ.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-CREDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ.ZZ.
           05                          PIC X(3)    VALUE SPACES.

       01  JOURNAL-TOTAL-LINE.
           05                          PIC X(24)   VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "JOURNAL TOTALS:".
           05                          PIC X(9)    VALUE SPACES.
           05  JT-TOTAL-DEBITS         PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  JT-TOTAL-CREDITS        PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)    VALUE SPACES.

       01  BALANCE-LINE.
           05                          PIC X(24)   VALUE SPACES.
           05  BL-MESSAGE              PIC X(30).
           05  BL-DIFFERENCE           PIC ZZZ,ZZZ,ZZZ.ZZ-.
           05                          PIC X(11)   VALUE SPACES.

       01  SOURCE-HEADING.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(11)   VALUE
                               "VALUE FILE".
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(7)    VALUE "RECORDS".
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(9)    VALUE "NET VALUE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(8)    VALUE "REJECTED".
           05                          PIC X(16)   VALUE SPACES.

       01  SOURCE-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05  SL-FILE-NAME            PIC X(25).
           05                          PIC X(2)    VALUE SPACES.
           05  SL-READ-COUNT           PIC ZZZZ9.
           05                          PIC X(4)    VALUE SPACES.
           05  SL-NET-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(4)    VALUE SPACES.
           05  SL-REJECT-COUNT         PIC ZZZZ9.
           05                          PIC X(16)   VALUE SPACES.

       01  EXCEPTION-HEADING.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(40)   VALUE
                   "MOVEMENTS NOT POSTED TO THE JOURNAL".
           05                          PIC X(36)   VALUE SPACES.

       01  EXCEPTION-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05  EL-SOURCE               PIC X(12).
           05                          PIC X(2)    VALUE SPACES.
           05  EL-MOVE-TYPE            PIC X(2).
           05                          PIC X(2)    VALUE SPACES.
           05  EL-CATALOG-NUM          PIC X(5).
           05                          PIC X(2)    VALUE SPACES.
           05  EL-WAREHOUSE-ID         PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  EL-VALUE                PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)    VALUE SPACES.
           05  EL-REASON               PIC X(20).
           05                          PIC X(6)    VALUE SPACES.

       01  NO-EXCEPTION-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(4)    VALUE "NONE".
           05                          PIC X(72)   VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "VALUES READ:".
           05  TL-READ-COUNT           PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "JOURNAL LINES:".
           05  TL-JOURNAL-LINE-COUNT   PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "EXCEPTIONS:".
           05  TL-EXCEPTION-COUNT      PIC ZZZZ9.
           05                          PIC X(20)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JS_ACCOUNT_NUMBER
               ON DESCENDING KEY JS_DEBIT_CREDIT
               ON ASCENDING KEY JS_MOVE_TYPE
               INPUT PROCEDURE 16-LOAD-JOURNAL-SORT
               OUTPUT PROCEDURE 17-WRITE-JOURNAL-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT GL-JOURNAL-FILE
                OUTPUT JOURNAL-PROOF-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           INITIALIZE WS-FILE-TOTALS
           PERFORM 12-LOAD-ACCOUNT-TABLE
        .

       12-LOAD-ACCOUNT-TABLE.

           OPEN INPUT GL-ACCOUNT-FILE
           PERFORM UNTIL ACCOUNT-AT-END = "Y"
               READ GL-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO ACCOUNT-AT-END
                   NOT AT END
                       IF WS-ACCOUNT-COUNT < 200
                           ADD 1 TO WS-ACCOUNT-COUNT
                           MOVE GA-ACCOUNT-TYPE
                             TO WS-TAB-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
                           MOVE GA-WAREHOUSE-ID
                             TO WS-TAB-WAREHOUSE-ID(WS-ACCOUNT-COUNT)
                           MOVE GA-ACCOUNT-NUMBER
                             TO WS-TAB-ACCOUNT-NUMBER(WS-ACCOUNT-COUNT)
                           MOVE GA-ACCOUNT-NAME
                             TO WS-TAB-ACCOUNT-NAME(WS-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE
        .

       16-LOAD-JOURNAL-SORT.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-READ-VALUE-FILE-ROUTINE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 3
           PERFORM 38-RELEASE-SUMMARY-ROUTINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUMMARY-COUNT
        .

       17-WRITE-JOURNAL-ROUTINE.

           PERFORM 50-WRITE-HEADINGS-ROUTINE
           PERFORM UNTIL JOURNAL-AT-END = "Y"
               RETURN JOURNAL-SORT-FILE
                   AT END
                       MOVE "Y" TO JOURNAL-AT-END
                   NOT AT END
                       PERFORM 54-WRITE-JOURNAL-LINE
               END-RETURN
           END-PERFORM
           PERFORM 60-JOURNAL-TOTAL-ROUTINE
           PERFORM 62-SOURCE-SUMMARY-ROUTINE
           PERFORM 64-EXCEPTION-LIST-ROUTINE
           PERFORM 45-TOTAL-ROUTINE
           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE
        .

       20-READ-VALUE-FILE-ROUTINE.

           MOVE WS-VALUE-FILE-NAME(WS-FILE-SUB) TO WS-VALUE-FILENAME
           MOVE "N" TO VALUE-AT-END
           OPEN INPUT VALUE-FILE
           PERFORM UNTIL VALUE-AT-END = "Y"
               READ VALUE-FILE
                   AT END
                       MOVE "Y" TO VALUE-AT-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-FILE-READ-COUNT(WS-FILE-SUB)
                       PERFORM 30-POST-VALUE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE VALUE-FILE
        .

       30-POST-VALUE-ROUTINE.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-POSTING-COUNT
           IF IV-EXTENDED-VALUE NOT NUMERIC
               OR IV-VARIANCE-VALUE NOT NUMERIC
               MOVE "BAD VALUE" TO WS-REJECT-REASON
           ELSE
               ADD IV-EXTENDED-VALUE
                   TO WS-FILE-NET-VALUE(WS-FILE-SUB)
               PERFORM 31-SET-OFFSET-ROUTINE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 32-MAP-ACCOUNTS-ROUTINE
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-SUMMARY-COUNT > 496
               MOVE "TABLE FULL" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 33-BUILD-POSTINGS-ROUTINE
               PERFORM 36-SUMMARIZE-POSTING-ROUTINE
                   VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POSTING-COUNT
           ELSE
               PERFORM 39-STORE-EXCEPTION-ROUTINE
           END-IF
        .

       31-SET-OFFSET-ROUTINE.

           MOVE IV-WAREHOUSE-ID TO WS-OFFSET-WAREHOUSE
           EVALUATE TRUE
               WHEN IV-RECEIPT
               WHEN IV-RETURN-TO-VENDOR
                   MOVE "AR" TO WS-OFFSET-TYPE
               WHEN IV-ISSUE
               WHEN IV-CUSTOMER-RETURN
                   MOVE "CS" TO WS-OFFSET-TYPE
               WHEN IV-KIT-RECEIPT
               WHEN IV-KIT-ISSUE
                   MOVE "KC" TO WS-OFFSET-TYPE
               WHEN IV-ADJUSTMENT
               WHEN IV-COUNT-VARIANCE
                   MOVE "SH" TO WS-OFFSET-TYPE
               WHEN IV-TRANSFER
                   MOVE "IN" TO WS-OFFSET-TYPE
                   MOVE IV-FROM-WAREHOUSE-ID TO WS-OFFSET-WAREHOUSE
               WHEN OTHER
                   MOVE "BAD MOVE TYPE" TO WS-REJECT-REASON
           END-EVALUATE
        .

       32-MAP-ACCOUNTS-ROUTINE.

           MOVE "IN" TO WS-LOOKUP-TYPE
           MOVE IV-WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
           PERFORM 34-LOOKUP-ACCOUNT-ROUTINE
           MOVE WS-FOUND-ACCOUNT-NUMBER TO WS-INV-ACCOUNT-NUMBER
           MOVE WS-FOUND-ACCOUNT-NAME TO WS-INV-ACCOUNT-NAME
           IF WS-REJECT-REASON = SPACES
               MOVE WS-OFFSET-TYPE TO WS-LOOKUP-TYPE
               MOVE WS-OFFSET-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
               PERFORM 34-LOOKUP-ACCOUNT-ROUTINE
               MOVE WS-FOUND-ACCOUNT-NUMBER TO WS-OFF-ACCOUNT-NUMBER
               MOVE WS-FOUND-ACCOUNT-NAME TO WS-OFF-ACCOUNT-NAME
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND IV-VARIANCE-VALUE NOT = ZERO
               MOVE "PV" TO WS-LOOKUP-TYPE
               MOVE IV-WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
               PERFORM 34-LOOKUP-ACCOUNT-ROUTINE
               MOVE WS-FOUND-ACCOUNT-NUMBER TO WS-PPV-ACCOUNT-NUMBER
               MOVE WS-FOUND-ACCOUNT-NAME TO WS-PPV-ACCOUNT-NAME
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND IV-VARIANCE-VALUE NOT = ZERO
               MOVE "CS" TO WS-LOOKUP-TYPE
               MOVE IV-WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
               PERFORM 34-LOOKUP-ACCOUNT-ROUTINE
               MOVE WS-FOUND-ACCOUNT-NUMBER TO WS-COGS-ACCOUNT-NUMBER
               MOVE WS-FOUND-ACCOUNT-NAME TO WS-COGS-ACCOUNT-NAME
           END-IF
        .

       33-BUILD-POSTINGS-ROUTINE.

           IF IV-EXTENDED-VALUE > ZERO
               MOVE WS-INV-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-INV-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 35-ADD-POSTING-ROUTINE
               MOVE "D" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               MOVE WS-OFF-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-OFF-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 35-ADD-POSTING-ROUTINE
               MOVE "C" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
           END-IF
           IF IV-EXTENDED-VALUE < ZERO
               MOVE WS-OFF-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-OFF-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 35-ADD-POSTING-ROUTINE
               MOVE "D" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               MOVE WS-INV-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-INV-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 35-ADD-POSTING-ROUTINE
               MOVE "C" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
           END-IF
           IF IV-VARIANCE-VALUE NOT = ZERO
               MOVE WS-PPV-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-PPV-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 37-ADD-VARIANCE-ROUTINE
               IF IV-VARIANCE-VALUE > ZERO
                   MOVE "D" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               ELSE
                   MOVE "C" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               END-IF
               MOVE WS-COGS-ACCOUNT-NUMBER TO WS-FOUND-ACCOUNT-NUMBER
               MOVE WS-COGS-ACCOUNT-NAME TO WS-FOUND-ACCOUNT-NAME
               PERFORM 37-ADD-VARIANCE-ROUTINE
               IF IV-VARIANCE-VALUE > ZERO
                   MOVE "C" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               ELSE
                   MOVE "D" TO WS-POST-DEBIT-CREDIT(WS-POSTING-COUNT)
               END-IF
           END-IF
        .

       34-LOOKUP-ACCOUNT-ROUTINE.

           MOVE "N" TO WS-ACCOUNT-FOUND
           MOVE "N" TO WS-DEFAULT-FOUND
           MOVE SPACES TO WS-FOUND-ACCOUNT-NUMBER
           MOVE SPACES TO WS-FOUND-ACCOUNT-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-FOUND = "Y"
               IF WS-TAB-ACCOUNT-TYPE(WS-SUB) = WS-LOOKUP-TYPE
                   IF WS-TAB-WAREHOUSE-ID(WS-SUB) = WS-LOOKUP-WAREHOUSE
                       MOVE "Y" TO WS-ACCOUNT-FOUND
                       MOVE WS-TAB-ACCOUNT-NUMBER(WS-SUB)
                           TO WS-FOUND-ACCOUNT-NUMBER
                       MOVE WS-TAB-ACCOUNT-NAME(WS-SUB)
                           TO WS-FOUND-ACCOUNT-NAME
                   END-IF
                   IF WS-TAB-WAREHOUSE-ID(WS-SUB) = SPACES
                       AND WS-DEFAULT-FOUND = "N"
                       AND WS-ACCOUNT-FOUND = "N"
                       MOVE "Y" TO WS-DEFAULT-FOUND
                       MOVE WS-TAB-ACCOUNT-NUMBER(WS-SUB)
                           TO WS-FOUND-ACCOUNT-NUMBER
                       MOVE WS-TAB-ACCOUNT-NAME(WS-SUB)
                           TO WS-FOUND-ACCOUNT-NAME
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-FOUND = "N" AND WS-DEFAULT-FOUND = "N"
               STRING "NO "                DELIMITED BY SIZE
                      WS-LOOKUP-TYPE       DELIMITED BY SIZE
                      " ACCOUNT"           DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF
        .

       35-ADD-POSTING-ROUTINE.

           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-FOUND-ACCOUNT-NUMBER
               TO WS-POST-ACCOUNT-NUMBER(WS-POSTING-COUNT)
           MOVE WS-FOUND-ACCOUNT-NAME
               TO WS-POST-ACCOUNT-NAME(WS-POSTING-COUNT)
           MOVE IV-MOVE-TYPE TO WS-POST-MOVE-TYPE(WS-POSTING-COUNT)
           MOVE IV-EXTENDED-VALUE TO WS-POST-AMOUNT(WS-POSTING-COUNT)
        .

       36-SUMMARIZE-POSTING-ROUTINE.

           MOVE "N" TO WS-SUMMARY-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUMMARY-COUNT
                       OR WS-SUMMARY-FOUND = "Y"
               IF WS-SUM-ACCOUNT-NUMBER(WS-SUB)
                       = WS-POST-ACCOUNT-NUMBER(WS-POST-SUB)
                   AND WS-SUM-DEBIT-CREDIT(WS-SUB)
                       = WS-POST-DEBIT-CREDIT(WS-POST-SUB)
                   AND WS-SUM-MOVE-TYPE(WS-SUB)
                       = WS-POST-MOVE-TYPE(WS-POST-SUB)
                   MOVE "Y" TO WS-SUMMARY-FOUND
                   ADD WS-POST-AMOUNT(WS-POST-SUB)
                       TO WS-SUM-AMOUNT(WS-SUB)
               END-IF
           END-PERFORM
           IF WS-SUMMARY-FOUND = "N"
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-POST-ACCOUNT-NUMBER(WS-POST-SUB)
                   TO WS-SUM-ACCOUNT-NUMBER(WS-SUMMARY-COUNT)
               MOVE WS-POST-DEBIT-CREDIT(WS-POST-SUB)
                   TO WS-SUM-DEBIT-CREDIT(WS-SUMMARY-COUNT)
               MOVE WS-POST-MOVE-TYPE(WS-POST-SUB)
                   TO WS-SUM-MOVE-TYPE(WS-SUMMARY-COUNT)
               MOVE WS-POST-ACCOUNT-NAME(WS-POST-SUB)
                   TO WS-SUM-ACCOUNT-NAME(WS-SUMMARY-COUNT)
               MOVE WS-POST-AMOUNT(WS-POST-SUB)
                   TO WS-SUM-AMOUNT(WS-SUMMARY-COUNT)
           END-IF
        .

       37-ADD-VARIANCE-ROUTINE.

           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-FOUND-ACCOUNT-NUMBER
               TO WS-POST-ACCOUNT-NUMBER(WS-POSTING-COUNT)
           MOVE WS-FOUND-ACCOUNT-NAME
               TO WS-POST-ACCOUNT-NAME(WS-POSTING-COUNT)
           MOVE "PV" TO WS-POST-MOVE-TYPE(WS-POSTING-COUNT)
           MOVE IV-VARIANCE-VALUE TO WS-POST-AMOUNT(WS-POSTING-COUNT)
        .

       38-RELEASE-SUMMARY-ROUTINE.

           IF WS-SUM-AMOUNT(WS-SUB) > ZERO
               MOVE WS-SUM-ACCOUNT-NUMBER(WS-SUB) TO JS_ACCOUNT_NUMBER
               MOVE WS-SUM-DEBIT-CREDIT(WS-SUB) TO JS_DEBIT_CREDIT
               MOVE WS-SUM-MOVE-TYPE(WS-SUB) TO JS_MOVE_TYPE
               MOVE WS-SUM-ACCOUNT-NAME(WS-SUB) TO JS_ACCOUNT_NAME
               MOVE WS-SUM-AMOUNT(WS-SUB) TO JS_AMOUNT
               RELEASE SORT-JOURNAL-RECORD
           END-IF
        .

       39-STORE-EXCEPTION-ROUTINE.

           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-FILE-REJECT-COUNT(WS-FILE-SUB)
           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE IV-SOURCE-PROGRAM TO WS-EXC-SOURCE(WS-EXC-COUNT)
               MOVE IV-MOVE-TYPE TO WS-EXC-MOVE-TYPE(WS-EXC-COUNT)
               MOVE IV-CATALOG-NUM TO WS-EXC-CATALOG-NUM(WS-EXC-COUNT)
               MOVE IV-WAREHOUSE-ID
                   TO WS-EXC-WAREHOUSE-ID(WS-EXC-COUNT)
               IF IV-EXTENDED-VALUE NUMERIC
                   MOVE IV-EXTENDED-VALUE TO WS-EXC-VALUE(WS-EXC-COUNT)
               ELSE
                   MOVE ZERO TO WS-EXC-VALUE(WS-EXC-COUNT)
               END-IF
               MOVE WS-REJECT-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
           END-IF
        .

       45-TOTAL-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-READ-COUNT TO TL-READ-COUNT
           MOVE WS-JOURNAL-LINE-COUNT TO TL-JOURNAL-LINE-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "GLINTERFACE" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-JOURNAL-LINE-COUNT TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE GL-JOURNAL-FILE
                 JOURNAL-PROOF-FILE
                 RUN-LOG-FILE
        .

       50-WRITE-HEADINGS-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 52-WRITE-LINE-ROUTINE
        .

       52-WRITE-LINE-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       54-WRITE-JOURNAL-LINE.

           ADD 1 TO WS-JOURNAL-LINE-COUNT
           MOVE WS-DATE TO GJ-JOURNAL-DATE
           MOVE "INVT" TO GJ-SOURCE-CODE
           MOVE WS-JOURNAL-LINE-COUNT TO GJ-LINE-NUMBER
           MOVE JS_ACCOUNT_NUMBER TO GJ-ACCOUNT-NUMBER
           MOVE JS_DEBIT_CREDIT TO GJ-DEBIT-CREDIT
           MOVE JS_AMOUNT TO GJ-AMOUNT
           MOVE JS_MOVE_TYPE TO GJ-MOVE-TYPE
           PERFORM 56-DESCRIBE-LINE-ROUTINE
           WRITE GL-JOURNAL-RECORD
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-JOURNAL-LINE-COUNT TO DL-LINE-NUMBER
           MOVE JS_ACCOUNT_NUMBER TO DL-ACCOUNT-NUMBER
           MOVE JS_ACCOUNT_NAME TO DL-ACCOUNT-NAME
           MOVE JS_MOVE_TYPE TO DL-MOVE-TYPE
           IF JS_DEBIT_CREDIT = "D"
               MOVE JS_AMOUNT TO DL-DEBIT-AMOUNT
               MOVE ZERO TO DL-CREDIT-AMOUNT
               ADD JS_AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               MOVE ZERO TO DL-DEBIT-AMOUNT
               MOVE JS_AMOUNT TO DL-CREDIT-AMOUNT
               ADD JS_AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
        .

       56-DESCRIBE-LINE-ROUTINE.

           EVALUATE JS_MOVE_TYPE
               WHEN "RC"
                   MOVE "STOCK RECEIPTS" TO GJ-DESCRIPTION
               WHEN "IS"
                   MOVE "STOCK ISSUES" TO GJ-DESCRIPTION
               WHEN "KR"
                   MOVE "KIT ASSEMBLY RECEIPTS" TO GJ-DESCRIPTION
               WHEN "KI"
                   MOVE "KIT COMPONENT ISSUES" TO GJ-DESCRIPTION
               WHEN "AD"
                   MOVE "STOCK ADJUSTMENTS" TO GJ-DESCRIPTION
               WHEN "CR"
                   MOVE "CUSTOMER RETURNS" TO GJ-DESCRIPTION
               WHEN "RV"
                   MOVE "RETURNS TO VENDOR" TO GJ-DESCRIPTION
               WHEN "CV"
                   MOVE "CYCLE COUNT VARIANCES" TO GJ-DESCRIPTION
               WHEN "TR"
                   MOVE "WAREHOUSE TRANSFERS" TO GJ-DESCRIPTION
               WHEN "PV"
                   MOVE "PURCHASE PRICE VARIANCE" TO GJ-DESCRIPTION
               WHEN OTHER
                   MOVE SPACES TO GJ-DESCRIPTION
           END-EVALUATE
        .

       60-JOURNAL-TOTAL-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           MOVE JOURNAL-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           IF WS-DIFFERENCE = ZERO
               MOVE "JOURNAL IS IN BALANCE" TO BL-MESSAGE
               MOVE ZERO TO BL-DIFFERENCE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "*** OUT OF BALANCE BY" TO BL-MESSAGE
               MOVE WS-DIFFERENCE TO BL-DIFFERENCE
           END-IF
           MOVE BALANCE-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
           ADD WS-REJECT-COUNT TO WS-EXCEPTION-COUNT
        .

       62-SOURCE-SUMMARY-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT - 5
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE SOURCE-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 63-SOURCE-LINE-ROUTINE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 3
        .

       63-SOURCE-LINE-ROUTINE.

           MOVE WS-VALUE-FILE-NAME(WS-FILE-SUB) TO SL-FILE-NAME
           MOVE WS-FILE-READ-COUNT(WS-FILE-SUB) TO SL-READ-COUNT
           MOVE WS-FILE-NET-VALUE(WS-FILE-SUB) TO SL-NET-VALUE
           MOVE WS-FILE-REJECT-COUNT(WS-FILE-SUB) TO SL-REJECT-COUNT
           MOVE SOURCE-LINE TO REPORT-RECORD
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
        .

       64-EXCEPTION-LIST-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT - 3
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE EXCEPTION-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           IF WS-EXC-COUNT = ZERO
               MOVE NO-EXCEPTION-LINE TO REPORT-RECORD
               PERFORM 52-WRITE-LINE-ROUTINE
           ELSE
               PERFORM 65-EXCEPTION-LINE-ROUTINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXC-COUNT
           END-IF
        .

       65-EXCEPTION-LINE-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 50-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-EXC-SOURCE(WS-SUB) TO EL-SOURCE
           MOVE WS-EXC-MOVE-TYPE(WS-SUB) TO EL-MOVE-TYPE
           MOVE WS-EXC-CATALOG-NUM(WS-SUB) TO EL-CATALOG-NUM
           MOVE WS-EXC-WAREHOUSE-ID(WS-SUB) TO EL-WAREHOUSE-ID
           MOVE WS-EXC-VALUE(WS-SUB) TO EL-VALUE
           MOVE WS-EXC-REASON(WS-SUB) TO EL-REASON
           MOVE EXCEPTION-LINE TO REPORT-RECORD
           PERFORM 52-WRITE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
        .
