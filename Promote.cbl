       IDENTIFICATION DIVISION.
       PROGRAM-ID. Promote.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is the master file promotion run for the Luna, Ltd.
      * nightly stream.  The stream programs never update a master
      * in place; each writes a new generation (NewInventoryFile.txt,
      * PostedInventoryFile.txt, NewCostLayerFile.txt and so on) and
      * the operator used to copy the new generations over the
      * current files by hand from a checklist.  Skip one file and
      * the next night runs against a set that does not agree with
      * itself.  This program promotes every new generation on hand
      * as one set, and only when RunBalance's latest run record is
      * clean.  Before anything is copied, every current file in the
      * set is kept under a dated name, so the last seven
      * generations of the whole set are on disk, and a rollback run
      * puts the whole set back to any kept generation.
      *
      * StreamRun runs this as the last step of the stream with an
      * expected program ID of PROMOTE; a refused promotion logs an
      * exception and halts the stream.
      ****************************************************************
      * INPUT:
      *    The run mode is supplied as a command-line parameter:
      *         (blank), P or PROMOTE  promote the new generations
      *         R or ROLLBACK [gen]    roll the set back to the kept
      *                                generation named, given as
      *                                YYYYMMDDHHMM, or YYYYMMDD for
      *                                the last one kept that day;
      *                                when no generation is given
      *                                the latest one kept is used
      *
      *    The PROMOTION SET is held in this program.  For each
      *    current file it names the new generation that replaces
      *    it:
      *         InventoryFile.txt        NewInventoryFile.txt, or
      *                                  PostedInventoryFile.txt
      *         CostLayerFile.txt        NewCostLayerFile.txt
      *         OpenPoFile.txt           NewOpenPoFile.txt
      *         CustOrderFile.txt        NewCustOrderFile.txt
      *         SupplierFile.txt         NewSupplierFile.txt
      *         CustomerFile.txt         NewCustomerFile.txt
      *         BomFile.txt              NewBomFile.txt
      *         KitOrderFile.txt         NewKitOrderFile.txt
      *         SupplierInvoiceFile.txt  NewSupplierInvoiceFile.txt
      *         PoHistoryFile.txt        NewPoHistoryFile.txt
      *    A file with no new generation on hand is kept but left as
      *    it is.  When both NewInventoryFile.txt and
      *    PostedInventoryFile.txt are on hand, the posted master is
      *    the later generation and is the one promoted, the same as
      *    the checklist copied them in that order; the other is
      *    listed as SUPERSEDED.
      *
      *    The RUN LOG FILE (RUNLOGRC.CPY) is read for the latest
      *    RUNBALANCE record.  A promotion is refused when there is
      *    none, or when it carries any exceptions.  A rollback does
      *    not look at the run log.
      *
      *    The GENERATION FILE (GenerationFile.txt) lists the kept
      *    generations, one record per file per generation, with
      *    whether the file was on hand and its record count.
      ****************************************************************
      * OUTPUT:
      *    PROMOTE:  each current file is copied to a dated name,
      *    for example InventoryFile.202610150230.txt (the run date
      *    and time), and the generation is added to the generation
      *    file.  Generations beyond the last seven are deleted.
      *    Each new generation is then copied over its current file
      *    and deleted, so the same generation can never be promoted
      *    twice.  The set is checked in full before any file is
      *    touched: a missing or unreadable file refuses the whole
      *    promotion and nothing is changed.
      *
      *    ROLLBACK:  every kept file of the generation must be on
      *    hand before any current file is replaced; a missing one
      *    refuses the whole rollback and nothing is changed.  The
      *    current set is then kept under a dated name and added to
      *    the generation file, the same as a promotion, and each
      *    file of the set is copied back from its kept name.  A
      *    file that was not on hand when the generation was kept
      *    is restored as an empty file.  The set that was current
      *    is one of the kept generations, so a rollback can itself
      *    be undone by rolling back to that generation.
      *
      *    Either run is refused when a generation was already kept
      *    in the same minute, since its dated names would be
      *    overwritten.
      *
      *    The PROMOTION REGISTER lists each file of the set with
      *    its record count before and after and what was done to
      *    it, the RunBalance record relied on, the generations
      *    still kept for rollback, and a total line.  A refused run
      *    prints the reason and changes nothing.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended for
      *    this program: records read and written by the copies,
      *    files changed in the add count, generations dropped in
      *    the delete count, and 1 in the exception count when the
      *    run was refused or a copied count did not agree.  A
      *    refused run also ends with RETURN-CODE 8.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COPY-FROM-FILE
               ASSIGN TO DYNAMIC WS-FROM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROM-STATUS.
           SELECT COPY-TO-FILE
               ASSIGN TO DYNAMIC WS-TO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN TO 'GenerationFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOTION-REGISTER-FILE
               ASSIGN TO PRINTER 'PromotionRegisterFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  COPY-FROM-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON WS-RECORD-LENGTH.

       01  COPY-FROM-RECORD                PIC X(256).

       FD  COPY-TO-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON WS-RECORD-LENGTH.

       01  COPY-TO-RECORD                  PIC X(256).

       FD  GENERATION-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  GENERATION-RECORD.
           05  GN-GENERATION-STAMP         PIC X(12).
           05  GN-FILE-STEM                PIC X(20).
           05  GN-FILE-KEPT                PIC X(1).
           05  GN-RECORD-COUNT             PIC 9(7).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

           COPY RUNLOGRC.

       FD  PROMOTION-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  FROM-AT-END                 PIC X       VALUE "N".
           05  GENERATION-AT-END           PIC X       VALUE "N".
           05  LOG-AT-END                  PIC X       VALUE "N".
           05  WS-REFUSED-FLAG             PIC X       VALUE "N".
               88  RUN-REFUSED                 VALUE "Y".
           05  WS-FILE-PRESENT-FLAG        PIC X       VALUE "N".
               88  FROM-FILE-PRESENT           VALUE "Y".
               88  FROM-FILE-UNREADABLE        VALUE "U".

       01  WS-PARM-AREA                    PIC X(40)   VALUE SPACES.
       01  WS-PARM-MODE                    PIC X(8)    VALUE SPACES.
           88  PROMOTE-MODE                VALUE SPACES "P"
                                                 "PROMOTE".
           88  ROLLBACK-MODE               VALUE "R" "ROLLBACK".
       01  WS-PARM-GENERATION              PIC X(12)   VALUE SPACES.

       01  WS-FROM-FILENAME                PIC X(40).
       01  WS-TO-FILENAME                  PIC X(40).
       01  WS-FROM-STATUS                  PIC XX.
       01  WS-RECORD-LENGTH                PIC 9(3).

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-RUN-STAMP                    PIC X(14).

       01  WS-PROMOTION-SET-NAMES.
           05                              PIC X(20)   VALUE
                               "InventoryFile".
           05                              PIC X(26)   VALUE
                               "NewInventoryFile.txt".
           05                              PIC X(26)   VALUE
                               "PostedInventoryFile.txt".
           05                              PIC X(20)   VALUE
                               "CostLayerFile".
           05                              PIC X(26)   VALUE
                               "NewCostLayerFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "OpenPoFile".
           05                              PIC X(26)   VALUE
                               "NewOpenPoFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "CustOrderFile".
           05                              PIC X(26)   VALUE
                               "NewCustOrderFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "SupplierFile".
           05                              PIC X(26)   VALUE
                               "NewSupplierFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "CustomerFile".
           05                              PIC X(26)   VALUE
                               "NewCustomerFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "BomFile".
           05                              PIC X(26)   VALUE
                               "NewBomFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "KitOrderFile".
           05                              PIC X(26)   VALUE
                               "NewKitOrderFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "SupplierInvoiceFile".
           05                              PIC X(26)   VALUE
                               "NewSupplierInvoiceFile.txt".
           05                              PIC X(26)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                               "PoHistoryFile".
           05                              PIC X(26)   VALUE
                               "NewPoHistoryFile.txt".
           05                              PIC X(26)   VALUE SPACES.
       01  WS-PROMOTION-SET-TABLE REDEFINES WS-PROMOTION-SET-NAMES.
           05 WS-SET-ENTRY                 OCCURS 10.
               10 WS-SET-STEM              PIC X(20).
               10 WS-SET-NEW-NAME          PIC X(26).
               10 WS-SET-LATER-NAME        PIC X(26).

       01  WS-SET-STATUS-TABLE.
           05 WS-SET-STATUS                OCCURS 10.
               10 WS-SET-SOURCE            PIC X(26).
               10 WS-SET-SUPERSEDED        PIC X(26).
               10 WS-SET-ON-FILE           PIC X(1).
               10 WS-SET-BEFORE-COUNT      PIC 9(7).
               10 WS-SET-AFTER-COUNT       PIC 9(7).

       01  WS-GENERATION-TABLE.
           05 WS-GEN-COUNT                 PIC 9(3)    VALUE ZERO.
           05 WS-GEN-ENTRY                 OCCURS 20.
               10 WS-GEN-STAMP             PIC X(12).
               10 WS-GEN-FILE              OCCURS 10.
                   15 WS-GEN-FILE-KEPT     PIC X(1).
                   15 WS-GEN-RECORD-COUNT  PIC 9(7).

       01  WS-PROMOTE-FIELDS.
           05 WS-SET-SIZE                  PIC 99      VALUE 10.
           05 WS-GEN-LIMIT                 PIC 99      VALUE 7.
           05 WS-SUB                       PIC 99      VALUE ZERO.
           05 WS-FOUND-SUB                 PIC 99      VALUE ZERO.
           05 WS-GEN-SUB                   PIC 9(3)    VALUE ZERO.
           05 WS-NEW-GEN-SUB               PIC 9(3)    VALUE ZERO.
           05 WS-ROLLBACK-SUB              PIC 9(3)    VALUE ZERO.
           05 WS-FIRST-KEPT-SUB            PIC 9(3)    VALUE 1.
           05 WS-GEN-DROP-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-NEW-STAMP                 PIC X(12)   VALUE SPACES.
           05 WS-NAME-STAMP                PIC X(12)   VALUE SPACES.
           05 WS-LOOKUP-STEM               PIC X(20)   VALUE SPACES.
           05 WS-TARGET-NAME               PIC X(40)   VALUE SPACES.
           05 WS-KEPT-NAME                 PIC X(40)   VALUE SPACES.
           05 WS-FILE-RECORDS              PIC 9(7)    VALUE ZERO.
           05 WS-COPY-RECORDS              PIC 9(7)    VALUE ZERO.
           05 WS-FILES-TO-CHANGE           PIC 9(3)    VALUE ZERO.
           05 WS-FILES-CHANGED             PIC 9(3)    VALUE ZERO.
           05 WS-EXCEPTION-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-REFUSAL-REASON            PIC X(44)   VALUE SPACES.

       01  WS-BALANCE-FIELDS.
           05 WS-BALANCE-FOUND             PIC X       VALUE "N".
           05 WS-BALANCE-DATE              PIC X(8)    VALUE SPACES.
           05 WS-BALANCE-TIME              PIC X(6)    VALUE SPACES.
           05 WS-BALANCE-EXCEPTIONS        PIC 9(5)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-READ                PIC 9(7)    VALUE ZERO.
           05 WS-TOTAL-WRITTEN             PIC 9(7)    VALUE ZERO.
           05 WS-TOTAL-BEFORE              PIC 9(8)    VALUE ZERO.
           05 WS-TOTAL-AFTER               PIC 9(8)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
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
           05  H2-TITLE                PIC X(30)   VALUE
                               "MASTER FILE PROMOTION REGISTER".
           05                          PIC X(25)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(26)   VALUE "FILE".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(6)    VALUE "BEFORE".
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(5)    VALUE "AFTER".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ACTION".
           05                          PIC X(24)   VALUE SPACES.

       01  BALANCE-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(20)   VALUE
                               "LATEST RUNBALANCE:".
           05  BL-MONTH                PIC XX.
           05                          PIC X       VALUE "/".
           05  BL-DAY                  PIC XX.
           05                          PIC X       VALUE "/".
           05  BL-YEAR                 PIC X(4).
           05                          PIC X       VALUE SPACES.
           05  BL-HOUR                 PIC XX.
           05                          PIC X       VALUE ":".
           05  BL-MINUTE               PIC XX.
           05                          PIC X(3)    VALUE SPACES.
           05  BL-VERDICT              PIC X(20).
           05                          PIC X(18)   VALUE SPACES.

       01  GENERATION-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  GL-CAPTION              PIC X(20).
           05  GL-MONTH                PIC XX.
           05                          PIC X       VALUE "/".
           05  GL-DAY                  PIC XX.
           05                          PIC X       VALUE "/".
           05  GL-YEAR                 PIC X(4).
           05                          PIC X       VALUE SPACES.
           05  GL-HOUR                 PIC XX.
           05                          PIC X       VALUE ":".
           05  GL-MINUTE               PIC XX.
           05                          PIC X(3)    VALUE SPACES.
           05  GL-STAMP                PIC X(12).
           05                          PIC X(27)   VALUE SPACES.

       01  KEPT-HEADING-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(29)   VALUE
                               "GENERATIONS KEPT FOR ROLLBACK".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "ROLLBACK PARM".
           05                          PIC X(31)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-FILE-NAME            PIC X(26).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-BEFORE-COUNT         PIC ZZZZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-AFTER-COUNT          PIC ZZZZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-ACTION               PIC X(20).
           05                          PIC X(10)   VALUE SPACES.

       01  REFUSAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  RF-CAPTION              PIC X(22)   VALUE
                               "*** NOT PROMOTED -".
           05  RF-REASON               PIC X(44).
           05                          PIC X(12)   VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "FILES CHANGED:".
           05  TL-FILES-CHANGED        PIC ZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(16)   VALUE
                               "RECORDS BEFORE:".
           05  TL-TOTAL-BEFORE         PIC ZZZZZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(7)    VALUE "AFTER:".
           05  TL-TOTAL-AFTER          PIC ZZZZZZZ9.
           05                          PIC X(15)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 17-LOAD-GENERATION-TABLE
           EVALUATE TRUE
               WHEN PROMOTE-MODE
                   PERFORM 50-PROMOTE-ROUTINE
               WHEN ROLLBACK-MODE
                   PERFORM 70-ROLLBACK-ROUTINE
               WHEN OTHER
                   STRING "UNKNOWN RUN MODE " DELIMITED BY SIZE
                       WS-PARM-MODE DELIMITED BY SPACE
                       INTO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
           END-EVALUATE
           IF RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               MOVE REFUSAL-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 30-WRITE-LINES-ROUTINE
               DISPLAY "PROMOTE: RUN REFUSED - " WS-REFUSAL-REASON
           END-IF
           PERFORM 45-TOTAL-ROUTINE
           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT PROMOTION-REGISTER-FILE
           ACCEPT WS-PARM-AREA FROM COMMAND-LINE
           UNSTRING WS-PARM-AREA DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-GENERATION
           INSPECT WS-PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-RUN-STAMP(1:12) TO WS-NEW-STAMP
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           IF ROLLBACK-MODE
               MOVE "MASTER FILE ROLLBACK REGISTER" TO H2-TITLE
               MOVE "*** NOT ROLLED BACK -" TO RF-CAPTION
           END-IF
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       17-LOAD-GENERATION-TABLE.

           MOVE "N" TO GENERATION-AT-END
           OPEN INPUT GENERATION-FILE
           PERFORM UNTIL GENERATION-AT-END = "Y"
               READ GENERATION-FILE
                   AT END
                       MOVE "Y" TO GENERATION-AT-END
                   NOT AT END
                       PERFORM 18-LOAD-ONE-GENERATION-RECORD
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
        .

       18-LOAD-ONE-GENERATION-RECORD.

           IF WS-GEN-COUNT = ZERO
               OR GN-GENERATION-STAMP NOT = WS-GEN-STAMP(WS-GEN-COUNT)
               IF WS-GEN-COUNT < 19
                   ADD 1 TO WS-GEN-COUNT
               END-IF
               INITIALIZE WS-GEN-ENTRY(WS-GEN-COUNT)
               MOVE GN-GENERATION-STAMP TO WS-GEN-STAMP(WS-GEN-COUNT)
           END-IF
           MOVE GN-FILE-STEM TO WS-LOOKUP-STEM
           PERFORM 19-FIND-STEM-ROUTINE
           IF WS-FOUND-SUB > ZERO
               MOVE GN-FILE-KEPT
                   TO WS-GEN-FILE-KEPT(WS-GEN-COUNT WS-FOUND-SUB)
               MOVE GN-RECORD-COUNT
                   TO WS-GEN-RECORD-COUNT(WS-GEN-COUNT WS-FOUND-SUB)
           END-IF
        .

       19-FIND-STEM-ROUTINE.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE OR WS-FOUND-SUB > ZERO
               IF WS-SET-STEM(WS-SUB) = WS-LOOKUP-STEM
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
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

       36-BUILD-NAMES-ROUTINE.

           MOVE SPACES TO WS-TARGET-NAME
           MOVE SPACES TO WS-KEPT-NAME
           STRING WS-SET-STEM(WS-SUB) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-TARGET-NAME
           STRING WS-SET-STEM(WS-SUB) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-NAME-STAMP DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-KEPT-NAME
        .

       37-FORMAT-GENERATION-LINE.

           MOVE WS-NAME-STAMP(1:4) TO GL-YEAR
           MOVE WS-NAME-STAMP(5:2) TO GL-MONTH
           MOVE WS-NAME-STAMP(7:2) TO GL-DAY
           MOVE WS-NAME-STAMP(9:2) TO GL-HOUR
           MOVE WS-NAME-STAMP(11:2) TO GL-MINUTE
           MOVE WS-NAME-STAMP TO GL-STAMP
           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE GENERATION-LINE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       38-REFUSE-ROUTINE.

           IF NOT RUN-REFUSED
               MOVE "Y" TO WS-REFUSED-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
        .

       39-WRITE-REGISTER-LINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       50-PROMOTE-ROUTINE.

           PERFORM 52-CHECK-RUN-BALANCE-ROUTINE
           IF NOT RUN-REFUSED
               PERFORM 54-CHECK-SET-ROUTINE
           END-IF
           IF NOT RUN-REFUSED
               MOVE WS-NEW-STAMP TO WS-NAME-STAMP
               MOVE "GENERATION KEPT:" TO GL-CAPTION
               MOVE 1 TO PROPER-SPACING
               PERFORM 37-FORMAT-GENERATION-LINE
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-NEW-GEN-SUB
               INITIALIZE WS-GEN-ENTRY(WS-NEW-GEN-SUB)
               MOVE WS-NEW-STAMP TO WS-GEN-STAMP(WS-NEW-GEN-SUB)
               PERFORM 56-KEEP-ONE-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               PERFORM 58-DROP-OLD-GENERATIONS
               PERFORM 68-REWRITE-GENERATION-FILE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 30-WRITE-LINES-ROUTINE
               PERFORM 60-PROMOTE-ONE-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               PERFORM 66-LIST-GENERATIONS
           END-IF
        .

       52-CHECK-RUN-BALANCE-ROUTINE.

           MOVE "N" TO LOG-AT-END
           OPEN INPUT RUN-LOG-FILE
           PERFORM UNTIL LOG-AT-END = "Y"
               READ RUN-LOG-FILE
                   AT END
                       MOVE "Y" TO LOG-AT-END
                   NOT AT END
                       IF RL-PROGRAM-ID = "RUNBALANCE"
                           MOVE "Y" TO WS-BALANCE-FOUND
                           MOVE RL-RUN-DATE TO WS-BALANCE-DATE
                           MOVE RL-RUN-TIME TO WS-BALANCE-TIME
                           MOVE RL-EXCEPTION-COUNT
                               TO WS-BALANCE-EXCEPTIONS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           IF WS-BALANCE-FOUND = "N"
               MOVE "NO RUNBALANCE RECORD ON THE RUN LOG"
                   TO WS-REFUSAL-REASON
               PERFORM 38-REFUSE-ROUTINE
           ELSE
               MOVE WS-BALANCE-DATE(1:4) TO BL-YEAR
               MOVE WS-BALANCE-DATE(5:2) TO BL-MONTH
               MOVE WS-BALANCE-DATE(7:2) TO BL-DAY
               MOVE WS-BALANCE-TIME(1:2) TO BL-HOUR
               MOVE WS-BALANCE-TIME(3:2) TO BL-MINUTE
               IF WS-BALANCE-EXCEPTIONS > ZERO
                   MOVE "OUT OF BALANCE" TO BL-VERDICT
                   MOVE "RUNBALANCE IS OUT OF BALANCE"
                       TO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
               ELSE
                   MOVE "CLEAN" TO BL-VERDICT
               END-IF
               MOVE BALANCE-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 30-WRITE-LINES-ROUTINE
           END-IF
        .

       54-CHECK-SET-ROUTINE.

           MOVE ZERO TO WS-FILES-TO-CHANGE
           PERFORM 55-CHECK-ONE-FILE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SET-SIZE OR RUN-REFUSED
           IF NOT RUN-REFUSED
               IF WS-FILES-TO-CHANGE = ZERO
                   MOVE "NO NEW GENERATIONS ON HAND"
                       TO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
               END-IF
           END-IF
           IF NOT RUN-REFUSED AND WS-GEN-COUNT > ZERO
               IF WS-GEN-STAMP(WS-GEN-COUNT) = WS-NEW-STAMP
                   MOVE "A GENERATION WAS KEPT THIS MINUTE"
                       TO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
               END-IF
           END-IF
        .

       55-CHECK-ONE-FILE.

           MOVE SPACES TO WS-SET-SOURCE(WS-SUB)
           MOVE SPACES TO WS-SET-SUPERSEDED(WS-SUB)
           MOVE WS-NEW-STAMP TO WS-NAME-STAMP
           PERFORM 36-BUILD-NAMES-ROUTINE
           MOVE WS-TARGET-NAME TO WS-FROM-FILENAME
           PERFORM 82-COUNT-FILE-ROUTINE
           MOVE WS-FILE-PRESENT-FLAG TO WS-SET-ON-FILE(WS-SUB)
           MOVE WS-FILE-RECORDS TO WS-SET-BEFORE-COUNT(WS-SUB)
           MOVE WS-FILE-RECORDS TO WS-SET-AFTER-COUNT(WS-SUB)
           IF NOT FROM-FILE-UNREADABLE
               MOVE WS-SET-NEW-NAME(WS-SUB) TO WS-FROM-FILENAME
               PERFORM 82-COUNT-FILE-ROUTINE
               IF FROM-FILE-PRESENT
                   MOVE WS-SET-NEW-NAME(WS-SUB)
                       TO WS-SET-SOURCE(WS-SUB)
                   MOVE WS-FILE-RECORDS TO WS-SET-AFTER-COUNT(WS-SUB)
               END-IF
           END-IF
           IF NOT FROM-FILE-UNREADABLE
               AND WS-SET-LATER-NAME(WS-SUB) NOT = SPACES
               MOVE WS-SET-LATER-NAME(WS-SUB) TO WS-FROM-FILENAME
               PERFORM 82-COUNT-FILE-ROUTINE
               IF FROM-FILE-PRESENT
                   MOVE WS-SET-SOURCE(WS-SUB)
                       TO WS-SET-SUPERSEDED(WS-SUB)
                   MOVE WS-SET-LATER-NAME(WS-SUB)
                       TO WS-SET-SOURCE(WS-SUB)
                   MOVE WS-FILE-RECORDS TO WS-SET-AFTER-COUNT(WS-SUB)
               END-IF
           END-IF
           IF FROM-FILE-UNREADABLE
               STRING "CANNOT READ " DELIMITED BY SIZE
                   WS-FROM-FILENAME DELIMITED BY SPACE
                   INTO WS-REFUSAL-REASON
               PERFORM 38-REFUSE-ROUTINE
           END-IF
           IF WS-SET-SOURCE(WS-SUB) NOT = SPACES
               ADD 1 TO WS-FILES-TO-CHANGE
           END-IF
        .

       56-KEEP-ONE-FILE.

           PERFORM 36-BUILD-NAMES-ROUTINE
           IF WS-SET-ON-FILE(WS-SUB) = "Y"
               MOVE WS-TARGET-NAME TO WS-FROM-FILENAME
               MOVE WS-KEPT-NAME TO WS-TO-FILENAME
               PERFORM 80-COPY-FILE-ROUTINE
               MOVE "Y" TO WS-GEN-FILE-KEPT(WS-NEW-GEN-SUB WS-SUB)
               MOVE WS-COPY-RECORDS
                   TO WS-GEN-RECORD-COUNT(WS-NEW-GEN-SUB WS-SUB)
           ELSE
               MOVE "N" TO WS-GEN-FILE-KEPT(WS-NEW-GEN-SUB WS-SUB)
               MOVE ZERO
                   TO WS-GEN-RECORD-COUNT(WS-NEW-GEN-SUB WS-SUB)
           END-IF
        .

       58-DROP-OLD-GENERATIONS.

           MOVE ZERO TO WS-GEN-DROP-COUNT
           IF WS-GEN-COUNT > WS-GEN-LIMIT
               COMPUTE WS-GEN-DROP-COUNT = WS-GEN-COUNT - WS-GEN-LIMIT
           END-IF
           COMPUTE WS-FIRST-KEPT-SUB = WS-GEN-DROP-COUNT + 1
           PERFORM 59-DROP-ONE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-DROP-COUNT
        .

       59-DROP-ONE-GENERATION.

           MOVE WS-GEN-STAMP(WS-GEN-SUB) TO WS-NAME-STAMP
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               IF WS-GEN-FILE-KEPT(WS-GEN-SUB WS-SUB) = "Y"
                   PERFORM 36-BUILD-NAMES-ROUTINE
                   CALL "CBL_DELETE_FILE" USING WS-KEPT-NAME
               END-IF
           END-PERFORM
           MOVE "GENERATION DROPPED:" TO GL-CAPTION
           MOVE 1 TO PROPER-SPACING
           PERFORM 37-FORMAT-GENERATION-LINE
        .

       60-PROMOTE-ONE-FILE.

           PERFORM 36-BUILD-NAMES-ROUTINE
           MOVE WS-TARGET-NAME TO DL-FILE-NAME
           MOVE WS-SET-BEFORE-COUNT(WS-SUB) TO DL-BEFORE-COUNT
           EVALUATE TRUE
               WHEN WS-SET-SOURCE(WS-SUB) NOT = SPACES
                   MOVE WS-SET-SOURCE(WS-SUB) TO WS-FROM-FILENAME
                   MOVE WS-TARGET-NAME TO WS-TO-FILENAME
                   PERFORM 80-COPY-FILE-ROUTINE
                   IF WS-COPY-RECORDS = WS-SET-AFTER-COUNT(WS-SUB)
                       IF WS-SET-SOURCE(WS-SUB)
                               = WS-SET-LATER-NAME(WS-SUB)
                           MOVE "PROMOTED - POSTED" TO DL-ACTION
                       ELSE
                           MOVE "PROMOTED" TO DL-ACTION
                       END-IF
                   ELSE
                       MOVE "COUNT DIFFERS" TO DL-ACTION
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   MOVE WS-COPY-RECORDS TO WS-SET-AFTER-COUNT(WS-SUB)
                   ADD 1 TO WS-FILES-CHANGED
                   CALL "CBL_DELETE_FILE"
                       USING WS-SET-SOURCE(WS-SUB)
               WHEN WS-SET-ON-FILE(WS-SUB) = "Y"
                   MOVE "NO NEW GENERATION" TO DL-ACTION
               WHEN OTHER
                   MOVE "NOT ON FILE" TO DL-ACTION
           END-EVALUATE
           MOVE WS-SET-AFTER-COUNT(WS-SUB) TO DL-AFTER-COUNT
           PERFORM 39-WRITE-REGISTER-LINE
           ADD WS-SET-BEFORE-COUNT(WS-SUB) TO WS-TOTAL-BEFORE
           ADD WS-SET-AFTER-COUNT(WS-SUB) TO WS-TOTAL-AFTER
           IF WS-SET-SUPERSEDED(WS-SUB) NOT = SPACES
               MOVE WS-SET-SUPERSEDED(WS-SUB) TO DL-FILE-NAME
               MOVE ZERO TO DL-BEFORE-COUNT
               MOVE ZERO TO DL-AFTER-COUNT
               MOVE "SUPERSEDED" TO DL-ACTION
               PERFORM 39-WRITE-REGISTER-LINE
               CALL "CBL_DELETE_FILE"
                   USING WS-SET-SUPERSEDED(WS-SUB)
           END-IF
        .

       66-LIST-GENERATIONS.

           MOVE KEPT-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE SPACES TO GL-CAPTION
           MOVE 1 TO PROPER-SPACING
           PERFORM 67-LIST-ONE-GENERATION
               VARYING WS-GEN-SUB FROM WS-GEN-COUNT BY -1
               UNTIL WS-GEN-SUB < WS-FIRST-KEPT-SUB
        .

       67-LIST-ONE-GENERATION.

           MOVE WS-GEN-STAMP(WS-GEN-SUB) TO WS-NAME-STAMP
           PERFORM 37-FORMAT-GENERATION-LINE
        .

       68-REWRITE-GENERATION-FILE.

           OPEN OUTPUT GENERATION-FILE
           PERFORM 69-WRITE-ONE-GENERATION
               VARYING WS-GEN-SUB FROM WS-FIRST-KEPT-SUB BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
           CLOSE GENERATION-FILE
        .

       69-WRITE-ONE-GENERATION.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               MOVE WS-GEN-STAMP(WS-GEN-SUB) TO GN-GENERATION-STAMP
               MOVE WS-SET-STEM(WS-SUB) TO GN-FILE-STEM
               MOVE WS-GEN-FILE-KEPT(WS-GEN-SUB WS-SUB)
                   TO GN-FILE-KEPT
               MOVE WS-GEN-RECORD-COUNT(WS-GEN-SUB WS-SUB)
                   TO GN-RECORD-COUNT
               WRITE GENERATION-RECORD
           END-PERFORM
        .

       70-ROLLBACK-ROUTINE.

           PERFORM 72-FIND-GENERATION-ROUTINE
           IF NOT RUN-REFUSED
               MOVE WS-GEN-STAMP(WS-ROLLBACK-SUB) TO WS-NAME-STAMP
               MOVE "ROLLED BACK TO:" TO GL-CAPTION
               MOVE 1 TO PROPER-SPACING
               PERFORM 37-FORMAT-GENERATION-LINE
               PERFORM 74-CHECK-KEPT-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE OR RUN-REFUSED
           END-IF
           IF NOT RUN-REFUSED
               IF WS-GEN-STAMP(WS-GEN-COUNT) = WS-NEW-STAMP
                   MOVE "A GENERATION WAS KEPT THIS MINUTE"
                       TO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
               END-IF
           END-IF
           IF NOT RUN-REFUSED
               MOVE WS-NEW-STAMP TO WS-NAME-STAMP
               MOVE "GENERATION KEPT:" TO GL-CAPTION
               PERFORM 37-FORMAT-GENERATION-LINE
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-NEW-GEN-SUB
               INITIALIZE WS-GEN-ENTRY(WS-NEW-GEN-SUB)
               MOVE WS-NEW-STAMP TO WS-GEN-STAMP(WS-NEW-GEN-SUB)
               PERFORM 56-KEEP-ONE-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 30-WRITE-LINES-ROUTINE
               MOVE WS-GEN-STAMP(WS-ROLLBACK-SUB) TO WS-NAME-STAMP
               PERFORM 76-RESTORE-ONE-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SET-SIZE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 30-WRITE-LINES-ROUTINE
               PERFORM 58-DROP-OLD-GENERATIONS
               PERFORM 68-REWRITE-GENERATION-FILE
               PERFORM 66-LIST-GENERATIONS
           END-IF
        .

       72-FIND-GENERATION-ROUTINE.

           MOVE ZERO TO WS-ROLLBACK-SUB
           IF WS-PARM-GENERATION = SPACES
               MOVE WS-GEN-COUNT TO WS-ROLLBACK-SUB
           ELSE
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   IF WS-GEN-STAMP(WS-GEN-SUB) = WS-PARM-GENERATION
                       MOVE WS-GEN-SUB TO WS-ROLLBACK-SUB
                   END-IF
                   IF WS-PARM-GENERATION(9:4) = SPACES
                       AND WS-GEN-STAMP(WS-GEN-SUB)(1:8)
                           = WS-PARM-GENERATION(1:8)
                       MOVE WS-GEN-SUB TO WS-ROLLBACK-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROLLBACK-SUB = ZERO
               IF WS-PARM-GENERATION = SPACES
                   MOVE "NO GENERATIONS ARE KEPT"
                       TO WS-REFUSAL-REASON
               ELSE
                   STRING "GENERATION " DELIMITED BY SIZE
                       WS-PARM-GENERATION DELIMITED BY SPACE
                       " IS NOT KEPT" DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
               END-IF
               PERFORM 38-REFUSE-ROUTINE
           END-IF
        .

       74-CHECK-KEPT-FILE.

           PERFORM 36-BUILD-NAMES-ROUTINE
           MOVE WS-TARGET-NAME TO WS-FROM-FILENAME
           PERFORM 82-COUNT-FILE-ROUTINE
           MOVE WS-FILE-PRESENT-FLAG TO WS-SET-ON-FILE(WS-SUB)
           MOVE WS-FILE-RECORDS TO WS-SET-BEFORE-COUNT(WS-SUB)
           IF NOT FROM-FILE-UNREADABLE
               AND WS-GEN-FILE-KEPT(WS-ROLLBACK-SUB WS-SUB) = "Y"
               MOVE WS-KEPT-NAME TO WS-FROM-FILENAME
               PERFORM 82-COUNT-FILE-ROUTINE
               IF NOT FROM-FILE-PRESENT
                   STRING "KEPT FILE MISSING " DELIMITED BY SIZE
                       WS-KEPT-NAME DELIMITED BY SPACE
                       INTO WS-REFUSAL-REASON
                   PERFORM 38-REFUSE-ROUTINE
               END-IF
           END-IF
           IF FROM-FILE-UNREADABLE
               STRING "CANNOT READ " DELIMITED BY SIZE
                   WS-FROM-FILENAME DELIMITED BY SPACE
                   INTO WS-REFUSAL-REASON
               PERFORM 38-REFUSE-ROUTINE
           END-IF
        .

       76-RESTORE-ONE-FILE.

           PERFORM 36-BUILD-NAMES-ROUTINE
           MOVE WS-TARGET-NAME TO DL-FILE-NAME
           MOVE WS-SET-BEFORE-COUNT(WS-SUB) TO DL-BEFORE-COUNT
           MOVE WS-TARGET-NAME TO WS-TO-FILENAME
           IF WS-GEN-FILE-KEPT(WS-ROLLBACK-SUB WS-SUB) = "Y"
               MOVE WS-KEPT-NAME TO WS-FROM-FILENAME
               PERFORM 80-COPY-FILE-ROUTINE
               IF WS-COPY-RECORDS
                       = WS-GEN-RECORD-COUNT(WS-ROLLBACK-SUB WS-SUB)
                   MOVE "RESTORED" TO DL-ACTION
               ELSE
                   MOVE "COUNT DIFFERS" TO DL-ACTION
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           ELSE
               OPEN OUTPUT COPY-TO-FILE
               CLOSE COPY-TO-FILE
               MOVE ZERO TO WS-COPY-RECORDS
               MOVE "RESTORED EMPTY" TO DL-ACTION
           END-IF
           MOVE WS-COPY-RECORDS TO DL-AFTER-COUNT
           ADD 1 TO WS-FILES-CHANGED
           PERFORM 39-WRITE-REGISTER-LINE
           ADD WS-SET-BEFORE-COUNT(WS-SUB) TO WS-TOTAL-BEFORE
           ADD WS-COPY-RECORDS TO WS-TOTAL-AFTER
        .

       80-COPY-FILE-ROUTINE.

           MOVE ZERO TO WS-COPY-RECORDS
           MOVE "N" TO FROM-AT-END
           OPEN INPUT  COPY-FROM-FILE
                OUTPUT COPY-TO-FILE
           PERFORM UNTIL FROM-AT-END = "Y"
               READ COPY-FROM-FILE
                   AT END
                       MOVE "Y" TO FROM-AT-END
                   NOT AT END
                       WRITE COPY-TO-RECORD FROM COPY-FROM-RECORD
                       ADD 1 TO WS-COPY-RECORDS
               END-READ
               IF WS-FROM-STATUS(1:1) NOT = "0"
                   MOVE "Y" TO FROM-AT-END
               END-IF
           END-PERFORM
           CLOSE COPY-FROM-FILE
                 COPY-TO-FILE
           ADD WS-COPY-RECORDS TO WS-TOTAL-READ
           ADD WS-COPY-RECORDS TO WS-TOTAL-WRITTEN
        .

       82-COUNT-FILE-ROUTINE.

           MOVE ZERO TO WS-FILE-RECORDS
           MOVE "N" TO WS-FILE-PRESENT-FLAG
           MOVE "N" TO FROM-AT-END
           OPEN INPUT COPY-FROM-FILE
           EVALUATE WS-FROM-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FILE-PRESENT-FLAG
               WHEN "05"
                   MOVE "Y" TO FROM-AT-END
               WHEN OTHER
                   MOVE "U" TO WS-FILE-PRESENT-FLAG
                   MOVE "Y" TO FROM-AT-END
           END-EVALUATE
           PERFORM UNTIL FROM-AT-END = "Y"
               READ COPY-FROM-FILE
                   AT END
                       MOVE "Y" TO FROM-AT-END
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
               END-READ
               IF WS-FROM-STATUS(1:1) NOT = "0"
                   AND WS-FROM-STATUS NOT = "10"
                   MOVE "U" TO WS-FILE-PRESENT-FLAG
                   MOVE "Y" TO FROM-AT-END
               END-IF
           END-PERFORM
           IF NOT FROM-FILE-UNREADABLE
               CLOSE COPY-FROM-FILE
           END-IF
        .

       45-TOTAL-ROUTINE.

           MOVE WS-FILES-CHANGED TO TL-FILES-CHANGED
           MOVE WS-TOTAL-BEFORE TO TL-TOTAL-BEFORE
           MOVE WS-TOTAL-AFTER TO TL-TOTAL-AFTER
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           OPEN EXTEND RUN-LOG-FILE
           MOVE "PROMOTE" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-TOTAL-READ TO RL-RECORDS-READ
           MOVE WS-TOTAL-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT
           MOVE WS-FILES-CHANGED TO RL-ADD-COUNT
           MOVE WS-GEN-DROP-COUNT TO RL-DELETE-COUNT
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE
        .

       40-CLOSE-ROUTINE.
           CLOSE PROMOTION-REGISTER-FILE
        .
