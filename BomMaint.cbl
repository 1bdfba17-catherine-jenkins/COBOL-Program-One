       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomMaint.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that applies a batch of adds, changes, and
      * deletes to the Luna, Ltd. bill-of-materials file, the same
      * way SuppMaint maintains the supplier file.  A transaction
      * file keyed on kit catalog number / component catalog number
      * is matched against the current BOM FILE (the old master) to
      * build the next generation of the file (the new master), and
      * every transaction applied is written to a change log.
      *
      * Both the old master and the transaction file must be in
      * ascending kit / component sequence.  On a normal completion,
      * NewBomFile.txt becomes the new BOM FILE -- the operator
      * copies it over BomFile.txt once the change log has been
      * reviewed.
      ****************************************************************
      * INPUT:
      *    The OLD MASTER FILE (BOM-FILE) contains the current
      *    BOM-RECORDs, as described in BOMREC.CPY.
      *
      *    The TRANSACTION FILE contains one BOM-TRAN-RECORD per
      *    add, change, or delete, as described in BOMTRREC.CPY:
      *         1. TRANSACTION CODE (A/C/D)
      *         2. KIT CATALOG NUMBER
      *         3. COMPONENT CATALOG NUMBER
      *         4. QUANTITY OF THE COMPONENT PER KIT
      *
      *    The INVENTORY FILE (PARTREC.CPY) is loaded into a table
      *    at start of job.  An add or change is only applied when
      *    both the kit and the component are on the inventory
      *    master, the component is not the kit itself, and the
      *    quantity per kit is not zero.
      ****************************************************************
      * OUTPUT:
      *    The NEW MASTER FILE (NewBomFile.txt) is the updated
      *    BOM-RECORD file, in kit / component sequence.
      *
      *    The CHANGE LOG lists every transaction applied, and every
      *    transaction rejected, with the reason it was rejected:
      *    DUPLICATE (an add for a component already on the kit),
      *    NOT ON FILE (a change or delete for one that is not),
      *    BAD CODE, NO KIT PART, NO COMPONENT, SAME AS KIT, or
      *    ZERO QTY, with a count of each by type.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO 'BomFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'NewBomFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'BomTxnFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'InventoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO PRINTER 'BomChangeLogFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

           COPY BOMREC.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  NEW-MASTER-FILE-RECORD          PIC X(13).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 14 CHARACTERS.

           COPY BOMTRREC.

       FD  INVENTORY-FILE
           RECORD CONTAINS 66 CHARACTERS.

           COPY PARTREC.

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  MASTER-AT-END               PIC X       VALUE "N".
           05  TRANSACTION-AT-END          PIC X       VALUE "N".
           05  INVENTORY-AT-END            PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(10)   VALUE SPACES.
           05  WS-TRANS-KEY                PIC X(10)   VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

           COPY NEWBOMR.

       01  WS-PART-TABLE.
           05 WS-PART-COUNT                PIC 9(4)    VALUE ZERO.
           05 WS-PART-ENTRY                OCCURS 2000.
               10 WS-TAB-CATALOG-NUM       PIC X(5).
               10 WS-TAB-PART-NAME         PIC X(15).

       01  WS-LOOKUP-FIELDS.
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-LOOKUP-CATALOG            PIC X(5)    VALUE SPACES.
           05 WS-PART-FOUND                PIC X       VALUE "N".
           05 WS-FOUND-NAME                PIC X(15)   VALUE SPACES.
           05 WS-COMPONENT-NAME            PIC X(15)   VALUE SPACES.
           05 WS-REJECT-REASON             PIC X(12)   VALUE SPACES.

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
           05                          PIC X(25)   VALUE SPACES.
           05                          PIC X(30)   VALUE
                               "BILL OF MATERIALS CHANGE LOG".
           05                          PIC X(25)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(3)    VALUE "KIT".
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(9)    VALUE "COMPONENT".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ACTION".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "QTY PER".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "COMPONENT NAME".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(6)    VALUE "REASON".
           05                          PIC X(17)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-KIT-CATALOG-NUM      PIC X(5).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-COMPONENT-NUM        PIC X(5).
           05                          PIC X(6)    VALUE SPACES.
           05  DL-ACTION               PIC X(6).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-QUANTITY-PER         PIC ZZ9.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-COMPONENT-NAME       PIC X(15).
           05                          PIC X(3)    VALUE SPACES.
           05  DL-REASON               PIC X(12).
           05                          PIC X(11)   VALUE SPACES.

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
           MOVE SPACES TO NEW-BOM-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 12-LOAD-PART-TABLE
           PERFORM 17-WRITE-HEADINGS-ROUTINE
        .

       12-LOAD-PART-TABLE.

           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL INVENTORY-AT-END = "Y"
               READ INVENTORY-FILE
                   AT END
                       MOVE "Y" TO INVENTORY-AT-END
                   NOT AT END
                       IF WS-PART-COUNT < 2000
                           ADD 1 TO WS-PART-COUNT
                           MOVE PA_CATALOG_NUM
                               TO WS-TAB-CATALOG-NUM (WS-PART-COUNT)
                           MOVE PA_PART_NAME
                               TO WS-TAB-PART-NAME (WS-PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
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
           MOVE SPACES TO REPORT-RECORD
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       20-READ-MASTER-RECORD.

           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-AT-END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE BOM-RECORD(1:10) TO WS-MASTER-KEY
           END-READ
        .

       25-READ-TRANSACTION-RECORD.

           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRANSACTION-AT-END
                   MOVE HIGH-VALUES TO WS-TRANS-KEY
               NOT AT END
                   MOVE BT-KEY TO WS-TRANS-KEY
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

       35-LOOKUP-PART-ROUTINE.

           MOVE "N" TO WS-PART-FOUND
           MOVE SPACES TO WS-FOUND-NAME
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PART-COUNT
               OR WS-PART-FOUND = "Y"
               IF WS-TAB-CATALOG-NUM (WS-SUB) = WS-LOOKUP-CATALOG
                   MOVE "Y" TO WS-PART-FOUND
                   MOVE WS-TAB-PART-NAME (WS-SUB) TO WS-FOUND-NAME
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       40-VALIDATE-TRAN-ROUTINE.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE BT-COMPONENT-NUM TO WS-LOOKUP-CATALOG
           PERFORM 35-LOOKUP-PART-ROUTINE
           MOVE WS-FOUND-NAME TO WS-COMPONENT-NAME
           IF WS-PART-FOUND = "N"
               MOVE "NO COMPONENT" TO WS-REJECT-REASON
           END-IF
           MOVE BT-KIT-CATALOG-NUM TO WS-LOOKUP-CATALOG
           PERFORM 35-LOOKUP-PART-ROUTINE
           EVALUATE TRUE
               WHEN WS-PART-FOUND = "N"
                   MOVE "NO KIT PART" TO WS-REJECT-REASON
               WHEN BT-COMPONENT-NUM = BT-KIT-CATALOG-NUM
                   MOVE "SAME AS KIT" TO WS-REJECT-REASON
               WHEN BT-QUANTITY-PER = ZERO
                   MOVE "ZERO QTY" TO WS-REJECT-REASON
           END-EVALUATE
        .

       45-WRITE-LINE-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       50-APPLY-ADD-ROUTINE.

           IF BT-ADD
               PERFORM 40-VALIDATE-TRAN-ROUTINE
               IF WS-REJECT-REASON = SPACES
                   MOVE BT-KIT-CATALOG-NUM TO NB-KIT-CATALOG-NUM
                   MOVE BT-COMPONENT-NUM TO NB-COMPONENT-NUM
                   MOVE BT-QUANTITY-PER TO NB-QUANTITY-PER
                   WRITE NEW-MASTER-FILE-RECORD FROM NEW-BOM-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADD" TO DL-ACTION
                   MOVE BT-QUANTITY-PER TO DL-QUANTITY-PER
                   PERFORM 80-WRITE-DETAIL-ROUTINE
               ELSE
                   PERFORM 90-LOG-REJECT-ROUTINE
               END-IF
           ELSE
               MOVE SPACES TO WS-COMPONENT-NAME
               IF BT-CHANGE OR BT-DELETE
                   MOVE "NOT ON FILE" TO WS-REJECT-REASON
               ELSE
                   MOVE "BAD CODE" TO WS-REJECT-REASON
               END-IF
               PERFORM 90-LOG-REJECT-ROUTINE
           END-IF
        .

       60-APPLY-MATCH-ROUTINE.

           EVALUATE TRUE
               WHEN BT-CHANGE
                   PERFORM 40-VALIDATE-TRAN-ROUTINE
                   IF WS-REJECT-REASON = SPACES
                       MOVE BT-KIT-CATALOG-NUM TO NB-KIT-CATALOG-NUM
                       MOVE BT-COMPONENT-NUM TO NB-COMPONENT-NUM
                       MOVE BT-QUANTITY-PER TO NB-QUANTITY-PER
                       WRITE NEW-MASTER-FILE-RECORD
                           FROM NEW-BOM-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE "CHANGE" TO DL-ACTION
                       MOVE BT-QUANTITY-PER TO DL-QUANTITY-PER
                       PERFORM 80-WRITE-DETAIL-ROUTINE
                   ELSE
                       PERFORM 70-CARRY-FORWARD-ROUTINE
                       PERFORM 90-LOG-REJECT-ROUTINE
                   END-IF
               WHEN BT-DELETE
                   MOVE BT-COMPONENT-NUM TO WS-LOOKUP-CATALOG
                   PERFORM 35-LOOKUP-PART-ROUTINE
                   MOVE WS-FOUND-NAME TO WS-COMPONENT-NAME
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETE" TO DL-ACTION
                   MOVE BM-QUANTITY-PER TO DL-QUANTITY-PER
                   PERFORM 80-WRITE-DETAIL-ROUTINE
               WHEN OTHER
                   MOVE SPACES TO WS-COMPONENT-NAME
                   IF BT-ADD
                       MOVE "DUPLICATE" TO WS-REJECT-REASON
                   ELSE
                       MOVE "BAD CODE" TO WS-REJECT-REASON
                   END-IF
                   PERFORM 70-CARRY-FORWARD-ROUTINE
                   PERFORM 90-LOG-REJECT-ROUTINE
           END-EVALUATE
        .

       70-CARRY-FORWARD-ROUTINE.

           MOVE BM-KIT-CATALOG-NUM TO NB-KIT-CATALOG-NUM
           MOVE BM-COMPONENT-NUM TO NB-COMPONENT-NUM
           MOVE BM-QUANTITY-PER TO NB-QUANTITY-PER
           WRITE NEW-MASTER-FILE-RECORD FROM NEW-BOM-RECORD
        .

       80-WRITE-DETAIL-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 17-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE BT-KIT-CATALOG-NUM TO DL-KIT-CATALOG-NUM
           MOVE BT-COMPONENT-NUM TO DL-COMPONENT-NUM
           MOVE WS-COMPONENT-NAME TO DL-COMPONENT-NAME
           MOVE SPACES TO DL-REASON
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 45-WRITE-LINE-ROUTINE
        .

       90-LOG-REJECT-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 17-WRITE-HEADINGS-ROUTINE
           END-IF
           ADD 1 TO WS-ERROR-COUNT
           MOVE BT-KIT-CATALOG-NUM TO DL-KIT-CATALOG-NUM
           MOVE BT-COMPONENT-NUM TO DL-COMPONENT-NUM
           MOVE "REJECT" TO DL-ACTION
           MOVE BT-QUANTITY-PER TO DL-QUANTITY-PER
           MOVE WS-COMPONENT-NAME TO DL-COMPONENT-NAME
           MOVE WS-REJECT-REASON TO DL-REASON
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

           STOP RUN
        .
