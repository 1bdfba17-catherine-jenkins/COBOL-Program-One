       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhereUsed.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that prints the Luna, Ltd. bill of
      * materials turned inside out: for every component, the kits
      * it goes into.  Purchasing uses it to see which kits stop
      * when a component runs short -- each component shows its
      * quantity on hand against its reorder point, and each kit
      * under it shows how many kits the component's stock will
      * still build.
      ****************************************************************
      * INPUT:
      *    The BOM FILE contains the BOM-RECORDs, as described in
      *    BOMREC.CPY.  It is sorted into component / kit sequence
      *    by this program.
      *
      *    The INVENTORY FILE contains the current PART-RECORDs, as
      *    described in PARTREC.CPY, in PA_CATALOG_NUM sequence.  It
      *    is read once for the kit names and once more, matched
      *    against the sorted components, for each component's name,
      *    quantity on hand, and reorder point.
      ****************************************************************
      * OUTPUT:
      *    The WHERE-USED LISTING shows each component with its name,
      *    quantity on hand, and reorder point, flagged LOW when on
      *    hand is at or below the reorder point and NO MASTER when
      *    the component is not on the inventory file.  Under it
      *    comes every kit that uses the component, with the
      *    quantity per kit and the number of kits the component's
      *    stock on hand will build, flagged STOPPED when it will not
      *    build even one.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOM-FILE
               ASSIGN TO 'BomFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHERE-SORT-FILE
               ASSIGN TO 'WhereUsedSortWork.tmp'.
           SELECT INVENTORY-FILE
               ASSIGN TO 'InventoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHERE-USED-FILE
               ASSIGN TO PRINTER 'WhereUsedFile.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  BOM-FILE
           RECORD CONTAINS 13 CHARACTERS.

           COPY BOMREC.

       SD  WHERE-SORT-FILE.

       01  SORT-WHERE-RECORD.
           05  WU_COMPONENT_NUM            PIC X(5).
           05  WU_KIT_CATALOG_NUM          PIC X(5).
           05  WU_QUANTITY_PER             PIC 9(3).

       FD  INVENTORY-FILE
           RECORD CONTAINS 66 CHARACTERS.

           COPY PARTREC.

       FD  WHERE-USED-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  BOM-AT-END                  PIC X       VALUE "N".
           05  MASTER-AT-END               PIC X       VALUE "N".
           05  SORT-AT-END                 PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(5)    VALUE SPACES.
           05  WS-COMPONENT-KEY            PIC X(5)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-KIT-TABLE.
           05 WS-KIT-COUNT                 PIC 9(4)    VALUE ZERO.
           05 WS-KIT-ENTRY                 OCCURS 500.
               10 WS-TAB-KIT-CATALOG       PIC X(5).
               10 WS-TAB-KIT-NAME          PIC X(15).

       01  WS-WHERE-FIELDS.
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-KIT-SUB                   PIC 9(4)    VALUE ZERO.
           05 WS-KIT-FOUND                 PIC X       VALUE "N".
           05 WS-LOOKUP-KIT                PIC X(5)    VALUE SPACES.
           05 WS-COMPONENT-QOH             PIC 9(4)    VALUE ZERO.
           05 WS-COMPONENT-ON-MASTER       PIC X       VALUE "N".
           05 WS-BUILDABLE                 PIC 9(4)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-COMPONENT-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-LOW-COUNT                 PIC 9(5)    VALUE ZERO.
           05 WS-STOPPED-COUNT             PIC 9(5)    VALUE ZERO.
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
           05                          PIC X(22)   VALUE SPACES.
           05                          PIC X(36)   VALUE
                               "BILL OF MATERIALS WHERE-USED LISTING".
           05                          PIC X(22)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(3)    VALUE "KIT".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(8)    VALUE "KIT NAME".
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(7)    VALUE "QTY PER".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "KITS FROM STOCK".
           05                          PIC X(20)   VALUE SPACES.

       01  COMPONENT-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "COMPONENT ".
           05  CL-CATALOG-NUM          PIC X(5).
           05                          PIC X(2)    VALUE SPACES.
           05  CL-PART-NAME            PIC X(15).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "ON HAND ".
           05  CL-QUANTITY-ON-HAND     PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "REORDER PT ".
           05  CL-REORDER-POINT        PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  CL-FLAG                 PIC X(9).
           05                          PIC X(4)    VALUE SPACES.

       01  KIT-LINE.
           05                          PIC X(8)    VALUE SPACES.
           05  KL-KIT-CATALOG-NUM      PIC X(5).
           05                          PIC X(4)    VALUE SPACES.
           05  KL-KIT-NAME             PIC X(15).
           05                          PIC X(7)    VALUE SPACES.
           05  KL-QUANTITY-PER         PIC ZZ9.
           05                          PIC X(14)   VALUE SPACES.
           05  KL-BUILDABLE            PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  KL-FLAG                 PIC X(7).
           05                          PIC X(11)   VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "COMPONENTS:".
           05  TL-COMPONENT-COUNT      PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "KITS:".
           05  TL-KIT-COUNT            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "LOW COMPONENTS:".
           05  TL-LOW-COUNT            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(18)   VALUE
                               "KIT LINES STOPPED:".
           05  TL-STOPPED-COUNT        PIC ZZZZ9.
           05                          PIC X(3)    VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           SORT WHERE-SORT-FILE
               ON ASCENDING KEY WU_COMPONENT_NUM
               ON ASCENDING KEY WU_KIT_CATALOG_NUM
               INPUT PROCEDURE 16-LOAD-WHERE-SORT
               OUTPUT PROCEDURE 17-LIST-FROM-SORT-FILE

           PERFORM 45-TOTAL-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       16-LOAD-WHERE-SORT.

           OPEN INPUT BOM-FILE
           PERFORM UNTIL BOM-AT-END = "Y"
               READ BOM-FILE
                   AT END
                       MOVE "Y" TO BOM-AT-END
                   NOT AT END
                       PERFORM 18-BUILD-WHERE-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
        .

       18-BUILD-WHERE-SORT-RECORD.

           MOVE BM-KIT-CATALOG-NUM TO WS-LOOKUP-KIT
           PERFORM 19-LOOKUP-KIT-ROUTINE
           IF WS-KIT-FOUND = "N" AND WS-KIT-COUNT < 500
               ADD 1 TO WS-KIT-COUNT
               MOVE BM-KIT-CATALOG-NUM
                   TO WS-TAB-KIT-CATALOG (WS-KIT-COUNT)
               MOVE SPACES TO WS-TAB-KIT-NAME (WS-KIT-COUNT)
           END-IF
           MOVE BM-COMPONENT-NUM TO WU_COMPONENT_NUM
           MOVE BM-KIT-CATALOG-NUM TO WU_KIT_CATALOG_NUM
           MOVE BM-QUANTITY-PER TO WU_QUANTITY_PER
           RELEASE SORT-WHERE-RECORD
        .

       19-LOOKUP-KIT-ROUTINE.

           MOVE "N" TO WS-KIT-FOUND
           MOVE ZERO TO WS-KIT-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-KIT-COUNT
               OR WS-KIT-FOUND = "Y"
               IF WS-TAB-KIT-CATALOG (WS-SUB) = WS-LOOKUP-KIT
                   MOVE "Y" TO WS-KIT-FOUND
                   MOVE WS-SUB TO WS-KIT-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       17-LIST-FROM-SORT-FILE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 22-READ-MASTER-RECORD
           PERFORM 24-RETURN-WHERE-RECORD
           PERFORM 35-PROCESS-COMPONENT-GROUP
               UNTIL WS-COMPONENT-KEY = HIGH-VALUES
           CLOSE INVENTORY-FILE
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT WHERE-USED-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 14-LOAD-KIT-NAMES
           OPEN INPUT INVENTORY-FILE
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       14-LOAD-KIT-NAMES.

           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL MASTER-AT-END = "Y"
               READ INVENTORY-FILE
                   AT END
                       MOVE "Y" TO MASTER-AT-END
                   NOT AT END
                       MOVE PA_CATALOG_NUM TO WS-LOOKUP-KIT
                       PERFORM 19-LOOKUP-KIT-ROUTINE
                       IF WS-KIT-FOUND = "Y"
                           MOVE PA_PART_NAME
                               TO WS-TAB-KIT-NAME (WS-KIT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           MOVE "N" TO MASTER-AT-END
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

       22-READ-MASTER-RECORD.

           READ INVENTORY-FILE
               AT END
                   MOVE "Y" TO MASTER-AT-END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE PA_CATALOG_NUM TO WS-MASTER-KEY
           END-READ
        .

       24-RETURN-WHERE-RECORD.

           RETURN WHERE-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-AT-END
                   MOVE HIGH-VALUES TO WS-COMPONENT-KEY
               NOT AT END
                   MOVE WU_COMPONENT_NUM TO WS-COMPONENT-KEY
           END-RETURN
        .

       30-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       35-PROCESS-COMPONENT-GROUP.

           PERFORM 22-READ-MASTER-RECORD
               UNTIL WS-MASTER-KEY NOT < WS-COMPONENT-KEY
           IF WS-LINE-COUNT > WS-PAGE-LIMIT - 3
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           ADD 1 TO WS-COMPONENT-COUNT
           MOVE WU_COMPONENT_NUM TO CL-CATALOG-NUM
           IF WS-MASTER-KEY = WS-COMPONENT-KEY
               MOVE "Y" TO WS-COMPONENT-ON-MASTER
               MOVE PA_QUANTITY_ON_HAND TO WS-COMPONENT-QOH
               MOVE PA_PART_NAME TO CL-PART-NAME
               MOVE PA_QUANTITY_ON_HAND TO CL-QUANTITY-ON-HAND
               MOVE PA_REORDER_POINT TO CL-REORDER-POINT
               IF PA_QUANTITY_ON_HAND NOT > PA_REORDER_POINT
                   MOVE "LOW" TO CL-FLAG
                   ADD 1 TO WS-LOW-COUNT
               ELSE
                   MOVE SPACES TO CL-FLAG
               END-IF
           ELSE
               MOVE "N" TO WS-COMPONENT-ON-MASTER
               MOVE ZERO TO WS-COMPONENT-QOH
               MOVE SPACES TO CL-PART-NAME
               MOVE ZERO TO CL-QUANTITY-ON-HAND
               MOVE ZERO TO CL-REORDER-POINT
               MOVE "NO MASTER" TO CL-FLAG
               ADD 1 TO WS-LOW-COUNT
           END-IF
           MOVE COMPONENT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           PERFORM 36-PRINT-KIT-LINE
               UNTIL WU_COMPONENT_NUM NOT = CL-CATALOG-NUM
               OR SORT-AT-END = "Y"
        .

       36-PRINT-KIT-LINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WU_KIT_CATALOG_NUM TO KL-KIT-CATALOG-NUM
           MOVE WU_KIT_CATALOG_NUM TO WS-LOOKUP-KIT
           PERFORM 19-LOOKUP-KIT-ROUTINE
           IF WS-KIT-FOUND = "Y"
               MOVE WS-TAB-KIT-NAME (WS-KIT-SUB) TO KL-KIT-NAME
           ELSE
               MOVE SPACES TO KL-KIT-NAME
           END-IF
           MOVE WU_QUANTITY_PER TO KL-QUANTITY-PER
           IF WU_QUANTITY_PER > ZERO
               COMPUTE WS-BUILDABLE =
                   WS-COMPONENT-QOH / WU_QUANTITY_PER
           ELSE
               MOVE ZERO TO WS-BUILDABLE
           END-IF
           MOVE WS-BUILDABLE TO KL-BUILDABLE
           IF WS-BUILDABLE = ZERO
               MOVE "STOPPED" TO KL-FLAG
               ADD 1 TO WS-STOPPED-COUNT
           ELSE
               MOVE SPACES TO KL-FLAG
           END-IF
           MOVE KIT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           PERFORM 24-RETURN-WHERE-RECORD
        .

       45-TOTAL-ROUTINE.

           MOVE WS-COMPONENT-COUNT TO TL-COMPONENT-COUNT
           MOVE WS-KIT-COUNT TO TL-KIT-COUNT
           MOVE WS-LOW-COUNT TO TL-LOW-COUNT
           MOVE WS-STOPPED-COUNT TO TL-STOPPED-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       40-CLOSE-ROUTINE.
           CLOSE WHERE-USED-FILE
        .
