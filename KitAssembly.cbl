       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitAssembly.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that builds and tears down the Luna, Ltd.
      * kits (a brake kit, a front-end rebuild kit) from the parts
      * already on the inventory master.  It replaces the practice
      * of keying an issue for every component and an adjustment for
      * the kit: each kit order is exploded through the bill of
      * materials, every component is checked for enough stock, and
      * the component issues and the kit receipt are written as
      * ordinary stock movements for StockPost.  The kit is received
      * at what its components actually cost -- their oldest cost
      * layers, the same layers StockPost will relieve -- so the
      * kit's cost layer carries the component cost forward.  A
      * disassembly order runs the other way.  On-hand itself is not
      * touched here; StockPost stays the single place
      * PA_QUANTITY_ON_HAND changes.
      ****************************************************************
      * INPUT:
      *    The KIT ORDER FILE contains one KIT-ORDER-RECORD per kit
      *    order, as described in KITORDR.CPY:
      *         1. KIT ORDER NUMBER
      *         2. ORDER TYPE (A = ASSEMBLE, D = DISASSEMBLE)
      *         3. KIT CATALOG NUMBER
      *         4. NUMBER OF KITS
      *    Orders are filled in the sequence they were keyed, so an
      *    earlier order gets the components first.
      *
      *    The BOM FILE (BOMREC.CPY) is loaded into a table at start
      *    of job.
      *
      *    The INVENTORY FILE (PARTREC.CPY) supplies the name,
      *    purchase price, and quantity on hand of every kit and
      *    component on the bill of materials.
      *
      *    The MOVEMENT FILE (MOVEREC.CPY) is read for the issues
      *    and returns to vendor already waiting to post tonight
      *    (the order issues from OrderAlloc are appended before
      *    this program runs); they come off the stock available
      *    to kits, and off the oldest cost layers, first.
      *
      *    The COST LAYER FILE (LAYERREC.CPY) supplies the receipt
      *    cost layers of every kit and component, oldest first.
      *    Units beyond the layers on file are costed at the
      *    master's PA_PURCHASE_PRICE.
      ****************************************************************
      * OUTPUT:
      *    The KIT MOVEMENT FILE gets MOVEMENT-RECORDs (MOVEREC.CPY)
      *    dated with the run date, each carrying the kit order
      *    number and the kit catalog number.  An assembly order
      *    writes one issue per component and one receipt for the
      *    kits at the rolled-up unit cost, reason code KA.  A
      *    disassembly order writes one issue for the kits and one
      *    receipt per component, reason code KD; the kits' layer
      *    cost is shared out over the components in proportion to
      *    their purchase prices.  The operator appends the file to
      *    MovementFile.txt ahead of the nightly StockPost run.
      *
      *    The NEW KIT ORDER FILE (NewKitOrderFile.txt) carries
      *    every order that could not be filled, unchanged, the same
      *    way OrderAlloc carries the customer order file.  The
      *    operator copies it over KitOrderFile.txt once the
      *    assembly register has been reviewed.
      *
      *    The ASSEMBLY REGISTER lists every kit order with its
      *    components, the quantity in or out, the stock available,
      *    and the unit and extended cost.  An order that cannot be
      *    filled is flagged with the reason: SHORT (a component, or
      *    the kit being torn down, is short -- the short lines are
      *    marked), NO BOM, NO MASTER, BAD TYPE, ZERO QTY, TOO MANY
      *    (over 50 components), QTY OVER (a component quantity too
      *    big for a movement), or COST OVER (a kit unit cost too
      *    big for the cost field).
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY): kit orders read, movements
      *    written, and orders not filled as the exception count.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KIT-ORDER-FILE
               ASSIGN TO 'KitOrderFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOM-FILE
               ASSIGN TO 'BomFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'InventoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-MOVE-FILE
               ASSIGN TO 'MovementFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COST-LAYER-FILE
               ASSIGN TO 'CostLayerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KIT-MOVE-FILE
               ASSIGN TO 'KitMovementFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-KIT-ORDER-FILE
               ASSIGN TO 'NewKitOrderFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSEMBLY-REGISTER-FILE
               ASSIGN TO PRINTER 'AssemblyRegisterFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  KIT-ORDER-FILE
           RECORD CONTAINS 16 CHARACTERS.

           COPY KITORDR.

       FD  BOM-FILE
           RECORD CONTAINS 13 CHARACTERS.

           COPY BOMREC.

       FD  INVENTORY-FILE
           RECORD CONTAINS 66 CHARACTERS.

           COPY PARTREC.

       FD  PENDING-MOVE-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  PENDING-MOVE-FILE-RECORD        PIC X(43).

       FD  COST-LAYER-FILE
           RECORD CONTAINS 22 CHARACTERS.

           COPY LAYERREC.

       FD  KIT-MOVE-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

       FD  NEW-KIT-ORDER-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  NEW-KIT-ORDER-RECORD.
           05  NK-ORDER-NUMBER             PIC 9(6).
           05  NK-ORDER-TYPE               PIC X(1).
           05  NK-KIT-CATALOG-NUM          PIC X(5).
           05  NK-QUANTITY                 PIC 9(4).

       FD  ASSEMBLY-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  ORDER-AT-END                PIC X       VALUE "N".
           05  BOM-AT-END                  PIC X       VALUE "N".
           05  MASTER-AT-END               PIC X       VALUE "N".
           05  MOVE-AT-END                 PIC X       VALUE "N".
           05  LAYER-AT-END                PIC X       VALUE "N".

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-BOM-TABLE.
           05 WS-BOM-COUNT                 PIC 9(4)    VALUE ZERO.
           05 WS-BOM-ENTRY                 OCCURS 1000.
               10 WS-BOM-KIT               PIC X(5).
               10 WS-BOM-COMPONENT         PIC X(5).
               10 WS-BOM-QTY-PER           PIC 9(3).
               10 WS-BOM-PART-SUB          PIC 9(4).

       01  WS-PART-TABLE.
           05 WS-PART-COUNT                PIC 9(4)    VALUE ZERO.
           05 WS-PART-ENTRY                OCCURS 500.
               10 WS-PT-CATALOG-NUM        PIC X(5).
               10 WS-PT-PART-NAME          PIC X(15).
               10 WS-PT-PRICE              PIC 999V99.
               10 WS-PT-ON-MASTER          PIC X(1).
               10 WS-PT-AVAILABLE          PIC 9(5).
               10 WS-PT-LAYER-FIRST        PIC 9(4).
               10 WS-PT-LAYER-COUNT        PIC 9(4).
               10 WS-PT-LAYER-USED         PIC 9(6).

       01  WS-LAYER-TABLE.
           05 WS-LAYER-COUNT               PIC 9(4)    VALUE ZERO.
           05 WS-LAYER-ENTRY               OCCURS 2000.
               10 WS-LY-QUANTITY           PIC 9(4).
               10 WS-LY-UNIT-COST          PIC 999V99.

       01  WS-KIT-LINE-TABLE.
           05 WS-KIT-LINE-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-KIT-LINE                  OCCURS 50.
               10 WS-KL-PART-SUB           PIC 9(4).
               10 WS-KL-QTY-PER            PIC 9(3).
               10 WS-KL-QUANTITY           PIC 9(7).
               10 WS-KL-AVAILABLE          PIC 9(5).
               10 WS-KL-UNIT-COST          PIC 999V99.
               10 WS-KL-EXT-COST           PIC 9(7)V99.
               10 WS-KL-FLAG               PIC X(7).

       01  WS-KIT-FIELDS.
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-LINE-SUB                  PIC 9(3)    VALUE ZERO.
           05 WS-PART-SUB                  PIC 9(4)    VALUE ZERO.
           05 WS-KIT-SUB                   PIC 9(4)    VALUE ZERO.
           05 WS-LAYER-SUB                 PIC 9(4)    VALUE ZERO.
           05 WS-LAYER-LAST                PIC 9(4)    VALUE ZERO.
           05 WS-LOOKUP-CATALOG            PIC X(5)    VALUE SPACES.
           05 WS-PART-FOUND                PIC X       VALUE "N".
           05 WS-TOO-MANY                  PIC X       VALUE "N".
           05 WS-ORDER-STATUS              PIC X(9)    VALUE SPACES.
           05 WS-KIT-AVAILABLE             PIC 9(5)    VALUE ZERO.
           05 WS-COST-QTY                  PIC 9(7)    VALUE ZERO.
           05 WS-COST-REMAINING            PIC 9(7)    VALUE ZERO.
           05 WS-COST-SKIP                 PIC 9(6)    VALUE ZERO.
           05 WS-COST-TAKE                 PIC 9(7)    VALUE ZERO.
           05 WS-COST-VALUE                PIC 9(9)V99 VALUE ZERO.
           05 WS-ORDER-COST                PIC 9(9)V99 VALUE ZERO.
           05 WS-KIT-UNIT-COST             PIC 999V99  VALUE ZERO.
           05 WS-COST-BASIS                PIC 9(9)V99 VALUE ZERO.
           05 WS-QTY-PER-TOTAL             PIC 9(6)    VALUE ZERO.
           05 WS-MOVE-CATALOG              PIC X(5)    VALUE SPACES.
           05 WS-MOVE-CODE                 PIC X(1)    VALUE SPACES.
           05 WS-MOVE-QTY                  PIC 9(4)    VALUE ZERO.
           05 WS-MOVE-COST                 PIC 999V99  VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-ORDER-READ-COUNT          PIC 9(7)    VALUE ZERO.
           05 WS-ASSEMBLED-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-DISASSEMBLED-COUNT        PIC 9(5)    VALUE ZERO.
           05 WS-REJECT-COUNT              PIC 9(5)    VALUE ZERO.
           05 WS-MOVE-WRITTEN-COUNT        PIC 9(7)    VALUE ZERO.
           05 WS-ASSEMBLED-VALUE           PIC 9(9)V99 VALUE ZERO.
           05 WS-DISASSEMBLED-VALUE        PIC 9(9)V99 VALUE ZERO.
           05 WS-LINES-NEEDED              PIC 9(3)    VALUE ZERO.
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
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "KIT ASSEMBLY REGISTER".
           05                          PIC X(30)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(3)    VALUE "DIR".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "PART".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(4)    VALUE "NAME".
           05                          PIC X(13)   VALUE SPACES.
           05                          PIC X(3)    VALUE "PER".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(8)    VALUE "QUANTITY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "AVAIL".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(4)    VALUE "UNIT".
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE "EXTENDED".
           05                          PIC X(8)    VALUE SPACES.

       01  ORDER-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "ORDER ".
           05  OL-ORDER-NUMBER         PIC 9(6).
           05                          PIC X(2)    VALUE SPACES.
           05  OL-ORDER-TYPE           PIC X(11).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "KIT ".
           05  OL-KIT-CATALOG-NUM      PIC X(5).
           05                          PIC X(1)    VALUE SPACES.
           05  OL-KIT-NAME             PIC X(15).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "QTY ".
           05  OL-QUANTITY             PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  OL-STATUS               PIC X(9).
           05                          PIC X(5)    VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(3)    VALUE SPACES.
           05  DL-DIRECTION            PIC X(3).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUM          PIC X(5).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-PART-NAME            PIC X(15).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-QTY-PER              PIC ZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-AVAILABLE            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-EXT-COST             PIC ZZZZ,ZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-FLAG                 PIC X(7).

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "ORDERS READ:".
           05  TL-ORDER-COUNT          PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(10)   VALUE "ASSEMBLED:".
           05  TL-ASSEMBLED-COUNT      PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(13)   VALUE
                               "DISASSEMBLED:".
           05  TL-DISASSEMBLED-COUNT   PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "NOT FILLED:".
           05  TL-REJECT-COUNT         PIC ZZZZ9.
           05                          PIC X(6)    VALUE SPACES.

       01  VALUE-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(16)   VALUE
                               "VALUE ASSEMBLED:".
           05  VT-ASSEMBLED-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(19)   VALUE
                               "VALUE DISASSEMBLED:".
           05  VT-DISASSEMBLED-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(13)   VALUE SPACES.

       01  MOVE-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(18)   VALUE
                               "MOVEMENTS WRITTEN:".
           05  MT-MOVE-COUNT           PIC ZZZZZZ9.
           05                          PIC X(53)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 22-READ-ORDER-RECORD
           PERFORM 30-PROCESS-ORDER-ROUTINE
               UNTIL ORDER-AT-END = "Y"
           PERFORM 45-TOTAL-ROUTINE
           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN INPUT  KIT-ORDER-FILE
                OUTPUT KIT-MOVE-FILE
                OUTPUT NEW-KIT-ORDER-FILE
                OUTPUT ASSEMBLY-REGISTER-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 12-LOAD-BOM-TABLE
           PERFORM 13-LOAD-MASTER-FIELDS
           PERFORM 14-NET-PENDING-MOVES
           PERFORM 16-LOAD-LAYER-TABLE
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       12-LOAD-BOM-TABLE.

           OPEN INPUT BOM-FILE
           PERFORM UNTIL BOM-AT-END = "Y"
               READ BOM-FILE
                   AT END
                       MOVE "Y" TO BOM-AT-END
                   NOT AT END
                       IF WS-BOM-COUNT < 1000
                           ADD 1 TO WS-BOM-COUNT
                           PERFORM 11-BUILD-BOM-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
        .

       11-BUILD-BOM-ENTRY.

           MOVE BM-KIT-CATALOG-NUM TO WS-BOM-KIT (WS-BOM-COUNT)
           MOVE BM-COMPONENT-NUM TO WS-BOM-COMPONENT (WS-BOM-COUNT)
           MOVE BM-QUANTITY-PER TO WS-BOM-QTY-PER (WS-BOM-COUNT)
           MOVE BM-KIT-CATALOG-NUM TO WS-LOOKUP-CATALOG
           PERFORM 19-ADD-PART-ENTRY
           MOVE BM-COMPONENT-NUM TO WS-LOOKUP-CATALOG
           PERFORM 19-ADD-PART-ENTRY
           MOVE WS-PART-SUB TO WS-BOM-PART-SUB (WS-BOM-COUNT)
        .

       19-ADD-PART-ENTRY.

           PERFORM 18-LOOKUP-PART-ROUTINE
           IF WS-PART-FOUND = "N" AND WS-PART-COUNT < 500
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-PART-SUB
               MOVE WS-LOOKUP-CATALOG
                   TO WS-PT-CATALOG-NUM (WS-PART-SUB)
               MOVE SPACES TO WS-PT-PART-NAME (WS-PART-SUB)
               MOVE ZERO TO WS-PT-PRICE (WS-PART-SUB)
               MOVE "N" TO WS-PT-ON-MASTER (WS-PART-SUB)
               MOVE ZERO TO WS-PT-AVAILABLE (WS-PART-SUB)
               MOVE ZERO TO WS-PT-LAYER-FIRST (WS-PART-SUB)
               MOVE ZERO TO WS-PT-LAYER-COUNT (WS-PART-SUB)
               MOVE ZERO TO WS-PT-LAYER-USED (WS-PART-SUB)
           END-IF
        .

       18-LOOKUP-PART-ROUTINE.

           MOVE "N" TO WS-PART-FOUND
           MOVE ZERO TO WS-PART-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PART-COUNT
               OR WS-PART-FOUND = "Y"
               IF WS-PT-CATALOG-NUM (WS-SUB) = WS-LOOKUP-CATALOG
                   MOVE "Y" TO WS-PART-FOUND
                   MOVE WS-SUB TO WS-PART-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       13-LOAD-MASTER-FIELDS.

           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL MASTER-AT-END = "Y"
               READ INVENTORY-FILE
                   AT END
                       MOVE "Y" TO MASTER-AT-END
                   NOT AT END
                       MOVE PA_CATALOG_NUM TO WS-LOOKUP-CATALOG
                       PERFORM 18-LOOKUP-PART-ROUTINE
                       IF WS-PART-FOUND = "Y"
                           MOVE PA_PART_NAME
                               TO WS-PT-PART-NAME (WS-PART-SUB)
                           MOVE PA_PURCHASE_PRICE
                               TO WS-PT-PRICE (WS-PART-SUB)
                           MOVE "Y" TO WS-PT-ON-MASTER (WS-PART-SUB)
                           MOVE PA_QUANTITY_ON_HAND
                               TO WS-PT-AVAILABLE (WS-PART-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
        .

       14-NET-PENDING-MOVES.

           OPEN INPUT PENDING-MOVE-FILE
           PERFORM UNTIL MOVE-AT-END = "Y"
               READ PENDING-MOVE-FILE INTO MOVEMENT-RECORD
                   AT END
                       MOVE "Y" TO MOVE-AT-END
                   NOT AT END
                       IF MV-ISSUE OR MV-VENDOR-RETURN
                           MOVE MV-CATALOG-NUM TO WS-LOOKUP-CATALOG
                           PERFORM 18-LOOKUP-PART-ROUTINE
                           IF WS-PART-FOUND = "Y"
                               PERFORM 17-NET-ONE-MOVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-MOVE-FILE
        .

       17-NET-ONE-MOVE.

           IF MV-QUANTITY > WS-PT-AVAILABLE (WS-PART-SUB)
               MOVE ZERO TO WS-PT-AVAILABLE (WS-PART-SUB)
           ELSE
               SUBTRACT MV-QUANTITY FROM WS-PT-AVAILABLE (WS-PART-SUB)
           END-IF
           ADD MV-QUANTITY TO WS-PT-LAYER-USED (WS-PART-SUB)
        .

       16-LOAD-LAYER-TABLE.

           OPEN INPUT COST-LAYER-FILE
           PERFORM UNTIL LAYER-AT-END = "Y"
               READ COST-LAYER-FILE
                   AT END
                       MOVE "Y" TO LAYER-AT-END
                   NOT AT END
                       MOVE CL-CATALOG-NUM TO WS-LOOKUP-CATALOG
                       PERFORM 18-LOOKUP-PART-ROUTINE
                       IF WS-PART-FOUND = "Y"
                           AND WS-LAYER-COUNT < 2000
                           PERFORM 21-BUILD-LAYER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COST-LAYER-FILE
        .

       21-BUILD-LAYER-ENTRY.

           ADD 1 TO WS-LAYER-COUNT
           MOVE CL-QUANTITY TO WS-LY-QUANTITY (WS-LAYER-COUNT)
           MOVE CL-UNIT-COST TO WS-LY-UNIT-COST (WS-LAYER-COUNT)
           IF WS-PT-LAYER-COUNT (WS-PART-SUB) = ZERO
               MOVE WS-LAYER-COUNT TO WS-PT-LAYER-FIRST (WS-PART-SUB)
           END-IF
           ADD 1 TO WS-PT-LAYER-COUNT (WS-PART-SUB)
        .

       20-WRITE-HEADINGS-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 32-WRITE-LINES-ROUTINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 32-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 32-WRITE-LINES-ROUTINE
        .

       22-READ-ORDER-RECORD.

           READ KIT-ORDER-FILE
               AT END
                   MOVE "Y" TO ORDER-AT-END
           END-READ
        .

       30-PROCESS-ORDER-ROUTINE.

           ADD 1 TO WS-ORDER-READ-COUNT
           MOVE SPACES TO WS-ORDER-STATUS
           MOVE "N" TO WS-TOO-MANY
           MOVE ZERO TO WS-KIT-LINE-COUNT
           MOVE ZERO TO WS-ORDER-COST
           MOVE ZERO TO WS-KIT-UNIT-COST
           MOVE ZERO TO WS-KIT-AVAILABLE
           MOVE KO-KIT-CATALOG-NUM TO WS-LOOKUP-CATALOG
           PERFORM 18-LOOKUP-PART-ROUTINE
           MOVE WS-PART-SUB TO WS-KIT-SUB
           IF WS-KIT-SUB > ZERO
               MOVE WS-PT-AVAILABLE (WS-KIT-SUB) TO WS-KIT-AVAILABLE
           END-IF
           PERFORM 31-EXPLODE-KIT-ROUTINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BOM-COUNT
           EVALUATE TRUE
               WHEN NOT KO-ASSEMBLE AND NOT KO-DISASSEMBLE
                   MOVE "BAD TYPE" TO WS-ORDER-STATUS
               WHEN KO-QUANTITY = ZERO
                   MOVE "ZERO QTY" TO WS-ORDER-STATUS
               WHEN WS-KIT-LINE-COUNT = ZERO
                   MOVE "NO BOM" TO WS-ORDER-STATUS
               WHEN WS-TOO-MANY = "Y"
                   MOVE "TOO MANY" TO WS-ORDER-STATUS
               WHEN WS-KIT-SUB = ZERO
                   MOVE "NO MASTER" TO WS-ORDER-STATUS
               WHEN WS-PT-ON-MASTER (WS-KIT-SUB) = "N"
                   MOVE "NO MASTER" TO WS-ORDER-STATUS
           END-EVALUATE
           IF WS-ORDER-STATUS = SPACES
               IF KO-ASSEMBLE
                   PERFORM 50-ASSEMBLE-ROUTINE
               ELSE
                   PERFORM 60-DISASSEMBLE-ROUTINE
               END-IF
           END-IF
           PERFORM 34-PRINT-ORDER-ROUTINE
           IF WS-ORDER-STATUS NOT = "POSTED"
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 38-CARRY-ORDER-ROUTINE
           END-IF
           PERFORM 22-READ-ORDER-RECORD
        .

       31-EXPLODE-KIT-ROUTINE.

           IF WS-BOM-KIT (WS-SUB) = KO-KIT-CATALOG-NUM
               IF WS-KIT-LINE-COUNT < 50
                   ADD 1 TO WS-KIT-LINE-COUNT
                   MOVE WS-KIT-LINE-COUNT TO WS-LINE-SUB
                   MOVE WS-BOM-PART-SUB (WS-SUB)
                       TO WS-KL-PART-SUB (WS-LINE-SUB)
                   MOVE WS-BOM-QTY-PER (WS-SUB)
                       TO WS-KL-QTY-PER (WS-LINE-SUB)
                   COMPUTE WS-KL-QUANTITY (WS-LINE-SUB) =
                       WS-BOM-QTY-PER (WS-SUB) * KO-QUANTITY
                   MOVE ZERO TO WS-KL-AVAILABLE (WS-LINE-SUB)
                   MOVE ZERO TO WS-KL-UNIT-COST (WS-LINE-SUB)
                   MOVE ZERO TO WS-KL-EXT-COST (WS-LINE-SUB)
                   MOVE SPACES TO WS-KL-FLAG (WS-LINE-SUB)
               ELSE
                   MOVE "Y" TO WS-TOO-MANY
               END-IF
           END-IF
        .

       32-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       34-PRINT-ORDER-ROUTINE.

           COMPUTE WS-LINES-NEEDED = WS-KIT-LINE-COUNT + 3
           IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE KO-ORDER-NUMBER TO OL-ORDER-NUMBER
           EVALUATE TRUE
               WHEN KO-ASSEMBLE
                   MOVE "ASSEMBLE" TO OL-ORDER-TYPE
               WHEN KO-DISASSEMBLE
                   MOVE "DISASSEMBLE" TO OL-ORDER-TYPE
               WHEN OTHER
                   MOVE KO-ORDER-TYPE TO OL-ORDER-TYPE
           END-EVALUATE
           MOVE KO-KIT-CATALOG-NUM TO OL-KIT-CATALOG-NUM
           IF WS-KIT-SUB > ZERO
               MOVE WS-PT-PART-NAME (WS-KIT-SUB) TO OL-KIT-NAME
           ELSE
               MOVE SPACES TO OL-KIT-NAME
           END-IF
           MOVE KO-QUANTITY TO OL-QUANTITY
           MOVE WS-ORDER-STATUS TO OL-STATUS
           MOVE ORDER-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
           IF KO-DISASSEMBLE AND WS-KIT-SUB > ZERO
               MOVE "OUT" TO DL-DIRECTION
               PERFORM 36-PRINT-KIT-LINE
           END-IF
           PERFORM 35-PRINT-COMPONENT-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
           IF KO-ASSEMBLE AND WS-KIT-SUB > ZERO
               MOVE "IN" TO DL-DIRECTION
               PERFORM 36-PRINT-KIT-LINE
           END-IF
        .

       35-PRINT-COMPONENT-LINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           IF KO-DISASSEMBLE
               MOVE "IN" TO DL-DIRECTION
           ELSE
               MOVE "OUT" TO DL-DIRECTION
           END-IF
           IF WS-PART-SUB > ZERO
               MOVE WS-PT-CATALOG-NUM (WS-PART-SUB) TO DL-CATALOG-NUM
               MOVE WS-PT-PART-NAME (WS-PART-SUB) TO DL-PART-NAME
           ELSE
               MOVE SPACES TO DL-CATALOG-NUM
               MOVE SPACES TO DL-PART-NAME
           END-IF
           MOVE WS-KL-QTY-PER (WS-LINE-SUB) TO DL-QTY-PER
           MOVE WS-KL-QUANTITY (WS-LINE-SUB) TO DL-QUANTITY
           MOVE WS-KL-AVAILABLE (WS-LINE-SUB) TO DL-AVAILABLE
           MOVE WS-KL-UNIT-COST (WS-LINE-SUB) TO DL-UNIT-COST
           MOVE WS-KL-EXT-COST (WS-LINE-SUB) TO DL-EXT-COST
           MOVE WS-KL-FLAG (WS-LINE-SUB) TO DL-FLAG
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
        .

       36-PRINT-KIT-LINE.

           MOVE KO-KIT-CATALOG-NUM TO DL-CATALOG-NUM
           MOVE WS-PT-PART-NAME (WS-KIT-SUB) TO DL-PART-NAME
           MOVE ZERO TO DL-QTY-PER
           MOVE KO-QUANTITY TO DL-QUANTITY
           MOVE WS-KIT-AVAILABLE TO DL-AVAILABLE
           MOVE WS-KIT-UNIT-COST TO DL-UNIT-COST
           MOVE WS-ORDER-COST TO DL-EXT-COST
           IF KO-DISASSEMBLE AND WS-ORDER-STATUS = "SHORT"
               MOVE "SHORT" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
        .

       38-CARRY-ORDER-ROUTINE.

           MOVE KO-ORDER-NUMBER TO NK-ORDER-NUMBER
           MOVE KO-ORDER-TYPE TO NK-ORDER-TYPE
           MOVE KO-KIT-CATALOG-NUM TO NK-KIT-CATALOG-NUM
           MOVE KO-QUANTITY TO NK-QUANTITY
           WRITE NEW-KIT-ORDER-RECORD
        .

       50-ASSEMBLE-ROUTINE.

           PERFORM 52-CHECK-COMPONENT-ROUTINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
           IF WS-ORDER-STATUS = SPACES
               PERFORM 54-COST-COMPONENT-ROUTINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
               COMPUTE WS-KIT-UNIT-COST ROUNDED =
                   WS-ORDER-COST / KO-QUANTITY
                   ON SIZE ERROR
                       MOVE "COST OVER" TO WS-ORDER-STATUS
               END-COMPUTE
           END-IF
           IF WS-ORDER-STATUS = SPACES
               MOVE "I" TO WS-MOVE-CODE
               MOVE ZERO TO WS-MOVE-COST
               PERFORM 58-ISSUE-COMPONENT-ROUTINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
               ADD KO-QUANTITY TO WS-PT-AVAILABLE (WS-KIT-SUB)
               MOVE KO-KIT-CATALOG-NUM TO WS-MOVE-CATALOG
               MOVE "R" TO WS-MOVE-CODE
               MOVE KO-QUANTITY TO WS-MOVE-QTY
               MOVE WS-KIT-UNIT-COST TO WS-MOVE-COST
               PERFORM 70-WRITE-MOVEMENT-ROUTINE
               MOVE "POSTED" TO WS-ORDER-STATUS
               ADD 1 TO WS-ASSEMBLED-COUNT
               ADD WS-ORDER-COST TO WS-ASSEMBLED-VALUE
           END-IF
        .

       52-CHECK-COMPONENT-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           IF WS-PART-SUB = ZERO
               MOVE "NO PART" TO WS-KL-FLAG (WS-LINE-SUB)
               MOVE "NO MASTER" TO WS-ORDER-STATUS
           ELSE
               MOVE WS-PT-AVAILABLE (WS-PART-SUB)
                   TO WS-KL-AVAILABLE (WS-LINE-SUB)
               IF WS-PT-ON-MASTER (WS-PART-SUB) = "N"
                   MOVE "NO PART" TO WS-KL-FLAG (WS-LINE-SUB)
                   MOVE "NO MASTER" TO WS-ORDER-STATUS
               ELSE
                   EVALUATE TRUE
                       WHEN WS-KL-QUANTITY (WS-LINE-SUB) > 9999
                           MOVE "QTY OVER" TO WS-KL-FLAG (WS-LINE-SUB)
                           IF WS-ORDER-STATUS = SPACES
                               MOVE "QTY OVER" TO WS-ORDER-STATUS
                           END-IF
                       WHEN WS-KL-QUANTITY (WS-LINE-SUB)
                           > WS-PT-AVAILABLE (WS-PART-SUB)
                           MOVE "SHORT" TO WS-KL-FLAG (WS-LINE-SUB)
                           IF WS-ORDER-STATUS = SPACES
                               MOVE "SHORT" TO WS-ORDER-STATUS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
        .

       54-COST-COMPONENT-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           MOVE WS-KL-QUANTITY (WS-LINE-SUB) TO WS-COST-QTY
           PERFORM 56-COST-FROM-LAYERS
           MOVE WS-COST-VALUE TO WS-KL-EXT-COST (WS-LINE-SUB)
           IF WS-COST-QTY > ZERO
               COMPUTE WS-KL-UNIT-COST (WS-LINE-SUB) ROUNDED =
                   WS-COST-VALUE / WS-COST-QTY
           END-IF
           ADD WS-COST-VALUE TO WS-ORDER-COST
        .

       56-COST-FROM-LAYERS.

           MOVE ZERO TO WS-COST-VALUE
           MOVE WS-COST-QTY TO WS-COST-REMAINING
           MOVE WS-PT-LAYER-USED (WS-PART-SUB) TO WS-COST-SKIP
           IF WS-PT-LAYER-COUNT (WS-PART-SUB) > ZERO
               COMPUTE WS-LAYER-LAST =
                   WS-PT-LAYER-FIRST (WS-PART-SUB)
                   + WS-PT-LAYER-COUNT (WS-PART-SUB) - 1
               PERFORM 57-COST-ONE-LAYER
                   VARYING WS-LAYER-SUB
                   FROM WS-PT-LAYER-FIRST (WS-PART-SUB) BY 1
                   UNTIL WS-LAYER-SUB > WS-LAYER-LAST
                   OR WS-COST-REMAINING = ZERO
           END-IF
           IF WS-COST-REMAINING > ZERO
               COMPUTE WS-COST-VALUE =
                   WS-COST-VALUE
                   + WS-COST-REMAINING * WS-PT-PRICE (WS-PART-SUB)
           END-IF
        .

       57-COST-ONE-LAYER.

           IF WS-COST-SKIP NOT < WS-LY-QUANTITY (WS-LAYER-SUB)
               SUBTRACT WS-LY-QUANTITY (WS-LAYER-SUB) FROM WS-COST-SKIP
           ELSE
               COMPUTE WS-COST-TAKE =
                   WS-LY-QUANTITY (WS-LAYER-SUB) - WS-COST-SKIP
               MOVE ZERO TO WS-COST-SKIP
               IF WS-COST-TAKE > WS-COST-REMAINING
                   MOVE WS-COST-REMAINING TO WS-COST-TAKE
               END-IF
               COMPUTE WS-COST-VALUE =
                   WS-COST-VALUE
                   + WS-COST-TAKE * WS-LY-UNIT-COST (WS-LAYER-SUB)
               SUBTRACT WS-COST-TAKE FROM WS-COST-REMAINING
           END-IF
        .

       58-ISSUE-COMPONENT-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           SUBTRACT WS-KL-QUANTITY (WS-LINE-SUB)
               FROM WS-PT-AVAILABLE (WS-PART-SUB)
           ADD WS-KL-QUANTITY (WS-LINE-SUB)
               TO WS-PT-LAYER-USED (WS-PART-SUB)
           MOVE WS-PT-CATALOG-NUM (WS-PART-SUB) TO WS-MOVE-CATALOG
           MOVE WS-KL-QUANTITY (WS-LINE-SUB) TO WS-MOVE-QTY
           PERFORM 70-WRITE-MOVEMENT-ROUTINE
        .

       60-DISASSEMBLE-ROUTINE.

           IF KO-QUANTITY > WS-PT-AVAILABLE (WS-KIT-SUB)
               MOVE "SHORT" TO WS-ORDER-STATUS
           END-IF
           PERFORM 62-CHECK-TEARDOWN-ROUTINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
           IF WS-ORDER-STATUS = SPACES
               MOVE WS-KIT-SUB TO WS-PART-SUB
               MOVE KO-QUANTITY TO WS-COST-QTY
               PERFORM 56-COST-FROM-LAYERS
               MOVE WS-COST-VALUE TO WS-ORDER-COST
               COMPUTE WS-KIT-UNIT-COST ROUNDED =
                   WS-ORDER-COST / KO-QUANTITY
               MOVE ZERO TO WS-COST-BASIS
               MOVE ZERO TO WS-QTY-PER-TOTAL
               PERFORM 64-ADD-COST-BASIS
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
               PERFORM 66-APPORTION-COST-ROUTINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
               SUBTRACT KO-QUANTITY FROM WS-PT-AVAILABLE (WS-KIT-SUB)
               ADD KO-QUANTITY TO WS-PT-LAYER-USED (WS-KIT-SUB)
               MOVE KO-KIT-CATALOG-NUM TO WS-MOVE-CATALOG
               MOVE "I" TO WS-MOVE-CODE
               MOVE KO-QUANTITY TO WS-MOVE-QTY
               MOVE ZERO TO WS-MOVE-COST
               PERFORM 70-WRITE-MOVEMENT-ROUTINE
               MOVE "R" TO WS-MOVE-CODE
               PERFORM 68-RECEIVE-COMPONENT-ROUTINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-KIT-LINE-COUNT
               MOVE "POSTED" TO WS-ORDER-STATUS
               ADD 1 TO WS-DISASSEMBLED-COUNT
               ADD WS-ORDER-COST TO WS-DISASSEMBLED-VALUE
           END-IF
        .

       62-CHECK-TEARDOWN-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           IF WS-PART-SUB = ZERO
               MOVE "NO PART" TO WS-KL-FLAG (WS-LINE-SUB)
               MOVE "NO MASTER" TO WS-ORDER-STATUS
           ELSE
               MOVE WS-PT-AVAILABLE (WS-PART-SUB)
                   TO WS-KL-AVAILABLE (WS-LINE-SUB)
               IF WS-PT-ON-MASTER (WS-PART-SUB) = "N"
                   MOVE "NO PART" TO WS-KL-FLAG (WS-LINE-SUB)
                   MOVE "NO MASTER" TO WS-ORDER-STATUS
               ELSE
                   IF WS-KL-QUANTITY (WS-LINE-SUB) > 9999
                       MOVE "QTY OVER" TO WS-KL-FLAG (WS-LINE-SUB)
                       IF WS-ORDER-STATUS = SPACES
                           MOVE "QTY OVER" TO WS-ORDER-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
        .

       64-ADD-COST-BASIS.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           COMPUTE WS-COST-BASIS =
               WS-COST-BASIS
               + WS-KL-QTY-PER (WS-LINE-SUB)
               * WS-PT-PRICE (WS-PART-SUB)
           ADD WS-KL-QTY-PER (WS-LINE-SUB) TO WS-QTY-PER-TOTAL
        .

       66-APPORTION-COST-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           IF WS-COST-BASIS > ZERO
               COMPUTE WS-KL-UNIT-COST (WS-LINE-SUB) ROUNDED =
                   WS-KIT-UNIT-COST * WS-PT-PRICE (WS-PART-SUB)
                   / WS-COST-BASIS
           ELSE
               COMPUTE WS-KL-UNIT-COST (WS-LINE-SUB) ROUNDED =
                   WS-KIT-UNIT-COST / WS-QTY-PER-TOTAL
           END-IF
           COMPUTE WS-KL-EXT-COST (WS-LINE-SUB) =
               WS-KL-UNIT-COST (WS-LINE-SUB)
               * WS-KL-QUANTITY (WS-LINE-SUB)
        .

       68-RECEIVE-COMPONENT-ROUTINE.

           MOVE WS-KL-PART-SUB (WS-LINE-SUB) TO WS-PART-SUB
           ADD WS-KL-QUANTITY (WS-LINE-SUB)
               TO WS-PT-AVAILABLE (WS-PART-SUB)
           MOVE WS-PT-CATALOG-NUM (WS-PART-SUB) TO WS-MOVE-CATALOG
           MOVE WS-KL-QUANTITY (WS-LINE-SUB) TO WS-MOVE-QTY
           MOVE WS-KL-UNIT-COST (WS-LINE-SUB) TO WS-MOVE-COST
           PERFORM 70-WRITE-MOVEMENT-ROUTINE
        .

       70-WRITE-MOVEMENT-ROUTINE.

           MOVE WS-MOVE-CATALOG TO MV-CATALOG-NUM
           MOVE WS-MOVE-CODE TO MV-MOVE-CODE
           MOVE WS-MOVE-QTY TO MV-QUANTITY
           MOVE WS-YEAR TO MV-MOVE-YEAR
           MOVE WS-MONTH TO MV-MOVE-MONTH
           MOVE WS-DAY TO MV-MOVE-DAY
           MOVE WS-MOVE-COST TO MV-UNIT-COST
           MOVE KO-ORDER-NUMBER TO MV-REFERENCE-NUM
           MOVE KO-KIT-CATALOG-NUM TO MV-PARTY-ID
           IF KO-ASSEMBLE
               MOVE "KA" TO MV-REASON-CODE
           ELSE
               MOVE "KD" TO MV-REASON-CODE
           END-IF
           MOVE SPACES TO MV-OPERATOR-ID
           WRITE MOVEMENT-RECORD
           ADD 1 TO WS-MOVE-WRITTEN-COUNT
        .

       45-TOTAL-ROUTINE.

           MOVE WS-ORDER-READ-COUNT TO TL-ORDER-COUNT
           MOVE WS-ASSEMBLED-COUNT TO TL-ASSEMBLED-COUNT
           MOVE WS-DISASSEMBLED-COUNT TO TL-DISASSEMBLED-COUNT
           MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
           MOVE WS-ASSEMBLED-VALUE TO VT-ASSEMBLED-VALUE
           MOVE WS-DISASSEMBLED-VALUE TO VT-DISASSEMBLED-VALUE
           MOVE VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
           MOVE WS-MOVE-WRITTEN-COUNT TO MT-MOVE-COUNT
           MOVE MOVE-TOTAL-LINE TO REPORT-RECORD
           PERFORM 32-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "KITASSEMBLY" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-ORDER-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-MOVE-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT TO RL-EXCEPTION-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE KIT-ORDER-FILE
                 KIT-MOVE-FILE
                 NEW-KIT-ORDER-FILE
                 ASSEMBLY-REGISTER-FILE
                 RUN-LOG-FILE
        .
