       IDENTIFICATION DIVISION.
       PROGRAM-ID. CounterEntry.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that lets the parts counter key its own
      * stock movements as they happen -- counter issues, receipts
      * handed in over the counter, and customer returns -- instead
      * of writing them on a slip for somebody to key into the
      * movement file later while the master goes on showing stock
      * that has already left the building.  Each entry is checked
      * on the spot against the indexed inventory master (and the
      * supplier master for a receipt), the part's on-hand figure in
      * the indexed master is brought up to date at once so the next
      * clerk and InvInquiry see the running figure for the rest of
      * the day, and the movement is appended to the movement file
      * for the night's StockPost, stamped with the clerk's operator
      * ID.  CounterList prints each clerk's end-of-shift listing
      * from what was keyed here.
      ****************************************************************
      * INPUT:
      *    The clerk's operator ID is supplied as a command-line
      *    parameter; when it is left off the program asks for it.
      *
      *    Each entry is keyed at the console in answer to prompts:
      *         1. MOVEMENT CODE: I issue, R receipt, C customer
      *            return, E end of shift
      *         2. CATALOG NUMBER
      *         3. QUANTITY
      *         4. FOR A RECEIPT: SUPPLIER ID (blank takes the
      *            part's own PA_SUPPLIER_ID), PURCHASE ORDER NUMBER
      *            (blank for none), UNIT COST (blank posts at the
      *            master's PA_PURCHASE_PRICE, as on any receipt)
      *            FOR A RETURN: CUSTOMER ORDER NUMBER, CUSTOMER ID
      *            AND REASON CODE, as OrderAlloc needs to credit it
      *            FOR AN ISSUE: CUSTOMER ID (blank for a cash sale)
      *         5. Y TO POST THE ENTRY, ANYTHING ELSE TO DROP IT
      *    A blank catalog number drops the entry being keyed.
      *    Quantities and numbers are keyed without leading zeros.
      *
      *    The INVENTORY MASTER FILE (InventoryMaster.dat) is the
      *    INDEXED file of PART-RECORDs keyed on PA_CATALOG_NUM, as
      *    loaded by InvLoad.  A catalog number must be on it, and
      *    an issue may not take more than the running on-hand
      *    figure it shows, both when the part is called up and
      *    again when the entry is posted.
      *
      *    The SUPPLIER FILE (SUPPREC.CPY) is loaded into a table at
      *    start-up; the supplier on a receipt must be on it.
      ****************************************************************
      * OUTPUT:
      *    The INVENTORY MASTER FILE has PA_QUANTITY_ON_HAND of the
      *    part rewritten as each entry is posted: less an issue,
      *    plus a receipt or a return.  Nothing else on the record
      *    is touched.  This is the day's running figure only; the
      *    master of record is still the one StockPost rolls the
      *    movement file into overnight, and InvLoad reloads the
      *    indexed file from it after promotion.
      *
      *    The MOVEMENT FILE (MovementFile.txt, MOVEREC.CPY) gets
      *    one MOVEMENT-RECORD appended per entry posted, dated the
      *    run date and carrying the operator ID in MV-OPERATOR-ID.
      *    A receipt carries the purchase order number and supplier
      *    ID; a return the customer order number, customer ID and
      *    reason code; an issue the customer ID.  The file is
      *    opened and closed around each entry, so a posted entry
      *    is on file at once and several counter terminals can key
      *    at the same time.
      *
      *    The console shows each part as it is called up, the
      *    reason an entry is refused, the new on-hand figure after
      *    each entry posted, and the shift's totals at the end.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'InventoryMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA_CATALOG_NUM.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SupplierFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'MovementFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 66 CHARACTERS.

           COPY PARTREC.

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 94 CHARACTERS.

           COPY SUPPREC.

       FD  MOVEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  SUPPLIER-AT-END             PIC X       VALUE "N".
           05  SHIFT-ENDED                 PIC X       VALUE "N".

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-OPERATOR-ID                  PIC X(6)    VALUE SPACES.

       01  WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-SUB                       PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-SUB              PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-ENTRY            OCCURS 500.
               10 WS-TAB-SUPPLIER-ID       PIC X(6).
               10 WS-TAB-NAME              PIC X(25).

       01  WS-ENTRY-FIELDS.
           05 WS-ENTRY-STATUS              PIC X       VALUE "Y".
               88  ENTRY-OK                    VALUE "Y".
               88  ENTRY-REFUSED               VALUE "N".
           05 WS-ENTRY-CODE                PIC X       VALUE SPACES.
               88  ENTRY-ISSUE                 VALUE "I".
               88  ENTRY-RECEIPT               VALUE "R".
               88  ENTRY-RETURN                VALUE "C".
               88  ENTRY-END-OF-SHIFT          VALUE "E".
           05 WS-ENTRY-CATALOG             PIC X(5)    VALUE SPACES.
           05 WS-ENTRY-QUANTITY            PIC 9(4)    VALUE ZERO.
           05 WS-ENTRY-REFERENCE           PIC 9(6)    VALUE ZERO.
           05 WS-ENTRY-PARTY-ID            PIC X(6)    VALUE SPACES.
           05 WS-ENTRY-REASON-CODE         PIC X(2)    VALUE SPACES.
           05 WS-ENTRY-UNIT-COST           PIC 999V99  VALUE ZERO.
           05 WS-NEW-ON-HAND               PIC 9(5)    VALUE ZERO.
           05 WS-CONFIRM                   PIC X       VALUE SPACES.

       01  WS-KEYED-FIELDS.
           05 WS-KEYED-NUMBER-X            PIC X(6)    JUSTIFIED RIGHT.
           05 WS-KEYED-NUMBER REDEFINES WS-KEYED-NUMBER-X
                                           PIC 9(6).
           05 WS-KEYED-NUMBER-STATUS       PIC X       VALUE "Y".
               88  KEYED-NUMBER-OK             VALUE "Y".
           05 WS-KEYED-COST-X              PIC X(8)    VALUE SPACES.
           05 WS-KEYED-COST                PIC 9(5)V99 VALUE ZERO.

       01  WS-SHIFT-TOTALS.
           05 WS-POSTED-COUNT              PIC 9(5)    VALUE ZERO.
           05 WS-REFUSED-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-ISSUE-QTY                 PIC 9(7)    VALUE ZERO.
           05 WS-RECEIPT-QTY               PIC 9(7)    VALUE ZERO.
           05 WS-RETURN-QTY                PIC 9(7)    VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05 WS-DISPLAY-QOH               PIC ZZZ9.
           05 WS-DISPLAY-PRICE             PIC ZZ9.99.
           05 WS-DISPLAY-COUNT             PIC ZZZZ9.
           05 WS-DISPLAY-QTY               PIC ZZZZZZ9.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-ENTRY-ROUTINE
               UNTIL SHIFT-ENDED = "Y"
           PERFORM 45-TOTAL-ROUTINE
           PERFORM 40-CLOSE-ROUTINE
        .

       15-HOUSEKEEPING.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID, NOTHING CAN BE KEYED"
               MOVE "Y" TO SHIFT-ENDED
           END-IF
           PERFORM 17-LOAD-SUPPLIER-TABLE
           OPEN I-O INVENTORY-MASTER-FILE
        .

       17-LOAD-SUPPLIER-TABLE.

           OPEN INPUT SUPPLIER-MASTER-FILE
           PERFORM UNTIL SUPPLIER-AT-END = "Y"
               READ SUPPLIER-MASTER-FILE
                   AT END
                       MOVE "Y" TO SUPPLIER-AT-END
                   NOT AT END
                       IF WS-SUPPLIER-COUNT < 500
                           ADD 1 TO WS-SUPPLIER-COUNT
                           MOVE SU-SUPPLIER-ID TO
                               WS-TAB-SUPPLIER-ID (WS-SUPPLIER-COUNT)
                           MOVE SU-SUPPLIER-NAME
                               TO WS-TAB-NAME (WS-SUPPLIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE
        .

       20-ENTRY-ROUTINE.

           MOVE "Y" TO WS-ENTRY-STATUS
           MOVE SPACES TO WS-ENTRY-CATALOG
           MOVE ZERO TO WS-ENTRY-QUANTITY
           MOVE ZERO TO WS-ENTRY-REFERENCE
           MOVE SPACES TO WS-ENTRY-PARTY-ID
           MOVE SPACES TO WS-ENTRY-REASON-CODE
           MOVE ZERO TO WS-ENTRY-UNIT-COST
           PERFORM 22-KEY-MOVE-CODE-ROUTINE
           IF ENTRY-OK
               PERFORM 24-KEY-CATALOG-ROUTINE
           END-IF
           IF ENTRY-OK
               PERFORM 26-KEY-QUANTITY-ROUTINE
           END-IF
           IF ENTRY-OK
               EVALUATE TRUE
                   WHEN ENTRY-ISSUE
                       PERFORM 28-KEY-ISSUE-ROUTINE
                   WHEN ENTRY-RECEIPT
                       PERFORM 30-KEY-RECEIPT-ROUTINE
                   WHEN ENTRY-RETURN
                       PERFORM 32-KEY-RETURN-ROUTINE
               END-EVALUATE
           END-IF
           IF ENTRY-OK
               DISPLAY "POST THIS ENTRY (Y/N): " WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   PERFORM 36-POST-ENTRY-ROUTINE
               ELSE
                   DISPLAY "ENTRY DROPPED, NOTHING POSTED"
               END-IF
           END-IF
        .

       22-KEY-MOVE-CODE-ROUTINE.

           DISPLAY " "
           DISPLAY "I=ISSUE  R=RECEIPT  C=RETURN  E=END OF SHIFT: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-CODE
           ACCEPT WS-ENTRY-CODE
           INSPECT WS-ENTRY-CODE CONVERTING "irce" TO "IRCE"
           EVALUATE TRUE
               WHEN ENTRY-END-OF-SHIFT
                   MOVE "Y" TO SHIFT-ENDED
                   MOVE "N" TO WS-ENTRY-STATUS
               WHEN ENTRY-ISSUE OR ENTRY-RECEIPT OR ENTRY-RETURN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MOVEMENT CODE " WS-ENTRY-CODE
                       " NOT VALID"
                   MOVE "N" TO WS-ENTRY-STATUS
           END-EVALUATE
        .

       24-KEY-CATALOG-ROUTINE.

           DISPLAY "CATALOG NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CATALOG
           IF WS-ENTRY-CATALOG = SPACES
               DISPLAY "ENTRY DROPPED, NOTHING POSTED"
               MOVE "N" TO WS-ENTRY-STATUS
           ELSE
               MOVE WS-ENTRY-CATALOG TO PA_CATALOG_NUM
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CATALOG NUMBER " WS-ENTRY-CATALOG
                           " NOT ON FILE"
                       PERFORM 38-REFUSE-ENTRY-ROUTINE
                   NOT INVALID KEY
                       MOVE PA_QUANTITY_ON_HAND TO WS-DISPLAY-QOH
                       DISPLAY "PART NAME........ " PA_PART_NAME
                       DISPLAY "QTY ON HAND...... " WS-DISPLAY-QOH
               END-READ
           END-IF
        .

       26-KEY-QUANTITY-ROUTINE.

           DISPLAY "QUANTITY: " WITH NO ADVANCING
           PERFORM 34-ACCEPT-NUMBER-ROUTINE
           EVALUATE TRUE
               WHEN NOT KEYED-NUMBER-OK
                   OR WS-KEYED-NUMBER = ZERO
                   DISPLAY "QUANTITY NOT VALID"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               WHEN WS-KEYED-NUMBER > 9999
                   DISPLAY "QUANTITY OVER 9999, KEY IT IN PARTS"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               WHEN ENTRY-ISSUE
                   AND WS-KEYED-NUMBER > PA_QUANTITY_ON_HAND
                   MOVE PA_QUANTITY_ON_HAND TO WS-DISPLAY-QOH
                   DISPLAY "ONLY " WS-DISPLAY-QOH
                       " ON HAND, ISSUE REFUSED"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               WHEN NOT ENTRY-ISSUE
                   AND WS-KEYED-NUMBER + PA_QUANTITY_ON_HAND > 9999
                   DISPLAY "ON HAND WOULD PASS 9999, ENTRY REFUSED"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               WHEN OTHER
                   MOVE WS-KEYED-NUMBER TO WS-ENTRY-QUANTITY
           END-EVALUATE
        .

       28-KEY-ISSUE-ROUTINE.

           DISPLAY "CUSTOMER ID (BLANK FOR CASH SALE): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-PARTY-ID
        .

       30-KEY-RECEIPT-ROUTINE.

           DISPLAY "SUPPLIER ID (BLANK FOR " PA_SUPPLIER_ID "): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-PARTY-ID
           IF WS-ENTRY-PARTY-ID = SPACES
               MOVE PA_SUPPLIER_ID TO WS-ENTRY-PARTY-ID
           END-IF
           PERFORM 31-LOOKUP-SUPPLIER-ROUTINE
           IF WS-SUPPLIER-SUB = ZERO
               DISPLAY "SUPPLIER " WS-ENTRY-PARTY-ID " NOT ON FILE"
               PERFORM 38-REFUSE-ENTRY-ROUTINE
           ELSE
               DISPLAY "SUPPLIER......... "
                   WS-TAB-NAME (WS-SUPPLIER-SUB)
           END-IF
           IF ENTRY-OK
               DISPLAY "PURCHASE ORDER NUMBER (BLANK FOR NONE): "
                   WITH NO ADVANCING
               PERFORM 34-ACCEPT-NUMBER-ROUTINE
               IF KEYED-NUMBER-OK
                   MOVE WS-KEYED-NUMBER TO WS-ENTRY-REFERENCE
               ELSE
                   DISPLAY "PURCHASE ORDER NUMBER NOT VALID"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               END-IF
           END-IF
           IF ENTRY-OK
               MOVE PA_PURCHASE_PRICE TO WS-DISPLAY-PRICE
               DISPLAY "UNIT COST (BLANK FOR " WS-DISPLAY-PRICE "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-KEYED-COST-X
               ACCEPT WS-KEYED-COST-X
               IF WS-KEYED-COST-X NOT = SPACES
                   PERFORM 35-EDIT-COST-ROUTINE
               END-IF
           END-IF
        .

       31-LOOKUP-SUPPLIER-ROUTINE.

           MOVE ZERO TO WS-SUPPLIER-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-SUPPLIER-COUNT
               OR WS-SUPPLIER-SUB > ZERO
               IF WS-TAB-SUPPLIER-ID (WS-SUB) = WS-ENTRY-PARTY-ID
                   MOVE WS-SUB TO WS-SUPPLIER-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       32-KEY-RETURN-ROUTINE.

           DISPLAY "CUSTOMER ORDER NUMBER (BLANK FOR NONE): "
               WITH NO ADVANCING
           PERFORM 34-ACCEPT-NUMBER-ROUTINE
           IF KEYED-NUMBER-OK
               MOVE WS-KEYED-NUMBER TO WS-ENTRY-REFERENCE
           ELSE
               DISPLAY "CUSTOMER ORDER NUMBER NOT VALID"
               PERFORM 38-REFUSE-ENTRY-ROUTINE
           END-IF
           IF ENTRY-OK
               DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-PARTY-ID
               DISPLAY "REASON CODE: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-REASON-CODE
           END-IF
        .

       34-ACCEPT-NUMBER-ROUTINE.

           MOVE SPACES TO WS-KEYED-NUMBER-X
           ACCEPT WS-KEYED-NUMBER-X
           INSPECT WS-KEYED-NUMBER-X REPLACING LEADING SPACE BY ZERO
           IF WS-KEYED-NUMBER-X NUMERIC
               MOVE "Y" TO WS-KEYED-NUMBER-STATUS
           ELSE
               MOVE "N" TO WS-KEYED-NUMBER-STATUS
           END-IF
        .

       35-EDIT-COST-ROUTINE.

           IF FUNCTION TEST-NUMVAL (WS-KEYED-COST-X) = ZERO
               COMPUTE WS-KEYED-COST =
                   FUNCTION NUMVAL (WS-KEYED-COST-X)
               IF WS-KEYED-COST > 999.99
                   DISPLAY "UNIT COST OVER 999.99, ENTRY REFUSED"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
               ELSE
                   MOVE WS-KEYED-COST TO WS-ENTRY-UNIT-COST
               END-IF
           ELSE
               DISPLAY "UNIT COST NOT VALID"
               PERFORM 38-REFUSE-ENTRY-ROUTINE
           END-IF
        .

       36-POST-ENTRY-ROUTINE.

           MOVE WS-ENTRY-CATALOG TO PA_CATALOG_NUM
           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   DISPLAY "CATALOG NUMBER " WS-ENTRY-CATALOG
                       " NO LONGER ON FILE, NOTHING POSTED"
                   PERFORM 38-REFUSE-ENTRY-ROUTINE
           END-READ
           IF ENTRY-OK
               EVALUATE TRUE
                   WHEN ENTRY-ISSUE
                       AND WS-ENTRY-QUANTITY > PA_QUANTITY_ON_HAND
                       MOVE PA_QUANTITY_ON_HAND TO WS-DISPLAY-QOH
                       DISPLAY "ONLY " WS-DISPLAY-QOH
                           " ON HAND NOW, ISSUE REFUSED"
                       PERFORM 38-REFUSE-ENTRY-ROUTINE
                   WHEN NOT ENTRY-ISSUE
                       AND WS-ENTRY-QUANTITY + PA_QUANTITY_ON_HAND
                           > 9999
                       DISPLAY "ON HAND WOULD PASS 9999, ENTRY REFUSED"
                       PERFORM 38-REFUSE-ENTRY-ROUTINE
               END-EVALUATE
           END-IF
           IF ENTRY-OK
               IF ENTRY-ISSUE
                   COMPUTE WS-NEW-ON-HAND =
                       PA_QUANTITY_ON_HAND - WS-ENTRY-QUANTITY
               ELSE
                   COMPUTE WS-NEW-ON-HAND =
                       PA_QUANTITY_ON_HAND + WS-ENTRY-QUANTITY
               END-IF
               MOVE WS-NEW-ON-HAND TO PA_QUANTITY_ON_HAND
               REWRITE PART-RECORD
                   INVALID KEY
                       DISPLAY "CATALOG NUMBER " WS-ENTRY-CATALOG
                           " COULD NOT BE UPDATED, NOTHING POSTED"
                       PERFORM 38-REFUSE-ENTRY-ROUTINE
               END-REWRITE
           END-IF
           IF ENTRY-OK
               PERFORM 37-WRITE-MOVEMENT-ROUTINE
               ADD 1 TO WS-POSTED-COUNT
               EVALUATE TRUE
                   WHEN ENTRY-ISSUE
                       ADD WS-ENTRY-QUANTITY TO WS-ISSUE-QTY
                   WHEN ENTRY-RECEIPT
                       ADD WS-ENTRY-QUANTITY TO WS-RECEIPT-QTY
                   WHEN ENTRY-RETURN
                       ADD WS-ENTRY-QUANTITY TO WS-RETURN-QTY
               END-EVALUATE
               MOVE WS-NEW-ON-HAND TO WS-DISPLAY-QOH
               DISPLAY "POSTED, QTY ON HAND NOW " WS-DISPLAY-QOH
           END-IF
        .

       37-WRITE-MOVEMENT-ROUTINE.

           OPEN EXTEND MOVEMENT-FILE
           MOVE WS-ENTRY-CATALOG TO MV-CATALOG-NUM
           MOVE WS-ENTRY-CODE TO MV-MOVE-CODE
           MOVE WS-ENTRY-QUANTITY TO MV-QUANTITY
           MOVE WS-YEAR TO MV-MOVE-YEAR
           MOVE WS-MONTH TO MV-MOVE-MONTH
           MOVE WS-DAY TO MV-MOVE-DAY
           MOVE WS-ENTRY-UNIT-COST TO MV-UNIT-COST
           MOVE WS-ENTRY-REFERENCE TO MV-REFERENCE-NUM
           MOVE WS-ENTRY-PARTY-ID TO MV-PARTY-ID
           MOVE WS-ENTRY-REASON-CODE TO MV-REASON-CODE
           MOVE WS-OPERATOR-ID TO MV-OPERATOR-ID
           WRITE MOVEMENT-RECORD
           CLOSE MOVEMENT-FILE
        .

       38-REFUSE-ENTRY-ROUTINE.

           MOVE "N" TO WS-ENTRY-STATUS
           ADD 1 TO WS-REFUSED-COUNT
        .

       45-TOTAL-ROUTINE.

           DISPLAY " "
           DISPLAY "END OF SHIFT FOR OPERATOR " WS-OPERATOR-ID
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "ENTRIES POSTED... " WS-DISPLAY-COUNT
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "ENTRIES REFUSED.. " WS-DISPLAY-COUNT
           MOVE WS-ISSUE-QTY TO WS-DISPLAY-QTY
           DISPLAY "QTY ISSUED....... " WS-DISPLAY-QTY
           MOVE WS-RECEIPT-QTY TO WS-DISPLAY-QTY
           DISPLAY "QTY RECEIVED..... " WS-DISPLAY-QTY
           MOVE WS-RETURN-QTY TO WS-DISPLAY-QTY
           DISPLAY "QTY RETURNED..... " WS-DISPLAY-QTY
        .

       40-CLOSE-ROUTINE.
           CLOSE INVENTORY-MASTER-FILE

           STOP RUN
        .
