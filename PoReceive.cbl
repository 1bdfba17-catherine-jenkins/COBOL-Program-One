      *    oldest order for a part is filled first.
      *
      *    The MOVEMENT FILE is the same file StockPost posts, as
      *    described in MOVEREC.CPY; only the receipt ("R") and
      *    return-to-vendor ("V") movements are matched here.  A
      *    return to vendor carries the purchase order number and
      *    supplier it went back against.  A kit receipt written by
      *    KitAssembly (reason code KA or KD) was never on a
      *    purchase order and is skipped.
      *
      *    The SUPPLIER FILE (SUPPREC.CPY) supplies the standard
      *    lead time used to call out overdue orders on the aging
      *    listing.  It must be in SU-SUPPLIER-ID sequence.
      *
      *    The SHORT CLOSE FILE (PoShortCloseFile.txt), when there
      *    is one, names the purchase order and catalog number of
      *    each open line purchasing has agreed with the supplier
      *    will never be filled.  Any line it names that is still
      *    open after the night's receipts is short-closed instead
      *    of carried.  The file is keyed by purchasing and emptied
      *    by the operator once the match register is reviewed.
      *    ON ORDER is not touched here; the short-closed balance
      *    is taken off the master through InvMaint the same way it
      *    was put on when the order was placed.
      ****************************************************************
      * OUTPUT:
      *    The NEW OPEN PO FILE (NewOpenPoFile.txt) is the carried
      *    open-PO file, in catalog number sequence, with filled
      *    lines and short-closed lines dropped and partial
      *    receipts rolled into OP-RECEIVED-QTY.  A return to
      *    vendor takes its quantity back off OP-RECEIVED-QTY of
      *    the open line it names, so the replacement is still
      *    expected; if that line has already been closed and
      *    dropped, the line is reopened with the returned quantity
      *    on order and nothing received.
      *    The operator copies it over OpenPoFile.txt once the match
      *    register has been reviewed.
      *
      *    The PO RECEIPT LOG (PoReceiptLogFile.txt, PORCPTR.CPY)
      *    gets one record appended for every quantity applied to
      *    an open line: the order line as it stood, the receipt
      *    date and quantity, whether it was a receipt or a vendor
      *    return, and whether the line closed.  A line that is
      *    short-closed gets a zero-quantity receipt record with
      *    line status "S".  Quantity received beyond every open
      *    line for a part is logged as an over-shipment ("O")
      *    against the last line the receipt closed, so the
      *    supplier's record shows it; a receipt that closed no
      *    line at all has nothing to log it against.  InvoiceMatch
      *    reads it to see what was received against each order,
      *    and PoHistory reads it to build the received-PO history
      *    file.  Open lines written before OP-UNIT-PRICE was
      *    added are read with a zero price.
      *
      *    The MATCH REGISTER lists every receipt applied and flags
      *    the ones receiving needs to chase:
      *        PARTIAL     a short receipt left the line open
      *        OVER SHIP   receipt quantity beyond every open line
      *        NO OPEN PO  a receipt with no open order at all
      *        RTV REDUCED a vendor return taken off an open line
      *        RTV REOPENED a vendor return that reopened a line
      *        SHORT CLOSED an open line closed by purchasing
      *        NOT SHORTED  a short close naming no open line
      *
      *    The AGING LISTING shows the carried open lines grouped
      *    by supplier with the order age in days; a line older
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SupplierFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHORT-CLOSE-FILE
               ASSIGN TO 'PoShortCloseFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-RECEIPT-LOG-FILE
               ASSIGN TO 'PoReceiptLogFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REGISTER-FILE
               ASSIGN TO PRINTER 'PoMatchRegisterFile.txt'.
           SELECT AGING-LISTING-FILE
       FILE SECTION.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY OPENPORC.

           05  SP_SUPPLIER_ID              PIC X(6).
           05  SP_ORDER_QTY                PIC 9(5).
           05  SP_RECEIVED_QTY             PIC 9(5).
           05  SP_UNIT_PRICE               PIC 999V99.

       FD  PO-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  PO-WORK-RECORD.
           05  PW-CATALOG-NUM              PIC X(5).
           05  PW-SUPPLIER-ID              PIC X(6).
           05  PW-ORDER-QTY                PIC 9(5).
           05  PW-RECEIVED-QTY             PIC 9(5).
           05  PW-UNIT-PRICE               PIC 999V99.

       FD  MOVEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

           05  SR_CATALOG_NUM              PIC X(5).
           05  SR_MOVE_DATE                PIC 9(8).
           05  SR_QUANTITY                 PIC 9(4).
           05  SR_MOVE_CODE                PIC X(1).
           05  SR_PO_NUMBER                PIC 9(6).
           05  SR_SUPPLIER_ID              PIC X(6).

       FD  NEW-OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  NEW-PO-RECORD.
           05  NP-PO-NUMBER                PIC 9(6).
           05  NP-ORDER-DATE               PIC 9(8).
           05  NP-ORDER-QTY                PIC 9(5).
           05  NP-RECEIVED-QTY             PIC 9(5).
           05  NP-UNIT-PRICE               PIC 999V99.

       SD  AGING-SORT-FILE.


           COPY SUPPREC.

       FD  SHORT-CLOSE-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  SHORT-CLOSE-RECORD.
           05  SC-PO-NUMBER                PIC 9(6).
           05  SC-CATALOG-NUM              PIC X(5).

       FD  PO-RECEIPT-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY PORCPTR.

       FD  MATCH-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  RECEIPT-AT-END              PIC X       VALUE "N".
           05  AGING-AT-END                PIC X       VALUE "N".
           05  SUPPLIER-AT-END             PIC X       VALUE "N".
           05  SHORT-CLOSE-AT-END          PIC X       VALUE "N".
           05  FIRST-SUPPLIER-FLAG         PIC X       VALUE "Y".

       01  WS-COMPARE-KEYS.
           05 WS-RECEIPT-REMAINING         PIC 9(8)    VALUE ZERO.
           05 WS-LINE-BALANCE              PIC 9(5)    VALUE ZERO.
           05 WS-APPLIED-QTY               PIC 9(5)    VALUE ZERO.
           05 WS-RECEIPT-DATE              PIC 9(8)    VALUE ZERO.
           05 WS-LAST-CLOSED-FLAG          PIC X       VALUE "N".
           05 WS-LAST-CLOSED-LOG           PIC X(50)   VALUE SPACES.

       01  WS-RTV-TABLE.
           05 WS-RTV-ENTRIES               PIC 9(3)    VALUE ZERO.
           05 WS-RTV-SUB                   PIC 9(3)    VALUE ZERO.
           05 WS-RTV-ENTRY                 OCCURS 50.
               10 WS-RTV-PO-NUMBER         PIC 9(6).
               10 WS-RTV-SUPPLIER-ID       PIC X(6).
               10 WS-RTV-DATE              PIC 9(8).
               10 WS-RTV-QTY               PIC 9(5).

       01  WS-SHORT-CLOSE-TABLE.
           05 WS-SC-ENTRIES                PIC 9(3)    VALUE ZERO.
           05 WS-SC-SUB                    PIC 9(3)    VALUE ZERO.
           05 WS-SC-FOUND                  PIC X       VALUE "N".
           05 WS-SC-ENTRY                  OCCURS 100.
               10 WS-SC-PO-NUMBER          PIC 9(6).
               10 WS-SC-CATALOG-NUM        PIC X(5).
               10 WS-SC-USED               PIC X.

       01  WS-AGING-FIELDS.
           05 WS-RUN-DAY-INDEX             PIC 9(8)    VALUE ZERO.
           05 WS-PARTIAL-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-OVERSHIP-COUNT            PIC 9(5)    VALUE ZERO.
           05 WS-NO-PO-COUNT               PIC 9(5)    VALUE ZERO.
           05 WS-RTV-COUNT                 PIC 9(5)    VALUE ZERO.
           05 WS-RTV-REDUCED-COUNT         PIC 9(5)    VALUE ZERO.
           05 WS-RTV-REOPENED-COUNT        PIC 9(5)    VALUE ZERO.
           05 WS-SHORT-CLOSED-COUNT        PIC 9(5)    VALUE ZERO.
           05 WS-NOT-SHORTED-COUNT         PIC 9(5)    VALUE ZERO.
           05 WS-CARRIED-COUNT             PIC 9(7)    VALUE ZERO.
           05 WS-OVERDUE-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05  TL-NO-PO-COUNT          PIC ZZZZ9.
           05                          PIC X(6)    VALUE SPACES.

       01  RTV-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "VENDOR RETURNS:".
           05  TL-RTV-COUNT            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "REDUCED:".
           05  TL-RTV-REDUCED-COUNT    PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "REOPENED:".
           05  TL-RTV-REOPENED-COUNT   PIC ZZZZ9.
           05                          PIC X(27)   VALUE SPACES.

       01  SHORT-CLOSE-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(13)   VALUE
                               "SHORT CLOSED:".
           05  TL-SHORT-CLOSED-COUNT   PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "NOT SHORTED:".
           05  TL-NOT-SHORTED-COUNT    PIC ZZZZ9.
           05                          PIC X(41)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
           MOVE OP-SUPPLIER-ID TO SP_SUPPLIER_ID
           MOVE OP-ORDER-QTY TO SP_ORDER_QTY
           MOVE OP-RECEIVED-QTY TO SP_RECEIVED_QTY
           IF OP-UNIT-PRICE NUMERIC
               MOVE OP-UNIT-PRICE TO SP_UNIT_PRICE
           ELSE
               MOVE ZERO TO SP_UNIT_PRICE
           END-IF
           RELEASE SORT-PO-RECORD
        .

                   AT END
                       MOVE "Y" TO RECEIPT-AT-END
                   NOT AT END
                       IF (MV-RECEIPT AND NOT MV-KIT-MOVEMENT)
                           OR MV-VENDOR-RETURN
                           MOVE MV-CATALOG-NUM TO SR_CATALOG_NUM
                           MOVE MV-MOVE-DATE TO SR_MOVE_DATE
                           MOVE MV-QUANTITY TO SR_QUANTITY
                           MOVE MV-MOVE-CODE TO SR_MOVE_CODE
                           MOVE MV-REFERENCE-NUM TO SR_PO_NUMBER
                           MOVE MV-PARTY-ID TO SR_SUPPLIER_ID
                           RELEASE SORT-RECEIPT-RECORD
                       END-IF
               END-READ
           PERFORM 32-MERGE-ROUTINE
               UNTIL WS-PO-KEY = HIGH-VALUES
                   AND WS-RECEIPT-KEY = HIGH-VALUES
           PERFORM 76-NOT-SHORTED-ROUTINE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-ENTRIES
           PERFORM 45-TOTAL-ROUTINE
           CLOSE PO-WORK-FILE
                 NEW-OPEN-PO-FILE
                 PO-RECEIPT-LOG-FILE
                 MATCH-REGISTER-FILE
        .

           OPEN INPUT  PO-WORK-FILE
                OUTPUT NEW-OPEN-PO-FILE
                OUTPUT MATCH-REGISTER-FILE
                EXTEND PO-RECEIPT-LOG-FILE
                EXTEND RUN-LOG-FILE
           MOVE "N" TO PO-WORK-AT-END
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-YEAR TO AH1-YEAR
           COMPUTE WS-RUN-DAY-INDEX =
               WS-YEAR * 360 + (WS-MONTH - 1) * 30 + WS-DAY
           PERFORM 18-LOAD-SHORT-CLOSE-TABLE
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       18-LOAD-SHORT-CLOSE-TABLE.

           OPEN INPUT SHORT-CLOSE-FILE
           PERFORM UNTIL SHORT-CLOSE-AT-END = "Y"
               READ SHORT-CLOSE-FILE
                   AT END
                       MOVE "Y" TO SHORT-CLOSE-AT-END
                   NOT AT END
                       IF WS-SC-ENTRIES < 100
                           ADD 1 TO WS-SC-ENTRIES
                           MOVE SC-PO-NUMBER
                               TO WS-SC-PO-NUMBER (WS-SC-ENTRIES)
                           MOVE SC-CATALOG-NUM
                               TO WS-SC-CATALOG-NUM (WS-SC-ENTRIES)
                           MOVE "N" TO WS-SC-USED (WS-SC-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHORT-CLOSE-FILE
        .

       20-WRITE-HEADINGS-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
                   MOVE HIGH-VALUES TO WS-RECEIPT-KEY
               NOT AT END
                   MOVE SR_CATALOG_NUM TO WS-RECEIPT-KEY
                   IF SR_MOVE_CODE = "V"
                       ADD 1 TO WS-RTV-COUNT
                   ELSE
                       ADD 1 TO WS-RECEIPT-COUNT
                   END-IF
           END-RETURN
        .


           EVALUATE TRUE
               WHEN WS-RECEIPT-KEY < WS-PO-KEY
                   IF SR_MOVE_CODE = "V"
                       PERFORM 51-REOPEN-NO-LINE-ROUTINE
                   ELSE
                       PERFORM 50-NO-OPEN-PO-ROUTINE
                   END-IF
                   PERFORM 24-RETURN-RECEIPT-RECORD
               WHEN WS-RECEIPT-KEY = WS-PO-KEY
                   PERFORM 60-MATCH-PART-ROUTINE
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       51-REOPEN-NO-LINE-ROUTINE.

           MOVE SR_PO_NUMBER TO NP-PO-NUMBER
           MOVE SR_SUPPLIER_ID TO NP-SUPPLIER-ID
           MOVE SR_CATALOG_NUM TO NP-CATALOG-NUM
           MOVE SR_MOVE_DATE TO NP-ORDER-DATE
           MOVE SR_QUANTITY TO NP-ORDER-QTY
           MOVE ZERO TO NP-UNIT-PRICE
           PERFORM 69-WRITE-REOPEN-LINE
        .

       60-MATCH-PART-ROUTINE.

           MOVE WS-RECEIPT-KEY TO WS-GROUP-KEY
           MOVE ZERO TO WS-RECEIPT-REMAINING
           MOVE ZERO TO WS-RTV-ENTRIES
           MOVE "N" TO WS-LAST-CLOSED-FLAG
           PERFORM 62-SUM-RECEIPT-ROUTINE
               UNTIL WS-RECEIPT-KEY NOT = WS-GROUP-KEY
           PERFORM 64-APPLY-PO-LINE-ROUTINE
               UNTIL WS-PO-KEY NOT = WS-GROUP-KEY
           PERFORM 68-REOPEN-RTV-ROUTINE
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-ENTRIES
           IF WS-RECEIPT-REMAINING > ZERO
               PERFORM 66-OVERSHIP-ROUTINE
           END-IF

       62-SUM-RECEIPT-ROUTINE.

           IF SR_MOVE_CODE = "V"
               PERFORM 63-STORE-RTV-ROUTINE
           ELSE
               ADD SR_QUANTITY TO WS-RECEIPT-REMAINING
               MOVE SR_MOVE_DATE TO WS-RECEIPT-DATE
           END-IF
           PERFORM 24-RETURN-RECEIPT-RECORD
        .

       63-STORE-RTV-ROUTINE.

           IF WS-RTV-ENTRIES < 50
               ADD 1 TO WS-RTV-ENTRIES
               MOVE SR_PO_NUMBER TO WS-RTV-PO-NUMBER(WS-RTV-ENTRIES)
               MOVE SR_SUPPLIER_ID
                   TO WS-RTV-SUPPLIER-ID(WS-RTV-ENTRIES)
               MOVE SR_MOVE_DATE TO WS-RTV-DATE(WS-RTV-ENTRIES)
               MOVE SR_QUANTITY TO WS-RTV-QTY(WS-RTV-ENTRIES)
           ELSE
               PERFORM 51-REOPEN-NO-LINE-ROUTINE
           END-IF
        .

       64-APPLY-PO-LINE-ROUTINE.

           PERFORM 67-REDUCE-RTV-ROUTINE
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-ENTRIES
           COMPUTE WS-LINE-BALANCE =
               PW-ORDER-QTY - PW-RECEIVED-QTY
           EVALUATE TRUE
                   MOVE "CLOSED" TO DL-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM 65-LOG-APPLIED-ROUTINE
                   MOVE "R" TO PR-ENTRY-TYPE
                   MOVE "C" TO PR-LINE-STATUS
                   MOVE WS-RECEIPT-DATE TO PR-RECEIPT-DATE
                   PERFORM 74-WRITE-RECEIPT-LOG-ROUTINE
                   MOVE PO-RECEIPT-RECORD TO WS-LAST-CLOSED-LOG
                   MOVE "Y" TO WS-LAST-CLOSED-FLAG
               WHEN WS-RECEIPT-REMAINING > ZERO
                   MOVE WS-RECEIPT-REMAINING TO WS-APPLIED-QTY
                   MOVE ZERO TO WS-RECEIPT-REMAINING
                   MOVE "PARTIAL" TO DL-STATUS
                   ADD 1 TO WS-PARTIAL-COUNT
                   PERFORM 65-LOG-APPLIED-ROUTINE
                   MOVE "R" TO PR-ENTRY-TYPE
                   MOVE "O" TO PR-LINE-STATUS
                   MOVE WS-RECEIPT-DATE TO PR-RECEIPT-DATE
                   PERFORM 74-WRITE-RECEIPT-LOG-ROUTINE
                   ADD WS-APPLIED-QTY TO PW-RECEIVED-QTY
                   PERFORM 72-WRITE-NEW-PO-ROUTINE
               WHEN OTHER
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       67-REDUCE-RTV-ROUTINE.

           IF WS-RTV-PO-NUMBER(WS-RTV-SUB) = PW-PO-NUMBER
               AND WS-RTV-QTY(WS-RTV-SUB) > ZERO
               AND PW-RECEIVED-QTY > ZERO
               IF WS-RTV-QTY(WS-RTV-SUB) > PW-RECEIVED-QTY
                   MOVE PW-RECEIVED-QTY TO WS-APPLIED-QTY
               ELSE
                   MOVE WS-RTV-QTY(WS-RTV-SUB) TO WS-APPLIED-QTY
               END-IF
               MOVE "RTV REDUCED" TO DL-STATUS
               ADD 1 TO WS-RTV-REDUCED-COUNT
               PERFORM 65-LOG-APPLIED-ROUTINE
               MOVE "V" TO PR-ENTRY-TYPE
               MOVE "O" TO PR-LINE-STATUS
               MOVE WS-RTV-DATE(WS-RTV-SUB) TO PR-RECEIPT-DATE
               PERFORM 74-WRITE-RECEIPT-LOG-ROUTINE
               SUBTRACT WS-APPLIED-QTY FROM PW-RECEIVED-QTY
               SUBTRACT WS-APPLIED-QTY FROM WS-RTV-QTY(WS-RTV-SUB)
           END-IF
        .

       68-REOPEN-RTV-ROUTINE.

           IF WS-RTV-QTY(WS-RTV-SUB) > ZERO
               MOVE WS-RTV-PO-NUMBER(WS-RTV-SUB) TO NP-PO-NUMBER
               MOVE WS-RTV-SUPPLIER-ID(WS-RTV-SUB) TO NP-SUPPLIER-ID
               MOVE WS-GROUP-KEY TO NP-CATALOG-NUM
               MOVE WS-RTV-DATE(WS-RTV-SUB) TO NP-ORDER-DATE
               MOVE WS-RTV-QTY(WS-RTV-SUB) TO NP-ORDER-QTY
               MOVE ZERO TO NP-UNIT-PRICE
               PERFORM 69-WRITE-REOPEN-LINE
           END-IF
        .

       69-WRITE-REOPEN-LINE.

           MOVE ZERO TO NP-RECEIVED-QTY
           WRITE NEW-PO-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           ADD 1 TO WS-RTV-REOPENED-COUNT
           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE NP-PO-NUMBER TO DL-PO-NUMBER
           MOVE NP-CATALOG-NUM TO DL-CATALOG-NUMBER
           MOVE NP-ORDER-QTY TO DL-ORDER-QTY
           MOVE ZERO TO DL-PRIOR-QTY
           MOVE NP-ORDER-QTY TO DL-APPLIED-QTY
           MOVE "RTV REOPENED" TO DL-STATUS
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE NP-PO-NUMBER TO PR-PO-NUMBER
           MOVE NP-SUPPLIER-ID TO PR-SUPPLIER-ID
           MOVE NP-CATALOG-NUM TO PR-CATALOG-NUM
           MOVE NP-ORDER-DATE TO PR-ORDER-DATE
           MOVE NP-ORDER-QTY TO PR-ORDER-QTY
           MOVE ZERO TO PR-UNIT-PRICE
           MOVE NP-ORDER-DATE TO PR-RECEIPT-DATE
           MOVE NP-ORDER-QTY TO PR-QUANTITY
           MOVE "V" TO PR-ENTRY-TYPE
           MOVE "O" TO PR-LINE-STATUS
           WRITE PO-RECEIPT-RECORD
        .

       66-OVERSHIP-ROUTINE.

           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE EXCEPT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           IF WS-LAST-CLOSED-FLAG = "Y"
               MOVE WS-LAST-CLOSED-LOG TO PO-RECEIPT-RECORD
               MOVE "O" TO PR-ENTRY-TYPE
               MOVE WS-RECEIPT-REMAINING TO PR-QUANTITY
               WRITE PO-RECEIPT-RECORD
           END-IF
        .

       74-WRITE-RECEIPT-LOG-ROUTINE.

           MOVE PW-PO-NUMBER TO PR-PO-NUMBER
           MOVE PW-SUPPLIER-ID TO PR-SUPPLIER-ID
           MOVE PW-CATALOG-NUM TO PR-CATALOG-NUM
           MOVE PW-ORDER-DATE TO PR-ORDER-DATE
           MOVE PW-ORDER-QTY TO PR-ORDER-QTY
           MOVE PW-UNIT-PRICE TO PR-UNIT-PRICE
           MOVE WS-APPLIED-QTY TO PR-QUANTITY
           WRITE PO-RECEIPT-RECORD
        .

       70-CARRY-FORWARD-ROUTINE.

       72-WRITE-NEW-PO-ROUTINE.

           PERFORM 73-FIND-SHORT-CLOSE-ROUTINE
           IF WS-SC-FOUND = "Y"
               PERFORM 75-SHORT-CLOSE-ROUTINE
           ELSE
               MOVE PW-PO-NUMBER TO NP-PO-NUMBER
               MOVE PW-SUPPLIER-ID TO NP-SUPPLIER-ID
               MOVE PW-CATALOG-NUM TO NP-CATALOG-NUM
               MOVE PW-ORDER-DATE TO NP-ORDER-DATE
               MOVE PW-ORDER-QTY TO NP-ORDER-QTY
               MOVE PW-RECEIVED-QTY TO NP-RECEIVED-QTY
               MOVE PW-UNIT-PRICE TO NP-UNIT-PRICE
               WRITE NEW-PO-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
        .

       73-FIND-SHORT-CLOSE-ROUTINE.

           MOVE "N" TO WS-SC-FOUND
           MOVE 1 TO WS-SC-SUB
           PERFORM UNTIL WS-SC-SUB > WS-SC-ENTRIES
               OR WS-SC-FOUND = "Y"
               IF WS-SC-PO-NUMBER (WS-SC-SUB) = PW-PO-NUMBER
                   AND WS-SC-CATALOG-NUM (WS-SC-SUB) = PW-CATALOG-NUM
                   MOVE "Y" TO WS-SC-FOUND
                   MOVE "Y" TO WS-SC-USED (WS-SC-SUB)
               END-IF
               ADD 1 TO WS-SC-SUB
           END-PERFORM
        .

       75-SHORT-CLOSE-ROUTINE.

           ADD 1 TO WS-SHORT-CLOSED-COUNT
           MOVE ZERO TO WS-APPLIED-QTY
           MOVE "SHORT CLOSED" TO DL-STATUS
           PERFORM 65-LOG-APPLIED-ROUTINE
           MOVE "R" TO PR-ENTRY-TYPE
           MOVE "S" TO PR-LINE-STATUS
           MOVE WS-DATE TO PR-RECEIPT-DATE
           PERFORM 74-WRITE-RECEIPT-LOG-ROUTINE
        .

       76-NOT-SHORTED-ROUTINE.

           IF WS-SC-USED (WS-SC-SUB) = "N"
               ADD 1 TO WS-NOT-SHORTED-COUNT
               PERFORM 34-CHECK-PAGE-ROUTINE
               MOVE WS-SC-PO-NUMBER (WS-SC-SUB) TO DL-PO-NUMBER
               MOVE WS-SC-CATALOG-NUM (WS-SC-SUB)
                   TO DL-CATALOG-NUMBER
               MOVE ZERO TO DL-ORDER-QTY
               MOVE ZERO TO DL-PRIOR-QTY
               MOVE ZERO TO DL-APPLIED-QTY
               MOVE "NOT SHORTED" TO DL-STATUS
               MOVE DETAIL-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 30-WRITE-LINES-ROUTINE
           END-IF
        .

       45-TOTAL-ROUTINE.
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-RTV-COUNT TO TL-RTV-COUNT
           MOVE WS-RTV-REDUCED-COUNT TO TL-RTV-REDUCED-COUNT
           MOVE WS-RTV-REOPENED-COUNT TO TL-RTV-REOPENED-COUNT
           MOVE RTV-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-SHORT-CLOSED-COUNT TO TL-SHORT-CLOSED-COUNT
           MOVE WS-NOT-SHORTED-COUNT TO TL-NOT-SHORTED-COUNT
           MOVE SHORT-CLOSE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE "PORECEIVE" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           COMPUTE RL-RECORDS-READ =
               WS-RECEIPT-COUNT + WS-RTV-COUNT
           MOVE WS-CARRIED-COUNT TO RL-RECORDS-WRITTEN
           COMPUTE RL-EXCEPTION-COUNT =
               WS-OVERSHIP-COUNT + WS-NO-PO-COUNT
               + WS-NOT-SHORTED-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
