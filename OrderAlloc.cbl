      *
      *    The INVENTORY FILE contains the current PART-RECORDs, as
      *    described in PARTREC.CPY, in PA_CATALOG_NUM sequence.
      *
      *    The CUSTOMER FILE (CUSTREC.CPY) supplies the name,
      *    ship-to address, credit limit, open balance, and hold
      *    flag per customer; it is loaded into a table at start of
      *    job.  Before a line is allocated the customer must be on
      *    file, must not be on hold, and its open balance plus the
      *    value of everything allocated to it so far this run (at
      *    selling price) must stay within the credit limit.
      *
      *    The SELLING PRICE FILE (SELLPRCR.CPY) is loaded into a
      *    table at start of job and values each line the way
      *    CustInvoice will bill it: at the customer's own price
      *    when there is one, otherwise at the list price, so the
      *    allocation is measured in the same selling-price dollars
      *    as the open balance.  A part with no selling price on
      *    file adds nothing, as CustInvoice bills it at nothing.
      *
      *    The MOVEMENT FILE is read for its customer return ("C")
      *    movements only (MOVEREC.CPY).  Each return is matched to
      *    the INVOICE HISTORY FILE (INVHISTR.CPY) by order number
      *    and catalog number to find what the customer was charged
      *    and what the stock cost, and the order is credited: the
      *    returned value comes off the customer's exposure before
      *    any order is allocated.
      ****************************************************************
      * OUTPUT:
      *    The ORDER ISSUE FILE gets one issue ("I") MOVEMENT-RECORD
      *    described in MOVEREC.CPY.  The operator appends it to
      *    MovementFile.txt ahead of the nightly StockPost run, so
      *    posting and the usage history keep working unchanged.
      *    Each issue carries its order number and customer ID.
      *
      *    The ALLOCATED LINE FILE gets one ALLOC-LINE-RECORD per
      *    allocated order line (ALLOCREC.CPY) with the quantity
      *    picked, for CustInvoice to bill once StockPost has
      *    posted the issues.
      *
      *    The RETURN CREDIT FILE gets one RETURN-CREDIT-RECORD per
      *    customer return (RETCRDR.CPY) with the original price and
      *    cost, for StockPost to layer the stock back at what it
      *    cost and for CustInvoice to credit the customer.
      *
      *    The NEW CUSTOMER ORDER FILE (NewCustOrderFile.txt) is
      *    the carried order file, the same old/new generation way
      *    PoReceive carries the open-PO file: a fully allocated
      *    line is dropped, a partly covered line is carried with
      *    only the backordered remainder in CO-ORDER-QTY, and a
      *    NO MASTER or held line is carried unchanged.  The operator
      *    copies it over CustOrderFile.txt once the pick list has
      *    been reviewed, so the next run cannot re-allocate stock
      *    and re-ship what already went out.
      *
      *    The PICK LIST shows every allocated line grouped by
      *    warehouse, in warehouse/bin sequence, so a crew can walk
      *    each warehouse once.  Each line is followed by the
      *    customer's ship-to block so the crew knows where the box
      *    goes.
      *
      *    The BACKORDER REPORT shows every order line (or part of
      *    one) that could not be covered, grouped by warehouse in
      *    on the master file is flagged NO MASTER and grouped under
      *    warehouse *NONE*.
      *
      *    The HELD ORDERS REPORT lists every order line that was
      *    not allocated because the customer is UNKNOWN, ON HOLD,
      *    or OVER LIMIT, with the value of the line, so credit can
      *    release it before the next run.  Its total line also
      *    counts the customer returns credited this run.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY): orders read, issue movements
      *    written, and backorder plus held lines as the exception
      *    count.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INVENTORY-FILE
               ASSIGN TO 'InventoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO 'CustomerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SELL-PRICE-FILE
               ASSIGN TO 'SellPriceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-ISSUE-FILE
               ASSIGN TO 'OrderIssueFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CUST-ORDER-FILE
               ASSIGN TO 'NewCustOrderFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATED-LINE-FILE
               ASSIGN TO 'AllocatedLineFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-MOVE-FILE
               ASSIGN TO 'MovementFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-HISTORY-FILE
               ASSIGN TO 'InvoiceHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-CREDIT-FILE
               ASSIGN TO 'ReturnCreditFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PICK-WORK-FILE
               ASSIGN TO 'PickWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO PRINTER 'PickListFile.txt'.
           SELECT BACKORDER-REPORT-FILE
               ASSIGN TO PRINTER 'BackorderReportFile.txt'.
           SELECT HELD-ORDER-REPORT-FILE
               ASSIGN TO PRINTER 'HeldOrdersReportFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PARTREC.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTREC.

       FD  SELL-PRICE-FILE
           RECORD CONTAINS 18 CHARACTERS.

           COPY SELLPRCR.

       FD  ORDER-ISSUE-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

           05  NC-ORDER-QTY                PIC 9(4).
           05  NC-WANTED-DATE              PIC 9(8).

       FD  ALLOCATED-LINE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY ALLOCREC.

       FD  RETURN-MOVE-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  RETURN-MOVE-FILE-RECORD         PIC X(43).

       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

           COPY INVHISTR.

       FD  RETURN-CREDIT-FILE
           RECORD CONTAINS 49 CHARACTERS.

           COPY RETCRDR.

       FD  PICK-WORK-FILE
           RECORD CONTAINS 122 CHARACTERS.

       01  PICK-WORK-RECORD.
           05  PK-WAREHOUSE-ID             PIC X(6).
           05  PK-WAREHOUSE-BIN            PIC X(5).
           05  PK-ORDER-NUMBER             PIC 9(6).
           05  PK-CUSTOMER-ID              PIC X(6).
           05  PK-PICK-QTY                 PIC 9(4).
           05  PK-SHIP-NAME                PIC X(25).
           05  PK-SHIP-ADDRESS-1           PIC X(25).
           05  PK-SHIP-ADDRESS-2           PIC X(25).

       SD  PICK-SORT-FILE.

           05  SK_ORDER_NUMBER             PIC 9(6).
           05  SK_CUSTOMER_ID              PIC X(6).
           05  SK_PICK_QTY                 PIC 9(4).
           05  SK_SHIP_NAME                PIC X(25).
           05  SK_SHIP_ADDRESS_1           PIC X(25).
           05  SK_SHIP_ADDRESS_2           PIC X(25).

       FD  BACK-WORK-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  BACKORDER-RECORD                PIC X(80).

       FD  HELD-ORDER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HELD-ORDER-RECORD               PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

           05  PICK-SORT-AT-END            PIC X       VALUE "N".
           05  BACK-WORK-AT-END            PIC X       VALUE "N".
           05  BACK-SORT-AT-END            PIC X       VALUE "N".
           05  CUSTOMER-AT-END             PIC X       VALUE "N".
           05  RETURN-AT-END               PIC X       VALUE "N".
           05  HISTORY-AT-END              PIC X       VALUE "N".
           05  PRICE-AT-END                PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(5)    VALUE SPACES.
           05 WS-ALLOC-QTY                 PIC 9(4)    VALUE ZERO.
           05 WS-SHORT-QTY                 PIC 9(4)    VALUE ZERO.

       01  WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-COUNT            PIC 9(4)    VALUE ZERO.
           05 WS-CUSTOMER-ENTRY            OCCURS 1000.
               10 WS-TAB-CUSTOMER-ID       PIC X(6).
               10 WS-TAB-CUSTOMER-NAME     PIC X(25).
               10 WS-TAB-SHIP-ADDRESS-1    PIC X(25).
               10 WS-TAB-SHIP-ADDRESS-2    PIC X(25).
               10 WS-TAB-CREDIT-LIMIT      PIC 9(7)V99.
               10 WS-TAB-EXPOSURE          PIC 9(8)V99.
               10 WS-TAB-HOLD-FLAG         PIC X(1).

       01  WS-CREDIT-FIELDS.
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-CUST-SUB                  PIC 9(4)    VALUE ZERO.
           05 WS-CUST-FOUND                PIC X       VALUE "N".
           05 WS-LINE-VALUE                PIC 9(7)V99 VALUE ZERO.
           05 WS-HELD-VALUE                PIC 9(7)V99 VALUE ZERO.
           05 WS-HELD-VALUE-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05 WS-HOLD-REASON               PIC X(10)   VALUE SPACES.
           05 WS-LOOKUP-CUSTOMER-ID        PIC X(6)    VALUE SPACES.
           05 WS-CREDIT-VALUE              PIC 9(8)V99 VALUE ZERO.
           05 WS-PRICE-FOUND               PIC X       VALUE "N".
           05 WS-LIST-FOUND                PIC X       VALUE "N".
           05 WS-UNIT-PRICE                PIC 9(5)V99 VALUE ZERO.
           05 WS-LIST-PRICE                PIC 9(5)V99 VALUE ZERO.

       01  WS-PRICE-TABLE.
           05 WS-PRICE-COUNT               PIC 9(4)    VALUE ZERO.
           05 WS-PRICE-ENTRY               OCCURS 2000.
               10 WS-TAB-PRICE-CATALOG     PIC X(5).
               10 WS-TAB-PRICE-CUSTOMER    PIC X(6).
               10 WS-TAB-UNIT-PRICE        PIC 9(5)V99.

       01  WS-RETURN-TABLE.
           05 WS-RETURN-COUNT              PIC 9(3)    VALUE ZERO.
           05 WS-RET-SUB                   PIC 9(3)    VALUE ZERO.
           05 WS-RETURN-ENTRY              OCCURS 500.
               10 WS-RET-ORDER-NUMBER      PIC 9(6).
               10 WS-RET-CUSTOMER-ID       PIC X(6).
               10 WS-RET-CATALOG-NUM       PIC X(5).
               10 WS-RET-QUANTITY          PIC 9(4).
               10 WS-RET-REASON-CODE       PIC X(2).
               10 WS-RET-DATE              PIC 9(8).
               10 WS-RET-UNIT-PRICE        PIC 9(5)V99.
               10 WS-RET-UNIT-COST         PIC 999V99.
               10 WS-RET-INVOICE-NUMBER    PIC 9(6).

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-ORDER-READ-COUNT          PIC 9(7)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.
           05 WS-BACK-LINE-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-BACK-PAGE-NUMBER          PIC 9(4)    VALUE ZERO.
           05 WS-HELD-COUNT                PIC 9(5)    VALUE ZERO.
           05 WS-HELD-LINE-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-HELD-PAGE-NUMBER          PIC 9(4)    VALUE ZERO.
           05 WS-RETURN-CREDIT-COUNT       PIC 9(5)    VALUE ZERO.

       01  WS-RUN-STAMP                    PIC X(14).

           05  DL-PICK-QTY             PIC ZZZ9.
           05                          PIC X(15)   VALUE SPACES.

       01  SHIP-TO-LINE.
           05                          PIC X(12)   VALUE SPACES.
           05                          PIC X(9)    VALUE "SHIP TO: ".
           05  ST-SHIP-NAME            PIC X(25).
           05                          PIC X(34)   VALUE SPACES.

       01  SHIP-ADDRESS-LINE.
           05                          PIC X(21)   VALUE SPACES.
           05  SA-SHIP-ADDRESS         PIC X(25).
           05                          PIC X(34)   VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
           05  BD-NO-MASTER-FLAG       PIC X(9).
           05                          PIC X(15)   VALUE SPACES.

      ****************    HELD ORDERS REPORT AREA    *****************

       01  HO-HEADING-ONE.
           05  HH1-DATE.
               10  HH1-MONTH           PIC 99.
               10                      PIC X       VALUE "/".
               10  HH1-DAY             PIC 99.
               10                      PIC X       VALUE "/".
               10  HH1-YEAR            PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  HH1-PAGE-NUMBER         PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  HO-HEADING-TWO.
           05                          PIC X(31)   VALUE SPACES.
           05                          PIC X(18)   VALUE
                               "HELD ORDERS REPORT".
           05                          PIC X(31)   VALUE SPACES.

       01  HO-HEADING-THREE.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(5)    VALUE "ORDER".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(8)    VALUE "CUSTOMER".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(5)    VALUE "VALUE".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(6)    VALUE "REASON".
           05                          PIC X(25)   VALUE SPACES.

       01  HO-DETAIL-LINE.
           05                          PIC X(3)    VALUE SPACES.
           05  HD-ORDER-NUMBER         PIC 9(6).
           05                          PIC X(3)    VALUE SPACES.
           05  HD-CUSTOMER-ID          PIC X(6).
           05                          PIC X(3)    VALUE SPACES.
           05  HD-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(3)    VALUE SPACES.
           05  HD-ORDER-QTY            PIC ZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05  HD-LINE-VALUE           PIC ZZZ,ZZ9.99.
           05                          PIC X(3)    VALUE SPACES.
           05  HD-HOLD-REASON          PIC X(10).
           05                          PIC X(21)   VALUE SPACES.

       01  HO-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "HELD LINES:".
           05  HT-HELD-COUNT           PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "HELD VALUE:".
           05  HT-HELD-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(17)   VALUE
                               "RETURNS CREDITED:".
           05  HT-RETURN-COUNT         PIC ZZZZ9.
           05                          PIC X(11)   VALUE SPACES.


       PROCEDURE DIVISION.

           CLOSE INVENTORY-FILE
                 ORDER-ISSUE-FILE
                 NEW-CUST-ORDER-FILE
                 ALLOCATED-LINE-FILE
                 PICK-WORK-FILE
                 BACK-WORK-FILE
        .
           OPEN INPUT  INVENTORY-FILE
                OUTPUT ORDER-ISSUE-FILE
                OUTPUT NEW-CUST-ORDER-FILE
                OUTPUT ALLOCATED-LINE-FILE
                OUTPUT RETURN-CREDIT-FILE
                OUTPUT PICK-WORK-FILE
                OUTPUT BACK-WORK-FILE
                OUTPUT HELD-ORDER-REPORT-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO BH1-MONTH
           MOVE WS-DAY TO BH1-DAY
           MOVE WS-YEAR TO BH1-YEAR
           MOVE WS-MONTH TO HH1-MONTH
           MOVE WS-DAY TO HH1-DAY
           MOVE WS-YEAR TO HH1-YEAR
           PERFORM 14-LOAD-CUSTOMER-TABLE
           PERFORM 12-LOAD-PRICE-TABLE
           PERFORM 25-LOAD-RETURN-TABLE
           PERFORM 26-PRICE-RETURNS-ROUTINE
           PERFORM 28-CREDIT-ONE-RETURN
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RETURN-COUNT
           CLOSE RETURN-CREDIT-FILE
           PERFORM 68-WRITE-HELD-HEADINGS
        .

       14-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-FILE
           PERFORM UNTIL CUSTOMER-AT-END = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO CUSTOMER-AT-END
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 1000
                           ADD 1 TO WS-CUSTOMER-COUNT
                           PERFORM 19-BUILD-CUSTOMER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
        .

       12-LOAD-PRICE-TABLE.

           OPEN INPUT SELL-PRICE-FILE
           PERFORM UNTIL PRICE-AT-END = "Y"
               READ SELL-PRICE-FILE
                   AT END
                       MOVE "Y" TO PRICE-AT-END
                   NOT AT END
                       IF WS-PRICE-COUNT < 2000
                           ADD 1 TO WS-PRICE-COUNT
                           MOVE SP-CATALOG-NUM TO
                               WS-TAB-PRICE-CATALOG (WS-PRICE-COUNT)
                           MOVE SP-CUSTOMER-ID TO
                               WS-TAB-PRICE-CUSTOMER (WS-PRICE-COUNT)
                           MOVE SP-UNIT-PRICE TO
                               WS-TAB-UNIT-PRICE (WS-PRICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SELL-PRICE-FILE
        .

       19-BUILD-CUSTOMER-ENTRY.

           MOVE CM-CUSTOMER-ID
               TO WS-TAB-CUSTOMER-ID (WS-CUSTOMER-COUNT)
           MOVE CM-CUSTOMER-NAME
               TO WS-TAB-CUSTOMER-NAME (WS-CUSTOMER-COUNT)
           MOVE CM-SHIP-ADDRESS-1
               TO WS-TAB-SHIP-ADDRESS-1 (WS-CUSTOMER-COUNT)
           MOVE CM-SHIP-ADDRESS-2
               TO WS-TAB-SHIP-ADDRESS-2 (WS-CUSTOMER-COUNT)
           MOVE CM-CREDIT-LIMIT
               TO WS-TAB-CREDIT-LIMIT (WS-CUSTOMER-COUNT)
           MOVE CM-OPEN-BALANCE
               TO WS-TAB-EXPOSURE (WS-CUSTOMER-COUNT)
           MOVE CM-HOLD-FLAG
               TO WS-TAB-HOLD-FLAG (WS-CUSTOMER-COUNT)
        .

       25-LOAD-RETURN-TABLE.

           OPEN INPUT RETURN-MOVE-FILE
           PERFORM UNTIL RETURN-AT-END = "Y"
               READ RETURN-MOVE-FILE INTO MOVEMENT-RECORD
                   AT END
                       MOVE "Y" TO RETURN-AT-END
                   NOT AT END
                       IF MV-CUSTOMER-RETURN
                           AND WS-RETURN-COUNT < 500
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM 27-BUILD-RETURN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-MOVE-FILE
        .

       27-BUILD-RETURN-ENTRY.

           MOVE MV-REFERENCE-NUM
               TO WS-RET-ORDER-NUMBER (WS-RETURN-COUNT)
           MOVE MV-PARTY-ID TO WS-RET-CUSTOMER-ID (WS-RETURN-COUNT)
           MOVE MV-CATALOG-NUM TO WS-RET-CATALOG-NUM (WS-RETURN-COUNT)
           MOVE MV-QUANTITY TO WS-RET-QUANTITY (WS-RETURN-COUNT)
           MOVE MV-REASON-CODE TO WS-RET-REASON-CODE (WS-RETURN-COUNT)
           MOVE MV-MOVE-DATE TO WS-RET-DATE (WS-RETURN-COUNT)
           MOVE ZERO TO WS-RET-UNIT-PRICE (WS-RETURN-COUNT)
           MOVE MV-UNIT-COST TO WS-RET-UNIT-COST (WS-RETURN-COUNT)
           MOVE ZERO TO WS-RET-INVOICE-NUMBER (WS-RETURN-COUNT)
        .

       26-PRICE-RETURNS-ROUTINE.

           IF WS-RETURN-COUNT > ZERO
               OPEN INPUT INVOICE-HISTORY-FILE
               PERFORM UNTIL HISTORY-AT-END = "Y"
                   READ INVOICE-HISTORY-FILE
                       AT END
                           MOVE "Y" TO HISTORY-AT-END
                       NOT AT END
                           PERFORM 29-MATCH-HISTORY-ROUTINE
                               VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-RETURN-COUNT
                   END-READ
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
        .

       29-MATCH-HISTORY-ROUTINE.

           IF WS-RET-ORDER-NUMBER (WS-SUB) = IH-ORDER-NUMBER
               AND WS-RET-CATALOG-NUM (WS-SUB) = IH-CATALOG-NUM
               MOVE IH-INVOICE-NUMBER TO WS-RET-INVOICE-NUMBER (WS-SUB)
               MOVE IH-UNIT-PRICE TO WS-RET-UNIT-PRICE (WS-SUB)
               MOVE IH-UNIT-COST TO WS-RET-UNIT-COST (WS-SUB)
               IF WS-RET-CUSTOMER-ID (WS-SUB) = SPACES
                   MOVE IH-CUSTOMER-ID TO WS-RET-CUSTOMER-ID (WS-SUB)
               END-IF
           END-IF
        .

       28-CREDIT-ONE-RETURN.

           MOVE WS-RET-ORDER-NUMBER (WS-RET-SUB) TO RC-ORDER-NUMBER
           MOVE WS-RET-CUSTOMER-ID (WS-RET-SUB) TO RC-CUSTOMER-ID
           MOVE WS-RET-CATALOG-NUM (WS-RET-SUB) TO RC-CATALOG-NUM
           MOVE WS-RET-QUANTITY (WS-RET-SUB) TO RC-QUANTITY
           MOVE WS-RET-UNIT-PRICE (WS-RET-SUB) TO RC-UNIT-PRICE
           MOVE WS-RET-UNIT-COST (WS-RET-SUB) TO RC-UNIT-COST
           MOVE WS-RET-REASON-CODE (WS-RET-SUB) TO RC-REASON-CODE
           MOVE WS-RET-DATE (WS-RET-SUB) TO RC-RETURN-DATE
           MOVE WS-RET-INVOICE-NUMBER (WS-RET-SUB) TO RC-INVOICE-NUMBER
           WRITE RETURN-CREDIT-RECORD
           ADD 1 TO WS-RETURN-CREDIT-COUNT
           COMPUTE WS-CREDIT-VALUE =
               RC-QUANTITY * RC-UNIT-PRICE
           MOVE RC-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
           PERFORM 31-LOOKUP-CUSTOMER-ROUTINE
           IF WS-CUST-FOUND = "Y"
               IF WS-TAB-EXPOSURE (WS-CUST-SUB) > WS-CREDIT-VALUE
                   SUBTRACT WS-CREDIT-VALUE
                       FROM WS-TAB-EXPOSURE (WS-CUST-SUB)
               ELSE
                   MOVE ZERO TO WS-TAB-EXPOSURE (WS-CUST-SUB)
               END-IF
           END-IF
        .

       22-READ-MASTER-RECORD.
           ELSE
               MOVE WS-AVAILABLE-QTY TO WS-ALLOC-QTY
           END-IF
           MOVE SO_CUSTOMER_ID TO WS-LOOKUP-CUSTOMER-ID
           PERFORM 31-LOOKUP-CUSTOMER-ROUTINE
           PERFORM 33-CHECK-CREDIT-ROUTINE
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 34-HOLD-ORDER-ROUTINE
           ELSE
               COMPUTE WS-SHORT-QTY = SO_ORDER_QTY - WS-ALLOC-QTY
               IF WS-ALLOC-QTY > ZERO
                   SUBTRACT WS-ALLOC-QTY FROM WS-AVAILABLE-QTY
                   PERFORM 37-WRITE-PICK-ROUTINE
                   PERFORM 39-WRITE-ISSUE-ROUTINE
                   PERFORM 42-WRITE-ALLOCATED-LINE
               END-IF
               IF WS-SHORT-QTY > ZERO
                   PERFORM 41-WRITE-BACKORDER-ROUTINE
                   PERFORM 44-WRITE-CARRIED-ORDER
               END-IF
           END-IF
           PERFORM 24-RETURN-ORDER-RECORD
        .

       31-LOOKUP-CUSTOMER-ROUTINE.

           MOVE "N" TO WS-CUST-FOUND
           MOVE ZERO TO WS-CUST-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-CUSTOMER-COUNT
               OR WS-CUST-FOUND = "Y"
               IF WS-TAB-CUSTOMER-ID (WS-SUB) = WS-LOOKUP-CUSTOMER-ID
                   MOVE "Y" TO WS-CUST-FOUND
                   MOVE WS-SUB TO WS-CUST-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       32-LOOKUP-PRICE-ROUTINE.

           MOVE "N" TO WS-PRICE-FOUND
           MOVE "N" TO WS-LIST-FOUND
           MOVE ZERO TO WS-UNIT-PRICE
           MOVE ZERO TO WS-LIST-PRICE
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PRICE-COUNT
               OR WS-PRICE-FOUND = "Y"
               IF WS-TAB-PRICE-CATALOG (WS-SUB) = SO_CATALOG_NUM
                   IF WS-TAB-PRICE-CUSTOMER (WS-SUB) = SO_CUSTOMER_ID
                       MOVE "Y" TO WS-PRICE-FOUND
                       MOVE WS-TAB-UNIT-PRICE (WS-SUB)
                           TO WS-UNIT-PRICE
                   END-IF
                   IF WS-TAB-PRICE-CUSTOMER (WS-SUB) = SPACES
                       MOVE "Y" TO WS-LIST-FOUND
                       MOVE WS-TAB-UNIT-PRICE (WS-SUB)
                           TO WS-LIST-PRICE
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
           IF WS-PRICE-FOUND = "N" AND WS-LIST-FOUND = "Y"
               MOVE "Y" TO WS-PRICE-FOUND
               MOVE WS-LIST-PRICE TO WS-UNIT-PRICE
           END-IF
        .

       33-CHECK-CREDIT-ROUTINE.

           MOVE SPACES TO WS-HOLD-REASON
           PERFORM 32-LOOKUP-PRICE-ROUTINE
           COMPUTE WS-LINE-VALUE = WS-ALLOC-QTY * WS-UNIT-PRICE
           EVALUATE TRUE
               WHEN WS-CUST-FOUND = "N"
                   MOVE "UNKNOWN" TO WS-HOLD-REASON
               WHEN WS-TAB-HOLD-FLAG (WS-CUST-SUB) = "Y"
                   MOVE "ON HOLD" TO WS-HOLD-REASON
               WHEN WS-TAB-CREDIT-LIMIT (WS-CUST-SUB) > ZERO
                AND WS-TAB-EXPOSURE (WS-CUST-SUB) + WS-LINE-VALUE
                    > WS-TAB-CREDIT-LIMIT (WS-CUST-SUB)
                   MOVE "OVER LIMIT" TO WS-HOLD-REASON
               WHEN OTHER
                   ADD WS-LINE-VALUE TO WS-TAB-EXPOSURE (WS-CUST-SUB)
           END-EVALUATE
        .

       34-HOLD-ORDER-ROUTINE.

           IF WS-HELD-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 68-WRITE-HELD-HEADINGS
           END-IF
           COMPUTE WS-HELD-VALUE = SO_ORDER_QTY * WS-UNIT-PRICE
           MOVE SO_ORDER_NUMBER TO HD-ORDER-NUMBER
           MOVE SO_CUSTOMER_ID TO HD-CUSTOMER-ID
           MOVE SO_CATALOG_NUM TO HD-CATALOG-NUMBER
           MOVE SO_ORDER_QTY TO HD-ORDER-QTY
           MOVE WS-HELD-VALUE TO HD-LINE-VALUE
           MOVE WS-HOLD-REASON TO HD-HOLD-REASON
           WRITE HELD-ORDER-RECORD FROM HO-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-HELD-LINE-COUNT
           ADD 1 TO WS-HELD-COUNT
           ADD WS-HELD-VALUE TO WS-HELD-VALUE-TOTAL
           MOVE SO_ORDER_QTY TO WS-SHORT-QTY
           PERFORM 44-WRITE-CARRIED-ORDER
        .

       44-WRITE-CARRIED-ORDER.

           MOVE SO_ORDER_NUMBER TO NC-ORDER-NUMBER
           MOVE SO_ORDER_NUMBER TO PK-ORDER-NUMBER
           MOVE SO_CUSTOMER_ID TO PK-CUSTOMER-ID
           MOVE WS-ALLOC-QTY TO PK-PICK-QTY
           MOVE WS-TAB-CUSTOMER-NAME (WS-CUST-SUB) TO PK-SHIP-NAME
           MOVE WS-TAB-SHIP-ADDRESS-1 (WS-CUST-SUB)
               TO PK-SHIP-ADDRESS-1
           MOVE WS-TAB-SHIP-ADDRESS-2 (WS-CUST-SUB)
               TO PK-SHIP-ADDRESS-2
           WRITE PICK-WORK-RECORD
           ADD 1 TO WS-PICK-COUNT
        .
           MOVE WS-MONTH TO MV-MOVE-MONTH
           MOVE WS-DAY TO MV-MOVE-DAY
           MOVE ZERO TO MV-UNIT-COST
           MOVE SO_ORDER_NUMBER TO MV-REFERENCE-NUM
           MOVE SO_CUSTOMER_ID TO MV-PARTY-ID
           MOVE SPACES TO MV-REASON-CODE
           MOVE SPACES TO MV-OPERATOR-ID
           WRITE MOVEMENT-RECORD
           ADD 1 TO WS-ISSUE-COUNT
        .

       42-WRITE-ALLOCATED-LINE.

           MOVE SO_ORDER_NUMBER TO AL-ORDER-NUMBER
           MOVE SO_CUSTOMER_ID TO AL-CUSTOMER-ID
           MOVE SO_CATALOG_NUM TO AL-CATALOG-NUM
           MOVE WS-ALLOC-QTY TO AL-ALLOC-QTY
           MOVE WS-YEAR TO AL-ALLOC-YEAR
           MOVE WS-MONTH TO AL-ALLOC-MONTH
           MOVE WS-DAY TO AL-ALLOC-DAY
           WRITE ALLOC-LINE-RECORD
        .

       41-WRITE-BACKORDER-ROUTINE.

           MOVE PA_WAREHOUSE_ID TO BW-WAREHOUSE-ID
           MOVE PK-ORDER-NUMBER TO SK_ORDER_NUMBER
           MOVE PK-CUSTOMER-ID TO SK_CUSTOMER_ID
           MOVE PK-PICK-QTY TO SK_PICK_QTY
           MOVE PK-SHIP-NAME TO SK_SHIP_NAME
           MOVE PK-SHIP-ADDRESS-1 TO SK_SHIP_ADDRESS_1
           MOVE PK-SHIP-ADDRESS-2 TO SK_SHIP_ADDRESS_2
           RELEASE SORT-PICK-RECORD
        .

           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           PERFORM 58-PRINT-SHIP-TO-BLOCK
        .

       58-PRINT-SHIP-TO-BLOCK.

           MOVE SK_SHIP_NAME TO ST-SHIP-NAME
           MOVE SHIP-TO-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE SK_SHIP_ADDRESS_1 TO SA-SHIP-ADDRESS
           MOVE SHIP-ADDRESS-LINE TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           IF SK_SHIP_ADDRESS_2 NOT = SPACES
               MOVE SK_SHIP_ADDRESS_2 TO SA-SHIP-ADDRESS
               MOVE SHIP-ADDRESS-LINE TO REPORT-RECORD
               PERFORM 30-WRITE-LINES-ROUTINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       57-PICK-WAREHOUSE-BREAK.
           ADD 4 TO WS-BACK-LINE-COUNT
        .

       68-WRITE-HELD-HEADINGS.

           ADD 1 TO WS-HELD-PAGE-NUMBER
           MOVE WS-HELD-PAGE-NUMBER TO HH1-PAGE-NUMBER
           WRITE HELD-ORDER-RECORD FROM HO-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-HELD-LINE-COUNT
           WRITE HELD-ORDER-RECORD FROM HO-HEADING-TWO
               AFTER ADVANCING 2
           WRITE HELD-ORDER-RECORD FROM HO-HEADING-THREE
               AFTER ADVANCING 2
           MOVE SPACES TO HELD-ORDER-RECORD
           WRITE HELD-ORDER-RECORD AFTER ADVANCING 1
           ADD 5 TO WS-HELD-LINE-COUNT
        .

       45-TOTAL-ROUTINE.

           MOVE WS-ORDER-READ-COUNT TO TL-ORDER-COUNT
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-HELD-COUNT TO HT-HELD-COUNT
           MOVE WS-HELD-VALUE-TOTAL TO HT-HELD-VALUE
           MOVE WS-RETURN-CREDIT-COUNT TO HT-RETURN-COUNT
           WRITE HELD-ORDER-RECORD FROM HO-TOTAL-LINE
               AFTER ADVANCING 2
           WRITE HELD-ORDER-RECORD FROM END-OF-REPORT-LINE
               AFTER ADVANCING 2
        .

       48-WRITE-RUN-LOG-ROUTINE.
           MOVE WS-ORDER-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-ISSUE-COUNT TO RL-RECORDS-WRITTEN
           COMPUTE RL-EXCEPTION-COUNT =
               WS-BACK-COUNT + WS-NO-MASTER-COUNT + WS-HELD-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
       40-CLOSE-ROUTINE.
           CLOSE PICK-LIST-FILE
                 BACKORDER-REPORT-FILE
                 HELD-ORDER-REPORT-FILE
                 RUN-LOG-FILE
        .
