       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that posts the day's stock movements --
      * receipts, issues, adjustments, customer returns, and
      * returns to vendor -- against the Luna, Ltd.
      * inventory file.  It replaces the practice of netting a day's
      * movements by hand and keying the result as a full CHANGE
      * transaction: the movement file is sorted into catalog number
      ****************************************************************
      * INPUT:
      *    The MOVEMENT FILE contains one MOVEMENT-RECORD per
      *    receipt, issue, adjustment, or return, as described in
      *    MOVEREC.CPY:
      *         1. CATALOG NUMBER
      *         2. MOVEMENT CODE (R/I/A/C/V)
      *         3. QUANTITY
      *         4. MOVEMENT DATE
      *         5. ACTUAL UNIT COST (receipts only; zero means post
      *            at the master's PA_PURCHASE_PRICE)
      *         6. REFERENCE NUMBER (customer order or purchase
      *            order number on a return)
      *         7. CUSTOMER OR SUPPLIER ID (returns)
      *         8. REASON CODE (returns; KA or KD on the kit
      *            assembly and disassembly movements KitAssembly
      *            writes)
      *         9. OPERATOR ID (counter movements keyed through
      *            CounterEntry; not used in posting)
      *    The file is sorted into catalog number / date sequence by
      *    this program before it is posted.
      *
      *    The OLD MASTER FILE (INVENTORY-FILE) contains the current
      *    PART-RECORDs, as described in PARTREC.CPY, in
      *    PA_CATALOG_NUM sequence.
      *
      *    The RETURN CREDIT FILE (RETCRDR.CPY), written by
      *    OrderAlloc, carries the original unit cost of each
      *    customer return by order and catalog number.  It is
      *    loaded into a table at start of job.
      *
      *    The SUPPLIER FILE (SUPPREC.CPY), in SU-SUPPLIER-ID
      *    sequence, supplies the name and address printed on each
      *    debit memo.
      *
      *    The DEBIT MEMO NUMBER FILE carries the last debit memo
      *    number used, the same way PoNumberFile.txt does for
      *    purchase orders; it is rewritten at end of job.
      ****************************************************************
      * OUTPUT:
      *    The NEW MASTER FILE (PostedInventoryFile.txt) is the
      *    updated PART-RECORD file, in PA_CATALOG_NUM sequence.
      *    Receipts add to ON HAND and relieve ON ORDER; issues
      *    subtract from ON HAND; adjustments add to ON HAND without
      *    touching ON ORDER.  A kit receipt (reason code KA or KD)
      *    adds to ON HAND without relieving ON ORDER, since nothing
      *    was bought, and stays off the price variance register;
      *    it is logged as KIT RCT and a kit issue as KIT ISS.
      *    A customer return adds to ON HAND.  A
      *    return to vendor subtracts from ON HAND and adds back to
      *    ON ORDER, because PoReceive reopens the purchase order
      *    line for the replacement.  An updated quantity too big
      *    for the 4-digit field is capped at 9999, same as
      *    InvConsol.  The operator copies the file over
      *    InventoryFile.txt once the posting register has been
      *    reviewed.
      *
      *    The USAGE HISTORY FILE gets one USAGE-HISTORY-RECORD
      *    appended to it per part per run, dated with the run date,
      *    with the run date at the actual invoiced unit cost the
      *    movement carries (weighted together when a part has
      *    several receipts in one run; a receipt with no cost is
      *    taken at the current PA_PURCHASE_PRICE), customer returns
      *    add a layer dated with the run date at the stock's
      *    original cost from the return credit file, returns to
      *    vendor relieve the oldest layers first at their layer
      *    cost, and applied
      *    issues relieve the oldest layers first (LAYERREC.CPY),
      *    so FifoValue can price the remaining stock at what it
      *    actually cost.  Adjustments change
      *    NewCostLayerFile.txt over CostLayerFile.txt together with
      *    the new master.
      *
      *    The LAYER RELIEF FILE gets one LAYER-RELIEF-RECORD per
      *    cost layer an issue relieves (RELIEFRC.CPY), with the
      *    quantity taken and the layer's unit cost, oldest layer
      *    first, so CustInvoice can cost the night's sales at what
      *    the stock actually cost.  It is rewritten every run.
      *
      *    The STOCK VALUE FILE gets one INVENTORY-VALUE-RECORD per
      *    applied receipt, adjustment, customer return, and return
      *    to vendor, and one per part for the night's issues and
      *    kit issues, with the signed quantity and value each put
      *    into or took out of stock (VALUEREC.CPY), for
      *    GlInterface.  Receipts carry their purchase price
      *    variance, issues are valued at the layers they relieved
      *    (any quantity no layer covered at PA_PURCHASE_PRICE),
      *    and adjustments at PA_PURCHASE_PRICE.  It is rewritten
      *    every run.
      *
      *    The STOCK LEDGER FILE gets one STOCK-LEDGER-RECORD
      *    appended to it per applied movement (STKLEDGR.CPY), with
      *    the run date and time, the movement type, the part's
      *    warehouse and bin, the signed quantity, the unit cost, and
      *    the purchase order, customer order, or kit order number
      *    the movement carried.  Issues are costed at the average
      *    of the layers they relieved and returns to vendor at the
      *    average cost sent back, so a part's entries are written
      *    once all of its movements are costed.  It is never
      *    rewritten, so StockCard can show how a quantity got where
      *    it is long after the movement file has been replaced.
      *
      *    The POSTING REGISTER lists every movement in the order it
      *    was applied, with the resulting quantity on hand.  An
      *    issue that would drive ON HAND negative is rejected with
      *    INSUF QTY so a mis-keyed quantity is caught at posting
      *    time, and so is a return to vendor for more than is on
      *    hand; a movement for a catalog number not on the master
      *    is rejected with NO MASTER; a movement whose code is not
      *    R, I, A, C, or V is rejected with BAD CODE.
      *
      *    The PURCHASE PRICE VARIANCE REGISTER shows, per applied
      *    receipt, the master price, the invoiced unit cost, and
      *    posting time instead of at year-end valuation.  A
      *    receipt posted at the master price shows a zero
      *    variance.
      *
      *    The RETURNS REGISTER lists every customer return and
      *    every return to vendor applied, grouped by kind and by
      *    customer or supplier, with the reference number, the
      *    reason code, and the unit and extended cost.
      *
      *    The DEBIT MEMO FILE holds one printed debit memo per
      *    supplier and purchase order returned against, each on a
      *    new page with its own memo number, the supplier's name
      *    and address, and the goods valued at their layer cost,
      *    for purchasing to send to the vendor.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEW-LAYER-FILE
               ASSIGN TO 'NewCostLayerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAYER-RELIEF-FILE
               ASSIGN TO 'LayerReliefFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-VALUE-FILE
               ASSIGN TO 'StockValueFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PPV-WORK-FILE
               ASSIGN TO 'PpvWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'PpvSortWork.tmp'.
           SELECT VARIANCE-REGISTER-FILE
               ASSIGN TO PRINTER 'PpvRegisterFile.txt'.
           SELECT OPTIONAL RETURN-CREDIT-FILE
               ASSIGN TO 'ReturnCreditFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLIER-FILE
               ASSIGN TO 'SupplierFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMO-NUMBER-FILE
               ASSIGN TO 'DebitMemoNumberFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-WORK-FILE
               ASSIGN TO 'ReturnWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-SORT-FILE
               ASSIGN TO 'ReturnSortWork.tmp'.
           SELECT RETURNS-REGISTER-FILE
               ASSIGN TO PRINTER 'ReturnsRegisterFile.txt'.
           SELECT DEBIT-MEMO-FILE
               ASSIGN TO PRINTER 'DebitMemoFile.txt'.
           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO 'StockLedgerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

           COPY MOVEREC.

           05  SM_MOVE_CODE                PIC X(1).
           05  SM_QUANTITY                 PIC 9(4).
           05  SM_UNIT_COST                PIC 999V99.
           05  SM_REFERENCE_NUM            PIC 9(6).
           05  SM_PARTY_ID                 PIC X(6).
           05  SM_REASON_CODE              PIC X(2).
               88  SM_KIT_MOVEMENT             VALUE "KA" "KD".

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  NEW-LAYER-FILE-RECORD           PIC X(22).

       FD  LAYER-RELIEF-FILE
           RECORD CONTAINS 32 CHARACTERS.

           COPY RELIEFRC.

       FD  STOCK-VALUE-FILE
           RECORD CONTAINS 69 CHARACTERS.

           COPY VALUEREC.

       FD  PPV-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.


       01  VARIANCE-RECORD                 PIC X(80).

       FD  RETURN-CREDIT-FILE
           RECORD CONTAINS 49 CHARACTERS.

           COPY RETCRDR.

       FD  SUPPLIER-FILE
           RECORD CONTAINS 94 CHARACTERS.

           COPY SUPPREC.

       FD  MEMO-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  MEMO-NUMBER-FILE-RECORD         PIC 9(6).

       FD  RETURN-WORK-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  RETURN-WORK-RECORD.
           05  RW-KIND                     PIC X(1).
           05  RW-PARTY-ID                 PIC X(6).
           05  RW-REFERENCE-NUM            PIC 9(6).
           05  RW-CATALOG-NUM              PIC X(5).
           05  RW-PART-NAME                PIC X(15).
           05  RW-MOVE-DATE                PIC 9(8).
           05  RW-QUANTITY                 PIC 9(4).
           05  RW-UNIT-COST                PIC 999V99.
           05  RW-EXT-COST                 PIC 9(7)V99.
           05  RW-REASON-CODE              PIC X(2).

       SD  RETURN-SORT-FILE.

       01  SORT-RETURN-RECORD.
           05  RS_KIND                     PIC X(1).
           05  RS_PARTY_ID                 PIC X(6).
           05  RS_REFERENCE_NUM            PIC 9(6).
           05  RS_CATALOG_NUM              PIC X(5).
           05  RS_PART_NAME                PIC X(15).
           05  RS_MOVE_DATE                PIC 9(8).
           05  RS_QUANTITY                 PIC 9(4).
           05  RS_UNIT_COST                PIC 999V99.
           05  RS_EXT_COST                 PIC 9(7)V99.
           05  RS_REASON_CODE              PIC X(2).

       FD  RETURNS-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RETURNS-RECORD                  PIC X(80).

       FD  DEBIT-MEMO-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DEBIT-MEMO-RECORD               PIC X(80).

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY STKLEDGR.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  PPV-WORK-AT-END             PIC X       VALUE "N".
           05  PPV-SORT-AT-END             PIC X       VALUE "N".
           05  FIRST-SUPPLIER-FLAG         PIC X       VALUE "Y".
           05  CREDIT-AT-END               PIC X       VALUE "N".
           05  SUPPLIER-AT-END             PIC X       VALUE "N".
           05  RETURN-WORK-AT-END          PIC X       VALUE "N".
           05  RETURN-SORT-AT-END          PIC X       VALUE "N".
           05  FIRST-RETURN-FLAG           PIC X       VALUE "Y".
           05  MEMO-OPEN-FLAG              PIC X       VALUE "N".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(5)    VALUE SPACES.
           05  WS-MOVE-KEY                 PIC X(5)    VALUE SPACES.
           05  WS-GROUP-KEY                PIC X(5)    VALUE SPACES.
           05  WS-LAYER-KEY                PIC X(5)    VALUE SPACES.
           05  WS-SUPPLIER-KEY             PIC X(6)    VALUE SPACES.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-RUNNING-QOH               PIC 9(8)    VALUE ZERO.
           05 WS-RUNNING-QOO               PIC 9(8)    VALUE ZERO.
           05 WS-ISSUE-TOTAL               PIC 9(6)    VALUE ZERO.
           05 WS-KIT-ISSUE-TOTAL           PIC 9(6)    VALUE ZERO.
           05 WS-ISSUE-VALUE               PIC 9(9)V99 VALUE ZERO.
           05 WS-KIT-ISSUE-VALUE           PIC 9(9)V99 VALUE ZERO.
           05 WS-RECEIPT-TOTAL             PIC 9(6)    VALUE ZERO.
           05 WS-RECEIPT-VALUE             PIC 9(9)V99 VALUE ZERO.
           05 WS-ACTUAL-COST               PIC 999V99  VALUE ZERO.
           05 WS-RELIEF-REMAINING          PIC 9(6)    VALUE ZERO.
           05 WS-RELIEVED-QTY              PIC 9(6)    VALUE ZERO.
           05 WS-RECEIPT-COST              PIC 999V99  VALUE ZERO.
           05 WS-RETURN-TOTAL              PIC 9(6)    VALUE ZERO.
           05 WS-RETURN-VALUE              PIC 9(9)V99 VALUE ZERO.
           05 WS-RETURN-COST               PIC 999V99  VALUE ZERO.
           05 WS-RTV-TOTAL                 PIC 9(6)    VALUE ZERO.
           05 WS-RTV-VALUE                 PIC 9(9)V99 VALUE ZERO.
           05 WS-RTV-COST                  PIC 999V99  VALUE ZERO.
           05 WS-RTV-REMAINING             PIC 9(6)    VALUE ZERO.

       01  WS-CREDIT-TABLE.
           05 WS-CREDIT-COUNT              PIC 9(3)    VALUE ZERO.
           05 WS-CREDIT-ENTRY              OCCURS 500.
               10 WS-CR-ORDER-NUMBER       PIC 9(6).
               10 WS-CR-CATALOG-NUM        PIC X(5).
               10 WS-CR-UNIT-COST          PIC 999V99.

       01  WS-RTV-TABLE.
           05 WS-RTV-COUNT                 PIC 9(3)    VALUE ZERO.
           05 WS-RTV-ENTRY                 OCCURS 100.
               10 WS-RTV-QUANTITY          PIC 9(4).
               10 WS-RTV-DATE              PIC 9(8).
               10 WS-RTV-REFERENCE-NUM     PIC 9(6).
               10 WS-RTV-PARTY-ID          PIC X(6).
               10 WS-RTV-REASON-CODE       PIC X(2).

       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-COUNT              PIC 9(3)    VALUE ZERO.
           05 WS-LEDGER-SUB                PIC 9(3)    VALUE ZERO.
           05 WS-LEDGER-ISSUE-COST         PIC 999V99  VALUE ZERO.
           05 WS-LEDGER-ENTRY              OCCURS 300  PIC X(73).

       01  WS-RETURN-FIELDS.
           05 WS-SUB                       PIC 9(3)    VALUE ZERO.
           05 WS-COST-FOUND                PIC X       VALUE "N".
           05 WS-PRIOR-KIND                PIC X       VALUE SPACES.
           05 WS-PRIOR-PARTY-ID            PIC X(6)    VALUE SPACES.
           05 WS-PRIOR-REFERENCE-NUM       PIC 9(6)    VALUE ZERO.
           05 WS-NEXT-MEMO-NUMBER          PIC 9(6)    VALUE ZERO.
           05 WS-KIND-QTY                  PIC 9(6)    VALUE ZERO.
           05 WS-KIND-VALUE                PIC 9(9)V99 VALUE ZERO.
           05 WS-MEMO-VALUE                PIC 9(9)V99 VALUE ZERO.
           05 WS-MEMO-COUNT                PIC 9(5)    VALUE ZERO.
           05 WS-RET-LINE-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-RET-PAGE-NUMBER           PIC 9(4)    VALUE ZERO.
           05 WS-MEMO-LINE-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-MEMO-PAGE-NUMBER          PIC 9(4)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05  GT-PPV-COUNT            PIC ZZZZ9.
           05                          PIC X(31)   VALUE SPACES.

      ****************    RETURNS REGISTER AREA    *******************

       01  RET-HEADING-ONE.
           05  RH1-DATE.
               10  RH1-MONTH           PIC 99.
               10                      PIC X       VALUE "/".
               10  RH1-DAY             PIC 99.
               10                      PIC X       VALUE "/".
               10  RH1-YEAR            PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  RH1-PAGE-NUMBER         PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  RET-HEADING-TWO.
           05                          PIC X(32)   VALUE SPACES.
           05                          PIC X(16)   VALUE
                               "RETURNS REGISTER".
           05                          PIC X(32)   VALUE SPACES.

       01  RET-KIND-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  RK-KIND-NAME            PIC X(20).
           05                          PIC X(58)   VALUE SPACES.

       01  RET-HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05  RH3-PARTY-LABEL         PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(6)    VALUE "REF NO".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "CATLG".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(9)    VALUE "PART NAME".
           05                          PIC X(7)    VALUE SPACES.
           05                          PIC X(4)    VALUE "DATE".
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(2)    VALUE "RS".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(4)    VALUE "COST".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(8)    VALUE "EXTENDED".
           05                          PIC X(4)    VALUE SPACES.

       01  RET-DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  RD-PARTY-ID             PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  RD-REFERENCE-NUM        PIC 9(6).
           05                          PIC X(1)    VALUE SPACES.
           05  RD-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(1)    VALUE SPACES.
           05  RD-PART-NAME            PIC X(15).
           05                          PIC X(1)    VALUE SPACES.
           05  RD-MOVE-DATE.
               10  RD-MOVE-MONTH       PIC 99.
               10                      PIC X       VALUE "/".
               10  RD-MOVE-DAY         PIC 99.
               10                      PIC X       VALUE "/".
               10  RD-MOVE-YEAR        PIC 9999.
           05                          PIC X(1)    VALUE SPACES.
           05  RD-QUANTITY             PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  RD-REASON-CODE          PIC X(2).
           05                          PIC X(2)    VALUE SPACES.
           05  RD-UNIT-COST            PIC ZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  RD-EXT-COST             PIC ZZZ,ZZ9.99.
           05                          PIC X(4)    VALUE SPACES.

       01  RET-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  RT-TOTAL-LABEL          PIC X(30).
           05                          PIC X(16)   VALUE SPACES.
           05  RT-TOTAL-QTY            PIC ZZZZ9.
           05                          PIC X(11)   VALUE SPACES.
           05  RT-TOTAL-COST           PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(4)    VALUE SPACES.

       01  RET-MEMO-COUNT-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(20)   VALUE
                               "DEBIT MEMOS PRINTED:".
           05  RM-MEMO-COUNT           PIC ZZZZ9.
           05                          PIC X(53)   VALUE SPACES.

      *******************    DEBIT MEMO AREA    ***********************

       01  MEMO-HEADING-ONE.
           05  MH1-DATE.
               10  MH1-MONTH           PIC 99.
               10                      PIC X       VALUE "/".
               10  MH1-DAY             PIC 99.
               10                      PIC X       VALUE "/".
               10  MH1-YEAR            PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  MH1-PAGE-NUMBER         PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  MEMO-HEADING-TWO.
           05                          PIC X(35)   VALUE SPACES.
           05                          PIC X(10)   VALUE "DEBIT MEMO".
           05                          PIC X(35)   VALUE SPACES.

       01  MEMO-NUMBER-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "DEBIT MEMO NO: ".
           05  MN-MEMO-NUMBER          PIC 9(6).
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(6)    VALUE "DATE: ".
           05  MN-DATE.
               10  MN-MONTH            PIC 99.
               10                      PIC X       VALUE "/".
               10  MN-DAY              PIC 99.
               10                      PIC X       VALUE "/".
               10  MN-YEAR             PIC 9999.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(7)    VALUE "PO NO: ".
           05  MN-PO-NUMBER            PIC 9(6).
           05                          PIC X(20)   VALUE SPACES.

       01  MEMO-SUPPLIER-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "TO: ".
           05  MS-SUPPLIER-ID          PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  MS-SUPPLIER-NAME        PIC X(25).
           05                          PIC X(41)   VALUE SPACES.

       01  MEMO-ADDRESS-LINE.
           05                          PIC X(14)   VALUE SPACES.
           05  MA-ADDRESS              PIC X(25).
           05                          PIC X(41)   VALUE SPACES.

       01  MEMO-HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "PART".
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "REASON".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(9)    VALUE "UNIT COST".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(6)    VALUE "AMOUNT".
           05                          PIC X(15)   VALUE SPACES.

       01  MEMO-DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  MD-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(4)    VALUE SPACES.
           05  MD-PART-NAME            PIC X(15).
           05                          PIC X(2)    VALUE SPACES.
           05  MD-QUANTITY             PIC ZZZ9.
           05                          PIC X(4)    VALUE SPACES.
           05  MD-REASON-CODE          PIC X(2).
           05                          PIC X(9)    VALUE SPACES.
           05  MD-UNIT-COST            PIC ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  MD-AMOUNT               PIC ZZZ,ZZ9.99.
           05                          PIC X(15)   VALUE SPACES.

       01  MEMO-TOTAL-LINE.
           05                          PIC X(35)   VALUE SPACES.
           05                          PIC X(17)   VALUE
                               "DEBIT MEMO TOTAL:".
           05                          PIC X(1)    VALUE SPACES.
           05  MT-MEMO-TOTAL           PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(15)   VALUE SPACES.

       01  MEMO-FOOTING-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(49)   VALUE
               "PLEASE ISSUE CREDIT FOR THE GOODS RETURNED ABOVE.".
           05                          PIC X(29)   VALUE SPACES.


       PROCEDURE DIVISION.

               INPUT PROCEDURE 80-LOAD-PPV-SORT
               OUTPUT PROCEDURE 82-PPV-REGISTER-ROUTINE

           SORT RETURN-SORT-FILE
               ON ASCENDING KEY RS_KIND
               ON ASCENDING KEY RS_PARTY_ID
               ON ASCENDING KEY RS_REFERENCE_NUM
               ON ASCENDING KEY RS_CATALOG_NUM
               INPUT PROCEDURE 90-LOAD-RETURN-SORT
               OUTPUT PROCEDURE 92-RETURNS-REGISTER-ROUTINE

           STOP RUN
        .

                INPUT  OLD-LAYER-FILE
                OUTPUT NEW-MASTER-FILE
                OUTPUT NEW-LAYER-FILE
                OUTPUT LAYER-RELIEF-FILE
                OUTPUT STOCK-VALUE-FILE
                OUTPUT POSTING-REGISTER-FILE
                OUTPUT PPV-WORK-FILE
                OUTPUT RETURN-WORK-FILE
                EXTEND USAGE-HISTORY-FILE
                EXTEND RUN-LOG-FILE
                EXTEND STOCK-LEDGER-FILE
           MOVE SPACES TO NEW-MASTER-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO PH1-MONTH
           MOVE WS-DAY TO PH1-DAY
           MOVE WS-YEAR TO PH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO MH1-MONTH
           MOVE WS-DAY TO MH1-DAY
           MOVE WS-YEAR TO MH1-YEAR
           MOVE WS-MONTH TO MN-MONTH
           MOVE WS-DAY TO MN-DAY
           MOVE WS-YEAR TO MN-YEAR
           PERFORM 14-LOAD-CREDIT-TABLE
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       14-LOAD-CREDIT-TABLE.

           OPEN INPUT RETURN-CREDIT-FILE
           PERFORM UNTIL CREDIT-AT-END = "Y"
               READ RETURN-CREDIT-FILE
                   AT END
                       MOVE "Y" TO CREDIT-AT-END
                   NOT AT END
                       IF WS-CREDIT-COUNT < 500
                           ADD 1 TO WS-CREDIT-COUNT
                           MOVE RC-ORDER-NUMBER
                               TO WS-CR-ORDER-NUMBER(WS-CREDIT-COUNT)
                           MOVE RC-CATALOG-NUM
                               TO WS-CR-CATALOG-NUM(WS-CREDIT-COUNT)
                           MOVE RC-UNIT-COST
                               TO WS-CR-UNIT-COST(WS-CREDIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-CREDIT-FILE
        .

       16-LOAD-SORT-FILE.

           OPEN INPUT MOVEMENT-FILE
           MOVE MV-MOVE-CODE TO SM_MOVE_CODE
           MOVE MV-QUANTITY TO SM_QUANTITY
           MOVE MV-UNIT-COST TO SM_UNIT_COST
           MOVE MV-REFERENCE-NUM TO SM_REFERENCE_NUM
           MOVE MV-PARTY-ID TO SM_PARTY_ID
           MOVE MV-REASON-CODE TO SM_REASON_CODE
           RELEASE SORT-MOVE-RECORD
        .

       55-FORMAT-MOVE-ROUTINE.

           EVALUATE TRUE
               WHEN SM_MOVE_CODE = "R" AND SM_KIT_MOVEMENT
                   MOVE "KIT RCT" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "I" AND SM_KIT_MOVEMENT
                   MOVE "KIT ISS" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "R"
                   MOVE "RECEIPT" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "I"
                   MOVE "ISSUE" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "A"
                   MOVE "ADJUST" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "C"
                   MOVE "RETURN" TO DL-MOVE-TYPE
               WHEN SM_MOVE_CODE = "V"
                   MOVE "RTV" TO DL-MOVE-TYPE
               WHEN OTHER
                   MOVE SM_MOVE_CODE TO DL-MOVE-TYPE
           END-EVALUATE
           MOVE PA_QUANTITY_ON_HAND TO WS-RUNNING-QOH
           MOVE PA_QUANTITY_ON_ORDER TO WS-RUNNING-QOO
           MOVE ZERO TO WS-ISSUE-TOTAL
           MOVE ZERO TO WS-KIT-ISSUE-TOTAL
           MOVE ZERO TO WS-ISSUE-VALUE
           MOVE ZERO TO WS-RECEIPT-TOTAL
           MOVE ZERO TO WS-RECEIPT-VALUE
           MOVE ZERO TO WS-RETURN-TOTAL
           MOVE ZERO TO WS-RETURN-VALUE
           MOVE ZERO TO WS-RTV-TOTAL
           MOVE ZERO TO WS-RTV-VALUE
           MOVE ZERO TO WS-RTV-COUNT
           MOVE ZERO TO WS-LEDGER-COUNT
           PERFORM 62-APPLY-MOVE-ROUTINE
               UNTIL WS-MOVE-KEY NOT = WS-GROUP-KEY
           PERFORM 68-WRITE-NEW-MASTER-ROUTINE
           PERFORM 72-APPLY-LAYERS-ROUTINE
           IF WS-RTV-TOTAL > ZERO
               PERFORM 59-COST-RTV-ROUTINE
           END-IF
           IF WS-ISSUE-TOTAL > ZERO
               PERFORM 65-WRITE-ISSUE-VALUE-ROUTINE
               PERFORM 69-WRITE-USAGE-ROUTINE
           END-IF
           PERFORM 52-FLUSH-LEDGER-ROUTINE
        .

       62-APPLY-MOVE-ROUTINE.
                   COMPUTE WS-RECEIPT-VALUE =
                       WS-RECEIPT-VALUE
                       + SM_QUANTITY * WS-ACTUAL-COST
                   COMPUTE IV-EXTENDED-VALUE =
                       SM_QUANTITY * WS-ACTUAL-COST
                   MOVE SM_QUANTITY TO IV-QUANTITY
                   MOVE SM_REFERENCE_NUM TO IV-REFERENCE-NUM
                   IF SM_KIT_MOVEMENT
                       PERFORM 64-LOG-APPLIED-ROUTINE
                       MOVE "KR" TO IV-MOVE-TYPE
                       MOVE ZERO TO IV-VARIANCE-VALUE
                       PERFORM 53-WRITE-VALUE-ROUTINE
                   ELSE
                       IF SM_QUANTITY > WS-RUNNING-QOO
                           MOVE ZERO TO WS-RUNNING-QOO
                       ELSE
                           SUBTRACT SM_QUANTITY FROM WS-RUNNING-QOO
                       END-IF
                       PERFORM 64-LOG-APPLIED-ROUTINE
                       PERFORM 63-WRITE-PPV-ROUTINE
                       MOVE "RC" TO IV-MOVE-TYPE
                       COMPUTE IV-VARIANCE-VALUE =
                           (WS-ACTUAL-COST - PA_PURCHASE_PRICE)
                           * SM_QUANTITY
                       PERFORM 53-WRITE-VALUE-ROUTINE
                   END-IF
               WHEN SM_MOVE_CODE = "I"
                   IF SM_QUANTITY > WS-RUNNING-QOH
                       PERFORM 66-LOG-REJECT-ROUTINE
                   ELSE
                       SUBTRACT SM_QUANTITY FROM WS-RUNNING-QOH
                       ADD SM_QUANTITY TO WS-ISSUE-TOTAL
                       IF SM_KIT_MOVEMENT
                           ADD SM_QUANTITY TO WS-KIT-ISSUE-TOTAL
                       END-IF
                       PERFORM 64-LOG-APPLIED-ROUTINE
                   END-IF
               WHEN SM_MOVE_CODE = "A"
                   ADD SM_QUANTITY TO WS-RUNNING-QOH
                   PERFORM 64-LOG-APPLIED-ROUTINE
                   MOVE "AD" TO IV-MOVE-TYPE
                   MOVE SM_QUANTITY TO IV-QUANTITY
                   COMPUTE IV-EXTENDED-VALUE =
                       SM_QUANTITY * PA_PURCHASE_PRICE
                   MOVE ZERO TO IV-VARIANCE-VALUE
                   MOVE SM_REFERENCE_NUM TO IV-REFERENCE-NUM
                   PERFORM 53-WRITE-VALUE-ROUTINE
               WHEN SM_MOVE_CODE = "C"
                   ADD SM_QUANTITY TO WS-RUNNING-QOH
                   ADD SM_QUANTITY TO WS-RETURN-TOTAL
                   PERFORM 56-LOOKUP-RETURN-COST
                   COMPUTE WS-RETURN-VALUE =
                       WS-RETURN-VALUE
                       + SM_QUANTITY * WS-ACTUAL-COST
                   PERFORM 64-LOG-APPLIED-ROUTINE
                   PERFORM 58-WRITE-RETURN-WORK
                   MOVE "CR" TO IV-MOVE-TYPE
                   MOVE SM_QUANTITY TO IV-QUANTITY
                   COMPUTE IV-EXTENDED-VALUE =
                       SM_QUANTITY * WS-ACTUAL-COST
                   MOVE ZERO TO IV-VARIANCE-VALUE
                   MOVE SM_REFERENCE_NUM TO IV-REFERENCE-NUM
                   PERFORM 53-WRITE-VALUE-ROUTINE
               WHEN SM_MOVE_CODE = "V"
                   IF SM_QUANTITY > WS-RUNNING-QOH
                       PERFORM 66-LOG-REJECT-ROUTINE
                   ELSE
                       SUBTRACT SM_QUANTITY FROM WS-RUNNING-QOH
                       ADD SM_QUANTITY TO WS-RUNNING-QOO
                       ADD SM_QUANTITY TO WS-RTV-TOTAL
                       PERFORM 57-STORE-RTV-ROUTINE
                       PERFORM 64-LOG-APPLIED-ROUTINE
                   END-IF
               WHEN OTHER
                   PERFORM 67-LOG-BAD-CODE-ROUTINE
           END-EVALUATE
           PERFORM 24-RETURN-MOVE-RECORD
        .

       56-LOOKUP-RETURN-COST.

           MOVE "N" TO WS-COST-FOUND
           MOVE ZERO TO WS-SUB
           PERFORM UNTIL WS-COST-FOUND = "Y"
                   OR WS-SUB NOT < WS-CREDIT-COUNT
               ADD 1 TO WS-SUB
               IF WS-CR-ORDER-NUMBER(WS-SUB) = SM_REFERENCE_NUM
                   AND WS-CR-CATALOG-NUM(WS-SUB) = SM_CATALOG_NUM
                   AND WS-CR-UNIT-COST(WS-SUB) > ZERO
                   MOVE "Y" TO WS-COST-FOUND
                   MOVE WS-CR-UNIT-COST(WS-SUB) TO WS-ACTUAL-COST
               END-IF
           END-PERFORM
           IF WS-COST-FOUND = "N"
               IF SM_UNIT_COST = ZERO
                   MOVE PA_PURCHASE_PRICE TO WS-ACTUAL-COST
               ELSE
                   MOVE SM_UNIT_COST TO WS-ACTUAL-COST
               END-IF
           END-IF
        .

       57-STORE-RTV-ROUTINE.

           IF WS-RTV-COUNT < 100
               ADD 1 TO WS-RTV-COUNT
               MOVE SM_QUANTITY TO WS-RTV-QUANTITY(WS-RTV-COUNT)
               MOVE SM_MOVE_DATE TO WS-RTV-DATE(WS-RTV-COUNT)
               MOVE SM_REFERENCE_NUM
                   TO WS-RTV-REFERENCE-NUM(WS-RTV-COUNT)
               IF SM_PARTY_ID = SPACES
                   MOVE PA_SUPPLIER_ID TO WS-RTV-PARTY-ID(WS-RTV-COUNT)
               ELSE
                   MOVE SM_PARTY_ID TO WS-RTV-PARTY-ID(WS-RTV-COUNT)
               END-IF
               MOVE SM_REASON_CODE TO WS-RTV-REASON-CODE(WS-RTV-COUNT)
           END-IF
        .

       58-WRITE-RETURN-WORK.

           MOVE "C" TO RW-KIND
           MOVE SM_PARTY_ID TO RW-PARTY-ID
           MOVE SM_REFERENCE_NUM TO RW-REFERENCE-NUM
           MOVE PA_CATALOG_NUM TO RW-CATALOG-NUM
           MOVE PA_PART_NAME TO RW-PART-NAME
           MOVE SM_MOVE_DATE TO RW-MOVE-DATE
           MOVE SM_QUANTITY TO RW-QUANTITY
           MOVE WS-ACTUAL-COST TO RW-UNIT-COST
           COMPUTE RW-EXT-COST = SM_QUANTITY * WS-ACTUAL-COST
           MOVE SM_REASON_CODE TO RW-REASON-CODE
           WRITE RETURN-WORK-RECORD
        .

       59-COST-RTV-ROUTINE.

           COMPUTE WS-RTV-COST ROUNDED =
               WS-RTV-VALUE / WS-RTV-TOTAL
           PERFORM 61-WRITE-RTV-WORK
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RTV-COUNT
        .

       61-WRITE-RTV-WORK.

           MOVE "V" TO RW-KIND
           MOVE WS-RTV-PARTY-ID(WS-SUB) TO RW-PARTY-ID
           MOVE WS-RTV-REFERENCE-NUM(WS-SUB) TO RW-REFERENCE-NUM
           MOVE PA_CATALOG_NUM TO RW-CATALOG-NUM
           MOVE PA_PART_NAME TO RW-PART-NAME
           MOVE WS-RTV-DATE(WS-SUB) TO RW-MOVE-DATE
           MOVE WS-RTV-QUANTITY(WS-SUB) TO RW-QUANTITY
           MOVE WS-RTV-COST TO RW-UNIT-COST
           COMPUTE RW-EXT-COST =
               WS-RTV-QUANTITY(WS-SUB) * WS-RTV-COST
           MOVE WS-RTV-REASON-CODE(WS-SUB) TO RW-REASON-CODE
           WRITE RETURN-WORK-RECORD
           MOVE "RV" TO IV-MOVE-TYPE
           COMPUTE IV-QUANTITY = ZERO - WS-RTV-QUANTITY(WS-SUB)
           COMPUTE IV-EXTENDED-VALUE =
               ZERO - WS-RTV-QUANTITY(WS-SUB) * WS-RTV-COST
           MOVE ZERO TO IV-VARIANCE-VALUE
           MOVE WS-RTV-REFERENCE-NUM(WS-SUB) TO IV-REFERENCE-NUM
           PERFORM 53-WRITE-VALUE-ROUTINE
        .

       53-WRITE-VALUE-ROUTINE.

           MOVE "STOCKPOST" TO IV-SOURCE-PROGRAM
           MOVE WS-RUN-STAMP(1:8) TO IV-POST-DATE
           MOVE PA_CATALOG_NUM TO IV-CATALOG-NUM
           MOVE PA_WAREHOUSE_ID TO IV-WAREHOUSE-ID
           MOVE SPACES TO IV-FROM-WAREHOUSE-ID
           WRITE INVENTORY-VALUE-RECORD
        .

       65-WRITE-ISSUE-VALUE-ROUTINE.

           IF WS-RELIEF-REMAINING > ZERO
               COMPUTE WS-ISSUE-VALUE =
                   WS-ISSUE-VALUE
                   + WS-RELIEF-REMAINING * PA_PURCHASE_PRICE
           END-IF
           MOVE ZERO TO WS-KIT-ISSUE-VALUE
           IF WS-KIT-ISSUE-TOTAL > ZERO
               COMPUTE WS-KIT-ISSUE-VALUE ROUNDED =
                   WS-ISSUE-VALUE * WS-KIT-ISSUE-TOTAL
                   / WS-ISSUE-TOTAL
               MOVE "KI" TO IV-MOVE-TYPE
               COMPUTE IV-QUANTITY = ZERO - WS-KIT-ISSUE-TOTAL
               COMPUTE IV-EXTENDED-VALUE = ZERO - WS-KIT-ISSUE-VALUE
               MOVE ZERO TO IV-VARIANCE-VALUE
               MOVE ZERO TO IV-REFERENCE-NUM
               PERFORM 53-WRITE-VALUE-ROUTINE
           END-IF
           IF WS-ISSUE-TOTAL > WS-KIT-ISSUE-TOTAL
               MOVE "IS" TO IV-MOVE-TYPE
               COMPUTE IV-QUANTITY =
                   WS-KIT-ISSUE-TOTAL - WS-ISSUE-TOTAL
               COMPUTE IV-EXTENDED-VALUE =
                   WS-KIT-ISSUE-VALUE - WS-ISSUE-VALUE
               MOVE ZERO TO IV-VARIANCE-VALUE
               MOVE ZERO TO IV-REFERENCE-NUM
               PERFORM 53-WRITE-VALUE-ROUTINE
           END-IF
        .

       63-WRITE-PPV-ROUTINE.

           MOVE PA_SUPPLIER_ID TO PV-SUPPLIER-ID
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 32-WRITE-LINES-ROUTINE
           PERFORM 51-STORE-LEDGER-ROUTINE
        .

       51-STORE-LEDGER-ROUTINE.

           MOVE WS-RUN-STAMP(1:8) TO SK-POST-DATE
           MOVE WS-RUN-STAMP(9:6) TO SK-POST-TIME
           MOVE "STOCKPOST" TO SK-SOURCE-PROGRAM
           MOVE PA_CATALOG_NUM TO SK-CATALOG-NUM
           MOVE PA_WAREHOUSE_ID TO SK-WAREHOUSE-ID
           MOVE PA_WAREHOUSE_BIN TO SK-WAREHOUSE-BIN
           MOVE SM_QUANTITY TO SK-QUANTITY
           MOVE ZERO TO SK-UNIT-COST
           MOVE SM_MOVE_DATE TO SK-MOVE-DATE
           MOVE SM_REFERENCE_NUM TO SK-REFERENCE-NUM
           EVALUATE TRUE
               WHEN SM_MOVE_CODE = "R" AND SM_KIT_MOVEMENT
                   MOVE "KR" TO SK-MOVE-TYPE
                   MOVE WS-ACTUAL-COST TO SK-UNIT-COST
                   MOVE "KO" TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "I" AND SM_KIT_MOVEMENT
                   MOVE "KI" TO SK-MOVE-TYPE
                   COMPUTE SK-QUANTITY = ZERO - SM_QUANTITY
                   MOVE "KO" TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "R"
                   MOVE "RC" TO SK-MOVE-TYPE
                   MOVE WS-ACTUAL-COST TO SK-UNIT-COST
                   MOVE "PO" TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "I"
                   MOVE "IS" TO SK-MOVE-TYPE
                   COMPUTE SK-QUANTITY = ZERO - SM_QUANTITY
                   MOVE "OR" TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "A"
                   MOVE "AD" TO SK-MOVE-TYPE
                   MOVE PA_PURCHASE_PRICE TO SK-UNIT-COST
                   MOVE SPACES TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "C"
                   MOVE "CR" TO SK-MOVE-TYPE
                   MOVE WS-ACTUAL-COST TO SK-UNIT-COST
                   MOVE "OR" TO SK-REFERENCE-TYPE
               WHEN SM_MOVE_CODE = "V"
                   MOVE "RV" TO SK-MOVE-TYPE
                   COMPUTE SK-QUANTITY = ZERO - SM_QUANTITY
                   MOVE "PO" TO SK-REFERENCE-TYPE
           END-EVALUATE
           IF SM_REFERENCE_NUM = ZERO
               MOVE SPACES TO SK-REFERENCE-TYPE
           END-IF
           IF WS-LEDGER-COUNT < 300
               ADD 1 TO WS-LEDGER-COUNT
               MOVE STOCK-LEDGER-RECORD
                   TO WS-LEDGER-ENTRY(WS-LEDGER-COUNT)
           ELSE
               IF SK-ISSUE OR SK-KIT-ISSUE OR SK-RETURN-TO-VENDOR
                   MOVE PA_PURCHASE_PRICE TO SK-UNIT-COST
               END-IF
               WRITE STOCK-LEDGER-RECORD
           END-IF
        .

       52-FLUSH-LEDGER-ROUTINE.

           MOVE ZERO TO WS-LEDGER-ISSUE-COST
           IF WS-ISSUE-TOTAL > ZERO
               COMPUTE WS-LEDGER-ISSUE-COST ROUNDED =
                   WS-ISSUE-VALUE / WS-ISSUE-TOTAL
           END-IF
           PERFORM 54-WRITE-LEDGER-ROUTINE
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
        .

       54-WRITE-LEDGER-ROUTINE.

           MOVE WS-LEDGER-ENTRY(WS-LEDGER-SUB) TO STOCK-LEDGER-RECORD
           EVALUATE TRUE
               WHEN SK-ISSUE OR SK-KIT-ISSUE
                   MOVE WS-LEDGER-ISSUE-COST TO SK-UNIT-COST
               WHEN SK-RETURN-TO-VENDOR
                   MOVE WS-RTV-COST TO SK-UNIT-COST
           END-EVALUATE
           WRITE STOCK-LEDGER-RECORD
        .

       66-LOG-REJECT-ROUTINE.
           PERFORM 23-READ-LAYER-RECORD
               UNTIL WS-LAYER-KEY NOT < PA_CATALOG_NUM
           MOVE WS-ISSUE-TOTAL TO WS-RELIEF-REMAINING
           MOVE WS-RTV-TOTAL TO WS-RTV-REMAINING
           PERFORM 74-RELIEVE-ONE-LAYER-ROUTINE
               UNTIL WS-LAYER-KEY NOT = PA_CATALOG_NUM
           IF WS-RECEIPT-TOTAL > ZERO
               COMPUTE WS-RECEIPT-COST ROUNDED =
                   WS-RECEIPT-VALUE / WS-RECEIPT-TOTAL
               IF WS-RTV-REMAINING > ZERO
                   PERFORM 71-RTV-FROM-RECEIPTS-ROUTINE
               END-IF
           END-IF
           IF WS-RECEIPT-TOTAL > ZERO
               PERFORM 75-WRITE-RECEIPT-LAYER-ROUTINE
           END-IF
           IF WS-RETURN-TOTAL > ZERO
               PERFORM 79-WRITE-RETURN-LAYER-ROUTINE
           END-IF
           IF WS-RTV-REMAINING > ZERO
               COMPUTE WS-RTV-VALUE =
                   WS-RTV-VALUE
                   + WS-RTV-REMAINING * PA_PURCHASE_PRICE
           END-IF
        .

       71-RTV-FROM-RECEIPTS-ROUTINE.

           IF WS-RTV-REMAINING NOT < WS-RECEIPT-TOTAL
               COMPUTE WS-RTV-VALUE =
                   WS-RTV-VALUE
                   + WS-RECEIPT-TOTAL * WS-RECEIPT-COST
               SUBTRACT WS-RECEIPT-TOTAL FROM WS-RTV-REMAINING
               MOVE ZERO TO WS-RECEIPT-TOTAL
           ELSE
               COMPUTE WS-RTV-VALUE =
                   WS-RTV-VALUE
                   + WS-RTV-REMAINING * WS-RECEIPT-COST
               SUBTRACT WS-RTV-REMAINING FROM WS-RECEIPT-TOTAL
               MOVE ZERO TO WS-RTV-REMAINING
           END-IF
        .

       73-RELIEVE-RTV-ROUTINE.

           IF WS-RTV-REMAINING NOT < CL-QUANTITY
               COMPUTE WS-RTV-VALUE =
                   WS-RTV-VALUE + CL-QUANTITY * CL-UNIT-COST
               SUBTRACT CL-QUANTITY FROM WS-RTV-REMAINING
               MOVE ZERO TO CL-QUANTITY
           ELSE
               COMPUTE WS-RTV-VALUE =
                   WS-RTV-VALUE + WS-RTV-REMAINING * CL-UNIT-COST
               SUBTRACT WS-RTV-REMAINING FROM CL-QUANTITY
               MOVE ZERO TO WS-RTV-REMAINING
           END-IF
        .

       74-RELIEVE-ONE-LAYER-ROUTINE.

           IF WS-RTV-REMAINING > ZERO
               PERFORM 73-RELIEVE-RTV-ROUTINE
           END-IF
           IF WS-RELIEF-REMAINING NOT < CL-QUANTITY
               MOVE CL-QUANTITY TO WS-RELIEVED-QTY
               SUBTRACT CL-QUANTITY FROM WS-RELIEF-REMAINING
           ELSE
               MOVE WS-RELIEF-REMAINING TO WS-RELIEVED-QTY
               SUBTRACT WS-RELIEF-REMAINING FROM CL-QUANTITY
               MOVE ZERO TO WS-RELIEF-REMAINING
               WRITE NEW-LAYER-FILE-RECORD FROM COST-LAYER-RECORD
           END-IF
           IF WS-RELIEVED-QTY > ZERO
               MOVE CL-RECEIPT-DATE TO LR-LAYER-DATE
               MOVE CL-UNIT-COST TO LR-UNIT-COST
               PERFORM 78-WRITE-RELIEF-ROUTINE
           END-IF
           PERFORM 23-READ-LAYER-RECORD
        .

       75-WRITE-RECEIPT-LAYER-ROUTINE.

           MOVE WS-YEAR TO LR-LAYER-YEAR
           MOVE WS-MONTH TO LR-LAYER-MONTH
           MOVE WS-DAY TO LR-LAYER-DAY
           MOVE WS-RECEIPT-COST TO LR-UNIT-COST
           IF WS-RELIEF-REMAINING NOT < WS-RECEIPT-TOTAL
               MOVE WS-RECEIPT-TOTAL TO WS-RELIEVED-QTY
               PERFORM 78-WRITE-RELIEF-ROUTINE
               SUBTRACT WS-RECEIPT-TOTAL FROM WS-RELIEF-REMAINING
           ELSE
               IF WS-RELIEF-REMAINING > ZERO
                   MOVE WS-RELIEF-REMAINING TO WS-RELIEVED-QTY
                   PERFORM 78-WRITE-RELIEF-ROUTINE
               END-IF
               MOVE PA_CATALOG_NUM TO NL-CATALOG-NUM
               MOVE WS-YEAR TO NL-RECEIPT-YEAR
               MOVE WS-MONTH TO NL-RECEIPT-MONTH
                       WS-RECEIPT-TOTAL - WS-RELIEF-REMAINING
               END-IF
               MOVE ZERO TO WS-RELIEF-REMAINING
               MOVE WS-RECEIPT-COST TO NL-UNIT-COST
               WRITE NEW-LAYER-FILE-RECORD FROM NEW-LAYER-RECORD
           END-IF
        .

       79-WRITE-RETURN-LAYER-ROUTINE.

           COMPUTE WS-RETURN-COST ROUNDED =
               WS-RETURN-VALUE / WS-RETURN-TOTAL
           MOVE WS-YEAR TO LR-LAYER-YEAR
           MOVE WS-MONTH TO LR-LAYER-MONTH
           MOVE WS-DAY TO LR-LAYER-DAY
           MOVE WS-RETURN-COST TO LR-UNIT-COST
           IF WS-RELIEF-REMAINING NOT < WS-RETURN-TOTAL
               MOVE WS-RETURN-TOTAL TO WS-RELIEVED-QTY
               PERFORM 78-WRITE-RELIEF-ROUTINE
               SUBTRACT WS-RETURN-TOTAL FROM WS-RELIEF-REMAINING
           ELSE
               IF WS-RELIEF-REMAINING > ZERO
                   MOVE WS-RELIEF-REMAINING TO WS-RELIEVED-QTY
                   PERFORM 78-WRITE-RELIEF-ROUTINE
               END-IF
               MOVE PA_CATALOG_NUM TO NL-CATALOG-NUM
               MOVE WS-YEAR TO NL-RECEIPT-YEAR
               MOVE WS-MONTH TO NL-RECEIPT-MONTH
               MOVE WS-DAY TO NL-RECEIPT-DAY
               IF WS-RETURN-TOTAL - WS-RELIEF-REMAINING > 9999
                   MOVE 9999 TO NL-QUANTITY
               ELSE
                   COMPUTE NL-QUANTITY =
                       WS-RETURN-TOTAL - WS-RELIEF-REMAINING
               END-IF
               MOVE ZERO TO WS-RELIEF-REMAINING
               MOVE WS-RETURN-COST TO NL-UNIT-COST
               WRITE NEW-LAYER-FILE-RECORD FROM NEW-LAYER-RECORD
           END-IF
        .

       78-WRITE-RELIEF-ROUTINE.

           MOVE PA_CATALOG_NUM TO LR-CATALOG-NUM
           MOVE WS-RELIEVED-QTY TO LR-QUANTITY
           MOVE WS-RUN-STAMP(1:8) TO LR-POST-DATE
           WRITE LAYER-RELIEF-RECORD
           COMPUTE WS-ISSUE-VALUE =
               WS-ISSUE-VALUE + WS-RELIEVED-QTY * LR-UNIT-COST
        .

       76-COPY-LAYERS-ROUTINE.

           PERFORM 23-READ-LAYER-RECORD
                 OLD-LAYER-FILE
                 NEW-MASTER-FILE
                 NEW-LAYER-FILE
                 LAYER-RELIEF-FILE
                 STOCK-VALUE-FILE
                 POSTING-REGISTER-FILE
                 PPV-WORK-FILE
                 RETURN-WORK-FILE
                 USAGE-HISTORY-FILE
                 RUN-LOG-FILE
                 STOCK-LEDGER-FILE
        .

       80-LOAD-PPV-SORT.
           WRITE VARIANCE-RECORD FROM END-OF-REPORT-LINE
               AFTER ADVANCING 2
        .

       90-LOAD-RETURN-SORT.

           OPEN INPUT RETURN-WORK-FILE
           PERFORM UNTIL RETURN-WORK-AT-END = "Y"
               READ RETURN-WORK-FILE
                   AT END
                       MOVE "Y" TO RETURN-WORK-AT-END
                   NOT AT END
                       MOVE RW-KIND TO RS_KIND
                       MOVE RW-PARTY-ID TO RS_PARTY_ID
                       MOVE RW-REFERENCE-NUM TO RS_REFERENCE_NUM
                       MOVE RW-CATALOG-NUM TO RS_CATALOG_NUM
                       MOVE RW-PART-NAME TO RS_PART_NAME
                       MOVE RW-MOVE-DATE TO RS_MOVE_DATE
                       MOVE RW-QUANTITY TO RS_QUANTITY
                       MOVE RW-UNIT-COST TO RS_UNIT_COST
                       MOVE RW-EXT-COST TO RS_EXT_COST
                       MOVE RW-REASON-CODE TO RS_REASON_CODE
                       RELEASE SORT-RETURN-RECORD
               END-READ
           END-PERFORM
           CLOSE RETURN-WORK-FILE
        .

       91-READ-MEMO-NUMBER-ROUTINE.

           OPEN INPUT MEMO-NUMBER-FILE
           READ MEMO-NUMBER-FILE
               AT END
                   MOVE ZERO TO WS-NEXT-MEMO-NUMBER
               NOT AT END
                   MOVE MEMO-NUMBER-FILE-RECORD TO WS-NEXT-MEMO-NUMBER
           END-READ
           CLOSE MEMO-NUMBER-FILE
        .

       92-RETURNS-REGISTER-ROUTINE.

           OPEN INPUT  SUPPLIER-FILE
                OUTPUT RETURNS-REGISTER-FILE
                OUTPUT DEBIT-MEMO-FILE
           PERFORM 91-READ-MEMO-NUMBER-ROUTINE
           PERFORM 98-READ-SUPPLIER-RECORD
           PERFORM 93-WRITE-RETURN-HEADINGS
           PERFORM UNTIL RETURN-SORT-AT-END = "Y"
               RETURN RETURN-SORT-FILE
                   AT END
                       MOVE "Y" TO RETURN-SORT-AT-END
                   NOT AT END
                       PERFORM 94-PRINT-RETURN-ROUTINE
               END-RETURN
           END-PERFORM
           IF FIRST-RETURN-FLAG = "N"
               PERFORM 95-RETURN-KIND-BREAK
           END-IF
           PERFORM 47-RETURN-TOTAL-ROUTINE
           PERFORM 99-REWRITE-MEMO-NUMBER-ROUTINE
           CLOSE SUPPLIER-FILE
                 RETURNS-REGISTER-FILE
                 DEBIT-MEMO-FILE
        .

       93-WRITE-RETURN-HEADINGS.

           ADD 1 TO WS-RET-PAGE-NUMBER
           MOVE WS-RET-PAGE-NUMBER TO RH1-PAGE-NUMBER
           WRITE RETURNS-RECORD FROM RET-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-RET-LINE-COUNT
           WRITE RETURNS-RECORD FROM RET-HEADING-TWO
               AFTER ADVANCING 2
           ADD 2 TO WS-RET-LINE-COUNT
        .

       96-WRITE-KIND-HEADINGS.

           IF WS-PRIOR-KIND = "C"
               MOVE "CUSTOMER RETURNS" TO RK-KIND-NAME
               MOVE "CUST" TO RH3-PARTY-LABEL
           ELSE
               MOVE "RETURNS TO VENDOR" TO RK-KIND-NAME
               MOVE "SUPPLR" TO RH3-PARTY-LABEL
           END-IF
           WRITE RETURNS-RECORD FROM RET-KIND-LINE
               AFTER ADVANCING 2
           WRITE RETURNS-RECORD FROM RET-HEADING-THREE
               AFTER ADVANCING 1
           MOVE SPACES TO RETURNS-RECORD
           WRITE RETURNS-RECORD AFTER ADVANCING 1
           ADD 4 TO WS-RET-LINE-COUNT
        .

       94-PRINT-RETURN-ROUTINE.

           IF RS_KIND NOT = WS-PRIOR-KIND
               OR FIRST-RETURN-FLAG = "Y"
               IF FIRST-RETURN-FLAG = "N"
                   PERFORM 95-RETURN-KIND-BREAK
               END-IF
               MOVE "N" TO FIRST-RETURN-FLAG
               MOVE RS_KIND TO WS-PRIOR-KIND
               MOVE ZERO TO WS-KIND-QTY
               MOVE ZERO TO WS-KIND-VALUE
               PERFORM 96-WRITE-KIND-HEADINGS
           END-IF
           IF WS-RET-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 93-WRITE-RETURN-HEADINGS
               PERFORM 96-WRITE-KIND-HEADINGS
           END-IF
           IF RS_KIND = "V"
               IF MEMO-OPEN-FLAG = "N"
                   OR RS_PARTY_ID NOT = WS-PRIOR-PARTY-ID
                   OR RS_REFERENCE_NUM NOT = WS-PRIOR-REFERENCE-NUM
                   IF MEMO-OPEN-FLAG = "Y"
                       PERFORM 97-FINISH-DEBIT-MEMO
                   END-IF
                   PERFORM 87-START-DEBIT-MEMO
               END-IF
               PERFORM 89-PRINT-MEMO-LINE
           END-IF
           ADD RS_QUANTITY TO WS-KIND-QTY
           ADD RS_EXT_COST TO WS-KIND-VALUE
           MOVE RS_PARTY_ID TO RD-PARTY-ID
           MOVE RS_REFERENCE_NUM TO RD-REFERENCE-NUM
           MOVE RS_CATALOG_NUM TO RD-CATALOG-NUMBER
           MOVE RS_PART_NAME TO RD-PART-NAME
           MOVE RS_MOVE_DATE(5:2) TO RD-MOVE-MONTH
           MOVE RS_MOVE_DATE(7:2) TO RD-MOVE-DAY
           MOVE RS_MOVE_DATE(1:4) TO RD-MOVE-YEAR
           MOVE RS_QUANTITY TO RD-QUANTITY
           MOVE RS_REASON_CODE TO RD-REASON-CODE
           MOVE RS_UNIT_COST TO RD-UNIT-COST
           MOVE RS_EXT_COST TO RD-EXT-COST
           WRITE RETURNS-RECORD FROM RET-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-RET-LINE-COUNT
        .

       95-RETURN-KIND-BREAK.

           IF MEMO-OPEN-FLAG = "Y"
               PERFORM 97-FINISH-DEBIT-MEMO
           END-IF
           IF WS-PRIOR-KIND = "C"
               MOVE "TOTAL CUSTOMER RETURNS:" TO RT-TOTAL-LABEL
           ELSE
               MOVE "TOTAL RETURNS TO VENDOR:" TO RT-TOTAL-LABEL
           END-IF
           MOVE WS-KIND-QTY TO RT-TOTAL-QTY
           MOVE WS-KIND-VALUE TO RT-TOTAL-COST
           WRITE RETURNS-RECORD FROM RET-TOTAL-LINE
               AFTER ADVANCING 2
           ADD 2 TO WS-RET-LINE-COUNT
        .

       47-RETURN-TOTAL-ROUTINE.

           MOVE WS-MEMO-COUNT TO RM-MEMO-COUNT
           WRITE RETURNS-RECORD FROM RET-MEMO-COUNT-LINE
               AFTER ADVANCING 2
           WRITE RETURNS-RECORD FROM END-OF-REPORT-LINE
               AFTER ADVANCING 2
        .

       87-START-DEBIT-MEMO.

           MOVE "Y" TO MEMO-OPEN-FLAG
           MOVE RS_PARTY_ID TO WS-PRIOR-PARTY-ID
           MOVE RS_REFERENCE_NUM TO WS-PRIOR-REFERENCE-NUM
           ADD 1 TO WS-NEXT-MEMO-NUMBER
           ADD 1 TO WS-MEMO-COUNT
           MOVE ZERO TO WS-MEMO-VALUE
           PERFORM 98-READ-SUPPLIER-RECORD
               UNTIL WS-SUPPLIER-KEY NOT < RS_PARTY_ID
           PERFORM 81-WRITE-MEMO-HEADINGS
        .

       81-WRITE-MEMO-HEADINGS.

           ADD 1 TO WS-MEMO-PAGE-NUMBER
           MOVE WS-MEMO-PAGE-NUMBER TO MH1-PAGE-NUMBER
           WRITE DEBIT-MEMO-RECORD FROM MEMO-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-MEMO-LINE-COUNT
           WRITE DEBIT-MEMO-RECORD FROM MEMO-HEADING-TWO
               AFTER ADVANCING 2
           MOVE WS-NEXT-MEMO-NUMBER TO MN-MEMO-NUMBER
           MOVE WS-PRIOR-REFERENCE-NUM TO MN-PO-NUMBER
           WRITE DEBIT-MEMO-RECORD FROM MEMO-NUMBER-LINE
               AFTER ADVANCING 2
           ADD 4 TO WS-MEMO-LINE-COUNT
           MOVE WS-PRIOR-PARTY-ID TO MS-SUPPLIER-ID
           IF WS-SUPPLIER-KEY = WS-PRIOR-PARTY-ID
               MOVE SU-SUPPLIER-NAME TO MS-SUPPLIER-NAME
               WRITE DEBIT-MEMO-RECORD FROM MEMO-SUPPLIER-LINE
                   AFTER ADVANCING 2
               MOVE SU-ADDRESS-LINE-1 TO MA-ADDRESS
               WRITE DEBIT-MEMO-RECORD FROM MEMO-ADDRESS-LINE
                   AFTER ADVANCING 1
               MOVE SU-ADDRESS-LINE-2 TO MA-ADDRESS
               WRITE DEBIT-MEMO-RECORD FROM MEMO-ADDRESS-LINE
                   AFTER ADVANCING 1
               ADD 4 TO WS-MEMO-LINE-COUNT
           ELSE
               MOVE "NOT ON SUPPLIER FILE" TO MS-SUPPLIER-NAME
               WRITE DEBIT-MEMO-RECORD FROM MEMO-SUPPLIER-LINE
                   AFTER ADVANCING 2
               ADD 2 TO WS-MEMO-LINE-COUNT
           END-IF
           WRITE DEBIT-MEMO-RECORD FROM MEMO-HEADING-THREE
               AFTER ADVANCING 2
           MOVE SPACES TO DEBIT-MEMO-RECORD
           WRITE DEBIT-MEMO-RECORD AFTER ADVANCING 1
           ADD 3 TO WS-MEMO-LINE-COUNT
        .

       89-PRINT-MEMO-LINE.

           IF WS-MEMO-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 81-WRITE-MEMO-HEADINGS
           END-IF
           ADD RS_EXT_COST TO WS-MEMO-VALUE
           MOVE RS_CATALOG_NUM TO MD-CATALOG-NUMBER
           MOVE RS_PART_NAME TO MD-PART-NAME
           MOVE RS_QUANTITY TO MD-QUANTITY
           MOVE RS_REASON_CODE TO MD-REASON-CODE
           MOVE RS_UNIT_COST TO MD-UNIT-COST
           MOVE RS_EXT_COST TO MD-AMOUNT
           WRITE DEBIT-MEMO-RECORD FROM MEMO-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-MEMO-LINE-COUNT
        .

       97-FINISH-DEBIT-MEMO.

           MOVE WS-MEMO-VALUE TO MT-MEMO-TOTAL
           WRITE DEBIT-MEMO-RECORD FROM MEMO-TOTAL-LINE
               AFTER ADVANCING 2
           WRITE DEBIT-MEMO-RECORD FROM MEMO-FOOTING-LINE
               AFTER ADVANCING 3
           MOVE "N" TO MEMO-OPEN-FLAG
        .

       98-READ-SUPPLIER-RECORD.

           READ SUPPLIER-FILE
               AT END
                   MOVE "Y" TO SUPPLIER-AT-END
                   MOVE HIGH-VALUES TO WS-SUPPLIER-KEY
               NOT AT END
                   MOVE SU-SUPPLIER-ID TO WS-SUPPLIER-KEY
           END-READ
        .

       99-REWRITE-MEMO-NUMBER-ROUTINE.

           OPEN OUTPUT MEMO-NUMBER-FILE
           MOVE WS-NEXT-MEMO-NUMBER TO MEMO-NUMBER-FILE-RECORD
           WRITE MEMO-NUMBER-FILE-RECORD
           CLOSE MEMO-NUMBER-FILE
        .
