       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustInvoice.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that bills the Luna, Ltd. customers for
      * the stock OrderAlloc put on the night's pick list, so
      * billing no longer retypes the pick list into invoices by
      * hand.  The allocated lines are priced from the selling price
      * file, costed from the cost layers StockPost actually
      * relieved for them (oldest first), and printed as numbered
      * customer invoices, one per customer order.  A sales register
      * and a gross-margin report by part and by customer come out
      * of the same run, so what we made on a part is figured on
      * what the stock really cost and not on today's
      * PA_PURCHASE_PRICE.
      *
      * Customer returns OrderAlloc credited come through the same
      * run as credit lines, so a return nets against the order's
      * sales, cost, and margin and comes off the customer's open
      * balance.
      *
      * The program runs after StockPost, so the layer relief file
      * reflects the night's issues.
      ****************************************************************
      * INPUT:
      *    The ALLOCATED LINE FILE contains one ALLOC-LINE-RECORD
      *    per order line OrderAlloc allocated, as described in
      *    ALLOCREC.CPY.  The file is sorted by this program.
      *
      *    The INVENTORY FILE contains the current PART-RECORDs, as
      *    described in PARTREC.CPY, in PA_CATALOG_NUM sequence.
      *
      *    The LAYER RELIEF FILE contains one LAYER-RELIEF-RECORD
      *    per cost layer StockPost relieved, as described in
      *    RELIEFRC.CPY, in catalog number sequence, oldest layer
      *    first.  Each sale is costed from the oldest relief left
      *    for its part; a line the relief does not cover is
      *    costed at PA_PURCHASE_PRICE and flagged NC.
      *
      *    The SELLING PRICE FILE (SELLPRCR.CPY) carries a list
      *    price per catalog number plus any customer-specific
      *    prices; it is loaded into a table at start of job.  A
      *    line with no price on file is billed at zero and flagged
      *    NP on the sales register.
      *
      *    The RETURN CREDIT FILE (RETCRDR.CPY) contains one
      *    RETURN-CREDIT-RECORD per customer return OrderAlloc
      *    credited, carrying the price originally billed and the
      *    original unit cost.  Each becomes a credit line, flagged
      *    CR, on the order's invoice; it takes no layer relief and
      *    no price lookup.  A credit with no original cost is
      *    costed at PA_PURCHASE_PRICE.
      *
      *    The CUSTOMER FILE (CUSTREC.CPY), in CM-CUSTOMER-ID
      *    sequence, supplies the name and ship-to address printed
      *    on each invoice.
      *
      *    The INVOICE NUMBER FILE carries the last invoice number
      *    used, the same way PoNumberFile.txt does for purchase
      *    orders; it is rewritten at end of job.
      ****************************************************************
      * OUTPUT:
      *    The INVOICE FILE holds one printed invoice per customer
      *    order billed, each on a new page, with its own invoice
      *    number, the ship-to block, one line per part, and the
      *    invoice total.  Credit lines print with a minus amount
      *    and the word CREDIT and are taken off the total.
      *
      *    The INVOICE HISTORY FILE gets one INVOICE-HISTORY-RECORD
      *    appended per invoice line (INVHISTR.CPY), carrying the
      *    price charged and the layer cost of the stock shipped.
      *    Credit lines are not written to history.
      *
      *    The BALANCE TRANSACTION FILE gets one CHANGE
      *    CUST-TRAN-RECORD (CUSTRREC.CPY) per customer billed,
      *    carrying the master record's fields with the night's
      *    invoices added to CT-OPEN-BALANCE and the night's credits
      *    taken off it (never below zero), ready to run through
      *    CustMaint so OrderAlloc's credit check sees the new
      *    balance.
      *
      *    The SALES REGISTER lists every invoice line in invoice
      *    number sequence with the amount billed and the cost of
      *    the stock shipped, with totals.
      *
      *    The GROSS MARGIN REPORT shows sales, cost, margin, and
      *    margin percent by part and then by customer.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY): allocated lines and return
      *    credits read, invoice lines written, and NC or NP lines
      *    as the exception count.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALLOCATED-LINE-FILE
               ASSIGN TO 'AllocatedLineFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOC-SORT-FILE
               ASSIGN TO 'AllocSortWork.tmp'.
           SELECT INVENTORY-FILE
               ASSIGN TO 'InventoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LAYER-RELIEF-FILE
               ASSIGN TO 'LayerReliefFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SELL-PRICE-FILE
               ASSIGN TO 'SellPriceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-CREDIT-FILE
               ASSIGN TO 'ReturnCreditFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO 'CustomerFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-NUMBER-FILE
               ASSIGN TO 'InvoiceNumberFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-WORK-FILE
               ASSIGN TO 'InvoiceWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-SORT-FILE
               ASSIGN TO 'InvoiceSortWork.tmp'.
           SELECT OPTIONAL INVOICE-HISTORY-FILE
               ASSIGN TO 'InvoiceHistoryFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-TXN-FILE
               ASSIGN TO 'InvoiceBalanceTxnFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-PRINT-FILE
               ASSIGN TO PRINTER 'InvoiceFile.txt'.
           SELECT SALES-REGISTER-FILE
               ASSIGN TO PRINTER 'SalesRegisterFile.txt'.
           SELECT MARGIN-REPORT-FILE
               ASSIGN TO PRINTER 'MarginReportFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ALLOCATED-LINE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY ALLOCREC.

       SD  ALLOC-SORT-FILE.

       01  SORT-ALLOC-RECORD.
           05  SA_CATALOG_NUM              PIC X(5).
           05  SA_ORDER_NUMBER             PIC 9(6).
           05  SA_CUSTOMER_ID              PIC X(6).
           05  SA_ALLOC_QTY                PIC 9(4).
           05  SA_LINE_TYPE                PIC X(1).
           05  SA_UNIT_PRICE               PIC 9(5)V99.
           05  SA_UNIT_COST                PIC 999V99.

       FD  INVENTORY-FILE
           RECORD CONTAINS 66 CHARACTERS.

           COPY PARTREC.

       FD  LAYER-RELIEF-FILE
           RECORD CONTAINS 32 CHARACTERS.

           COPY RELIEFRC.

       FD  SELL-PRICE-FILE
           RECORD CONTAINS 18 CHARACTERS.

           COPY SELLPRCR.

       FD  RETURN-CREDIT-FILE
           RECORD CONTAINS 49 CHARACTERS.

           COPY RETCRDR.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTREC.

       FD  INVOICE-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  INVOICE-NUMBER-FILE-RECORD      PIC 9(6).

       FD  INVOICE-WORK-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01  INVOICE-WORK-RECORD.
           05  IW-CUSTOMER-ID              PIC X(6).
           05  IW-ORDER-NUMBER             PIC 9(6).
           05  IW-CATALOG-NUM              PIC X(5).
           05  IW-PART-NAME                PIC X(15).
           05  IW-QUANTITY                 PIC 9(4).
           05  IW-UNIT-PRICE               PIC 9(5)V99.
           05  IW-UNIT-COST                PIC 999V99.
           05  IW-EXT-PRICE                PIC 9(7)V99.
           05  IW-EXT-COST                 PIC 9(7)V99.
           05  IW-FLAG                     PIC X(2).

       SD  INVOICE-SORT-FILE.

       01  SORT-INVOICE-RECORD.
           05  SI_CUSTOMER_ID              PIC X(6).
           05  SI_ORDER_NUMBER             PIC 9(6).
           05  SI_CATALOG_NUM              PIC X(5).
           05  SI_PART_NAME                PIC X(15).
           05  SI_QUANTITY                 PIC 9(4).
           05  SI_UNIT_PRICE               PIC 9(5)V99.
           05  SI_UNIT_COST                PIC 999V99.
           05  SI_EXT_PRICE                PIC 9(7)V99.
           05  SI_EXT_COST                 PIC 9(7)V99.
           05  SI_FLAG                     PIC X(2).

       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

           COPY INVHISTR.

       FD  BALANCE-TXN-FILE
           RECORD CONTAINS 101 CHARACTERS.

           COPY CUSTRREC.

       FD  INVOICE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  SALES-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD                 PIC X(80).

       FD  MARGIN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MARGIN-RECORD                   PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  ALLOC-AT-END                PIC X       VALUE "N".
           05  MASTER-AT-END               PIC X       VALUE "N".
           05  RELIEF-AT-END               PIC X       VALUE "N".
           05  PRICE-AT-END                PIC X       VALUE "N".
           05  CREDIT-AT-END               PIC X       VALUE "N".
           05  CUSTOMER-AT-END             PIC X       VALUE "N".
           05  INVOICE-WORK-AT-END         PIC X       VALUE "N".
           05  INVOICE-SORT-AT-END         PIC X       VALUE "N".
           05  FIRST-LINE-FLAG             PIC X       VALUE "Y".

       01  WS-COMPARE-KEYS.
           05  WS-MASTER-KEY               PIC X(5)    VALUE SPACES.
           05  WS-ALLOC-KEY                PIC X(5)    VALUE SPACES.
           05  WS-GROUP-KEY                PIC X(5)    VALUE SPACES.
           05  WS-RELIEF-KEY               PIC X(5)    VALUE SPACES.
           05  WS-CUSTOMER-KEY             PIC X(6)    VALUE SPACES.
           05  WS-PRIOR-CUSTOMER-ID        PIC X(6)    VALUE SPACES.
           05  WS-PRIOR-ORDER-NUMBER       PIC 9(6)    VALUE ZERO.

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-PRICE-TABLE.
           05 WS-PRICE-COUNT               PIC 9(4)    VALUE ZERO.
           05 WS-PRICE-ENTRY               OCCURS 2000.
               10 WS-TAB-PRICE-CATALOG     PIC X(5).
               10 WS-TAB-PRICE-CUSTOMER    PIC X(6).
               10 WS-TAB-UNIT-PRICE        PIC 9(5)V99.

       01  WS-COSTING-FIELDS.
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-PRICE-FOUND               PIC X       VALUE "N".
           05 WS-LIST-FOUND                PIC X       VALUE "N".
           05 WS-UNIT-PRICE                PIC 9(5)V99 VALUE ZERO.
           05 WS-LIST-PRICE                PIC 9(5)V99 VALUE ZERO.
           05 WS-FALLBACK-COST             PIC 999V99  VALUE ZERO.
           05 WS-PART-NAME                 PIC X(15)   VALUE SPACES.
           05 WS-RELIEF-LEFT               PIC 9(6)    VALUE ZERO.
           05 WS-COST-REMAINING            PIC 9(6)    VALUE ZERO.
           05 WS-LINE-COST-VALUE           PIC 9(7)V99 VALUE ZERO.
           05 WS-NEXT-INVOICE-NUMBER       PIC 9(6)    VALUE ZERO.
           05 WS-CUSTOMER-FOUND            PIC X       VALUE "N".
           05 WS-NEW-BALANCE               PIC S9(9)V99 VALUE ZERO.

       01  WS-TOTAL-FIELDS.
           05 WS-PART-QTY                  PIC S9(6)   VALUE ZERO.
           05 WS-PART-SALES                PIC S9(9)V99 VALUE ZERO.
           05 WS-PART-COST                 PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-QTY                  PIC S9(6)   VALUE ZERO.
           05 WS-CUST-SALES                PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-COST                 PIC S9(9)V99 VALUE ZERO.
           05 WS-INVOICE-TOTAL             PIC S9(9)V99 VALUE ZERO.
           05 WS-GRAND-QTY                 PIC S9(7)   VALUE ZERO.
           05 WS-GRAND-SALES               PIC S9(9)V99 VALUE ZERO.
           05 WS-GRAND-COST                PIC S9(9)V99 VALUE ZERO.
           05 WS-MARGIN-QTY                PIC S9(7)   VALUE ZERO.
           05 WS-MARGIN-SALES              PIC S9(9)V99 VALUE ZERO.
           05 WS-MARGIN-COST               PIC S9(9)V99 VALUE ZERO.
           05 WS-MARGIN-AMOUNT             PIC S9(9)V99 VALUE ZERO.
           05 WS-MARGIN-PCT                PIC S9(5)V9 VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-ALLOC-READ-COUNT          PIC 9(7)    VALUE ZERO.
           05 WS-CREDIT-READ-COUNT         PIC 9(5)    VALUE ZERO.
           05 WS-INVOICE-LINE-COUNT        PIC 9(7)    VALUE ZERO.
           05 WS-INVOICE-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-NO-COST-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-NO-PRICE-COUNT            PIC 9(5)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05 WS-PAGE-NUMBER               PIC 9(4)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.
           05 WS-REG-LINE-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-REG-PAGE-NUMBER           PIC 9(4)    VALUE ZERO.
           05 WS-MG-LINE-COUNT             PIC 9(3)    VALUE ZERO.
           05 WS-MG-PAGE-NUMBER            PIC 9(4)    VALUE ZERO.

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
           05                          PIC X(32)   VALUE SPACES.
           05                          PIC X(16)   VALUE
                               "CUSTOMER INVOICE".
           05                          PIC X(32)   VALUE SPACES.

       01  INVOICE-NUMBER-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "INVOICE NO: ".
           05  IN-INVOICE-NUMBER       PIC 9(6).
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "INVOICE DATE: ".
           05  IN-INVOICE-DATE.
               10  IN-MONTH            PIC 99.
               10                      PIC X       VALUE "/".
               10  IN-DAY              PIC 99.
               10                      PIC X       VALUE "/".
               10  IN-YEAR             PIC 9999.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(7)    VALUE "ORDER: ".
           05  IN-ORDER-NUMBER         PIC 9(6).
           05                          PIC X(15)   VALUE SPACES.

       01  SHIP-TO-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "SHIP TO: ".
           05  ST-CUSTOMER-ID          PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  ST-CUSTOMER-NAME        PIC X(25).
           05                          PIC X(36)   VALUE SPACES.

       01  SHIP-ADDRESS-LINE.
           05                          PIC X(19)   VALUE SPACES.
           05  SA-SHIP-ADDRESS         PIC X(25).
           05                          PIC X(36)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(4)    VALUE "PART".
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(10)   VALUE "UNIT PRICE".
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(6)    VALUE "AMOUNT".
           05                          PIC X(19)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(4)    VALUE SPACES.
           05  DL-PART-NAME            PIC X(15).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZ9.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-UNIT-PRICE           PIC ZZ,ZZ9.99.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-CREDIT-NOTE          PIC X(6).
           05                          PIC X(12)   VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05                          PIC X(34)   VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "INVOICE TOTAL:".
           05                          PIC X(1)    VALUE SPACES.
           05  IT-INVOICE-TOTAL        PIC ZZZZ,ZZ9.99-.
           05                          PIC X(19)   VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.

      ******************    SALES REGISTER AREA    *********************

       01  SR-HEADING-ONE.
           05  SH1-DATE.
               10  SH1-MONTH           PIC 99.
               10                      PIC X       VALUE "/".
               10  SH1-DAY             PIC 99.
               10                      PIC X       VALUE "/".
               10  SH1-YEAR            PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  SH1-PAGE-NUMBER         PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  SR-HEADING-TWO.
           05                          PIC X(33)   VALUE SPACES.
           05                          PIC X(14)   VALUE
                               "SALES REGISTER".
           05                          PIC X(33)   VALUE SPACES.

       01  SR-HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE "INVOICE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(4)    VALUE "CUST".
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(5)    VALUE "ORDER".
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(7)    VALUE "CATALOG".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PRICE".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(6)    VALUE "AMOUNT".
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(4)    VALUE "COST".
           05                          PIC X(8)    VALUE SPACES.

       01  SR-DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  SD-INVOICE-NUMBER       PIC 9(6).
           05                          PIC X(2)    VALUE SPACES.
           05  SD-CUSTOMER-ID          PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05  SD-ORDER-NUMBER         PIC 9(6).
           05                          PIC X(2)    VALUE SPACES.
           05  SD-CATALOG-NUMBER       PIC X(5).
           05                          PIC X(2)    VALUE SPACES.
           05  SD-QUANTITY             PIC ZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  SD-UNIT-PRICE           PIC ZZ,ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  SD-AMOUNT               PIC ZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  SD-COST                 PIC ZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  SD-FLAG                 PIC X(2).
           05                          PIC X(4)    VALUE SPACES.

       01  SR-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "LINES:".
           05  ST-LINE-COUNT           PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "INVOICES:".
           05  ST-INVOICE-COUNT        PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "SALES:".
           05  ST-SALES                PIC ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "COST:".
           05  ST-COST                 PIC ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(8)    VALUE SPACES.

       01  SR-LEGEND-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(45)   VALUE
                  "NC = COSTED AT MASTER PRICE (NO LAYER RELIEF)".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(29)   VALUE
                  "NP = NO SELLING PRICE ON FILE".
           05                          PIC X(2)    VALUE SPACES.

       01  SR-CREDIT-LEGEND-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(47)   VALUE
                  "CR = CUSTOMER RETURN CREDITED AT ORIGINAL PRICE".
           05                          PIC X(31)   VALUE SPACES.

      ****************    GROSS MARGIN REPORT AREA    ****************

       01  MG-HEADING-ONE.
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

       01  MG-HEADING-TWO.
           05                          PIC X(30)   VALUE SPACES.
           05                          PIC X(19)   VALUE
                               "GROSS MARGIN REPORT".
           05                          PIC X(31)   VALUE SPACES.

       01  MG-SECTION-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  MS-SECTION-TITLE        PIC X(30).
           05                          PIC X(48)   VALUE SPACES.

       01  MG-HEADING-THREE.
           05                          PIC X(2)    VALUE SPACES.
           05  MH3-KEY-LABEL           PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(4)    VALUE "NAME".
           05                          PIC X(15)   VALUE SPACES.
           05                          PIC X(3)    VALUE "QTY".
           05                          PIC X(8)    VALUE SPACES.
           05                          PIC X(5)    VALUE "SALES".
           05                          PIC X(9)    VALUE SPACES.
           05                          PIC X(4)    VALUE "COST".
           05                          PIC X(7)    VALUE SPACES.
           05                          PIC X(6)    VALUE "MARGIN".
           05                          PIC X(6)    VALUE SPACES.
           05                          PIC X(3)    VALUE "PCT".
           05                          PIC X(1)    VALUE SPACES.

       01  MG-DETAIL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  MD-KEY                  PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  MD-NAME                 PIC X(15).
           05                          PIC X(1)    VALUE SPACES.
           05  MD-QUANTITY             PIC ZZZZ9-.
           05                          PIC X(1)    VALUE SPACES.
           05  MD-SALES                PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MD-COST                 PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MD-MARGIN               PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MD-MARGIN-PCT           PIC ZZZZ9.9-.
           05                          PIC X(1)    VALUE SPACES.

       01  MG-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05  MT-TOTAL-LABEL          PIC X(22).
           05                          PIC X(1)    VALUE SPACES.
           05  MT-QUANTITY             PIC ZZZZ9-.
           05                          PIC X(1)    VALUE SPACES.
           05  MT-SALES                PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MT-COST                 PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MT-MARGIN               PIC ZZZZ,ZZ9.99-.
           05                          PIC X(1)    VALUE SPACES.
           05  MT-MARGIN-PCT           PIC ZZZZ9.9-.
           05                          PIC X(1)    VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT ALLOC-SORT-FILE
               ON ASCENDING KEY SA_CATALOG_NUM
               ON ASCENDING KEY SA_ORDER_NUMBER
               INPUT PROCEDURE 16-LOAD-ALLOC-SORT
               OUTPUT PROCEDURE 17-COST-FROM-SORT-FILE

           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY SI_CUSTOMER_ID
               ON ASCENDING KEY SI_ORDER_NUMBER
               ON ASCENDING KEY SI_CATALOG_NUM
               INPUT PROCEDURE 52-LOAD-INVOICE-SORT
               OUTPUT PROCEDURE 54-INVOICE-ROUTINE

           PERFORM 45-TOTAL-ROUTINE
           PERFORM 46-REWRITE-INVOICE-NUMBER
           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       15-HOUSEKEEPING.

           OPEN OUTPUT MARGIN-REPORT-FILE
                EXTEND RUN-LOG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-MONTH TO IN-MONTH
           MOVE WS-DAY TO IN-DAY
           MOVE WS-YEAR TO IN-YEAR
           MOVE WS-MONTH TO SH1-MONTH
           MOVE WS-DAY TO SH1-DAY
           MOVE WS-YEAR TO SH1-YEAR
           MOVE WS-MONTH TO MH1-MONTH
           MOVE WS-DAY TO MH1-DAY
           MOVE WS-YEAR TO MH1-YEAR
           PERFORM 14-LOAD-PRICE-TABLE
           PERFORM 13-READ-INVOICE-NUMBER
           MOVE "BY PART" TO MS-SECTION-TITLE
           MOVE "PART" TO MH3-KEY-LABEL
           PERFORM 25-WRITE-MARGIN-HEADINGS
        .

       13-READ-INVOICE-NUMBER.

           OPEN INPUT INVOICE-NUMBER-FILE
           READ INVOICE-NUMBER-FILE
               AT END
                   MOVE ZERO TO WS-NEXT-INVOICE-NUMBER
               NOT AT END
                   MOVE INVOICE-NUMBER-FILE-RECORD
                       TO WS-NEXT-INVOICE-NUMBER
           END-READ
           CLOSE INVOICE-NUMBER-FILE
        .

       14-LOAD-PRICE-TABLE.

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

       16-LOAD-ALLOC-SORT.

           OPEN INPUT ALLOCATED-LINE-FILE
           PERFORM UNTIL ALLOC-AT-END = "Y"
               READ ALLOCATED-LINE-FILE
                   AT END
                       MOVE "Y" TO ALLOC-AT-END
                   NOT AT END
                       ADD 1 TO WS-ALLOC-READ-COUNT
                       PERFORM 18-BUILD-ALLOC-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE ALLOCATED-LINE-FILE
           OPEN INPUT RETURN-CREDIT-FILE
           PERFORM UNTIL CREDIT-AT-END = "Y"
               READ RETURN-CREDIT-FILE
                   AT END
                       MOVE "Y" TO CREDIT-AT-END
                   NOT AT END
                       ADD 1 TO WS-CREDIT-READ-COUNT
                       PERFORM 19-BUILD-CREDIT-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE RETURN-CREDIT-FILE
        .

       18-BUILD-ALLOC-SORT-RECORD.

           MOVE AL-CATALOG-NUM TO SA_CATALOG_NUM
           MOVE AL-ORDER-NUMBER TO SA_ORDER_NUMBER
           MOVE AL-CUSTOMER-ID TO SA_CUSTOMER_ID
           MOVE AL-ALLOC-QTY TO SA_ALLOC_QTY
           MOVE "S" TO SA_LINE_TYPE
           MOVE ZERO TO SA_UNIT_PRICE
           MOVE ZERO TO SA_UNIT_COST
           RELEASE SORT-ALLOC-RECORD
        .

       19-BUILD-CREDIT-SORT-RECORD.

           MOVE RC-CATALOG-NUM TO SA_CATALOG_NUM
           MOVE RC-ORDER-NUMBER TO SA_ORDER_NUMBER
           MOVE RC-CUSTOMER-ID TO SA_CUSTOMER_ID
           MOVE RC-QUANTITY TO SA_ALLOC_QTY
           MOVE "C" TO SA_LINE_TYPE
           MOVE RC-UNIT-PRICE TO SA_UNIT_PRICE
           MOVE RC-UNIT-COST TO SA_UNIT_COST
           RELEASE SORT-ALLOC-RECORD
        .

       17-COST-FROM-SORT-FILE.

           OPEN INPUT  INVENTORY-FILE
                       LAYER-RELIEF-FILE
                OUTPUT INVOICE-WORK-FILE
           MOVE "N" TO ALLOC-AT-END
           PERFORM 22-READ-MASTER-RECORD
           PERFORM 23-READ-RELIEF-RECORD
           PERFORM 24-RETURN-ALLOC-RECORD
           PERFORM 35-PROCESS-PART-GROUP
               UNTIL WS-ALLOC-KEY = HIGH-VALUES
           PERFORM 44-PRINT-PART-TOTAL
           CLOSE INVENTORY-FILE
                 LAYER-RELIEF-FILE
                 INVOICE-WORK-FILE
        .

       20-WRITE-INVOICE-HEADINGS.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE WS-NEXT-INVOICE-NUMBER TO IN-INVOICE-NUMBER
           MOVE SI_ORDER_NUMBER TO IN-ORDER-NUMBER
           MOVE INVOICE-NUMBER-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE SI_CUSTOMER_ID TO ST-CUSTOMER-ID
           IF WS-CUSTOMER-FOUND = "Y"
               MOVE CM-CUSTOMER-NAME TO ST-CUSTOMER-NAME
           ELSE
               MOVE "*** NOT ON CUSTOMER FILE" TO ST-CUSTOMER-NAME
           END-IF
           MOVE SHIP-TO-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           IF WS-CUSTOMER-FOUND = "Y"
               MOVE CM-SHIP-ADDRESS-1 TO SA-SHIP-ADDRESS
               MOVE SHIP-ADDRESS-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 30-WRITE-LINES-ROUTINE
               MOVE CM-SHIP-ADDRESS-2 TO SA-SHIP-ADDRESS
               MOVE SHIP-ADDRESS-LINE TO REPORT-RECORD
               PERFORM 30-WRITE-LINES-ROUTINE
           END-IF
           MOVE HEADING-THREE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       21-WRITE-REGISTER-HEADINGS.

           ADD 1 TO WS-REG-PAGE-NUMBER
           MOVE WS-REG-PAGE-NUMBER TO SH1-PAGE-NUMBER
           WRITE REGISTER-RECORD FROM SR-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-REG-LINE-COUNT
           WRITE REGISTER-RECORD FROM SR-HEADING-TWO
               AFTER ADVANCING 2
           WRITE REGISTER-RECORD FROM SR-HEADING-THREE
               AFTER ADVANCING 2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD AFTER ADVANCING 1
           ADD 5 TO WS-REG-LINE-COUNT
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

       23-READ-RELIEF-RECORD.

           READ LAYER-RELIEF-FILE
               AT END
                   MOVE "Y" TO RELIEF-AT-END
                   MOVE HIGH-VALUES TO WS-RELIEF-KEY
                   MOVE ZERO TO WS-RELIEF-LEFT
               NOT AT END
                   MOVE LR-CATALOG-NUM TO WS-RELIEF-KEY
                   MOVE LR-QUANTITY TO WS-RELIEF-LEFT
           END-READ
        .

       24-RETURN-ALLOC-RECORD.

           RETURN ALLOC-SORT-FILE
               AT END
                   MOVE "Y" TO ALLOC-AT-END
                   MOVE HIGH-VALUES TO WS-ALLOC-KEY
               NOT AT END
                   MOVE SA_CATALOG_NUM TO WS-ALLOC-KEY
           END-RETURN
        .

       25-WRITE-MARGIN-HEADINGS.

           ADD 1 TO WS-MG-PAGE-NUMBER
           MOVE WS-MG-PAGE-NUMBER TO MH1-PAGE-NUMBER
           WRITE MARGIN-RECORD FROM MG-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-MG-LINE-COUNT
           WRITE MARGIN-RECORD FROM MG-HEADING-TWO
               AFTER ADVANCING 2
           WRITE MARGIN-RECORD FROM MG-SECTION-LINE
               AFTER ADVANCING 2
           WRITE MARGIN-RECORD FROM MG-HEADING-THREE
               AFTER ADVANCING 2
           MOVE SPACES TO MARGIN-RECORD
           WRITE MARGIN-RECORD AFTER ADVANCING 1
           ADD 7 TO WS-MG-LINE-COUNT
        .

       26-READ-CUSTOMER-RECORD.

           READ CUSTOMER-FILE
               AT END
                   MOVE "Y" TO CUSTOMER-AT-END
                   MOVE HIGH-VALUES TO WS-CUSTOMER-KEY
               NOT AT END
                   MOVE CM-CUSTOMER-ID TO WS-CUSTOMER-KEY
           END-READ
        .

       30-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       35-PROCESS-PART-GROUP.

           MOVE WS-ALLOC-KEY TO WS-GROUP-KEY
           PERFORM 22-READ-MASTER-RECORD
               UNTIL WS-MASTER-KEY NOT < WS-GROUP-KEY
           PERFORM 23-READ-RELIEF-RECORD
               UNTIL WS-RELIEF-KEY NOT < WS-GROUP-KEY
           IF WS-MASTER-KEY = WS-GROUP-KEY
               MOVE PA_PART_NAME TO WS-PART-NAME
               MOVE PA_PURCHASE_PRICE TO WS-FALLBACK-COST
           ELSE
               MOVE "*NO MASTER*" TO WS-PART-NAME
               MOVE ZERO TO WS-FALLBACK-COST
           END-IF
           MOVE ZERO TO WS-PART-QTY
           MOVE ZERO TO WS-PART-SALES
           MOVE ZERO TO WS-PART-COST
           PERFORM 34-PROCESS-ONE-LINE
               UNTIL WS-ALLOC-KEY NOT = WS-GROUP-KEY
           PERFORM 42-PRINT-PART-MARGIN
        .

       34-PROCESS-ONE-LINE.

           IF SA_LINE_TYPE = "C"
               PERFORM 33-CREDIT-ONE-LINE
           ELSE
               PERFORM 36-COST-ONE-LINE
           END-IF
           PERFORM 24-RETURN-ALLOC-RECORD
        .

       33-CREDIT-ONE-LINE.

           MOVE "CR" TO IW-FLAG
           MOVE SA_UNIT_PRICE TO WS-UNIT-PRICE
           IF SA_UNIT_COST = ZERO
               COMPUTE WS-LINE-COST-VALUE =
                   SA_ALLOC_QTY * WS-FALLBACK-COST
           ELSE
               COMPUTE WS-LINE-COST-VALUE =
                   SA_ALLOC_QTY * SA_UNIT_COST
           END-IF
           PERFORM 39-WRITE-INVOICE-WORK
        .

       36-COST-ONE-LINE.

           PERFORM 38-LOOKUP-PRICE-ROUTINE
           MOVE SPACES TO IW-FLAG
           MOVE SA_ALLOC_QTY TO WS-COST-REMAINING
           MOVE ZERO TO WS-LINE-COST-VALUE
           PERFORM 37-TAKE-RELIEF-ROUTINE
               UNTIL WS-COST-REMAINING = ZERO
                  OR WS-RELIEF-KEY NOT = WS-GROUP-KEY
           IF WS-COST-REMAINING > ZERO
               COMPUTE WS-LINE-COST-VALUE = WS-LINE-COST-VALUE
                   + WS-COST-REMAINING * WS-FALLBACK-COST
               MOVE "NC" TO IW-FLAG
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           IF WS-PRICE-FOUND = "N"
               MOVE "NP" TO IW-FLAG
               ADD 1 TO WS-NO-PRICE-COUNT
           END-IF
           PERFORM 39-WRITE-INVOICE-WORK
        .

       37-TAKE-RELIEF-ROUTINE.

           IF WS-RELIEF-LEFT NOT > WS-COST-REMAINING
               COMPUTE WS-LINE-COST-VALUE = WS-LINE-COST-VALUE
                   + WS-RELIEF-LEFT * LR-UNIT-COST
               SUBTRACT WS-RELIEF-LEFT FROM WS-COST-REMAINING
               PERFORM 23-READ-RELIEF-RECORD
           ELSE
               COMPUTE WS-LINE-COST-VALUE = WS-LINE-COST-VALUE
                   + WS-COST-REMAINING * LR-UNIT-COST
               SUBTRACT WS-COST-REMAINING FROM WS-RELIEF-LEFT
               MOVE ZERO TO WS-COST-REMAINING
           END-IF
        .

       38-LOOKUP-PRICE-ROUTINE.

           MOVE "N" TO WS-PRICE-FOUND
           MOVE "N" TO WS-LIST-FOUND
           MOVE ZERO TO WS-UNIT-PRICE
           MOVE ZERO TO WS-LIST-PRICE
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PRICE-COUNT
               OR WS-PRICE-FOUND = "Y"
               IF WS-TAB-PRICE-CATALOG (WS-SUB) = SA_CATALOG_NUM
                   IF WS-TAB-PRICE-CUSTOMER (WS-SUB) = SA_CUSTOMER_ID
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

       39-WRITE-INVOICE-WORK.

           MOVE SA_CUSTOMER_ID TO IW-CUSTOMER-ID
           MOVE SA_ORDER_NUMBER TO IW-ORDER-NUMBER
           MOVE SA_CATALOG_NUM TO IW-CATALOG-NUM
           MOVE WS-PART-NAME TO IW-PART-NAME
           MOVE SA_ALLOC_QTY TO IW-QUANTITY
           MOVE WS-UNIT-PRICE TO IW-UNIT-PRICE
           COMPUTE IW-UNIT-COST ROUNDED =
               WS-LINE-COST-VALUE / SA_ALLOC_QTY
           COMPUTE IW-EXT-PRICE = SA_ALLOC_QTY * WS-UNIT-PRICE
           MOVE WS-LINE-COST-VALUE TO IW-EXT-COST
           WRITE INVOICE-WORK-RECORD
           IF IW-FLAG = "CR"
               SUBTRACT SA_ALLOC_QTY FROM WS-PART-QTY
               SUBTRACT IW-EXT-PRICE FROM WS-PART-SALES
               SUBTRACT IW-EXT-COST FROM WS-PART-COST
           ELSE
               ADD SA_ALLOC_QTY TO WS-PART-QTY
               ADD IW-EXT-PRICE TO WS-PART-SALES
               ADD IW-EXT-COST TO WS-PART-COST
           END-IF
        .

       42-PRINT-PART-MARGIN.

           MOVE WS-GROUP-KEY TO MD-KEY
           MOVE WS-PART-NAME TO MD-NAME
           MOVE WS-PART-QTY TO WS-MARGIN-QTY
           MOVE WS-PART-SALES TO WS-MARGIN-SALES
           MOVE WS-PART-COST TO WS-MARGIN-COST
           PERFORM 43-PRINT-MARGIN-LINE
           ADD WS-PART-QTY TO WS-GRAND-QTY
           ADD WS-PART-SALES TO WS-GRAND-SALES
           ADD WS-PART-COST TO WS-GRAND-COST
        .

       43-PRINT-MARGIN-LINE.

           IF WS-MG-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 25-WRITE-MARGIN-HEADINGS
           END-IF
           PERFORM 47-COMPUTE-MARGIN-ROUTINE
           MOVE WS-MARGIN-QTY TO MD-QUANTITY
           MOVE WS-MARGIN-SALES TO MD-SALES
           MOVE WS-MARGIN-COST TO MD-COST
           MOVE WS-MARGIN-AMOUNT TO MD-MARGIN
           MOVE WS-MARGIN-PCT TO MD-MARGIN-PCT
           WRITE MARGIN-RECORD FROM MG-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-MG-LINE-COUNT
        .

       44-PRINT-PART-TOTAL.

           MOVE "ALL PARTS" TO MT-TOTAL-LABEL
           MOVE WS-GRAND-QTY TO WS-MARGIN-QTY
           MOVE WS-GRAND-SALES TO WS-MARGIN-SALES
           MOVE WS-GRAND-COST TO WS-MARGIN-COST
           PERFORM 49-PRINT-MARGIN-TOTAL
        .

       47-COMPUTE-MARGIN-ROUTINE.

           COMPUTE WS-MARGIN-AMOUNT =
               WS-MARGIN-SALES - WS-MARGIN-COST
           IF WS-MARGIN-SALES > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-AMOUNT * 100 / WS-MARGIN-SALES
           ELSE
               MOVE ZERO TO WS-MARGIN-PCT
           END-IF
        .

       49-PRINT-MARGIN-TOTAL.

           PERFORM 47-COMPUTE-MARGIN-ROUTINE
           MOVE WS-MARGIN-QTY TO MT-QUANTITY
           MOVE WS-MARGIN-SALES TO MT-SALES
           MOVE WS-MARGIN-COST TO MT-COST
           MOVE WS-MARGIN-AMOUNT TO MT-MARGIN
           MOVE WS-MARGIN-PCT TO MT-MARGIN-PCT
           WRITE MARGIN-RECORD FROM MG-TOTAL-LINE
               AFTER ADVANCING 2
           ADD 2 TO WS-MG-LINE-COUNT
        .

       52-LOAD-INVOICE-SORT.

           OPEN INPUT INVOICE-WORK-FILE
           PERFORM UNTIL INVOICE-WORK-AT-END = "Y"
               READ INVOICE-WORK-FILE
                   AT END
                       MOVE "Y" TO INVOICE-WORK-AT-END
                   NOT AT END
                       PERFORM 53-BUILD-INVOICE-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE INVOICE-WORK-FILE
        .

       53-BUILD-INVOICE-SORT-RECORD.

           MOVE IW-CUSTOMER-ID TO SI_CUSTOMER_ID
           MOVE IW-ORDER-NUMBER TO SI_ORDER_NUMBER
           MOVE IW-CATALOG-NUM TO SI_CATALOG_NUM
           MOVE IW-PART-NAME TO SI_PART_NAME
           MOVE IW-QUANTITY TO SI_QUANTITY
           MOVE IW-UNIT-PRICE TO SI_UNIT_PRICE
           MOVE IW-UNIT-COST TO SI_UNIT_COST
           MOVE IW-EXT-PRICE TO SI_EXT_PRICE
           MOVE IW-EXT-COST TO SI_EXT_COST
           MOVE IW-FLAG TO SI_FLAG
           RELEASE SORT-INVOICE-RECORD
        .

       54-INVOICE-ROUTINE.

           OPEN INPUT  CUSTOMER-FILE
                OUTPUT INVOICE-PRINT-FILE
                OUTPUT SALES-REGISTER-FILE
                OUTPUT BALANCE-TXN-FILE
                EXTEND INVOICE-HISTORY-FILE
           PERFORM 21-WRITE-REGISTER-HEADINGS
           MOVE "BY CUSTOMER" TO MS-SECTION-TITLE
           MOVE "CUST" TO MH3-KEY-LABEL
           PERFORM 25-WRITE-MARGIN-HEADINGS
           MOVE ZERO TO WS-GRAND-QTY
           MOVE ZERO TO WS-GRAND-SALES
           MOVE ZERO TO WS-GRAND-COST
           PERFORM 26-READ-CUSTOMER-RECORD
           PERFORM UNTIL INVOICE-SORT-AT-END = "Y"
               RETURN INVOICE-SORT-FILE
                   AT END
                       MOVE "Y" TO INVOICE-SORT-AT-END
                   NOT AT END
                       PERFORM 56-PROCESS-INVOICE-LINE
               END-RETURN
           END-PERFORM
           IF FIRST-LINE-FLAG = "N"
               PERFORM 64-FINISH-INVOICE
               PERFORM 66-FINISH-CUSTOMER
           END-IF
           MOVE "ALL CUSTOMERS" TO MT-TOTAL-LABEL
           MOVE WS-GRAND-QTY TO WS-MARGIN-QTY
           MOVE WS-GRAND-SALES TO WS-MARGIN-SALES
           MOVE WS-GRAND-COST TO WS-MARGIN-COST
           PERFORM 49-PRINT-MARGIN-TOTAL
           CLOSE CUSTOMER-FILE
                 INVOICE-PRINT-FILE
                 BALANCE-TXN-FILE
                 INVOICE-HISTORY-FILE
        .

       56-PROCESS-INVOICE-LINE.

           EVALUATE TRUE
               WHEN FIRST-LINE-FLAG = "Y"
                   MOVE "N" TO FIRST-LINE-FLAG
                   PERFORM 57-START-CUSTOMER
                   PERFORM 58-START-INVOICE
               WHEN SI_CUSTOMER_ID NOT = WS-PRIOR-CUSTOMER-ID
                   PERFORM 64-FINISH-INVOICE
                   PERFORM 66-FINISH-CUSTOMER
                   PERFORM 57-START-CUSTOMER
                   PERFORM 58-START-INVOICE
               WHEN SI_ORDER_NUMBER NOT = WS-PRIOR-ORDER-NUMBER
                   PERFORM 64-FINISH-INVOICE
                   PERFORM 58-START-INVOICE
           END-EVALUATE
           PERFORM 60-PRINT-INVOICE-LINE
           PERFORM 61-WRITE-REGISTER-LINE
           IF SI_FLAG = "CR"
               SUBTRACT SI_QUANTITY FROM WS-CUST-QTY
               SUBTRACT SI_EXT_PRICE FROM WS-CUST-SALES
               SUBTRACT SI_EXT_COST FROM WS-CUST-COST
               SUBTRACT SI_EXT_PRICE FROM WS-INVOICE-TOTAL
           ELSE
               PERFORM 62-WRITE-HISTORY-RECORD
               ADD SI_QUANTITY TO WS-CUST-QTY
               ADD SI_EXT_PRICE TO WS-CUST-SALES
               ADD SI_EXT_COST TO WS-CUST-COST
               ADD SI_EXT_PRICE TO WS-INVOICE-TOTAL
           END-IF
           ADD 1 TO WS-INVOICE-LINE-COUNT
        .

       57-START-CUSTOMER.

           MOVE SI_CUSTOMER_ID TO WS-PRIOR-CUSTOMER-ID
           MOVE ZERO TO WS-CUST-QTY
           MOVE ZERO TO WS-CUST-SALES
           MOVE ZERO TO WS-CUST-COST
           PERFORM 26-READ-CUSTOMER-RECORD
               UNTIL WS-CUSTOMER-KEY NOT < SI_CUSTOMER_ID
           IF WS-CUSTOMER-KEY = SI_CUSTOMER_ID
               MOVE "Y" TO WS-CUSTOMER-FOUND
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND
           END-IF
        .

       58-START-INVOICE.

           MOVE SI_ORDER_NUMBER TO WS-PRIOR-ORDER-NUMBER
           MOVE ZERO TO WS-INVOICE-TOTAL
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM 20-WRITE-INVOICE-HEADINGS
        .

       60-PRINT-INVOICE-LINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 20-WRITE-INVOICE-HEADINGS
           END-IF
           MOVE SI_CATALOG_NUM TO DL-CATALOG-NUMBER
           MOVE SI_PART_NAME TO DL-PART-NAME
           MOVE SI_QUANTITY TO DL-QUANTITY
           MOVE SI_UNIT_PRICE TO DL-UNIT-PRICE
           IF SI_FLAG = "CR"
               COMPUTE DL-AMOUNT = ZERO - SI_EXT_PRICE
               MOVE "CREDIT" TO DL-CREDIT-NOTE
           ELSE
               MOVE SI_EXT_PRICE TO DL-AMOUNT
               MOVE SPACES TO DL-CREDIT-NOTE
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       61-WRITE-REGISTER-LINE.

           IF WS-REG-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 21-WRITE-REGISTER-HEADINGS
           END-IF
           MOVE WS-NEXT-INVOICE-NUMBER TO SD-INVOICE-NUMBER
           MOVE SI_CUSTOMER_ID TO SD-CUSTOMER-ID
           MOVE SI_ORDER_NUMBER TO SD-ORDER-NUMBER
           MOVE SI_CATALOG_NUM TO SD-CATALOG-NUMBER
           MOVE SI_QUANTITY TO SD-QUANTITY
           MOVE SI_UNIT_PRICE TO SD-UNIT-PRICE
           IF SI_FLAG = "CR"
               COMPUTE SD-AMOUNT = ZERO - SI_EXT_PRICE
               COMPUTE SD-COST = ZERO - SI_EXT_COST
           ELSE
               MOVE SI_EXT_PRICE TO SD-AMOUNT
               MOVE SI_EXT_COST TO SD-COST
           END-IF
           MOVE SI_FLAG TO SD-FLAG
           WRITE REGISTER-RECORD FROM SR-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-REG-LINE-COUNT
        .

       62-WRITE-HISTORY-RECORD.

           MOVE WS-NEXT-INVOICE-NUMBER TO IH-INVOICE-NUMBER
           MOVE WS-YEAR TO IH-INVOICE-YEAR
           MOVE WS-MONTH TO IH-INVOICE-MONTH
           MOVE WS-DAY TO IH-INVOICE-DAY
           MOVE SI_CUSTOMER_ID TO IH-CUSTOMER-ID
           MOVE SI_ORDER_NUMBER TO IH-ORDER-NUMBER
           MOVE SI_CATALOG_NUM TO IH-CATALOG-NUM
           MOVE SI_QUANTITY TO IH-QUANTITY
           MOVE SI_UNIT_PRICE TO IH-UNIT-PRICE
           MOVE SI_UNIT_COST TO IH-UNIT-COST
           WRITE INVOICE-HISTORY-RECORD
        .

       64-FINISH-INVOICE.

           MOVE WS-INVOICE-TOTAL TO IT-INVOICE-TOTAL
           MOVE INVOICE-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 30-WRITE-LINES-ROUTINE
        .

       66-FINISH-CUSTOMER.

           MOVE WS-PRIOR-CUSTOMER-ID TO MD-KEY
           IF WS-CUSTOMER-FOUND = "Y"
               MOVE CM-CUSTOMER-NAME TO MD-NAME
               PERFORM 67-WRITE-BALANCE-TXN
           ELSE
               MOVE "*NOT ON FILE*" TO MD-NAME
           END-IF
           MOVE WS-CUST-QTY TO WS-MARGIN-QTY
           MOVE WS-CUST-SALES TO WS-MARGIN-SALES
           MOVE WS-CUST-COST TO WS-MARGIN-COST
           PERFORM 43-PRINT-MARGIN-LINE
           ADD WS-CUST-QTY TO WS-GRAND-QTY
           ADD WS-CUST-SALES TO WS-GRAND-SALES
           ADD WS-CUST-COST TO WS-GRAND-COST
        .

       67-WRITE-BALANCE-TXN.

           MOVE "C" TO CT-TRAN-CODE
           MOVE CM-CUSTOMER-ID TO CT-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO CT-CUSTOMER-NAME
           MOVE CM-SHIP-ADDRESS-1 TO CT-SHIP-ADDRESS-1
           MOVE CM-SHIP-ADDRESS-2 TO CT-SHIP-ADDRESS-2
           MOVE CM-CREDIT-LIMIT TO CT-CREDIT-LIMIT
           COMPUTE WS-NEW-BALANCE =
               CM-OPEN-BALANCE + WS-CUST-SALES
           IF WS-NEW-BALANCE < ZERO
               MOVE ZERO TO CT-OPEN-BALANCE
           ELSE
               MOVE WS-NEW-BALANCE TO CT-OPEN-BALANCE
           END-IF
           MOVE CM-HOLD-FLAG TO CT-HOLD-FLAG
           WRITE CUST-TRAN-RECORD
        .

       45-TOTAL-ROUTINE.

           IF WS-REG-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 21-WRITE-REGISTER-HEADINGS
           END-IF
           MOVE WS-INVOICE-LINE-COUNT TO ST-LINE-COUNT
           MOVE WS-INVOICE-COUNT TO ST-INVOICE-COUNT
           MOVE WS-GRAND-SALES TO ST-SALES
           MOVE WS-GRAND-COST TO ST-COST
           WRITE REGISTER-RECORD FROM SR-TOTAL-LINE
               AFTER ADVANCING 2
           WRITE REGISTER-RECORD FROM SR-LEGEND-LINE
               AFTER ADVANCING 2
           WRITE REGISTER-RECORD FROM SR-CREDIT-LEGEND-LINE
               AFTER ADVANCING 1
           WRITE REGISTER-RECORD FROM END-OF-REPORT-LINE
               AFTER ADVANCING 2
           WRITE MARGIN-RECORD FROM END-OF-REPORT-LINE
               AFTER ADVANCING 2
        .

       46-REWRITE-INVOICE-NUMBER.

           OPEN OUTPUT INVOICE-NUMBER-FILE
           MOVE WS-NEXT-INVOICE-NUMBER TO INVOICE-NUMBER-FILE-RECORD
           WRITE INVOICE-NUMBER-FILE-RECORD
           CLOSE INVOICE-NUMBER-FILE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "CUSTINVOICE" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           COMPUTE RL-RECORDS-READ =
               WS-ALLOC-READ-COUNT + WS-CREDIT-READ-COUNT
           MOVE WS-INVOICE-LINE-COUNT TO RL-RECORDS-WRITTEN
           COMPUTE RL-EXCEPTION-COUNT =
               WS-NO-COST-COUNT + WS-NO-PRICE-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE SALES-REGISTER-FILE
                 MARGIN-REPORT-FILE
                 RUN-LOG-FILE
        .
