       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceMatch.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a program that brings the supplier's invoice into
      * the Luna, Ltd. system and matches it three ways: what was
      * ordered (the purchase-order line PurchaseOrder wrote), what
      * was received (the receipts PoReceive applied to that line),
      * and what was billed.  Accounts payable used to do this with
      * paper invoices and paper receiving slips.  An invoice whose
      * every line agrees is approved for payment and scheduled by
      * the supplier's payment terms; an invoice with any line that
      * does not agree is held whole and carried forward to be
      * matched again.
      ****************************************************************
      * INPUT:
      *    The SUPPLIER INVOICE FILE contains one record per invoice
      *    line, as described in SUPINVR.CPY.  It is sorted into
      *    supplier / invoice number / purchase order / catalog
      *    number sequence by this program; the invoice date is
      *    taken from the first line of each invoice.
      *
      *    The OPEN PO FILE (OPENPORC.CPY) supplies the ordered
      *    quantity and ordered unit price of lines still open, and
      *    the quantity received on them.
      *
      *    The PO RECEIPT LOG (PORCPTR.CPY) supplies the ordered
      *    quantity and price of lines already filled and dropped
      *    from the open-PO file, and the quantity received against
      *    every line: receipts less returns to vendor.  Where a
      *    line has log records, the log is taken as the received
      *    quantity; otherwise the open line's received quantity is.
      *    An over-shipment logged against a line is not counted as
      *    received, so quantity nobody ordered is not paid for.
      *
      *    The APPROVED INVOICE FILE (APPRINVR.CPY) supplies the
      *    quantity already approved against each purchase-order
      *    line and the invoice numbers already approved.  A line
      *    that agrees is counted as billed against its order line
      *    at once, so a second line for the same order line in
      *    this run sees it; the count is backed off again if the
      *    invoice is held.
      *
      *    The SUPPLIER FILE (SUPPREC.CPY) supplies the supplier
      *    name and SU-PAYMENT-TERMS.  Terms are read for the days
      *    after "NET" (NET 30, 2/10 NET 30) or the first number in
      *    the terms; COD, CASH and DUE ON RECEIPT are due on the
      *    invoice date.  Terms that cannot be read are given 30
      *    days and flagged TERMS? on the schedule.
      ****************************************************************
      * OUTPUT:
      *    Every line of an approved invoice is appended to the
      *    APPROVED INVOICE FILE with the approval date and the
      *    payment due date.
      *
      *    Every line of a held invoice is written unchanged to the
      *    NEW SUPPLIER INVOICE FILE (NewSupplierInvoiceFile.txt),
      *    which the operator copies over SupplierInvoiceFile.txt,
      *    adding the next day's invoices to it, once the exceptions
      *    register has been reviewed.
      *
      *    The EXCEPTIONS REGISTER lists each held invoice with all
      *    of its lines -- ordered, received, previously billed and
      *    billed quantities, ordered and billed unit price -- and
      *    the reason each line failed:
      *        NO SUPPLIER     supplier not on the supplier master
      *        BAD DATE        invoice date is not a calendar date
      *        DUPLICATE INV   invoice number already approved
      *        NO PO LINE      no such purchase order and catalog
      *        WRONG SUPPLIER  the order was placed with another
      *        ZERO QTY        nothing billed
      *        NOT RECEIVED    nothing received on the order yet
      *        QTY MISMATCH    billed beyond received less billed
      *        NO PO PRICE     the order line carries no price
      *        PRICE MISMATCH  billed price is not the order price
      *    Lines that agreed on a held invoice show HELD.
      *
      *    The PAYMENT DUE SCHEDULE lists the approved invoices in
      *    due date sequence with a total for each due date, flagged
      *    PAST DUE when the due date is already behind the run date.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job (RUNLOGRC.CPY) so RunBalance can see the run
      *    happened.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPLIER-INVOICE-FILE
               ASSIGN TO 'SupplierInvoiceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-SORT-FILE
               ASSIGN TO 'InvMatchSortWork.tmp'.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'OpenPoFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-RECEIPT-LOG-FILE
               ASSIGN TO 'PoReceiptLogFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVED-INVOICE-FILE
               ASSIGN TO 'ApprovedInvoiceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SupplierFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-INVOICE-FILE
               ASSIGN TO 'NewSupplierInvoiceFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-WORK-FILE
               ASSIGN TO 'PaymentDueWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-SORT-FILE
               ASSIGN TO 'PaymentSortWork.tmp'.
           SELECT EXCEPTION-REGISTER-FILE
               ASSIGN TO PRINTER 'InvoiceExceptionFile.txt'.
           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO PRINTER 'PaymentDueFile.txt'.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RunControlFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-INVOICE-FILE
           RECORD CONTAINS 45 CHARACTERS.

           COPY SUPINVR.

       SD  INVOICE-SORT-FILE.

       01  SORT-INVOICE-RECORD.
           05  IS_SUPPLIER_ID              PIC X(6).
           05  IS_INVOICE_NUMBER           PIC X(10).
           05  IS_PO_NUMBER                PIC 9(6).
           05  IS_CATALOG_NUM              PIC X(5).
           05  IS_INVOICE_DATE             PIC 9(8).
           05  IS_QUANTITY_BILLED          PIC 9(5).
           05  IS_UNIT_PRICE_BILLED        PIC 999V99.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY OPENPORC.

       FD  PO-RECEIPT-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY PORCPTR.

       FD  APPROVED-INVOICE-FILE
           RECORD CONTAINS 61 CHARACTERS.

           COPY APPRINVR.

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 94 CHARACTERS.

           COPY SUPPREC.

       FD  NEW-INVOICE-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  NEW-INVOICE-RECORD.
           05  NI-INVOICE-NUMBER           PIC X(10).
           05  NI-SUPPLIER-ID              PIC X(6).
           05  NI-INVOICE-DATE             PIC 9(8).
           05  NI-PO-NUMBER                PIC 9(6).
           05  NI-CATALOG-NUM              PIC X(5).
           05  NI-QUANTITY-BILLED          PIC 9(5).
           05  NI-UNIT-PRICE-BILLED        PIC 999V99.

       FD  PAYMENT-WORK-FILE
           RECORD CONTAINS 44 CHARACTERS.

       01  PAYMENT-WORK-RECORD.
           05  PY-DUE-DATE                 PIC 9(8).
           05  PY-SUPPLIER-ID              PIC X(6).
           05  PY-INVOICE-NUMBER           PIC X(10).
           05  PY-INVOICE-DATE             PIC 9(8).
           05  PY-TERMS-FLAG               PIC X(1).
           05  PY-INVOICE-AMOUNT           PIC 9(9)V99.

       SD  PAYMENT-SORT-FILE.

       01  SORT-PAYMENT-RECORD.
           05  PS_DUE_DATE                 PIC 9(8).
           05  PS_SUPPLIER_ID              PIC X(6).
           05  PS_INVOICE_NUMBER           PIC X(10).
           05  PS_INVOICE_DATE             PIC 9(8).
           05  PS_TERMS_FLAG               PIC X(1).
           05  PS_INVOICE_AMOUNT           PIC 9(9)V99.

       FD  EXCEPTION-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  PAYMENT-SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SCHEDULE-RECORD                 PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  RUN-LOG-FILE-RECORD             PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05  INVOICE-AT-END              PIC X       VALUE "N".
           05  PO-AT-END                   PIC X       VALUE "N".
           05  LOG-AT-END                  PIC X       VALUE "N".
           05  APPROVED-AT-END             PIC X       VALUE "N".
           05  SUPPLIER-AT-END             PIC X       VALUE "N".
           05  SORT-AT-END                 PIC X       VALUE "N".
           05  PAYMENT-WORK-AT-END         PIC X       VALUE "N".
           05  PAYMENT-AT-END              PIC X       VALUE "N".

       01  WS-DATE.
           05 WS-YEAR                      PIC 9999.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.

       01  WS-WORK-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR                 PIC 9999.
           05 WS-WORK-MONTH                PIC 99.
           05 WS-WORK-DAY                  PIC 99.

       01  WS-PO-TABLE.
           05 WS-PO-COUNT                  PIC 9(4)    VALUE ZERO.
           05 WS-PO-ENTRY                  OCCURS 3000.
               10 WS-TAB-PO-NUMBER         PIC 9(6).
               10 WS-TAB-CATALOG-NUM       PIC X(5).
               10 WS-TAB-SUPPLIER-ID       PIC X(6).
               10 WS-TAB-ORDER-QTY         PIC 9(5).
               10 WS-TAB-UNIT-PRICE        PIC 999V99.
               10 WS-TAB-OPEN-RECEIVED     PIC 9(5).
               10 WS-TAB-LOG-RECEIVED      PIC S9(6).
               10 WS-TAB-LOGGED            PIC X.
               10 WS-TAB-BILLED-QTY        PIC 9(6).

       01  WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-ENTRY            OCCURS 500.
               10 WS-TAB-SU-SUPPLIER-ID    PIC X(6).
               10 WS-TAB-SU-NAME           PIC X(25).
               10 WS-TAB-SU-TERMS          PIC X(10).

       01  WS-PAID-TABLE.
           05 WS-PAID-COUNT                PIC 9(4)    VALUE ZERO.
           05 WS-PAID-ENTRY                OCCURS 3000.
               10 WS-PAID-KEY              PIC X(16).

       01  WS-INVOICE-LINES.
           05 WS-INV-LINE-COUNT            PIC 9(3)    VALUE ZERO.
           05 WS-INV-LINE                  OCCURS 200.
               10 WS-IL-PO-NUMBER          PIC 9(6).
               10 WS-IL-CATALOG-NUM        PIC X(5).
               10 WS-IL-QUANTITY-BILLED    PIC 9(5).
               10 WS-IL-PRICE-BILLED       PIC 999V99.
               10 WS-IL-PO-SUB             PIC 9(4).
               10 WS-IL-ORDER-QTY          PIC 9(5).
               10 WS-IL-RECEIVED-QTY       PIC S9(6).
               10 WS-IL-PRIOR-BILLED       PIC 9(6).
               10 WS-IL-PO-PRICE           PIC 999V99.
               10 WS-IL-REASON             PIC X(14).

       01  WS-MATCH-FIELDS.
           05 WS-CURRENT-KEY.
               10 WS-CURRENT-SUPPLIER      PIC X(6)    VALUE SPACES.
               10 WS-CURRENT-INVOICE       PIC X(10)   VALUE SPACES.
           05 WS-CURRENT-INVOICE-DATE      PIC 9(8)    VALUE ZERO.
           05 WS-PRIOR-PAID-KEY            PIC X(16)   VALUE SPACES.
           05 WS-LOOKUP-PO                 PIC 9(6)    VALUE ZERO.
           05 WS-LOOKUP-CATALOG            PIC X(5)    VALUE SPACES.
           05 WS-LOOKUP-SUPPLIER           PIC X(6)    VALUE SPACES.
           05 WS-PO-SUB                    PIC 9(4)    VALUE ZERO.
           05 WS-PO-FOUND                  PIC X       VALUE "N".
           05 WS-SUPPLIER-SUB              PIC 9(3)    VALUE ZERO.
           05 WS-SUPPLIER-FOUND            PIC X       VALUE "N".
           05 WS-SUB                       PIC 9(4)    VALUE ZERO.
           05 WS-LINE-SUB                  PIC 9(3)    VALUE ZERO.
           05 WS-HOLD-FLAG                 PIC X       VALUE "N".
           05 WS-OVERFLOW-FLAG             PIC X       VALUE "N".
           05 WS-BAD-DATE-FLAG             PIC X       VALUE "N".
           05 WS-DUPLICATE-FLAG            PIC X       VALUE "N".
           05 WS-REJECT-REASON             PIC X(14)   VALUE SPACES.
           05 WS-RECEIVED-QTY              PIC S9(6)   VALUE ZERO.
           05 WS-PRIOR-BILLED              PIC 9(6)    VALUE ZERO.
           05 WS-INVOICE-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           05 WS-LINE-AMOUNT               PIC 9(9)V99 VALUE ZERO.

       01  WS-TERMS-FIELDS.
           05 WS-TERMS-TEXT                PIC X(10)   VALUE SPACES.
           05 WS-TERMS-DAYS                PIC 9(3)    VALUE ZERO.
           05 WS-TERMS-START               PIC 9(2)    VALUE ZERO.
           05 WS-TERMS-SUB                 PIC 9(2)    VALUE ZERO.
           05 WS-TERMS-DIGIT               PIC 9       VALUE ZERO.
           05 WS-TERMS-FOUND               PIC X       VALUE "N".
           05 WS-TERMS-DONE                PIC X       VALUE "N".
           05 WS-TERMS-FLAG                PIC X       VALUE SPACE.
           05 WS-CASH-COUNT                PIC 9(2)    VALUE ZERO.
           05 WS-DUE-DATE                  PIC 9(8)    VALUE ZERO.
           05 WS-DUE-INTEGER               PIC 9(8)    VALUE ZERO.

       01  REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.
           05 WS-LINES-READ-COUNT          PIC 9(5)    VALUE ZERO.
           05 WS-INVOICE-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-APPROVED-INVOICE-COUNT    PIC 9(5)    VALUE ZERO.
           05 WS-HELD-INVOICE-COUNT        PIC 9(5)    VALUE ZERO.
           05 WS-APPROVED-LINE-COUNT       PIC 9(5)    VALUE ZERO.
           05 WS-CARRIED-COUNT             PIC 9(5)    VALUE ZERO.
           05 WS-EXCEPTION-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-PAST-DUE-COUNT            PIC 9(5)    VALUE ZERO.
           05 WS-DUE-DATE-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 WS-SCHEDULE-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 WS-PRIOR-DUE-DATE            PIC 9(8)    VALUE ZERO.
           05 WS-LINE-COUNT                PIC 9(3)    VALUE ZERO.
           05 WS-PAGE-NUMBER               PIC 9(4)    VALUE ZERO.
           05 WS-PAGE-LIMIT                PIC 9(3)    VALUE 55.
           05 WS-SCHED-LINE-COUNT          PIC 9(3)    VALUE ZERO.
           05 WS-SCHED-PAGE-NUMBER         PIC 9(4)    VALUE ZERO.

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
           05                          PIC X(24)   VALUE SPACES.
           05                          PIC X(33)   VALUE
                               "SUPPLIER INVOICE MATCH EXCEPTIONS".
           05                          PIC X(23)   VALUE SPACES.

       01  HEADING-THREE.
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(6)    VALUE "PO NO".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "CATLG".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "ORDER".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE " RCVD".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PRIOR".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE " BILL".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "    PO".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "BILLED".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(14)   VALUE "REASON".
           05                          PIC X(3)    VALUE SPACES.

       01  HEADING-FOUR.
           05                          PIC X(19)   VALUE SPACES.
           05                          PIC X(5)    VALUE "  QTY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "  QTY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "BILLD".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "  QTY".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE " PRICE".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE " PRICE".
           05                          PIC X(19)   VALUE SPACES.

       01  INVOICE-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "SUPPLIER ".
           05  IL-SUPPLIER-ID          PIC X(6).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE "INVOICE ".
           05  IL-INVOICE-NUMBER       PIC X(10).
           05                          PIC X(2)    VALUE SPACES.
           05  IL-INVOICE-DATE.
               10  IL-INVOICE-MONTH    PIC 99.
               10                      PIC X       VALUE "/".
               10  IL-INVOICE-DAY      PIC 99.
               10                      PIC X       VALUE "/".
               10  IL-INVOICE-YEAR     PIC 9999.
           05                          PIC X(2)    VALUE SPACES.
           05  IL-FLAG                 PIC X(14).
           05                          PIC X(15)   VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(4)    VALUE SPACES.
           05  DL-PO-NUMBER            PIC 9(6).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-CATALOG-NUM          PIC X(5).
           05                          PIC X(2)    VALUE SPACES.
           05  DL-ORDER-QTY            PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-RECEIVED-QTY         PIC ZZZZ9-.
           05                          PIC X(1)    VALUE SPACES.
           05  DL-PRIOR-BILLED         PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY-BILLED      PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-PO-PRICE             PIC ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-PRICE-BILLED         PIC ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05  DL-REASON               PIC X(14).
           05                          PIC X(3)    VALUE SPACES.

       01  TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "INVOICES:".
           05  TL-INVOICE-COUNT        PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "APPROVED:".
           05  TL-APPROVED-COUNT       PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE "HELD:".
           05  TL-HELD-COUNT           PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "LINES:".
           05  TL-LINES-READ-COUNT     PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(11)   VALUE "EXCEPTIONS:".
           05  TL-EXCEPTION-COUNT      PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.

       01  END-OF-REPORT-LINE.
           05                          PIC X(29)   VALUE SPACES.
           05                          PIC X(21)   VALUE
                               "*** END OF REPORT ***".
           05                          PIC X(30)   VALUE SPACES.

      *****************    PAYMENT SCHEDULE AREA    ******************

       01  PY-HEADING-ONE.
           05  PH1-DATE.
               10  PH1-MONTH           PIC 99.
               10                      PIC X       VALUE "/".
               10  PH1-DAY             PIC 99.
               10                      PIC X       VALUE "/".
               10  PH1-YEAR            PIC 9999.
           05                          PIC X(27)   VALUE SPACES.
           05                          PIC X(9)    VALUE "LUNA, LTD".
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(3)    VALUE "RCJ".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(5)    VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
           05                          PIC X(1)    VALUE SPACES.

       01  PY-HEADING-TWO.
           05                          PIC X(30)   VALUE SPACES.
           05                          PIC X(20)   VALUE
                               "PAYMENT DUE SCHEDULE".
           05                          PIC X(30)   VALUE SPACES.

       01  PY-HEADING-THREE.
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(10)   VALUE "DUE DATE".
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE "SUPPLR".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(15)   VALUE
                               "SUPPLIER NAME".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(10)   VALUE "INVOICE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(10)   VALUE "INV DATE".
           05                          PIC X(1)    VALUE SPACES.
           05                          PIC X(12)   VALUE
                               "      AMOUNT".
           05                          PIC X(10)   VALUE SPACES.

       01  PY-DETAIL-LINE.
           05                          PIC X(1)    VALUE SPACES.
           05  PD-DUE-DATE.
               10  PD-DUE-MONTH        PIC 99.
               10                      PIC X       VALUE "/".
               10  PD-DUE-DAY          PIC 99.
               10                      PIC X       VALUE "/".
               10  PD-DUE-YEAR         PIC 9999.
           05                          PIC X(2)    VALUE SPACES.
           05  PD-SUPPLIER-ID          PIC X(6).
           05                          PIC X(1)    VALUE SPACES.
           05  PD-SUPPLIER-NAME        PIC X(15).
           05                          PIC X(1)    VALUE SPACES.
           05  PD-INVOICE-NUMBER       PIC X(10).
           05                          PIC X(1)    VALUE SPACES.
           05  PD-INVOICE-DATE.
               10  PD-INVOICE-MONTH    PIC 99.
               10                      PIC X       VALUE "/".
               10  PD-INVOICE-DAY      PIC 99.
               10                      PIC X       VALUE "/".
               10  PD-INVOICE-YEAR     PIC 9999.
           05                          PIC X(1)    VALUE SPACES.
           05  PD-INVOICE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)    VALUE SPACES.
           05  PD-FLAG                 PIC X(8).

       01  PY-SUBTOTAL-LINE.
           05                          PIC X(37)   VALUE SPACES.
           05                          PIC X(10)   VALUE "TOTAL DUE ".
           05  PS-DUE-DATE.
               10  PS-DUE-MONTH        PIC 99.
               10                      PIC X       VALUE "/".
               10  PS-DUE-DAY          PIC 99.
               10                      PIC X       VALUE "/".
               10  PS-DUE-YEAR         PIC 9999.
           05                          PIC X(1)    VALUE SPACES.
           05  PS-DUE-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(9)    VALUE SPACES.

       01  PY-TOTAL-LINE.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(18)   VALUE
                               "INVOICES APPROVED:".
           05  PT-INVOICE-COUNT        PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(13)   VALUE
                               "TOTAL AMOUNT:".
           05  PT-SCHEDULE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE "PAST DUE:".
           05  PT-PAST-DUE-COUNT       PIC ZZZZ9.
           05                          PIC X(10)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-MAIN-MODULE.

           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY IS_SUPPLIER_ID
               ON ASCENDING KEY IS_INVOICE_NUMBER
               ON ASCENDING KEY IS_PO_NUMBER
               ON ASCENDING KEY IS_CATALOG_NUM
               INPUT PROCEDURE 16-LOAD-INVOICE-SORT
               OUTPUT PROCEDURE 17-MATCH-FROM-SORT-FILE

           SORT PAYMENT-SORT-FILE
               ON ASCENDING KEY PS_DUE_DATE
               ON ASCENDING KEY PS_SUPPLIER_ID
               ON ASCENDING KEY PS_INVOICE_NUMBER
               INPUT PROCEDURE 52-LOAD-PAYMENT-SORT
               OUTPUT PROCEDURE 54-PAYMENT-SCHEDULE-ROUTINE

           PERFORM 48-WRITE-RUN-LOG-ROUTINE
           PERFORM 40-CLOSE-ROUTINE

           STOP RUN
        .

       16-LOAD-INVOICE-SORT.

           OPEN INPUT SUPPLIER-INVOICE-FILE
           PERFORM UNTIL INVOICE-AT-END = "Y"
               READ SUPPLIER-INVOICE-FILE
                   AT END
                       MOVE "Y" TO INVOICE-AT-END
                   NOT AT END
                       MOVE SI-SUPPLIER-ID TO IS_SUPPLIER_ID
                       MOVE SI-INVOICE-NUMBER TO IS_INVOICE_NUMBER
                       MOVE SI-PO-NUMBER TO IS_PO_NUMBER
                       MOVE SI-CATALOG-NUM TO IS_CATALOG_NUM
                       MOVE SI-INVOICE-DATE TO IS_INVOICE_DATE
                       MOVE SI-QUANTITY-BILLED TO IS_QUANTITY_BILLED
                       MOVE SI-UNIT-PRICE-BILLED
                           TO IS_UNIT_PRICE_BILLED
                       RELEASE SORT-INVOICE-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-INVOICE-FILE
        .

       17-MATCH-FROM-SORT-FILE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 24-RETURN-INVOICE-RECORD
           PERFORM 30-PROCESS-INVOICE-ROUTINE
               UNTIL SORT-AT-END = "Y"
           PERFORM 45-TOTAL-ROUTINE
           CLOSE NEW-INVOICE-FILE
                 APPROVED-INVOICE-FILE
                 PAYMENT-WORK-FILE
                 EXCEPTION-REGISTER-FILE
        .

       15-HOUSEKEEPING.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-DATE TO WS-RUN-DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-MONTH TO PH1-MONTH
           MOVE WS-DAY TO PH1-DAY
           MOVE WS-YEAR TO PH1-YEAR
           PERFORM 11-LOAD-OPEN-PO-TABLE
           PERFORM 12-LOAD-RECEIPT-LOG-TABLE
           PERFORM 13-LOAD-APPROVED-TABLE
           PERFORM 14-LOAD-SUPPLIER-TABLE
           OPEN OUTPUT NEW-INVOICE-FILE
                       PAYMENT-WORK-FILE
                       EXCEPTION-REGISTER-FILE
                EXTEND APPROVED-INVOICE-FILE
                       RUN-LOG-FILE
           PERFORM 20-WRITE-HEADINGS-ROUTINE
        .

       11-LOAD-OPEN-PO-TABLE.

           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL PO-AT-END = "Y"
               READ OPEN-PO-FILE
                   AT END
                       MOVE "Y" TO PO-AT-END
                   NOT AT END
                       MOVE OP-PO-NUMBER TO WS-LOOKUP-PO
                       MOVE OP-CATALOG-NUM TO WS-LOOKUP-CATALOG
                       MOVE OP-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER
                       PERFORM 18-ADD-PO-ENTRY-ROUTINE
                       IF WS-PO-SUB > ZERO
                           IF OP-ORDER-QTY
                               > WS-TAB-ORDER-QTY (WS-PO-SUB)
                               MOVE OP-ORDER-QTY
                                   TO WS-TAB-ORDER-QTY (WS-PO-SUB)
                           END-IF
                           IF OP-UNIT-PRICE NUMERIC
                               AND WS-TAB-UNIT-PRICE (WS-PO-SUB) = ZERO
                               MOVE OP-UNIT-PRICE
                                   TO WS-TAB-UNIT-PRICE (WS-PO-SUB)
                           END-IF
                           ADD OP-RECEIVED-QTY
                               TO WS-TAB-OPEN-RECEIVED (WS-PO-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
        .

       12-LOAD-RECEIPT-LOG-TABLE.

           OPEN INPUT PO-RECEIPT-LOG-FILE
           PERFORM UNTIL LOG-AT-END = "Y"
               READ PO-RECEIPT-LOG-FILE
                   AT END
                       MOVE "Y" TO LOG-AT-END
                   NOT AT END
                       MOVE PR-PO-NUMBER TO WS-LOOKUP-PO
                       MOVE PR-CATALOG-NUM TO WS-LOOKUP-CATALOG
                       MOVE PR-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER
                       PERFORM 18-ADD-PO-ENTRY-ROUTINE
                       IF WS-PO-SUB > ZERO
                           PERFORM 21-APPLY-RECEIPT-LOG-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-RECEIPT-LOG-FILE
        .

       21-APPLY-RECEIPT-LOG-ROUTINE.

           IF PR-ORDER-QTY > WS-TAB-ORDER-QTY (WS-PO-SUB)
               MOVE PR-ORDER-QTY TO WS-TAB-ORDER-QTY (WS-PO-SUB)
           END-IF
           IF WS-TAB-UNIT-PRICE (WS-PO-SUB) = ZERO
               MOVE PR-UNIT-PRICE TO WS-TAB-UNIT-PRICE (WS-PO-SUB)
           END-IF
           MOVE "Y" TO WS-TAB-LOGGED (WS-PO-SUB)
           EVALUATE TRUE
               WHEN PR-RETURNED
                   SUBTRACT PR-QUANTITY
                       FROM WS-TAB-LOG-RECEIVED (WS-PO-SUB)
               WHEN PR-RECEIVED
                   ADD PR-QUANTITY TO WS-TAB-LOG-RECEIVED (WS-PO-SUB)
           END-EVALUATE
        .

       13-LOAD-APPROVED-TABLE.

           OPEN INPUT APPROVED-INVOICE-FILE
           PERFORM UNTIL APPROVED-AT-END = "Y"
               READ APPROVED-INVOICE-FILE
                   AT END
                       MOVE "Y" TO APPROVED-AT-END
                   NOT AT END
                       MOVE AI-PO-NUMBER TO WS-LOOKUP-PO
                       MOVE AI-CATALOG-NUM TO WS-LOOKUP-CATALOG
                       MOVE AI-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER
                       PERFORM 18-ADD-PO-ENTRY-ROUTINE
                       IF WS-PO-SUB > ZERO
                           ADD AI-QUANTITY-BILLED
                               TO WS-TAB-BILLED-QTY (WS-PO-SUB)
                       END-IF
                       MOVE AI-SUPPLIER-ID TO WS-CURRENT-SUPPLIER
                       MOVE AI-INVOICE-NUMBER TO WS-CURRENT-INVOICE
                       IF WS-CURRENT-KEY NOT = WS-PRIOR-PAID-KEY
                           AND WS-PAID-COUNT < 3000
                           ADD 1 TO WS-PAID-COUNT
                           MOVE WS-CURRENT-KEY
                               TO WS-PAID-KEY (WS-PAID-COUNT)
                           MOVE WS-CURRENT-KEY TO WS-PRIOR-PAID-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVED-INVOICE-FILE
        .

       14-LOAD-SUPPLIER-TABLE.

           OPEN INPUT SUPPLIER-MASTER-FILE
           PERFORM UNTIL SUPPLIER-AT-END = "Y"
               READ SUPPLIER-MASTER-FILE
                   AT END
                       MOVE "Y" TO SUPPLIER-AT-END
                   NOT AT END
                       IF WS-SUPPLIER-COUNT < 500
                           ADD 1 TO WS-SUPPLIER-COUNT
                           MOVE SU-SUPPLIER-ID TO
                               WS-TAB-SU-SUPPLIER-ID (WS-SUPPLIER-COUNT)
                           MOVE SU-SUPPLIER-NAME
                               TO WS-TAB-SU-NAME (WS-SUPPLIER-COUNT)
                           MOVE SU-PAYMENT-TERMS
                               TO WS-TAB-SU-TERMS (WS-SUPPLIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE
        .

       18-ADD-PO-ENTRY-ROUTINE.

           PERFORM 19-LOOKUP-PO-ROUTINE
           IF WS-PO-FOUND = "N"
               IF WS-PO-COUNT < 3000
                   ADD 1 TO WS-PO-COUNT
                   MOVE WS-PO-COUNT TO WS-PO-SUB
                   MOVE WS-LOOKUP-PO TO WS-TAB-PO-NUMBER (WS-PO-SUB)
                   MOVE WS-LOOKUP-CATALOG
                       TO WS-TAB-CATALOG-NUM (WS-PO-SUB)
                   MOVE WS-LOOKUP-SUPPLIER
                       TO WS-TAB-SUPPLIER-ID (WS-PO-SUB)
                   MOVE ZERO TO WS-TAB-ORDER-QTY (WS-PO-SUB)
                   MOVE ZERO TO WS-TAB-UNIT-PRICE (WS-PO-SUB)
                   MOVE ZERO TO WS-TAB-OPEN-RECEIVED (WS-PO-SUB)
                   MOVE ZERO TO WS-TAB-LOG-RECEIVED (WS-PO-SUB)
                   MOVE "N" TO WS-TAB-LOGGED (WS-PO-SUB)
                   MOVE ZERO TO WS-TAB-BILLED-QTY (WS-PO-SUB)
               ELSE
                   MOVE ZERO TO WS-PO-SUB
               END-IF
           END-IF
        .

       19-LOOKUP-PO-ROUTINE.

           MOVE "N" TO WS-PO-FOUND
           MOVE ZERO TO WS-PO-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PO-COUNT
               OR WS-PO-FOUND = "Y"
               IF WS-TAB-PO-NUMBER (WS-SUB) = WS-LOOKUP-PO
                   AND WS-TAB-CATALOG-NUM (WS-SUB) = WS-LOOKUP-CATALOG
                   MOVE "Y" TO WS-PO-FOUND
                   MOVE WS-SUB TO WS-PO-SUB
               END-IF
               ADD 1 TO WS-SUB
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
           PERFORM 22-WRITE-LINES-ROUTINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO REPORT-RECORD
           PERFORM 22-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE HEADING-FOUR TO REPORT-RECORD
           PERFORM 22-WRITE-LINES-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 22-WRITE-LINES-ROUTINE
        .

       22-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
        .

       24-RETURN-INVOICE-RECORD.

           RETURN INVOICE-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-AT-END
           END-RETURN
        .

       30-PROCESS-INVOICE-ROUTINE.

           MOVE IS_SUPPLIER_ID TO WS-CURRENT-SUPPLIER
           MOVE IS_INVOICE_NUMBER TO WS-CURRENT-INVOICE
           MOVE IS_INVOICE_DATE TO WS-CURRENT-INVOICE-DATE
           MOVE ZERO TO WS-INV-LINE-COUNT
           MOVE ZERO TO WS-INVOICE-AMOUNT
           MOVE "N" TO WS-HOLD-FLAG
           MOVE "N" TO WS-OVERFLOW-FLAG
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM 31-CHECK-INVOICE-ROUTINE
           PERFORM 32-MATCH-ONE-LINE
               UNTIL SORT-AT-END = "Y"
                   OR IS_SUPPLIER_ID NOT = WS-CURRENT-SUPPLIER
                   OR IS_INVOICE_NUMBER NOT = WS-CURRENT-INVOICE
           IF WS-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-INVOICE-COUNT
               PERFORM 35-PRINT-INVOICE-ROUTINE
               PERFORM 36-HOLD-INVOICE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-INV-LINE-COUNT
           ELSE
               ADD 1 TO WS-APPROVED-INVOICE-COUNT
               PERFORM 42-FIGURE-DUE-DATE-ROUTINE
               PERFORM 38-APPROVE-INVOICE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-INV-LINE-COUNT
               PERFORM 39-WRITE-PAYMENT-WORK-ROUTINE
           END-IF
        .

       29-LOOKUP-SUPPLIER-ROUTINE.

           MOVE "N" TO WS-SUPPLIER-FOUND
           MOVE ZERO TO WS-SUPPLIER-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-SUPPLIER-COUNT
               OR WS-SUPPLIER-FOUND = "Y"
               IF WS-TAB-SU-SUPPLIER-ID (WS-SUB) = WS-CURRENT-SUPPLIER
                   MOVE "Y" TO WS-SUPPLIER-FOUND
                   MOVE WS-SUB TO WS-SUPPLIER-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       31-CHECK-INVOICE-ROUTINE.

           PERFORM 29-LOOKUP-SUPPLIER-ROUTINE
           MOVE "N" TO WS-BAD-DATE-FLAG
           IF WS-CURRENT-INVOICE-DATE NOT NUMERIC
               MOVE "Y" TO WS-BAD-DATE-FLAG
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                   (WS-CURRENT-INVOICE-DATE) NOT = ZERO
                   MOVE "Y" TO WS-BAD-DATE-FLAG
               END-IF
           END-IF
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PAID-COUNT
               OR WS-DUPLICATE-FLAG = "Y"
               IF WS-PAID-KEY (WS-SUB) = WS-CURRENT-KEY
                   MOVE "Y" TO WS-DUPLICATE-FLAG
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
        .

       32-MATCH-ONE-LINE.

           ADD 1 TO WS-LINES-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE IS_PO_NUMBER TO WS-LOOKUP-PO
           MOVE IS_CATALOG_NUM TO WS-LOOKUP-CATALOG
           PERFORM 19-LOOKUP-PO-ROUTINE
           MOVE ZERO TO WS-RECEIVED-QTY
           MOVE ZERO TO WS-PRIOR-BILLED
           IF WS-PO-FOUND = "Y"
               IF WS-TAB-LOGGED (WS-PO-SUB) = "Y"
                   MOVE WS-TAB-LOG-RECEIVED (WS-PO-SUB)
                       TO WS-RECEIVED-QTY
               ELSE
                   MOVE WS-TAB-OPEN-RECEIVED (WS-PO-SUB)
                       TO WS-RECEIVED-QTY
               END-IF
               MOVE WS-TAB-BILLED-QTY (WS-PO-SUB) TO WS-PRIOR-BILLED
           END-IF
           EVALUATE TRUE
               WHEN WS-SUPPLIER-FOUND = "N"
                   MOVE "NO SUPPLIER" TO WS-REJECT-REASON
               WHEN WS-BAD-DATE-FLAG = "Y"
                   MOVE "BAD DATE" TO WS-REJECT-REASON
               WHEN WS-DUPLICATE-FLAG = "Y"
                   MOVE "DUPLICATE INV" TO WS-REJECT-REASON
               WHEN WS-PO-FOUND = "N"
                   MOVE "NO PO LINE" TO WS-REJECT-REASON
               WHEN WS-TAB-SUPPLIER-ID (WS-PO-SUB) NOT = IS_SUPPLIER_ID
                   MOVE "WRONG SUPPLIER" TO WS-REJECT-REASON
               WHEN IS_QUANTITY_BILLED = ZERO
                   MOVE "ZERO QTY" TO WS-REJECT-REASON
               WHEN WS-RECEIVED-QTY NOT > ZERO
                   MOVE "NOT RECEIVED" TO WS-REJECT-REASON
               WHEN IS_QUANTITY_BILLED >
                       WS-RECEIVED-QTY - WS-PRIOR-BILLED
                   MOVE "QTY MISMATCH" TO WS-REJECT-REASON
               WHEN WS-TAB-UNIT-PRICE (WS-PO-SUB) = ZERO
                   MOVE "NO PO PRICE" TO WS-REJECT-REASON
               WHEN IS_UNIT_PRICE_BILLED
                       NOT = WS-TAB-UNIT-PRICE (WS-PO-SUB)
                   MOVE "PRICE MISMATCH" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "Y" TO WS-HOLD-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-INV-LINE-COUNT < 200
               PERFORM 33-STORE-INVOICE-LINE
           ELSE
               MOVE "Y" TO WS-HOLD-FLAG
               MOVE "Y" TO WS-OVERFLOW-FLAG
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM 37-WRITE-CARRIED-FROM-SORT
           END-IF
           PERFORM 24-RETURN-INVOICE-RECORD
        .

       33-STORE-INVOICE-LINE.

           ADD 1 TO WS-INV-LINE-COUNT
           MOVE IS_PO_NUMBER TO WS-IL-PO-NUMBER (WS-INV-LINE-COUNT)
           MOVE IS_CATALOG_NUM
               TO WS-IL-CATALOG-NUM (WS-INV-LINE-COUNT)
           MOVE IS_QUANTITY_BILLED
               TO WS-IL-QUANTITY-BILLED (WS-INV-LINE-COUNT)
           MOVE IS_UNIT_PRICE_BILLED
               TO WS-IL-PRICE-BILLED (WS-INV-LINE-COUNT)
           MOVE WS-PO-SUB TO WS-IL-PO-SUB (WS-INV-LINE-COUNT)
           MOVE WS-RECEIVED-QTY
               TO WS-IL-RECEIVED-QTY (WS-INV-LINE-COUNT)
           MOVE WS-PRIOR-BILLED
               TO WS-IL-PRIOR-BILLED (WS-INV-LINE-COUNT)
           MOVE WS-REJECT-REASON TO WS-IL-REASON (WS-INV-LINE-COUNT)
           IF WS-PO-FOUND = "Y"
               MOVE WS-TAB-ORDER-QTY (WS-PO-SUB)
                   TO WS-IL-ORDER-QTY (WS-INV-LINE-COUNT)
               MOVE WS-TAB-UNIT-PRICE (WS-PO-SUB)
                   TO WS-IL-PO-PRICE (WS-INV-LINE-COUNT)
           ELSE
               MOVE ZERO TO WS-IL-ORDER-QTY (WS-INV-LINE-COUNT)
               MOVE ZERO TO WS-IL-PO-PRICE (WS-INV-LINE-COUNT)
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD IS_QUANTITY_BILLED TO WS-TAB-BILLED-QTY (WS-PO-SUB)
           END-IF
        .

       34-CHECK-PAGE-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
        .

       35-PRINT-INVOICE-ROUTINE.

           IF WS-LINE-COUNT > WS-PAGE-LIMIT - 3
               PERFORM 20-WRITE-HEADINGS-ROUTINE
           END-IF
           MOVE WS-CURRENT-SUPPLIER TO IL-SUPPLIER-ID
           MOVE WS-CURRENT-INVOICE TO IL-INVOICE-NUMBER
           MOVE WS-CURRENT-INVOICE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-MONTH TO IL-INVOICE-MONTH
           MOVE WS-WORK-DAY TO IL-INVOICE-DAY
           MOVE WS-WORK-YEAR TO IL-INVOICE-YEAR
           IF WS-OVERFLOW-FLAG = "Y"
               MOVE "LINES OVER 200" TO IL-FLAG
           ELSE
               MOVE "HELD" TO IL-FLAG
           END-IF
           MOVE INVOICE-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 22-WRITE-LINES-ROUTINE
        .

       36-HOLD-INVOICE-LINE.

           IF WS-IL-REASON (WS-LINE-SUB) = SPACES
               SUBTRACT WS-IL-QUANTITY-BILLED (WS-LINE-SUB)
                   FROM WS-TAB-BILLED-QTY (WS-IL-PO-SUB (WS-LINE-SUB))
               MOVE "HELD" TO DL-REASON
           ELSE
               MOVE WS-IL-REASON (WS-LINE-SUB) TO DL-REASON
           END-IF
           PERFORM 34-CHECK-PAGE-ROUTINE
           MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO DL-PO-NUMBER
           MOVE WS-IL-CATALOG-NUM (WS-LINE-SUB) TO DL-CATALOG-NUM
           MOVE WS-IL-ORDER-QTY (WS-LINE-SUB) TO DL-ORDER-QTY
           MOVE WS-IL-RECEIVED-QTY (WS-LINE-SUB) TO DL-RECEIVED-QTY
           MOVE WS-IL-PRIOR-BILLED (WS-LINE-SUB) TO DL-PRIOR-BILLED
           MOVE WS-IL-QUANTITY-BILLED (WS-LINE-SUB)
               TO DL-QUANTITY-BILLED
           MOVE WS-IL-PO-PRICE (WS-LINE-SUB) TO DL-PO-PRICE
           MOVE WS-IL-PRICE-BILLED (WS-LINE-SUB) TO DL-PRICE-BILLED
           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 22-WRITE-LINES-ROUTINE
           MOVE WS-CURRENT-INVOICE TO NI-INVOICE-NUMBER
           MOVE WS-CURRENT-SUPPLIER TO NI-SUPPLIER-ID
           MOVE WS-CURRENT-INVOICE-DATE TO NI-INVOICE-DATE
           MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO NI-PO-NUMBER
           MOVE WS-IL-CATALOG-NUM (WS-LINE-SUB) TO NI-CATALOG-NUM
           MOVE WS-IL-QUANTITY-BILLED (WS-LINE-SUB)
               TO NI-QUANTITY-BILLED
           MOVE WS-IL-PRICE-BILLED (WS-LINE-SUB)
               TO NI-UNIT-PRICE-BILLED
           WRITE NEW-INVOICE-RECORD
           ADD 1 TO WS-CARRIED-COUNT
        .

       37-WRITE-CARRIED-FROM-SORT.

           MOVE IS_INVOICE_NUMBER TO NI-INVOICE-NUMBER
           MOVE IS_SUPPLIER_ID TO NI-SUPPLIER-ID
           MOVE IS_INVOICE_DATE TO NI-INVOICE-DATE
           MOVE IS_PO_NUMBER TO NI-PO-NUMBER
           MOVE IS_CATALOG_NUM TO NI-CATALOG-NUM
           MOVE IS_QUANTITY_BILLED TO NI-QUANTITY-BILLED
           MOVE IS_UNIT_PRICE_BILLED TO NI-UNIT-PRICE-BILLED
           WRITE NEW-INVOICE-RECORD
           ADD 1 TO WS-CARRIED-COUNT
        .

       38-APPROVE-INVOICE-LINE.

           MOVE WS-CURRENT-INVOICE TO AI-INVOICE-NUMBER
           MOVE WS-CURRENT-SUPPLIER TO AI-SUPPLIER-ID
           MOVE WS-CURRENT-INVOICE-DATE TO AI-INVOICE-DATE
           MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO AI-PO-NUMBER
           MOVE WS-IL-CATALOG-NUM (WS-LINE-SUB) TO AI-CATALOG-NUM
           MOVE WS-IL-QUANTITY-BILLED (WS-LINE-SUB)
               TO AI-QUANTITY-BILLED
           MOVE WS-IL-PRICE-BILLED (WS-LINE-SUB)
               TO AI-UNIT-PRICE-BILLED
           MOVE WS-RUN-DATE TO AI-APPROVED-DATE
           MOVE WS-DUE-DATE TO AI-DUE-DATE
           WRITE APPROVED-INVOICE-RECORD
           ADD 1 TO WS-APPROVED-LINE-COUNT
           COMPUTE WS-LINE-AMOUNT =
               WS-IL-QUANTITY-BILLED (WS-LINE-SUB)
               * WS-IL-PRICE-BILLED (WS-LINE-SUB)
           ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
        .

       39-WRITE-PAYMENT-WORK-ROUTINE.

           MOVE WS-DUE-DATE TO PY-DUE-DATE
           MOVE WS-CURRENT-SUPPLIER TO PY-SUPPLIER-ID
           MOVE WS-CURRENT-INVOICE TO PY-INVOICE-NUMBER
           MOVE WS-CURRENT-INVOICE-DATE TO PY-INVOICE-DATE
           MOVE WS-TERMS-FLAG TO PY-TERMS-FLAG
           MOVE WS-INVOICE-AMOUNT TO PY-INVOICE-AMOUNT
           WRITE PAYMENT-WORK-RECORD
        .

       42-FIGURE-DUE-DATE-ROUTINE.

           MOVE WS-TAB-SU-TERMS (WS-SUPPLIER-SUB) TO WS-TERMS-TEXT
           MOVE ZERO TO WS-TERMS-DAYS
           MOVE "N" TO WS-TERMS-FOUND
           MOVE "N" TO WS-TERMS-DONE
           MOVE SPACE TO WS-TERMS-FLAG
           MOVE ZERO TO WS-TERMS-START
           INSPECT WS-TERMS-TEXT TALLYING WS-TERMS-START
               FOR CHARACTERS BEFORE INITIAL "NET"
           IF WS-TERMS-START < 10
               ADD 4 TO WS-TERMS-START
           ELSE
               MOVE 1 TO WS-TERMS-START
           END-IF
           PERFORM 44-SCAN-TERMS-ROUTINE
               VARYING WS-TERMS-SUB FROM WS-TERMS-START BY 1
               UNTIL WS-TERMS-SUB > 10
                   OR WS-TERMS-DONE = "Y"
           IF WS-TERMS-FOUND = "N"
               MOVE ZERO TO WS-CASH-COUNT
               INSPECT WS-TERMS-TEXT TALLYING WS-CASH-COUNT
                   FOR ALL "COD" ALL "CASH" ALL "DUE"
               IF WS-CASH-COUNT = ZERO
                   MOVE 30 TO WS-TERMS-DAYS
                   MOVE "?" TO WS-TERMS-FLAG
               END-IF
           END-IF
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-INVOICE-DATE)
               + WS-TERMS-DAYS
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
        .

       44-SCAN-TERMS-ROUTINE.

           IF WS-TERMS-TEXT (WS-TERMS-SUB:1) NUMERIC
               MOVE WS-TERMS-TEXT (WS-TERMS-SUB:1) TO WS-TERMS-DIGIT
               IF WS-TERMS-DAYS < 100
                   COMPUTE WS-TERMS-DAYS =
                       WS-TERMS-DAYS * 10 + WS-TERMS-DIGIT
               END-IF
               MOVE "Y" TO WS-TERMS-FOUND
           ELSE
               IF WS-TERMS-FOUND = "Y"
                   MOVE "Y" TO WS-TERMS-DONE
               END-IF
           END-IF
        .

       45-TOTAL-ROUTINE.

           MOVE WS-INVOICE-COUNT TO TL-INVOICE-COUNT
           MOVE WS-APPROVED-INVOICE-COUNT TO TL-APPROVED-COUNT
           MOVE WS-HELD-INVOICE-COUNT TO TL-HELD-COUNT
           MOVE WS-LINES-READ-COUNT TO TL-LINES-READ-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 22-WRITE-LINES-ROUTINE
           MOVE END-OF-REPORT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 22-WRITE-LINES-ROUTINE
        .

       52-LOAD-PAYMENT-SORT.

           OPEN INPUT PAYMENT-WORK-FILE
           PERFORM UNTIL PAYMENT-WORK-AT-END = "Y"
               READ PAYMENT-WORK-FILE
                   AT END
                       MOVE "Y" TO PAYMENT-WORK-AT-END
                   NOT AT END
                       RELEASE SORT-PAYMENT-RECORD
                           FROM PAYMENT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYMENT-WORK-FILE
        .

       54-PAYMENT-SCHEDULE-ROUTINE.

           OPEN OUTPUT PAYMENT-SCHEDULE-FILE
           PERFORM 55-WRITE-SCHEDULE-HEADINGS
           PERFORM UNTIL PAYMENT-AT-END = "Y"
               RETURN PAYMENT-SORT-FILE
                   AT END
                       MOVE "Y" TO PAYMENT-AT-END
                   NOT AT END
                       PERFORM 57-SCHEDULE-ONE-INVOICE
               END-RETURN
           END-PERFORM
           IF WS-PRIOR-DUE-DATE NOT = ZERO
               PERFORM 58-DUE-DATE-TOTAL-ROUTINE
           END-IF
           PERFORM 59-SCHEDULE-TOTAL-ROUTINE
           CLOSE PAYMENT-SCHEDULE-FILE
        .

       55-WRITE-SCHEDULE-HEADINGS.

           ADD 1 TO WS-SCHED-PAGE-NUMBER
           MOVE WS-SCHED-PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE SCHEDULE-RECORD FROM PY-HEADING-ONE
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SCHED-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE PY-HEADING-TWO TO SCHEDULE-RECORD
           PERFORM 56-WRITE-SCHEDULE-LINE
           MOVE 3 TO PROPER-SPACING
           MOVE PY-HEADING-THREE TO SCHEDULE-RECORD
           PERFORM 56-WRITE-SCHEDULE-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO SCHEDULE-RECORD
           PERFORM 56-WRITE-SCHEDULE-LINE
        .

       56-WRITE-SCHEDULE-LINE.

           WRITE SCHEDULE-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-SCHED-LINE-COUNT
        .

       57-SCHEDULE-ONE-INVOICE.

           IF PS_DUE_DATE NOT = WS-PRIOR-DUE-DATE
               IF WS-PRIOR-DUE-DATE NOT = ZERO
                   PERFORM 58-DUE-DATE-TOTAL-ROUTINE
               END-IF
               MOVE PS_DUE_DATE TO WS-PRIOR-DUE-DATE
           END-IF
           IF WS-SCHED-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 55-WRITE-SCHEDULE-HEADINGS
           END-IF
           MOVE PS_DUE_DATE TO WS-WORK-DATE
           MOVE WS-WORK-MONTH TO PD-DUE-MONTH
           MOVE WS-WORK-DAY TO PD-DUE-DAY
           MOVE WS-WORK-YEAR TO PD-DUE-YEAR
           MOVE PS_SUPPLIER_ID TO PD-SUPPLIER-ID
           MOVE PS_SUPPLIER_ID TO WS-CURRENT-SUPPLIER
           PERFORM 29-LOOKUP-SUPPLIER-ROUTINE
           IF WS-SUPPLIER-FOUND = "Y"
               MOVE WS-TAB-SU-NAME (WS-SUPPLIER-SUB)
                   TO PD-SUPPLIER-NAME
           ELSE
               MOVE SPACES TO PD-SUPPLIER-NAME
           END-IF
           MOVE PS_INVOICE_NUMBER TO PD-INVOICE-NUMBER
           MOVE PS_INVOICE_DATE TO WS-WORK-DATE
           MOVE WS-WORK-MONTH TO PD-INVOICE-MONTH
           MOVE WS-WORK-DAY TO PD-INVOICE-DAY
           MOVE WS-WORK-YEAR TO PD-INVOICE-YEAR
           MOVE PS_INVOICE_AMOUNT TO PD-INVOICE-AMOUNT
           EVALUATE TRUE
               WHEN PS_DUE_DATE < WS-RUN-DATE
                   MOVE "PAST DUE" TO PD-FLAG
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN PS_TERMS_FLAG = "?"
                   MOVE "TERMS?" TO PD-FLAG
               WHEN OTHER
                   MOVE SPACES TO PD-FLAG
           END-EVALUATE
           MOVE PY-DETAIL-LINE TO SCHEDULE-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 56-WRITE-SCHEDULE-LINE
           ADD PS_INVOICE_AMOUNT TO WS-DUE-DATE-TOTAL
           ADD PS_INVOICE_AMOUNT TO WS-SCHEDULE-TOTAL
        .

       58-DUE-DATE-TOTAL-ROUTINE.

           MOVE WS-PRIOR-DUE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-MONTH TO PS-DUE-MONTH
           MOVE WS-WORK-DAY TO PS-DUE-DAY
           MOVE WS-WORK-YEAR TO PS-DUE-YEAR
           MOVE WS-DUE-DATE-TOTAL TO PS-DUE-AMOUNT
           MOVE PY-SUBTOTAL-LINE TO SCHEDULE-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 56-WRITE-SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-RECORD
           PERFORM 56-WRITE-SCHEDULE-LINE
           MOVE ZERO TO WS-DUE-DATE-TOTAL
        .

       59-SCHEDULE-TOTAL-ROUTINE.

           MOVE WS-APPROVED-INVOICE-COUNT TO PT-INVOICE-COUNT
           MOVE WS-SCHEDULE-TOTAL TO PT-SCHEDULE-TOTAL
           MOVE WS-PAST-DUE-COUNT TO PT-PAST-DUE-COUNT
           MOVE PY-TOTAL-LINE TO SCHEDULE-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 56-WRITE-SCHEDULE-LINE
           MOVE END-OF-REPORT-LINE TO SCHEDULE-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 56-WRITE-SCHEDULE-LINE
        .

       48-WRITE-RUN-LOG-ROUTINE.

           MOVE "INVOICEMATCH" TO RL-PROGRAM-ID
           MOVE WS-RUN-STAMP(1:8) TO RL-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO RL-RUN-TIME
           MOVE WS-LINES-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-APPROVED-LINE-COUNT TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT
           MOVE ZERO TO RL-ADD-COUNT
           MOVE ZERO TO RL-DELETE-COUNT
           WRITE RUN-LOG-FILE-RECORD FROM RUN-CONTROL-RECORD
        .

       40-CLOSE-ROUTINE.
           CLOSE RUN-LOG-FILE
        .
