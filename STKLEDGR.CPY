      ****************************************************************
      * STKLEDGR.CPY
      * Permanent stock ledger layout for the Luna, Ltd. inventory
      * system.  Every program that moves stock appends one record
      * per movement it applies to StockLedgerFile.txt, which is
      * never rewritten and never purged, so the movement files that
      * are overwritten every night are no longer the only record of
      * why a quantity changed:
      *     StockPost     RC IS KR KI AD CR RV
      *     CycleCount    CV  (the adjustment it hands to InvMaint)
      *     WhseTransfer  TO TI  (out of the sending bin, into the
      *                          receiving bin)
      * SK-QUANTITY is signed the way the movement affected stock:
      * a receipt is plus, an issue is minus, a count variance is
      * counted less book.  SK-POST-DATE and SK-POST-TIME are the
      * run that applied the movement; SK-MOVE-DATE is the date the
      * movement itself carried (the count date on a count
      * variance).  SK-REFERENCE-NUM is the purchase order, the
      * customer or kit order, or the count date, as
      * SK-REFERENCE-TYPE says.  StockCard and RollForward read it.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, BECAUSE THE MOVEMENT, TRANSFER AND
      *        COUNT FILES ARE OVERWRITTEN EVERY NIGHT AND A CHANGE
      *        IN ON HAND COULD NOT BE EXPLAINED AFTER THE FACT.
      ****************************************************************
       01  STOCK-LEDGER-RECORD.
           05  SK-POST-DATE                PIC 9(8).
           05  SK-POST-TIME                PIC 9(6).
           05  SK-SOURCE-PROGRAM           PIC X(12).
           05  SK-MOVE-TYPE                PIC X(2).
               88  SK-RECEIPT                  VALUE "RC".
               88  SK-ISSUE                    VALUE "IS".
               88  SK-KIT-RECEIPT              VALUE "KR".
               88  SK-KIT-ISSUE                VALUE "KI".
               88  SK-ADJUSTMENT               VALUE "AD".
               88  SK-CUSTOMER-RETURN          VALUE "CR".
               88  SK-RETURN-TO-VENDOR         VALUE "RV".
               88  SK-COUNT-VARIANCE           VALUE "CV".
               88  SK-TRANSFER-OUT             VALUE "TO".
               88  SK-TRANSFER-IN              VALUE "TI".
           05  SK-CATALOG-NUM              PIC X(5).
           05  SK-WAREHOUSE-ID             PIC X(6).
           05  SK-WAREHOUSE-BIN            PIC X(5).
           05  SK-QUANTITY                 PIC S9(6).
           05  SK-UNIT-COST                PIC 999V99.
           05  SK-MOVE-DATE                PIC 9(8).
           05  SK-REFERENCE-TYPE           PIC X(2).
               88  SK-PURCHASE-ORDER-REF       VALUE "PO".
               88  SK-CUSTOMER-ORDER-REF       VALUE "OR".
               88  SK-KIT-ORDER-REF            VALUE "KO".
               88  SK-COUNT-DATE-REF           VALUE "CD".
           05  SK-REFERENCE-NUM            PIC 9(8).
