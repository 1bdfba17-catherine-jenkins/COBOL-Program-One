      ****************************************************************
      * VALUEREC.CPY
      * Inventory value record layout for the Luna, Ltd. inventory
      * system.  Each program that changes the value of the stock
      * writes one record per movement it applies, carrying the
      * quantity and the extended value of the movement as it
      * affects the inventory, signed (a receipt is plus, an issue
      * is minus), so GlInterface can turn the night's movements
      * into a general ledger journal without re-costing anything:
      *     StockPost     StockValueFile.txt     RC IS KR KI AD CR RV
      *     CycleCount    CountValueFile.txt     CV
      *     WhseTransfer  TransferValueFile.txt  TR
      * Each file is rewritten every run of the program that writes
      * it.  IV-VARIANCE-VALUE is the purchase price variance on a
      * receipt (invoiced cost less PA_PURCHASE_PRICE, extended)
      * and is zero on every other movement.  IV-FROM-WAREHOUSE-ID
      * is only filled in on a transfer, where IV-WAREHOUSE-ID is
      * the receiving warehouse.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO THE GENERAL LEDGER CAN BE POSTED
      *        FROM WHAT THE NIGHTLY PROGRAMS ACTUALLY APPLIED.
      ****************************************************************
       01  INVENTORY-VALUE-RECORD.
           05  IV-SOURCE-PROGRAM           PIC X(12).
           05  IV-MOVE-TYPE                PIC X(2).
               88  IV-RECEIPT                  VALUE "RC".
               88  IV-ISSUE                    VALUE "IS".
               88  IV-KIT-RECEIPT              VALUE "KR".
               88  IV-KIT-ISSUE                VALUE "KI".
               88  IV-ADJUSTMENT               VALUE "AD".
               88  IV-CUSTOMER-RETURN          VALUE "CR".
               88  IV-RETURN-TO-VENDOR         VALUE "RV".
               88  IV-COUNT-VARIANCE           VALUE "CV".
               88  IV-TRANSFER                 VALUE "TR".
           05  IV-POST-DATE                PIC 9(8).
           05  IV-CATALOG-NUM              PIC X(5).
           05  IV-WAREHOUSE-ID             PIC X(6).
           05  IV-FROM-WAREHOUSE-ID        PIC X(6).
           05  IV-QUANTITY                 PIC S9(6).
           05  IV-EXTENDED-VALUE           PIC S9(7)V99.
           05  IV-VARIANCE-VALUE           PIC S9(7)V99.
           05  IV-REFERENCE-NUM            PIC 9(6).
