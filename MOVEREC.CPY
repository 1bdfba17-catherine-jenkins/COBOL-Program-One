      *        COST FROM THE SUPPLIER'S INVOICE.  ZERO MEANS POST AT
      *        THE MASTER'S PA_PURCHASE_PRICE, THE OLD BEHAVIOUR.
      *        ISSUES AND ADJUSTMENTS CARRY ZERO.
      *   RCJ  ADDED CUSTOMER RETURN ("C") AND RETURN-TO-VENDOR ("V")
      *        CODES WITH MV-REFERENCE-NUM, MV-PARTY-ID, AND
      *        MV-REASON-CODE, SO A RETURN NO LONGER HAS TO BE FAKED
      *        AS AN ADJUSTMENT OR AN ISSUE.  A CUSTOMER RETURN
      *        CARRIES THE CUSTOMER ORDER NUMBER AND CUSTOMER ID; A
      *        RETURN-TO-VENDOR CARRIES THE PURCHASE ORDER NUMBER
      *        AND SUPPLIER ID.  AN ISSUE WRITTEN BY OrderAlloc
      *        CARRIES ITS ORDER NUMBER AND CUSTOMER ID.
      *   RCJ  ADDED KIT REASON CODES "KA" (ASSEMBLY) AND "KD"
      *        (DISASSEMBLY) FOR THE ISSUES AND RECEIPTS KitAssembly
      *        WRITES.  A KIT MOVEMENT CARRIES THE KIT ORDER NUMBER
      *        AND THE KIT CATALOG NUMBER.  A KIT RECEIPT DOES NOT
      *        RELIEVE ON-ORDER AND IS NOT A PURCHASE RECEIPT.
      *   RCJ  ADDED MV-OPERATOR-ID.  A MOVEMENT KEYED AT THE COUNTER
      *        THROUGH CounterEntry CARRIES THE CLERK'S OPERATOR ID SO
      *        CounterList CAN TOTAL EACH CLERK'S SHIFT.  MOVEMENTS
      *        WRITTEN BY THE BATCH PROGRAMS CARRY SPACES.
      ****************************************************************
       01  MOVEMENT-RECORD.
           05  MV-CATALOG-NUM              PIC X(5).
               88  MV-RECEIPT                  VALUE "R".
               88  MV-ISSUE                    VALUE "I".
               88  MV-ADJUSTMENT               VALUE "A".
               88  MV-CUSTOMER-RETURN          VALUE "C".
               88  MV-VENDOR-RETURN            VALUE "V".
           05  MV-QUANTITY                 PIC 9(4).
           05  MV-MOVE-DATE.
               10  MV-MOVE-YEAR            PIC 9999.
               10  MV-MOVE-MONTH           PIC 99.
               10  MV-MOVE-DAY             PIC 99.
           05  MV-UNIT-COST                PIC 999V99.
           05  MV-REFERENCE-NUM            PIC 9(6).
           05  MV-PARTY-ID                 PIC X(6).
           05  MV-REASON-CODE              PIC X(2).
               88  MV-KIT-ASSEMBLY             VALUE "KA".
               88  MV-KIT-DISASSEMBLY          VALUE "KD".
               88  MV-KIT-MOVEMENT             VALUE "KA" "KD".
           05  MV-OPERATOR-ID              PIC X(6).
