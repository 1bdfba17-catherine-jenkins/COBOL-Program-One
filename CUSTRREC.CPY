      ****************************************************************
      * CUSTRREC.CPY
      * Transaction record layout for CustMaint, the batch file
      * maintenance program for CUSTOMER-FILE.  One record per add,
      * change, or delete, keyed by CT-CUSTOMER-ID, following the
      * same conventions as SUPTRREC.CPY for the supplier file.  A
      * CHANGE replaces every field, so accounts receivable keys the
      * current open balance along with any name or address change.
      ****************************************************************
       01  CUST-TRAN-RECORD.
           05  CT-TRAN-CODE                PIC X(1).
               88  CT-ADD                      VALUE "A".
               88  CT-CHANGE                   VALUE "C".
               88  CT-DELETE                   VALUE "D".
           05  CT-CUSTOMER-ID              PIC X(6).
           05  CT-CUSTOMER-NAME            PIC X(25).
           05  CT-SHIP-ADDRESS-1           PIC X(25).
           05  CT-SHIP-ADDRESS-2           PIC X(25).
           05  CT-CREDIT-LIMIT             PIC 9(7)V99.
           05  CT-OPEN-BALANCE             PIC 9(7)V99.
           05  CT-HOLD-FLAG                PIC X(1).
