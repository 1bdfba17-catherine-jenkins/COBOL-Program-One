      ****************************************************************
      * NEWCUSTR.CPY
      * Working layout for a customer record being written to a new
      * CUSTOMER-FILE generation.  Same shape as CUSTREC.CPY but
      * carries its own field names (NU- instead of CM-) so CustMaint
      * can hold an old-master CUSTOMER-RECORD and a new-master record
      * side by side during a file update, the same way NEWSUPPR.CPY
      * pairs with SUPPREC.CPY for the supplier file.
      ****************************************************************
       01  NEW-CUSTOMER-RECORD.
           05  NU-CUSTOMER-ID              PIC X(6).
           05  NU-CUSTOMER-NAME            PIC X(25).
           05  NU-SHIP-ADDRESS-1           PIC X(25).
           05  NU-SHIP-ADDRESS-2           PIC X(25).
           05  NU-CREDIT-LIMIT             PIC 9(7)V99.
           05  NU-OPEN-BALANCE             PIC 9(7)V99.
           05  NU-HOLD-FLAG                PIC X(1).
