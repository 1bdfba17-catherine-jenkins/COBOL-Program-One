      ****************************************************************
      * CUSTREC.CPY
      * Common CUSTOMER-RECORD layout for the Luna, Ltd. inventory
      * system.  One record per go-cart shop we sell to, keyed by
      * CM-CUSTOMER-ID, matching the CO-CUSTOMER-ID carried on every
      * CUST-ORDER-RECORD.  COPYed into CustMaint (which maintains
      * the file) and into OrderAlloc, which will not allocate stock
      * to an unknown customer, a customer on hold, or a customer
      * whose open balance plus tonight's allocations would go over
      * the credit limit.  A credit limit of zero means no limit is
      * checked; CM-HOLD-FLAG "Y" stops every order for the shop.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, BECAUSE ORDERS WERE ALLOCATED TO
      *        MISTYPED CUSTOMER IDS, CLOSED SHOPS, AND ACCOUNTS
      *        WELL PAST DUE.
      ****************************************************************
       01  CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID              PIC X(6).
           05  CM-CUSTOMER-NAME            PIC X(25).
           05  CM-SHIP-ADDRESS-1           PIC X(25).
           05  CM-SHIP-ADDRESS-2           PIC X(25).
           05  CM-CREDIT-LIMIT             PIC 9(7)V99.
           05  CM-OPEN-BALANCE             PIC 9(7)V99.
           05  CM-HOLD-FLAG                PIC X(1).
               88  CM-ON-HOLD                  VALUE "Y".
