      ****************************************************************
      * GLACCTR.CPY
      * General ledger account-mapping record layout for the Luna,
      * Ltd. inventory system.  GlAccountFile.txt carries one record
      * per account GlInterface posts to, keyed by account type and
      * warehouse.  A record with a blank GA-WAREHOUSE-ID is the
      * account for every warehouse that has no record of its own,
      * so a single record per type will do until accounting wants
      * a type split out by warehouse.  The account types are:
      *     IN  INVENTORY ASSET
      *     CS  COST OF GOODS SOLD
      *     PV  PURCHASE PRICE VARIANCE
      *     SH  COUNT SHRINKAGE AND STOCK ADJUSTMENTS
      *     AR  ACCRUED RECEIPTS (RECEIVED NOT INVOICED)
      *     KC  KIT ASSEMBLY CLEARING
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, FOR THE GENERAL LEDGER JOURNAL
      *        INTERFACE.
      ****************************************************************
       01  GL-ACCOUNT-RECORD.
           05  GA-ACCOUNT-TYPE             PIC X(2).
               88  GA-INVENTORY-ASSET          VALUE "IN".
               88  GA-COST-OF-SALES            VALUE "CS".
               88  GA-PRICE-VARIANCE           VALUE "PV".
               88  GA-SHRINKAGE                VALUE "SH".
               88  GA-ACCRUED-RECEIPTS         VALUE "AR".
               88  GA-KIT-CLEARING             VALUE "KC".
           05  GA-WAREHOUSE-ID             PIC X(6).
           05  GA-ACCOUNT-NUMBER           PIC X(12).
           05  GA-ACCOUNT-NAME             PIC X(30).
