      ****************************************************************
      * BOMTRREC.CPY
      * Transaction record layout for BomMaint, the batch file
      * maintenance program for the bill-of-materials file.  One
      * record per add, change, or delete of a kit component, keyed
      * by BT-KIT-CATALOG-NUM / BT-COMPONENT-NUM, following the same
      * conventions as TRANREC.CPY for the inventory file.  A change
      * replaces the quantity per kit.
      ****************************************************************
       01  BOM-TRAN-RECORD.
           05  BT-TRAN-CODE                PIC X(1).
               88  BT-ADD                      VALUE "A".
               88  BT-CHANGE                   VALUE "C".
               88  BT-DELETE                   VALUE "D".
           05  BT-KEY.
               10  BT-KIT-CATALOG-NUM      PIC X(5).
               10  BT-COMPONENT-NUM        PIC X(5).
           05  BT-QUANTITY-PER             PIC 9(3).
