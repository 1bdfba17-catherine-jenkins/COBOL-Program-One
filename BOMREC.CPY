      ****************************************************************
      * BOMREC.CPY
      * Common BOM-RECORD (bill of materials) layout for the Luna,
      * Ltd. inventory system.  One record per component of a kit:
      * the kit's catalog number, the component's catalog number,
      * and how many of the component go into one kit.  Both are
      * catalog numbers already on INVENTORY-FILE.  The file is kept
      * in kit / component sequence by BomMaint and is read by
      * KitAssembly (to explode a kit order into its components)
      * and WhereUsed (to list the kits each component goes into).
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, SO THE WAREHOUSE STOPS KEYING AN
      *        ISSUE FOR EVERY COMPONENT OF EVERY KIT IT BUILDS.
      ****************************************************************
       01  BOM-RECORD.
           05  BM-KIT-CATALOG-NUM          PIC X(5).
           05  BM-COMPONENT-NUM            PIC X(5).
           05  BM-QUANTITY-PER             PIC 9(3).
