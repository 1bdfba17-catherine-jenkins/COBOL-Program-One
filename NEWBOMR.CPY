      ****************************************************************
      * NEWBOMR.CPY
      * Working layout for a bill-of-materials record being written
      * to a new BOM file generation.  Same shape as BOMREC.CPY but
      * carries its own field names (NB- instead of BM-) so BomMaint
      * can hold an old-master BOM-RECORD and a new-master record
      * side by side during a file update, the same way NEWSUPPR.CPY
      * pairs with SUPPREC.CPY for the supplier file.
      ****************************************************************
       01  NEW-BOM-RECORD.
           05  NB-KIT-CATALOG-NUM          PIC X(5).
           05  NB-COMPONENT-NUM            PIC X(5).
           05  NB-QUANTITY-PER             PIC 9(3).
