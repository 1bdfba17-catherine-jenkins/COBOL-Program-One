      ****************************************************************
      * KITORDR.CPY
      * Kit order record layout for the Luna, Ltd. inventory system.
      * One record per kit build or teardown the warehouse has been
      * told to do: the kit order number, the order type, the kit
      * catalog number, and how many kits.  An assembly order ("A")
      * issues the components and receives the kits; a disassembly
      * order ("D") issues the kits and receives the components
      * back.  KitAssembly reads the file and carries any order it
      * could not fill to the next run.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, WRITTEN TOGETHER WITH BOMREC.CPY.
      ****************************************************************
       01  KIT-ORDER-RECORD.
           05  KO-ORDER-NUMBER             PIC 9(6).
           05  KO-ORDER-TYPE               PIC X(1).
               88  KO-ASSEMBLE                 VALUE "A".
               88  KO-DISASSEMBLE              VALUE "D".
           05  KO-KIT-CATALOG-NUM          PIC X(5).
           05  KO-QUANTITY                 PIC 9(4).
