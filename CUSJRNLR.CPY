      ****************************************************************
      * CUSJRNLR.CPY
      * Customer maintenance journal layout for the Luna, Ltd.
      * inventory system.  CustMaint appends one record per applied
      * transaction, carrying the full before and after
      * CUSTOMER-RECORD images with the run date, following the same
      * conventions as SUPJRNLR.CPY for the supplier file.  An ADD
      * has a blank before image; a DELETE has a blank after image.
      * The file is never rewritten, only added to, and JournalList
      * reads it back to print the change trail for a customer ID.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, WRITTEN TOGETHER WITH CUSTREC.CPY.
      ****************************************************************
       01  CUST-JOURNAL-RECORD.
           05  CJ-CUSTOMER-ID              PIC X(6).
           05  CJ-RUN-DATE.
               10  CJ-RUN-YEAR             PIC 9999.
               10  CJ-RUN-MONTH            PIC 99.
               10  CJ-RUN-DAY              PIC 99.
           05  CJ-ACTION                   PIC X(1).
               88  CJ-ADD                      VALUE "A".
               88  CJ-CHANGE                   VALUE "C".
               88  CJ-DELETE                   VALUE "D".
           05  CJ-BEFORE-IMAGE             PIC X(100).
           05  CJ-AFTER-IMAGE              PIC X(100).
