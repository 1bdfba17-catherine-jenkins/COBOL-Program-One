      ****************************************************************
      * GLJRNLR.CPY
      * General ledger journal-entry record layout for the Luna,
      * Ltd. inventory system.  GlInterface writes
      * GlJournalFile.txt in this fixed layout, one record per
      * journal line, for the accounting package to import.  All
      * lines of a run carry the same journal date and the source
      * code INVT.  The amount is always positive; GJ-DEBIT-CREDIT
      * says which side it goes on.  GJ-MOVE-TYPE is the kind of
      * stock movement the line summarizes (VALUEREC.CPY), or PV
      * on a purchase price variance line.
      ****************************************************************
      * MODIFICATION HISTORY:
      *   RCJ  ORIGINAL VERSION, FOR THE GENERAL LEDGER JOURNAL
      *        INTERFACE.
      ****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE             PIC 9(8).
           05  GJ-SOURCE-CODE              PIC X(4).
           05  GJ-LINE-NUMBER              PIC 9(5).
           05  GJ-ACCOUNT-NUMBER           PIC X(12).
           05  GJ-DEBIT-CREDIT             PIC X(1).
               88  GJ-DEBIT                    VALUE "D".
               88  GJ-CREDIT                   VALUE "C".
           05  GJ-AMOUNT                   PIC 9(9)V99.
           05  GJ-MOVE-TYPE                PIC X(2).
           05  GJ-DESCRIPTION              PIC X(30).
