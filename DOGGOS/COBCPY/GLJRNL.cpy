      ******************************************************************
      * GLJRNL
      * General-ledger journal interface record, written by the
      * DOGGOSGL step from the day's DAILYTOT fee buckets and picked
      * up by the GL load. One journal per business date posted:
      *   'E' - one journal entry line: account, debit/credit side
      *         and amount. GJ-ENTRY-KIND 'S' is the day's standard
      *         revenue recognition; 'V' is a reversal of fees first
      *         recognized on the earlier business date named in
      *         GJ-ORIG-DATE (a ledger-matched return);
      *   'C' - the journal control record, last in each journal:
      *         entry count and debit/credit totals so the GL load
      *         can prove the journal balances before posting it.
      * GJ-JOURNAL-ID is built from the business date alone, so a
      * rerun of the day produces the SAME id and the GL load
      * refuses the second copy instead of double-posting it.
      * Shared here so the writer and any reader cannot drift apart.
      ******************************************************************
       01 GL-JOURNAL-REC.
           05 GJ-RECORD-TYPE           PIC X(1).
               88 GJ-ENTRY             VALUE 'E'.
               88 GJ-CONTROL           VALUE 'C'.
           05 GJ-JOURNAL-ID            PIC X(16).
           05 GJ-POSTING-DATE          PIC X(8).
           05 GJ-ENTRY-DATA.
               10 GJ-LINE-NUMBER       PIC 9(5).
               10 GJ-ACCOUNT           PIC X(10).
               10 GJ-DR-CR             PIC X(1).
                   88 GJ-DEBIT         VALUE 'D'.
                   88 GJ-CREDIT        VALUE 'C'.
               10 GJ-AMOUNT            PIC 9(9)V99.
               10 GJ-ENTRY-KIND        PIC X(1).
                   88 GJ-STANDARD      VALUE 'S'.
                   88 GJ-REVERSAL      VALUE 'V'.
               10 GJ-ORIG-DATE         PIC X(8).
               10 GJ-CATEGORY          PIC 9(2).
               10 GJ-DESCRIPTION       PIC X(30).
               10 FILLER               PIC X(7).
           05 GJ-CONTROL-DATA REDEFINES GJ-ENTRY-DATA.
               10 GJ-CTL-ENTRY-COUNT   PIC 9(7).
               10 GJ-CTL-DEBIT-TOTAL   PIC 9(11)V99.
               10 GJ-CTL-CREDIT-TOTAL  PIC 9(11)V99.
               10 GJ-CTL-SOURCE        PIC X(8).
               10 GJ-CTL-CREATED       PIC X(14).
               10 FILLER               PIC X(20).
