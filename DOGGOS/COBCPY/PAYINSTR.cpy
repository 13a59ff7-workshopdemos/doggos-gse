      ******************************************************************
      * PAYINSTR
      * Payment-instruction record handed to accounts payable by the
      * DOGGOSRS monthly revenue-share settlement, framed the way the
      * suite frames every transmission:
      *   'H' - header: the settlement month and when it was built;
      *   'D' - one instruction per settled shelter: 'P' pay the
      *         shelter its share, or 'M' debit memo when returns
      *         netted the shelter's month below zero and the shelter
      *         owes the difference back;
      *   'T' - trailer: instruction count and the amount hash, so
      *         AP can prove the file arrived whole.
      * PI-REFERENCE is the settlement month plus the shelter code -
      * a rerun of the same month repeats it, so AP can refuse a
      * second copy instead of paying the shelter twice.
      * Shared here so the writer and any reader cannot drift apart.
      ******************************************************************
       01 PAYMENT-INSTR-REC.
           05 PI-RECORD-TYPE           PIC X(1).
               88 PI-HEADER            VALUE 'H'.
               88 PI-DETAIL            VALUE 'D'.
               88 PI-TRAILER           VALUE 'T'.
           05 PI-PERIOD                PIC X(6).
           05 PI-DETAIL-DATA.
               10 PI-REFERENCE         PIC X(31).
               10 PI-PAYEE-ID          PIC X(10).
               10 PI-SHELTER-NAME      PIC X(25).
               10 PI-INSTR-TYPE        PIC X(1).
                   88 PI-PAYMENT       VALUE 'P'.
                   88 PI-DEBIT-MEMO    VALUE 'M'.
               10 PI-AMOUNT            PIC 9(9)V99.
               10 PI-BASIS             PIC X(1).
               10 FILLER               PIC X(14).
           05 PI-HEADER-DATA REDEFINES PI-DETAIL-DATA.
               10 PI-HDR-SOURCE        PIC X(8).
               10 PI-HDR-CREATED       PIC X(14).
               10 FILLER               PIC X(71).
           05 PI-TRAILER-DATA REDEFINES PI-DETAIL-DATA.
               10 PI-TRL-COUNT         PIC 9(7).
               10 PI-TRL-AMOUNT-HASH   PIC 9(11)V99.
               10 FILLER               PIC X(73).
