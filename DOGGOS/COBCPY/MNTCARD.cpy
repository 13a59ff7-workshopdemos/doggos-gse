      ******************************************************************
      * MNTCARD
      * Table-maintenance card read by DOGGOSTM: one ADD, CHANGE,
      * DELETE or DEACTIVATE transaction against the breed table
      * ('B'), the fee schedule ('F') or the shelter master ('S').
      * MC-DATA is the row image in the target table's own layout,
      * so a card is keyed exactly the way the table is. A breed
      * card punched before the tables were dated has blanks where
      * the dates now sit, and still means the open-ended row.
      * DOGGOSDC drafts cards in this layout from the suspense
      * backlog. Shared here so the maintenance step and the
      * drafting step cannot drift apart.
      ******************************************************************
       01 MNTCARDS-RECORD.
           05 MC-ACTION                PIC X(10).
               88 MC-ADD               VALUE 'ADD'.
               88 MC-CHANGE            VALUE 'CHANGE'.
               88 MC-DELETE            VALUE 'DELETE'.
               88 MC-DEACTIVATE        VALUE 'DEACTIVATE'.
           05 MC-FILE-ID               PIC X(1).
               88 MC-BREED-FILE        VALUE 'B'.
               88 MC-FEE-FILE          VALUE 'F'.
               88 MC-SHELTER-FILE      VALUE 'S'.
           05 MC-DATA                  PIC X(69).
           05 MC-BREED-DATA REDEFINES MC-DATA.
               10 MC-BREED-NAME        PIC X(30).
               10 MC-CATEGORY-INDEX    PIC 9(2).
               10 MC-CATEGORY-LABEL    PIC X(10).
               10 MC-BREED-FROM        PIC X(8).
               10 MC-BREED-TO          PIC X(8).
               10 FILLER               PIC X(11).
           05 MC-FEE-DATA REDEFINES MC-DATA.
               10 MC-FEE-CATEGORY      PIC 9(2).
               10 MC-MIN-FEE           PIC X(7).
               10 MC-MIN-FEE-NUM REDEFINES MC-MIN-FEE
                                       PIC 9(5)V99.
               10 MC-MAX-FEE           PIC X(7).
               10 MC-MAX-FEE-NUM REDEFINES MC-MAX-FEE
                                       PIC 9(5)V99.
               10 MC-FEE-FROM          PIC X(8).
               10 MC-FEE-TO            PIC X(8).
               10 FILLER               PIC X(37).
           05 MC-SHELTER-DATA REDEFINES MC-DATA.
               10 MC-SHELTER-CODE      PIC X(25).
               10 MC-SHELTER-NAME      PIC X(25).
               10 MC-ACTIVE-FLAG       PIC X(1).
               10 FILLER               PIC X(18).
