      * Rows on the SHLHIST history file itself are always 'D' -
      * the deltas are applied by DOGGOSSH, not stored. Written
      * daily by DOGGOS, merged by DOGGOSSH, read by the DOGGOSSS
      * monthly statement step and the DOGGOSRS revenue-share
      * settlement, and archived/reset by the DOGGOSMC month-end
      * close. Shared here so the writers and the readers cannot
      * drift apart.
      *
      * SH-FEE-TOTAL carries the shelter's adoption fees alongside
      * its counts, on every flavor the way SH-TOTAL is: the day's
      * net fees on 'D', corrected fees on 'A', reversed fees on
      * 'R' - what the settlement step pays the shelter its share
      * of.
      ******************************************************************
       01 SHELTER-HISTORY-REC.
           05 SH-RECORD-TYPE           PIC X(1).
           05 SH-SHELTER-CODE          PIC X(25).
           05 SH-TOTAL                 PIC 9(7).
           05 SH-CAT-TOTAL             PIC 9(5) OCCURS 50 TIMES.
           05 SH-FEE-TOTAL             PIC 9(9)V99.
