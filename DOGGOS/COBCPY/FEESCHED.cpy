      ******************************************************************
      * FEESCHED
      * Adoption fee schedule row: the fee range finance will accept
      * for one breed category, in force from FS-EFFECTIVE-FROM
      * through FS-EFFECTIVE-TO (CCYYMMDD, both days inclusive, blank
      * meaning open-ended the same way as on BRDLKUP). A category
      * may carry several rows over time; DOGGOS and DOGGOSSR check a
      * fee against the range in force on the record's business
      * date, so a fee change mid-month does not suspend earlier
      * days' corrections as BADFEE. Maintained through DOGGOSTM
      * cards. Shared here so the maintenance step and every reader
      * cannot drift apart.
      ******************************************************************
       01 FEESCHED-RECORD.
           05 FS-CATEGORY-INDEX        PIC 9(2).
           05 FS-MIN-FEE               PIC 9(5)V99.
           05 FS-MAX-FEE               PIC 9(5)V99.
           05 FS-EFFECTIVE-FROM        PIC X(8).
           05 FS-EFFECTIVE-TO          PIC X(8).
