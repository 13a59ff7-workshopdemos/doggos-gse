      ******************************************************************
      * BRDLKUP
      * Breed-name-to-category table row. A breed name may carry
      * several rows over time, each in force from BL-EFFECTIVE-FROM
      * through BL-EFFECTIVE-TO (CCYYMMDD, both days inclusive). A
      * blank from-date has been in force since before the table
      * was dated; a blank to-date stays in force until a later row
      * closes it. Every reader resolves a breed's category and a
      * category's label as of the business date it is working on,
      * so a rerun or a back-dated correction lands in the bucket
      * that was in force on the day, not today's. Maintained
      * through DOGGOSTM cards. Shared here so the maintenance step
      * and every reader cannot drift apart.
      ******************************************************************
       01 BRDLKUP-RECORD.
           05 BL-BREED-NAME            PIC X(30).
           05 BL-CATEGORY-INDEX        PIC 9(2).
           05 BL-CATEGORY-LABEL        PIC X(10).
           05 BL-EFFECTIVE-FROM        PIC X(8).
           05 BL-EFFECTIVE-TO          PIC X(8).
