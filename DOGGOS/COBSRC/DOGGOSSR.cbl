
       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

       FD  SHELMAST
           RECORDING MODE IS F
      ******************************************************************
       FD  FEESCHED
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY FEESCHED.

       FD  DAILYTOT
           RECORDING MODE IS F
      ******************************************************************
       FD  DAILYSHL
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
           COPY SHLHIST.

      ******************************************************************

      ******************************************************************
      * Breed rows, loaded the same way DOGGOS loads them so both
      * programs agree on what passes: every dated BRDLKUP row as
      * loaded, and the rows in force on the original business date
      * of the record being reapplied - one entry per breed name in
      * force, any number of rows per category. The in-force set is
      * only re-resolved when the date changes from one record to
      * the next.
      ******************************************************************
       01  WS-BRDLKUP-ROW-COUNT        PIC 9(3) VALUE 0.
       01  WS-BRDLKUP-ROW-TABLE.
           05 WS-BRDLKUP-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BRDLKUP-IDX.
               10 WS-BL-ROW-NAME       PIC X(30).
               10 WS-BL-ROW-CATEGORY   PIC 9(2).
               10 WS-BL-ROW-FROM       PIC X(8).
               10 WS-BL-ROW-TO         PIC X(8).

       01  WS-RESOLVED-DATE            PIC X(8) VALUE SPACES.

       01  WS-BREED-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-BREED-ROW-TABLE.
           05 WS-BREED-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BREED-IDX.
               10 WS-BREED-ROW-NAME    PIC X(30).
               10 WS-BREED-ROW-CATEGORY PIC 9(2).
       01  WS-QUANTITY-NUM             PIC 9(3) VALUE 0.

      ******************************************************************
      * Fee schedule rows, loaded from FEESCHED the same way DOGGOS
      * loads them, the range per category in force on the record's
      * business date, and the fee pickup areas for one record.
      ******************************************************************
       01  WS-FEESCHED-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-FEESCHED          VALUE 'Y'.
       01  WS-FEE-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-FEE-ROW-TABLE.
           05 WS-FEE-ROW OCCURS 200 TIMES
                   INDEXED BY WS-FEE-ROW-IDX.
               10 WS-FR-CATEGORY       PIC 9(2).
               10 WS-FR-MIN-FEE        PIC 9(5)V99.
               10 WS-FR-MAX-FEE        PIC 9(5)V99.
               10 WS-FR-EFFECTIVE-FROM PIC X(8).
               10 WS-FR-EFFECTIVE-TO   PIC X(8).
       01  WS-FEE-SLOT                 PIC 9(2) VALUE 0.
       01  WS-FEE-SCHED-TABLE.
           05 WS-FEE-SCHED-ENTRY OCCURS 50 TIMES.
               10 WS-FS-PRESENT        PIC X(1).
           END-IF.

       1100-LOAD-BREED-CATEGORY-TABLE.
           MOVE SPACES TO WS-BRDLKUP-ROW-TABLE
           MOVE 0 TO WS-BRDLKUP-ROW-COUNT

           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'

      ******************************************************************
      * Same operator-edit guard as DOGGOS's 1110-STORE-CATEGORY-ENTRY
      * - a bad hand-edited index, effective dates that cannot be
      * compared, or a row past the 500-row ceiling is rejected, not
      * taken as an out-of-bounds subscript.
      ******************************************************************
       1110-STORE-CATEGORY-ENTRY.
           IF BL-CATEGORY-INDEX IS NUMERIC
                   AND BL-CATEGORY-INDEX >= 1
                   AND BL-CATEGORY-INDEX <= 50
               IF (BL-EFFECTIVE-FROM NOT = SPACES
                       AND BL-EFFECTIVE-FROM NOT NUMERIC)
                   OR (BL-EFFECTIVE-TO NOT = SPACES
                       AND BL-EFFECTIVE-TO NOT NUMERIC)
                   OR (BL-EFFECTIVE-FROM NOT = SPACES
                       AND BL-EFFECTIVE-TO NOT = SPACES
                       AND BL-EFFECTIVE-TO < BL-EFFECTIVE-FROM)
                   DISPLAY 'DOGGOSSR: BRDLKUP ENTRY IGNORED, BAD'
                       ' EFFECTIVE DATES FOR BREED ' BL-BREED-NAME
               ELSE
               IF WS-BRDLKUP-ROW-COUNT >= 500
                   DISPLAY 'DOGGOSSR: BRDLKUP ENTRY IGNORED, TABLE'
                       ' FULL FOR BREED ' BL-BREED-NAME
               ELSE
                   ADD 1 TO WS-BRDLKUP-ROW-COUNT
                   SET WS-BRDLKUP-IDX TO WS-BRDLKUP-ROW-COUNT
                   MOVE BL-BREED-NAME
                       TO WS-BL-ROW-NAME (WS-BRDLKUP-IDX)
                   MOVE BL-CATEGORY-INDEX
                       TO WS-BL-ROW-CATEGORY (WS-BRDLKUP-IDX)
                   MOVE BL-EFFECTIVE-FROM
                       TO WS-BL-ROW-FROM (WS-BRDLKUP-IDX)
                   MOVE BL-EFFECTIVE-TO
                       TO WS-BL-ROW-TO (WS-BRDLKUP-IDX)
               END-IF
               END-IF
           ELSE
               DISPLAY 'DOGGOSSR: BRDLKUP ENTRY IGNORED, BAD INDEX='
      * ignored.
      ******************************************************************
       1170-LOAD-FEE-SCHEDULE.
           MOVE SPACES TO WS-FEE-ROW-TABLE
           MOVE 0 TO WS-FEE-ROW-COUNT

           OPEN INPUT FEESCHED
           EVALUATE WS-FEESCHED-STATUS
                   AND FS-CATEGORY-INDEX <= 50
               IF FS-MIN-FEE IS NUMERIC AND FS-MAX-FEE IS NUMERIC
                       AND FS-MIN-FEE <= FS-MAX-FEE
                   IF (FS-EFFECTIVE-FROM NOT = SPACES
                           AND FS-EFFECTIVE-FROM NOT NUMERIC)
                       OR (FS-EFFECTIVE-TO NOT = SPACES
                           AND FS-EFFECTIVE-TO NOT NUMERIC)
                       OR (FS-EFFECTIVE-FROM NOT = SPACES
                           AND FS-EFFECTIVE-TO NOT = SPACES
                           AND FS-EFFECTIVE-TO < FS-EFFECTIVE-FROM)
                       DISPLAY 'DOGGOSSR: FEESCHED ENTRY IGNORED, BAD'
                           ' EFFECTIVE DATES FOR CATEGORY '
                           FS-CATEGORY-INDEX
                   ELSE
                   IF WS-FEE-ROW-COUNT >= 200
                       DISPLAY 'DOGGOSSR: FEESCHED ENTRY IGNORED,'
                           ' TABLE FULL FOR CATEGORY '
                           FS-CATEGORY-INDEX
                   ELSE
                       ADD 1 TO WS-FEE-ROW-COUNT
                       SET WS-FEE-ROW-IDX TO WS-FEE-ROW-COUNT
                       MOVE FS-CATEGORY-INDEX
                           TO WS-FR-CATEGORY (WS-FEE-ROW-IDX)
                       MOVE FS-MIN-FEE TO WS-FR-MIN-FEE (WS-FEE-ROW-IDX)
                       MOVE FS-MAX-FEE TO WS-FR-MAX-FEE (WS-FEE-ROW-IDX)
                       MOVE FS-EFFECTIVE-FROM
                           TO WS-FR-EFFECTIVE-FROM (WS-FEE-ROW-IDX)
                       MOVE FS-EFFECTIVE-TO
                           TO WS-FR-EFFECTIVE-TO (WS-FEE-ROW-IDX)
                   END-IF
                   END-IF
               ELSE
                   DISPLAY 'DOGGOSSR: FEESCHED ENTRY IGNORED, BAD'
                       ' RANGE FOR CATEGORY ' FS-CATEGORY-INDEX
                   ' INDEX=' FS-CATEGORY-INDEX
           END-IF.

      ******************************************************************
      * The breed rows and fee ranges in force on WS-RESOLVED-DATE,
      * the original business date of the record about to be
      * reapplied - the same rule DOGGOS's 1120-RESOLVE-DAY-TABLES
      * applies, so a correction is categorized and fee-checked by
      * the rules of the day it was rejected on, not today's.
      ******************************************************************
       1190-RESOLVE-DAY-TABLES.
           MOVE SPACES TO WS-BREED-ROW-TABLE
           MOVE 0 TO WS-BREED-ROW-COUNT
           PERFORM VARYING WS-BRDLKUP-IDX FROM 1 BY 1
                   UNTIL WS-BRDLKUP-IDX > WS-BRDLKUP-ROW-COUNT
               IF (WS-BL-ROW-FROM (WS-BRDLKUP-IDX) = SPACES
                   OR WS-BL-ROW-FROM (WS-BRDLKUP-IDX)
                       <= WS-RESOLVED-DATE)
                   AND (WS-BL-ROW-TO (WS-BRDLKUP-IDX) = SPACES
                   OR WS-BL-ROW-TO (WS-BRDLKUP-IDX)
                       >= WS-RESOLVED-DATE)
                   ADD 1 TO WS-BREED-ROW-COUNT
                   MOVE WS-BL-ROW-NAME (WS-BRDLKUP-IDX)
                       TO WS-BREED-ROW-NAME (WS-BREED-ROW-COUNT)
                   MOVE WS-BL-ROW-CATEGORY (WS-BRDLKUP-IDX)
                       TO WS-BREED-ROW-CATEGORY (WS-BREED-ROW-COUNT)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-FEE-SCHED-TABLE
           PERFORM VARYING WS-FEE-ROW-IDX FROM 1 BY 1
                   UNTIL WS-FEE-ROW-IDX > WS-FEE-ROW-COUNT
               IF (WS-FR-EFFECTIVE-FROM (WS-FEE-ROW-IDX) = SPACES
                   OR WS-FR-EFFECTIVE-FROM (WS-FEE-ROW-IDX)
                       <= WS-RESOLVED-DATE)
                   AND (WS-FR-EFFECTIVE-TO (WS-FEE-ROW-IDX) = SPACES
                   OR WS-FR-EFFECTIVE-TO (WS-FEE-ROW-IDX)
                       >= WS-RESOLVED-DATE)
                   MOVE WS-FR-CATEGORY (WS-FEE-ROW-IDX) TO WS-FEE-SLOT
                   MOVE 'Y' TO WS-FS-PRESENT (WS-FEE-SLOT)
                   MOVE WS-FR-MIN-FEE (WS-FEE-ROW-IDX)
                       TO WS-FS-MIN-FEE (WS-FEE-SLOT)
                   MOVE WS-FR-MAX-FEE (WS-FEE-ROW-IDX)
                       TO WS-FS-MAX-FEE (WS-FEE-SLOT)
               END-IF
           END-PERFORM.

       2000-PROCESS-SUSPENSE.
           READ SUSPENSE
               AT END SET END-OF-SUSPENSE TO TRUE
               END-IF
               SET RECORD-STILL-BAD TO TRUE
           ELSE
               IF SR-RUN-DATE NOT = WS-RESOLVED-DATE
                   MOVE SR-RUN-DATE TO WS-RESOLVED-DATE
                   PERFORM 1190-RESOLVE-DAY-TABLES
               END-IF
               PERFORM 2230-VALIDATE-SHELTER
               IF SHELTER-MATCHED
                   MOVE FUNCTION NUMVAL(SR-QUANTITY)
           MOVE WS-ADJ-DATE (WS-ADJ-IDX) TO SH-RUN-DATE
           MOVE WS-ADJ-SHELTER (WS-ADJ-IDX) TO SH-SHELTER-CODE
           MOVE 0 TO SH-TOTAL
           MOVE 0 TO SH-FEE-TOTAL
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE WS-ADJ-CAT-TOTAL (WS-ADJ-IDX WS-CATEGORY-IDX)
                   TO SH-CAT-TOTAL (WS-CATEGORY-IDX)
               ADD WS-ADJ-CAT-TOTAL (WS-ADJ-IDX WS-CATEGORY-IDX)
                   TO SH-TOTAL
               ADD WS-ADJ-CAT-FEE (WS-ADJ-IDX WS-CATEGORY-IDX)
                   TO SH-FEE-TOTAL
           END-PERFORM
           WRITE SHELTER-HISTORY-REC.

