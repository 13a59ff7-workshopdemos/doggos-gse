
       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

       FD  TRENDRPT
           RECORDING MODE IS F
               88 END-OF-MTDHIST       VALUE 'Y'.

      ******************************************************************
      * Category labels, loaded from BRDLKUP the same way DOGGOS
      * loads its mapping table - only the category and label columns
      * and the effective dates are kept. The label printed for a
      * category is the one in force on WS-LABEL-AS-OF, the latest
      * business date on MTDHIST (today when there is none), or
      * for a category no row covers that day, the most recent row
      * that started on or before it - the same rule DOGGOS's
      * 1120-RESOLVE-DAY-TABLES applies, so a category relabeled or
      * retired in the period still prints under the name it had.
      ******************************************************************
       01  WS-LABEL-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-LABEL-ROW-TABLE.
           05 WS-LABEL-ROW OCCURS 500 TIMES
                   INDEXED BY WS-LABEL-ROW-IDX.
               10 WS-LR-CATEGORY       PIC 9(2).
               10 WS-LR-LABEL          PIC X(10).
               10 WS-LR-FROM           PIC X(8).
               10 WS-LR-TO             PIC X(8).

       01  WS-LABEL-AS-OF              PIC X(8) VALUE SPACES.

       01  WS-CATEGORY-LABEL-TABLE.
           05 WS-CATEGORY-LABEL        PIC X(10) OCCURS 50 TIMES
                   INDEXED BY WS-CATEGORY-IDX.

      * How the label chosen so far for each category was in force:
      * '2' on the as-of date itself, '1' only before it, blank not
      * yet.
       01  WS-LABEL-RANK-TABLE.
           05 WS-LABEL-ENTRY OCCURS 50 TIMES.
               10 WS-LABEL-RANK        PIC X(1).
               10 WS-LABEL-FROM        PIC X(8).
       01  WS-ROW-RANK                 PIC X(1).
       01  WS-LABEL-SLOT               PIC 9(2) VALUE 0.

      ******************************************************************
      * Month-to-date trend statistics, folded up one MTDHIST record
      * at a time. Month totals are 9(9) so a full month of 9(7)
           WRITE TRENDRPT-RECORD.

       1100-LOAD-CATEGORY-LABELS.
           MOVE SPACES TO WS-LABEL-ROW-TABLE
           MOVE 0 TO WS-LABEL-ROW-COUNT

           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'
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
                   DISPLAY 'DOGGOSTR: BRDLKUP ENTRY IGNORED, BAD'
                       ' EFFECTIVE DATES FOR BREED ' BL-BREED-NAME
               ELSE
               IF WS-LABEL-ROW-COUNT >= 500
                   DISPLAY 'DOGGOSTR: BRDLKUP ENTRY IGNORED, TABLE'
                       ' FULL FOR BREED ' BL-BREED-NAME
               ELSE
                   ADD 1 TO WS-LABEL-ROW-COUNT
                   SET WS-LABEL-ROW-IDX TO WS-LABEL-ROW-COUNT
                   MOVE BL-CATEGORY-INDEX
                       TO WS-LR-CATEGORY (WS-LABEL-ROW-IDX)
                   MOVE BL-CATEGORY-LABEL
                       TO WS-LR-LABEL (WS-LABEL-ROW-IDX)
                   MOVE BL-EFFECTIVE-FROM
                       TO WS-LR-FROM (WS-LABEL-ROW-IDX)
                   MOVE BL-EFFECTIVE-TO
                       TO WS-LR-TO (WS-LABEL-ROW-IDX)
               END-IF
               END-IF
           ELSE
               DISPLAY 'DOGGOSTR: BRDLKUP ENTRY IGNORED, BAD INDEX='
                   BL-CATEGORY-INDEX ' FOR BREED ' BL-BREED-NAME
           END-IF.

      ******************************************************************
      * One label per category as of WS-LABEL-AS-OF: a row in force
      * that day beats one that had already expired, and between two
      * of the same standing the later-starting row wins.
      ******************************************************************
       1120-RESOLVE-CATEGORY-LABELS.
           IF WS-LABEL-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LABEL-AS-OF
           END-IF
           MOVE SPACES TO WS-CATEGORY-LABEL-TABLE
           MOVE SPACES TO WS-LABEL-RANK-TABLE
           PERFORM VARYING WS-LABEL-ROW-IDX FROM 1 BY 1
                   UNTIL WS-LABEL-ROW-IDX > WS-LABEL-ROW-COUNT
               PERFORM 1125-RESOLVE-LABEL-ROW
           END-PERFORM.

       1125-RESOLVE-LABEL-ROW.
           MOVE SPACE TO WS-ROW-RANK
           IF WS-LR-FROM (WS-LABEL-ROW-IDX) = SPACES
                   OR WS-LR-FROM (WS-LABEL-ROW-IDX) <= WS-LABEL-AS-OF
               IF WS-LR-TO (WS-LABEL-ROW-IDX) = SPACES
                       OR WS-LR-TO (WS-LABEL-ROW-IDX) >= WS-LABEL-AS-OF
                   MOVE '2' TO WS-ROW-RANK
               ELSE
                   MOVE '1' TO WS-ROW-RANK
               END-IF
           END-IF
           IF WS-ROW-RANK NOT = SPACE
               MOVE WS-LR-CATEGORY (WS-LABEL-ROW-IDX) TO WS-LABEL-SLOT
               IF WS-ROW-RANK > WS-LABEL-RANK (WS-LABEL-SLOT)
                   OR (WS-ROW-RANK = WS-LABEL-RANK (WS-LABEL-SLOT)
                   AND WS-LR-FROM (WS-LABEL-ROW-IDX)
                       >= WS-LABEL-FROM (WS-LABEL-SLOT))
                   MOVE WS-LR-LABEL (WS-LABEL-ROW-IDX)
                       TO WS-CATEGORY-LABEL (WS-LABEL-SLOT)
                   MOVE WS-ROW-RANK TO WS-LABEL-RANK (WS-LABEL-SLOT)
                   MOVE WS-LR-FROM (WS-LABEL-ROW-IDX)
                       TO WS-LABEL-FROM (WS-LABEL-SLOT)
               END-IF
           END-IF.

       2000-PROCESS-HISTORY.
           READ MTDHIST
               AT END SET END-OF-MTDHIST TO TRUE
      ******************************************************************
       2100-ACCUMULATE-DAY.
           ADD 1 TO WS-DAY-COUNT
           IF MH-RUN-DATE > WS-LABEL-AS-OF
               MOVE MH-RUN-DATE TO WS-LABEL-AS-OF
           END-IF
           MOVE 0 TO WS-DAY-TOTAL
           MOVE 0 TO WS-DAY-REVENUE
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               MOVE TRD-EMPTY-LINE TO TRENDRPT-RECORD
               WRITE TRENDRPT-RECORD
           ELSE
               PERFORM 1120-RESOLVE-CATEGORY-LABELS
               PERFORM 3100-WRITE-CATEGORY-STATS
           END-IF
           PERFORM 9000-CLOSE-FILES
