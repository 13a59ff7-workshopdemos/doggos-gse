       FILE SECTION.
       FD  DAILYSHL
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
       01  DAILYSHL-RECORD             PIC X(302).

       FD  SHLHIST
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
       01  SHLHIST-RECORD              PIC X(302).

      ******************************************************************
      * RUNLOG - permanent run-history audit log, appended to (never
               10 WS-HIST-SHELTER      PIC X(25).
               10 WS-HIST-TOTAL        PIC 9(7).
               10 WS-HIST-CAT-TOTAL    PIC 9(5) OCCURS 50 TIMES.
               10 WS-HIST-FEE          PIC 9(9)V99.
               10 WS-HIST-DROPPED      PIC X(1).
                   88 HISTORY-ROW-DROPPED VALUE 'Y'.

           MOVE SH-RUN-DATE TO WS-HIST-DATE (WS-HIST-COUNT)
           MOVE SH-SHELTER-CODE TO WS-HIST-SHELTER (WS-HIST-COUNT)
           MOVE SH-TOTAL TO WS-HIST-TOTAL (WS-HIST-COUNT)
           MOVE SH-FEE-TOTAL TO WS-HIST-FEE (WS-HIST-COUNT)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE SH-CAT-TOTAL (WS-IDX)
                   TO WS-HIST-CAT-TOTAL (WS-HIST-COUNT WS-IDX)
           MOVE SH-RUN-DATE TO WS-HIST-DATE (WS-HIST-COUNT)
           MOVE SH-SHELTER-CODE TO WS-HIST-SHELTER (WS-HIST-COUNT)
           MOVE SH-TOTAL TO WS-HIST-TOTAL (WS-HIST-COUNT)
           MOVE SH-FEE-TOTAL TO WS-HIST-FEE (WS-HIST-COUNT)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE SH-CAT-TOTAL (WS-IDX)
                   TO WS-HIST-CAT-TOTAL (WS-HIST-COUNT WS-IDX)
               ADD 1 TO WS-ROWS-ADJUSTED
           ELSE
               ADD SH-TOTAL TO WS-HIST-TOTAL (WS-ROW-SLOT)
               ADD SH-FEE-TOTAL TO WS-HIST-FEE (WS-ROW-SLOT)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
                   ADD SH-CAT-TOTAL (WS-IDX)
                       TO WS-HIST-CAT-TOTAL (WS-ROW-SLOT WS-IDX)
                   ADD WS-HIST-CAT-TOTAL (WS-ROW-SLOT WS-IDX)
                       TO WS-HIST-TOTAL (WS-ROW-SLOT)
               END-PERFORM
               IF SH-FEE-TOTAL > WS-HIST-FEE (WS-ROW-SLOT)
                   MOVE 0 TO WS-HIST-FEE (WS-ROW-SLOT)
               ELSE
                   SUBTRACT SH-FEE-TOTAL FROM WS-HIST-FEE (WS-ROW-SLOT)
               END-IF
               ADD 1 TO WS-ROWS-RETURNED
           END-IF.

           MOVE WS-HIST-DATE (WS-HIST-IDX) TO SH-RUN-DATE
           MOVE WS-HIST-SHELTER (WS-HIST-IDX) TO SH-SHELTER-CODE
           MOVE WS-HIST-TOTAL (WS-HIST-IDX) TO SH-TOTAL
           MOVE WS-HIST-FEE (WS-HIST-IDX) TO SH-FEE-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE WS-HIST-CAT-TOTAL (WS-HIST-IDX WS-IDX)
                   TO SH-CAT-TOTAL (WS-IDX)
