      *   LEG 3 - MTDHIST actually carries the day: the run date is
      *           present and its records-read matches the hand-off.
      *
      * A catch-up run hands off several business days at once - one
      * 'D' record and one dated CTRL TOTLS trailer per day - so the
      * legs are judged for every day on the hand-off, each trailer
      * matched to its 'D' record by RPT-TRL-BUSINESS-DATE.
      *
      * Prints a balanced/out-of-balance section per day on RECONRPT
      * and ends with its own distinct RC when anything disagrees on
      * any day, so the job stream refuses the suspense and history
      * swaps for the whole run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88 END-OF-SUSPWRK       VALUE 'Y'.
           05 WS-HIST-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-MTDHIST       VALUE 'Y'.
           05 WS-BALANCE-SWITCH        PIC X VALUE 'N'.
               88 OUT-OF-BALANCE       VALUE 'Y'.
           05 WS-DAY-BALANCE-SWITCH    PIC X VALUE 'N'.
               88 DAY-OUT-OF-BALANCE   VALUE 'Y'.
           05 WS-OVERFLOW-SWITCH       PIC X VALUE 'N'.
               88 DAY-TABLE-OVERFLOW   VALUE 'Y'.

      ******************************************************************
      * The OUTREP trailer image, parsed through the same copybook

      ******************************************************************
      * What each file said, gathered before the legs are judged.
      * One entry per business day on the hand-off, in the order
      * the days were first seen. 31 covers the longest catch-up
      * DOGGOS will post in one run (it stops at a month boundary).
      ******************************************************************
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC X(8) VALUE SPACES.
       01  WS-FOUND-DAY                PIC 9(3) VALUE 0.
       01  WS-DAY-COUNT                PIC 9(3) VALUE 0.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX.
               10 WS-DAY-DATE              PIC X(8).
               10 WS-DAILY-SWITCH          PIC X.
                   88 DAILY-REC-FOUND      VALUE 'Y'.
               10 WS-TRAILER-SWITCH        PIC X.
                   88 TRAILER-FOUND        VALUE 'Y'.
               10 WS-HIST-DAY-SWITCH       PIC X.
                   88 HISTORY-DAY-FOUND    VALUE 'Y'.
               10 WS-TRL-RECORDS-READ      PIC 9(7).
               10 WS-TRL-RECORDS-REJECTED  PIC 9(7).
               10 WS-TRL-RECORDS-WRITTEN   PIC 9(7).
               10 WS-TRL-FEES-COLLECTED    PIC 9(9)V99.
               10 WS-DT-RECORDS-READ       PIC 9(7).
               10 WS-DT-RECORDS-REJECTED   PIC 9(7).
               10 WS-DT-FEE-TOTAL          PIC 9(9)V99.
               10 WS-SUSPWRK-DAY-COUNT     PIC 9(7).
               10 WS-MH-RECORDS-READ       PIC 9(7).
       01  WS-IDX                      PIC 9(9) COMP-5.

      ******************************************************************
           05 RCN-HDG-DATE             PIC X(8).
           05 FILLER                   PIC X(82) VALUE SPACES.

       01  RCN-DAY-LINE.
           05 FILLER                   PIC X(14)
               VALUE 'BUSINESS DATE '.
           05 RCN-DAY-DATE             PIC X(8).
           05 FILLER                   PIC X(110) VALUE SPACES.

       01  RCN-LEG-LINE.
           05 FILLER                   PIC X(4) VALUE 'LEG '.
           05 RCN-LEG-NUMBER           PIC X(1).
           OPEN OUTPUT RECONRPT.

      ******************************************************************
      * The 'D' records name the business days everything else is
      * checked against, so DAILYTOT is read first. Adjustment ('A')
      * records are DOGGOSSR's and reconcile through MTDHIST, not
      * here. The heading carries the last day on the hand-off.
      ******************************************************************
       2000-GATHER-DAILYTOT.
           OPEN INPUT DAILYTOT
                   AT END SET END-OF-DAILYTOT TO TRUE
                   NOT AT END
                       IF DT-DAILY-TOTALS
                           MOVE DT-RUN-DATE TO WS-RUN-DATE
                           MOVE DT-RUN-DATE TO WS-LOOKUP-DATE
                           PERFORM 2050-LOCATE-DAY
                           IF WS-FOUND-DAY = 0
                               PERFORM 2060-ADD-DAY
                           END-IF
                           IF WS-FOUND-DAY > 0
                               PERFORM 2010-NOTE-DAILY-TOTALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILYTOT.

       2010-NOTE-DAILY-TOTALS.
           SET WS-DAY-IDX TO WS-FOUND-DAY
           SET DAILY-REC-FOUND (WS-DAY-IDX) TO TRUE
           MOVE DT-RECORDS-READ TO WS-DT-RECORDS-READ (WS-DAY-IDX)
           MOVE DT-RECORDS-REJECTED
               TO WS-DT-RECORDS-REJECTED (WS-DAY-IDX)
           MOVE 0 TO WS-DT-FEE-TOTAL (WS-DAY-IDX)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 50
               ADD DT-CATEGORY-FEE (WS-IDX)
                   TO WS-DT-FEE-TOTAL (WS-DAY-IDX)
           END-PERFORM.

      ******************************************************************
      * WS-FOUND-DAY comes back as the entry for WS-LOOKUP-DATE, or
      * zero when the day is not in the table.
      ******************************************************************
       2050-LOCATE-DAY.
           MOVE 0 TO WS-FOUND-DAY
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE (WS-DAY-IDX) = WS-LOOKUP-DATE
                   SET WS-FOUND-DAY TO WS-DAY-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * More days than the table holds cannot be proven one by one -
      * the run is flagged out of balance rather than half-checked.
      ******************************************************************
       2060-ADD-DAY.
           IF WS-DAY-COUNT < 31
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-FOUND-DAY
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE WS-LOOKUP-DATE TO WS-DAY-DATE (WS-DAY-IDX)
               MOVE 'N' TO WS-DAILY-SWITCH (WS-DAY-IDX)
               MOVE 'N' TO WS-TRAILER-SWITCH (WS-DAY-IDX)
               MOVE 'N' TO WS-HIST-DAY-SWITCH (WS-DAY-IDX)
               MOVE 0 TO WS-TRL-RECORDS-READ (WS-DAY-IDX)
               MOVE 0 TO WS-TRL-RECORDS-REJECTED (WS-DAY-IDX)
               MOVE 0 TO WS-TRL-RECORDS-WRITTEN (WS-DAY-IDX)
               MOVE 0 TO WS-TRL-FEES-COLLECTED (WS-DAY-IDX)
               MOVE 0 TO WS-DT-RECORDS-READ (WS-DAY-IDX)
               MOVE 0 TO WS-DT-RECORDS-REJECTED (WS-DAY-IDX)
               MOVE 0 TO WS-DT-FEE-TOTAL (WS-DAY-IDX)
               MOVE 0 TO WS-SUSPWRK-DAY-COUNT (WS-DAY-IDX)
               MOVE 0 TO WS-MH-RECORDS-READ (WS-DAY-IDX)
           ELSE
               SET DAY-TABLE-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************
      * Only the CTRL TOTLS trailers matter here - detail and
      * summary lines pass by. Each trailer names its business day;
      * a day with a 'D' record but no trailer means DOGGOS never
      * closed it, which is itself an out-of-balance day.
      ******************************************************************
       2100-GATHER-OUTREP-TRAILER.
           OPEN INPUT OUTREP
                   NOT AT END
                       MOVE OUTREP-RECORD TO ADOPTED-REPORT-REC
                       IF RPT-TRL-TAG = 'CTRL TOTLS'
                           MOVE RPT-TRL-BUSINESS-DATE
                               TO WS-LOOKUP-DATE
                           PERFORM 2050-LOCATE-DAY
                           IF WS-FOUND-DAY = 0
                               PERFORM 2060-ADD-DAY
                           END-IF
                           IF WS-FOUND-DAY > 0
                               PERFORM 2110-NOTE-TRAILER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTREP.

       2110-NOTE-TRAILER.
           SET WS-DAY-IDX TO WS-FOUND-DAY
           SET TRAILER-FOUND (WS-DAY-IDX) TO TRUE
           MOVE RPT-TRL-RECORDS-READ
               TO WS-TRL-RECORDS-READ (WS-DAY-IDX)
           MOVE RPT-TRL-RECORDS-REJECTED
               TO WS-TRL-RECORDS-REJECTED (WS-DAY-IDX)
           MOVE RPT-TRL-RECORDS-WRITTEN
               TO WS-TRL-RECORDS-WRITTEN (WS-DAY-IDX)
           MOVE RPT-TRL-FEES-COLLECTED
               TO WS-TRL-FEES-COLLECTED (WS-DAY-IDX).

      ******************************************************************
      * SUSPWRK carries the whole forward backlog - only the records
      * stamped with a business date on the hand-off are this run's
      * own rejects. No file (status 35) counts as zero, which leg 2
      * then judges against each trailer's rejected count.
      ******************************************************************
       2200-COUNT-SUSPWRK-DAY.
           OPEN INPUT SUSPWRK
                       READ SUSPWRK
                           AT END SET END-OF-SUSPWRK TO TRUE
                           NOT AT END
                               MOVE SR-RUN-DATE TO WS-LOOKUP-DATE
                               PERFORM 2050-LOCATE-DAY
                               IF WS-FOUND-DAY > 0
                                   SET WS-DAY-IDX TO WS-FOUND-DAY
                                   ADD 1 TO
                                     WS-SUSPWRK-DAY-COUNT (WS-DAY-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
               READ MTDHIST
                   AT END SET END-OF-MTDHIST TO TRUE
                   NOT AT END
                       MOVE MH-RUN-DATE TO WS-LOOKUP-DATE
                       PERFORM 2050-LOCATE-DAY
                       IF WS-FOUND-DAY > 0
                           SET WS-DAY-IDX TO WS-FOUND-DAY
                           SET HISTORY-DAY-FOUND (WS-DAY-IDX) TO TRUE
                           MOVE MH-RECORDS-READ
                               TO WS-MH-RECORDS-READ (WS-DAY-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE RCN-HEADING-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD

           IF WS-DAY-COUNT = 0
               SET OUT-OF-BALANCE TO TRUE
               MOVE 'NO DAILY-TOTALS RECORD ON DAILYTOT'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               WRITE RECONRPT-RECORD
               MOVE 'NO CTRL TOTLS TRAILER ON OUTREP'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               WRITE RECONRPT-RECORD
               DISPLAY 'DOGGOSRC: DAY ' WS-RUN-DATE
                   ' OUT OF BALANCE - SEE RECONRPT'
           END-IF
           IF DAY-TABLE-OVERFLOW
               SET OUT-OF-BALANCE TO TRUE
               MOVE 'MORE THAN 31 BUSINESS DAYS ON THE HAND-OFF'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               WRITE RECONRPT-RECORD
               DISPLAY 'DOGGOSRC: MORE THAN 31 BUSINESS DAYS ON THE'
                   ' HAND-OFF - SEE RECONRPT'
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 3050-JUDGE-BUSINESS-DAY
           END-PERFORM

           IF OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - HOLD THE SWAPS'
           CLOSE RECONRPT

           IF OUT-OF-BALANCE
               MOVE WS-RC-OUT-OF-BALANCE TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF.

      ******************************************************************
      * One section per business day: its heading, any missing
      * piece, then the three legs when both the 'D' record and the
      * trailer are there to judge.
      ******************************************************************
       3050-JUDGE-BUSINESS-DAY.
           MOVE 'N' TO WS-DAY-BALANCE-SWITCH
           MOVE WS-DAY-DATE (WS-DAY-IDX) TO RCN-DAY-DATE
           MOVE RCN-DAY-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD

           IF NOT DAILY-REC-FOUND (WS-DAY-IDX)
               SET OUT-OF-BALANCE DAY-OUT-OF-BALANCE TO TRUE
               MOVE 'NO DAILY-TOTALS RECORD ON DAILYTOT'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               WRITE RECONRPT-RECORD
           END-IF
           IF NOT TRAILER-FOUND (WS-DAY-IDX)
               SET OUT-OF-BALANCE DAY-OUT-OF-BALANCE TO TRUE
               MOVE 'NO CTRL TOTLS TRAILER ON OUTREP'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               WRITE RECONRPT-RECORD
           END-IF

           IF DAILY-REC-FOUND (WS-DAY-IDX)
                   AND TRAILER-FOUND (WS-DAY-IDX)
               PERFORM 3100-JUDGE-LEG-1
               PERFORM 3200-JUDGE-LEG-2
               PERFORM 3300-JUDGE-LEG-3
           END-IF

           IF DAY-OUT-OF-BALANCE
               DISPLAY 'DOGGOSRC: DAY ' WS-DAY-DATE (WS-DAY-IDX)
                   ' OUT OF BALANCE - SEE RECONRPT'
           ELSE
               DISPLAY 'DOGGOSRC: DAY ' WS-DAY-DATE (WS-DAY-IDX)
                   ' BALANCED'
           END-IF.

      ******************************************************************
      * Leg 1 - the published trailer against the hand-off DOGGOSMH
      * consumed. Read and rejected are checked as pairs; written
           MOVE '1' TO RCN-LEG-NUMBER
           MOVE 'OUTREP TRAILER READ VS DAILYTOT READ    '
               TO RCN-LEG-DESC
           MOVE WS-TRL-RECORDS-READ (WS-DAY-IDX) TO RCN-LEG-LEFT
           MOVE WS-DT-RECORDS-READ (WS-DAY-IDX) TO RCN-LEG-RIGHT
           PERFORM 3900-WRITE-LEG-LINE

           MOVE '1' TO RCN-LEG-NUMBER
           MOVE 'OUTREP TRAILER REJ  VS DAILYTOT REJ     '
               TO RCN-LEG-DESC
           MOVE WS-TRL-RECORDS-REJECTED (WS-DAY-IDX) TO RCN-LEG-LEFT
           MOVE WS-DT-RECORDS-REJECTED (WS-DAY-IDX) TO RCN-LEG-RIGHT
           PERFORM 3900-WRITE-LEG-LINE

           MOVE '1' TO RCN-LEG-NUMBER
           MOVE 'OUTREP TRAILER WRITTEN VS READ - REJ    '
               TO RCN-LEG-DESC
           MOVE WS-TRL-RECORDS-WRITTEN (WS-DAY-IDX) TO RCN-LEG-LEFT
           COMPUTE RCN-LEG-RIGHT =
               WS-TRL-RECORDS-READ (WS-DAY-IDX)
                   - WS-TRL-RECORDS-REJECTED (WS-DAY-IDX)
           PERFORM 3900-WRITE-LEG-LINE

           MOVE '1' TO RCN-FEE-LEG-NUMBER
           MOVE 'OUTREP TRAILER FEES VS DAILYTOT FEES    '
               TO RCN-FEE-DESC
           MOVE WS-TRL-FEES-COLLECTED (WS-DAY-IDX) TO RCN-FEE-LEFT
           MOVE WS-DT-FEE-TOTAL (WS-DAY-IDX) TO RCN-FEE-RIGHT
           IF WS-TRL-FEES-COLLECTED (WS-DAY-IDX)
                   = WS-DT-FEE-TOTAL (WS-DAY-IDX)
               MOVE 'BALANCED' TO RCN-FEE-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RCN-FEE-VERDICT
               SET OUT-OF-BALANCE DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE RCN-FEE-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD.
           MOVE '2' TO RCN-LEG-NUMBER
           MOVE 'SUSPWRK COUNT FOR DAY VS TRAILER REJ    '
               TO RCN-LEG-DESC
           MOVE WS-SUSPWRK-DAY-COUNT (WS-DAY-IDX) TO RCN-LEG-LEFT
           MOVE WS-TRL-RECORDS-REJECTED (WS-DAY-IDX) TO RCN-LEG-RIGHT
           PERFORM 3900-WRITE-LEG-LINE.

       3300-JUDGE-LEG-3.
           IF NOT HISTORY-DAY-FOUND (WS-DAY-IDX)
               SET OUT-OF-BALANCE DAY-OUT-OF-BALANCE TO TRUE
               MOVE 'RUN DATE NOT ON MTDHIST - DAY NEVER POSTED'
                   TO RCN-MIS-TEXT
               MOVE RCN-MISSING-LINE TO RECONRPT-RECORD
               MOVE '3' TO RCN-LEG-NUMBER
               MOVE 'MTDHIST DAY READ VS DAILYTOT READ       '
                   TO RCN-LEG-DESC
               MOVE WS-MH-RECORDS-READ (WS-DAY-IDX) TO RCN-LEG-LEFT
               MOVE WS-DT-RECORDS-READ (WS-DAY-IDX) TO RCN-LEG-RIGHT
               PERFORM 3900-WRITE-LEG-LINE
           END-IF.

               MOVE 'BALANCED' TO RCN-LEG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RCN-LEG-VERDICT
               SET OUT-OF-BALANCE DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE RCN-LEG-LINE TO RECONRPT-RECORD
           WRITE RECONRPT-RECORD.
