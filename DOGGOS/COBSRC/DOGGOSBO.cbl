       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSBO'.
      ******************************************************************
      * DOGGOSBO - Business-day back-out.
      *
      * Takes a posted business day back out of the system so the
      * corrected file can be rerun as a clean first run, instead of
      * the hand edits of MTDHIST, SHLHIST, ADOPTLDG and SUSPENSE
      * this used to take. Driven by the BOCTL card: the business
      * date, a reason code and the operator running it, all
      * required. Only the LATEST day on MTDHIST can be backed out -
      * every later day was posted on top of it, and its ledger
      * changes could not be told apart from theirs.
      *
      *   - MTDHIST: the day's 'D' row is removed; a return the day
      *     netted against an EARLIER day is added back to that day.
      *   - SHLHIST: the day's rows are removed; the same returns are
      *     added back to the original date/shelter rows.
      *   - ADOPTLDG: entries the day returned go back to open with
      *     the return count restored; entries the day opened are
      *     removed, or - a returned animal the day re-adopted - go
      *     back to returned. The earlier adoption's date, shelter
      *     and fee were overwritten by the re-adoption and stay as
      *     the day left them.
      *   - SUSPENSE: the day's own rejects are dropped (the rerun
      *     re-derives them).
      *   - NEXTDATE: rolled back to the backed-out date, so the
      *     rerun is the expected next processing date again.
      *
      * MTDNEW, SHLHNEW, LEDGNEW and SUSPNEW are written for the job
      * stream to swap in after a clean RC, the way DOGGOS's work
      * files are; NEXTDATE is rewritten last, once everything else
      * is written. BORPT lists every change before and after.
      * Suspense reprocessing (DOGGOSSR) corrections and the GL
      * journal already sent for the day are not reversed here -
      * the listing reminds the operator of the GL journal id.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOCTL ASSIGN TO BOCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOCTL-STATUS.

           SELECT MTDHIST ASSIGN TO MTDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDHIST-STATUS.

           SELECT MTDNEW ASSIGN TO MTDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDNEW-STATUS.

           SELECT SHLHIST ASSIGN TO SHLHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHLHIST-STATUS.

           SELECT SHLHNEW ASSIGN TO SHLHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHLHNEW-STATUS.

           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ANIMAL-ID
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT LEDGNEW ASSIGN TO LEDGNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGNEW-KEY
               FILE STATUS IS WS-LEDGNEW-STATUS.

           SELECT SUSPENSE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPNEW ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.

           SELECT OPTIONAL NEXTDATE ASSIGN TO NEXTDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEXTDATE-STATUS.

           SELECT BORPT ASSIGN TO BORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORPT-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BOCTL - the back-out control card: business date in columns
      * 1-8, reason code in 9-16, operator id in 17-24. Nothing is
      * defaulted - a back-out nobody can account for is refused.
      ******************************************************************
       FD  BOCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BOCTL-RECORD.
           05 BC-BUSINESS-DATE         PIC X(8).
           05 BC-REASON-CODE           PIC X(8).
           05 BC-OPERATOR              PIC X(8).
           05 FILLER                   PIC X(56).

       FD  MTDHIST
           RECORDING MODE IS F
           RECORD CONTAINS 822 CHARACTERS.
           COPY MTDHIST.

       FD  MTDNEW
           RECORDING MODE IS F
           RECORD CONTAINS 822 CHARACTERS.
       01  MTDNEW-RECORD               PIC X(822).

       FD  SHLHIST
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
           COPY SHLHIST.

       FD  SHLHNEW
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
       01  SHLHNEW-RECORD              PIC X(302).

       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADOPTLDG.

       FD  LEDGNEW
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGNEW-RECORD.
           05 LEDGNEW-KEY              PIC X(12).
           05 FILLER                   PIC X(88).

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY SUSPREC.

       FD  SUSPNEW
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPNEW-RECORD              PIC X(100).

       FD  NEXTDATE
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01  NEXTDATE-RECORD.
           05 ND-NEXT-DATE             PIC X(8).

       FD  BORPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  BORPT-RECORD                PIC X(132).

      ******************************************************************
      * RUNLOG - permanent run-history audit log, appended to (never
      * rewritten) by every step of the suite at end of step.
      ******************************************************************
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File status / control switches.
      ******************************************************************
       01  WS-BOCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-MTDHIST-STATUS           PIC X(2) VALUE '00'.
       01  WS-MTDNEW-STATUS            PIC X(2) VALUE '00'.
       01  WS-SHLHIST-STATUS           PIC X(2) VALUE '00'.
       01  WS-SHLHNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-LEDGNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-SUSPENSE-STATUS          PIC X(2) VALUE '00'.
       01  WS-SUSPNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-NEXTDATE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BORPT-STATUS             PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-HIST-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-MTDHIST           VALUE 'Y'.

       01  WS-SHL-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-SHLHIST           VALUE 'Y'.

       01  WS-LDG-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-ADOPTLDG          VALUE 'Y'.

       01  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SUSPENSE          VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-DAY-FOUND-SWITCH      PIC X VALUE 'N'.
               88 BACKOUT-DAY-FOUND    VALUE 'Y'.
           05 WS-DROP-SWITCH           PIC X VALUE 'N'.
               88 LEDGER-ENTRY-DROPPED VALUE 'Y'.
           05 WS-CHANGED-SWITCH        PIC X VALUE 'N'.
               88 RECORD-CHANGED       VALUE 'Y'.
           05 WS-OUTPUTS-SWITCH        PIC X VALUE 'N'.
               88 OUTPUT-FILES-OPEN    VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X VALUE 'N'.
               88 ADDBACK-FOUND        VALUE 'Y'.
           05 WS-NEXTDATE-SWITCH       PIC X VALUE 'N'.
               88 NEXTDATE-NOT-ROLLED  VALUE 'Y'.

       01  WS-IDX                      PIC 9(9) COMP-5.

      ******************************************************************
      * The back-out as carded, and the latest day on MTDHIST that
      * the carded date must be.
      ******************************************************************
       01  WS-BACKOUT-DATE             PIC X(8) VALUE SPACES.
       01  WS-REASON-CODE              PIC X(8) VALUE SPACES.
       01  WS-OPERATOR                 PIC X(8) VALUE SPACES.
       01  WS-LATEST-DATE              PIC X(8) VALUE SPACES.
       01  WS-OLD-NEXT-DATE            PIC X(8) VALUE SPACES.

      ******************************************************************
      * Returns the backed-out day netted against EARLIER days, folded
      * by (original adoption date, original shelter) the way DOGGOS
      * folded them for its 'R' records - added back here to the
      * MTDHIST day and the SHLHIST row they were taken from. The
      * applied flags mark which history row each slot found.
      ******************************************************************
       01  WS-ADDBACK-COUNT            PIC 9(3) VALUE 0.
       01  WS-ADDBACK-SLOT             PIC 9(3) VALUE 0.
       01  WS-ADDBACK-TABLE.
           05 WS-ADDBACK-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ADDBACK-IDX.
               10 WS-ADB-DATE          PIC X(8).
               10 WS-ADB-SHELTER       PIC X(25).
               10 WS-ADB-CAT-TOTAL     PIC 9(7) OCCURS 50 TIMES.
               10 WS-ADB-CAT-FEE       PIC 9(7)V99 OCCURS 50 TIMES.
               10 WS-ADB-MTD-APPLIED   PIC X(1).
                   88 ADDBACK-ON-MTDHIST VALUE 'Y'.
               10 WS-ADB-SHL-APPLIED   PIC X(1).
                   88 ADDBACK-ON-SHLHIST VALUE 'Y'.

      ******************************************************************
      * One history row's quantity and fee, summed across its
      * categories, before and after the back-out touched it.
      ******************************************************************
       01  WS-ROW-QTY                  PIC 9(9) VALUE 0.
       01  WS-ROW-FEES                 PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * One ledger entry's status and return count as read, for the
      * before side of its listing line.
      ******************************************************************
       01  WS-BEFORE-STATUS            PIC X(1).
       01  WS-BEFORE-COUNT             PIC 9(2).

      ******************************************************************
      * Back-out counts, printed on the listing trailer, displayed
      * for the job log and carried on the RUNLOG record.
      ******************************************************************
       01  WS-LEDGER-READ              PIC 9(7) VALUE 0.
       01  WS-RETURNS-REVERSED         PIC 9(7) VALUE 0.
       01  WS-ADOPTIONS-REMOVED        PIC 9(7) VALUE 0.
       01  WS-REOPENS-REVERSED         PIC 9(7) VALUE 0.
       01  WS-MTD-ROWS-REMOVED         PIC 9(5) VALUE 0.
       01  WS-MTD-ROWS-RESTORED        PIC 9(5) VALUE 0.
       01  WS-SHL-ROWS-REMOVED         PIC 9(5) VALUE 0.
       01  WS-SHL-ROWS-RESTORED        PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-DROPPED         PIC 9(7) VALUE 0.
       01  WS-ADDBACKS-SKIPPED         PIC 9(5) VALUE 0.

      ******************************************************************
      * Build areas for the BORPT before/after listing.
      ******************************************************************
       01  BO-HEADING-LINE.
           05 FILLER                   PIC X(35)
               VALUE 'DOGGOSBO - BUSINESS-DAY BACK-OUT  '.
           05 FILLER                   PIC X(5) VALUE 'DATE '.
           05 BOH-DATE                 PIC X(8).
           05 FILLER                   PIC X(8) VALUE ' REASON '.
           05 BOH-REASON               PIC X(8).
           05 FILLER                   PIC X(10) VALUE ' OPERATOR '.
           05 BOH-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(50) VALUE SPACES.

       01  BO-DETAIL-LINE.
           05 BOD-FILE                 PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BOD-ACTION               PIC X(18).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BOD-KEY                  PIC X(38).
           05 FILLER                   PIC X(8) VALUE ' BEFORE '.
           05 BOD-BEFORE               PIC X(24).
           05 FILLER                   PIC X(7) VALUE ' AFTER '.
           05 BOD-AFTER                PIC X(24).
           05 FILLER                   PIC X(3) VALUE SPACES.

      ******************************************************************
      * Before/after images: a history row's quantity and fees, or a
      * ledger entry's status and return count.
      ******************************************************************
       01  BO-QTY-FEE-IMAGE.
           05 BOI-QTY                  PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BOI-FEES                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.

       01  BO-LEDGER-IMAGE.
           05 FILLER                   PIC X(7) VALUE 'STATUS '.
           05 BOI-STATUS               PIC X(1).
           05 FILLER                   PIC X(8) VALUE ' RETURNS'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BOI-RETURN-COUNT         PIC Z9.
           05 FILLER                   PIC X(5) VALUE SPACES.

       01  BO-GL-NOTE-LINE.
           05 FILLER                   PIC X(19)
               VALUE 'NOTE - GL JOURNAL  '.
           05 FILLER                   PIC X(6) VALUE 'DOGGOS'.
           05 BON-DATE                 PIC X(8).
           05 FILLER                   PIC X(41)
               VALUE ' SENT BY THE ORIGINAL RUN IS NOT REVERSED'.
           05 FILLER                   PIC X(42)
               VALUE ' BY THIS STEP - REVERSE IT IN THE GL FIRST'.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01  BO-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(9) VALUE 'RETURNS '.
           05 BOT-RETURNS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9) VALUE ' REMOVED '.
           05 BOT-REMOVED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9) VALUE ' REOPENS '.
           05 BOT-REOPENS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE ' MTD ROWS '.
           05 BOT-MTD-ROWS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE ' SHL ROWS '.
           05 BOT-SHL-ROWS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE ' SUSPENSE '.
           05 BOT-SUSPENSE             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE ' SKIPPED  '.
           05 BOT-SKIPPED              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(8) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. Every refusal
      * happens before any new file is written; a failure after
      * that leaves the work files for the job stream NOT to swap
      * in, and NEXTDATE untouched. RC=201 means every work file was
      * written but NEXTDATE could not be rolled back: the operator
      * must see that before the swap - swapped in as it stands, the
      * files would say the date is backed out while NEXTDATE still
      * expects the day after it.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-BOCTL-BAD             PIC 9(3) VALUE 162.
       01  WS-RC-DATE-NOT-POSTED       PIC 9(3) VALUE 163.
       01  WS-RC-DATE-NOT-LATEST       PIC 9(3) VALUE 164.
       01  WS-RC-MTDHIST-OPEN-FAIL     PIC 9(3) VALUE 165.
       01  WS-RC-SHLHIST-OPEN-FAIL     PIC 9(3) VALUE 166.
       01  WS-RC-ADOPTLDG-OPEN-FAIL    PIC 9(3) VALUE 167.
       01  WS-RC-SUSPENSE-OPEN-FAIL    PIC 9(3) VALUE 168.
       01  WS-RC-OUTPUT-OPEN-FAIL      PIC 9(3) VALUE 169.
       01  WS-RC-ADDBACK-FULL          PIC 9(3) VALUE 170.
       01  WS-RC-NEXTDATE-FAIL         PIC 9(3) VALUE 201.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVERSE-LEDGER
           PERFORM 2200-REWRITE-MTDHIST
           PERFORM 2300-REWRITE-SHLHIST
           PERFORM 2400-SIFT-SUSPENSE
           PERFORM 2500-ROLL-BACK-NEXT-DATE
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-BACKOUT-CARD
           PERFORM 1200-CHECK-LATEST-DAY
           PERFORM 1300-READ-NEXT-DATE
           PERFORM 1400-OPEN-OUTPUT-FILES.

      ******************************************************************
      * The card must be present and complete: a numeric date, a
      * reason code and an operator id. A refused card fails the
      * step before anything is read or written.
      ******************************************************************
       1100-READ-BACKOUT-CARD.
           OPEN INPUT BOCTL
           IF WS-BOCTL-STATUS NOT = '00'
               DISPLAY 'DOGGOSBO: BOCTL OPEN FAILED, STATUS='
                   WS-BOCTL-STATUS ' - NO BACK-OUT CARD'
               MOVE WS-RC-BOCTL-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ BOCTL
               AT END
                   DISPLAY 'DOGGOSBO: BOCTL EMPTY - NO BACK-OUT CARD'
                   MOVE WS-RC-BOCTL-BAD TO RETURN-CODE
                   CLOSE BOCTL
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-READ
           CLOSE BOCTL

           MOVE BC-BUSINESS-DATE TO WS-BACKOUT-DATE
           MOVE BC-REASON-CODE TO WS-REASON-CODE
           MOVE BC-OPERATOR TO WS-OPERATOR
           IF BC-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'DOGGOSBO: BOCTL BUSINESS DATE NOT NUMERIC: '
                   BC-BUSINESS-DATE
               MOVE WS-RC-BOCTL-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF BC-REASON-CODE = SPACES
               DISPLAY 'DOGGOSBO: BOCTL REASON CODE MISSING - A'
                   ' BACK-OUT MUST SAY WHY'
               MOVE WS-RC-BOCTL-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF BC-OPERATOR = SPACES
               DISPLAY 'DOGGOSBO: BOCTL OPERATOR ID MISSING - A'
                   ' BACK-OUT MUST SAY WHO'
               MOVE WS-RC-BOCTL-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY 'DOGGOSBO: BACKING OUT ' WS-BACKOUT-DATE
               ' REASON ' WS-REASON-CODE ' OPERATOR ' WS-OPERATOR.

      ******************************************************************
      * The carded date must be on MTDHIST (a day that never posted,
      * or one already past the month-end close, has nothing here to
      * back out) and must be the latest day there.
      ******************************************************************
       1200-CHECK-LATEST-DAY.
           OPEN INPUT MTDHIST
           EVALUATE WS-MTDHIST-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-MTDHIST
                       READ MTDHIST
                           AT END SET END-OF-MTDHIST TO TRUE
                           NOT AT END PERFORM 1210-NOTE-HISTORY-DAY
                       END-READ
                   END-PERFORM
                   CLOSE MTDHIST
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSBO: MTDHIST OPEN FAILED, STATUS='
                       WS-MTDHIST-STATUS
                   MOVE WS-RC-MTDHIST-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE

           IF NOT BACKOUT-DAY-FOUND
               DISPLAY 'DOGGOSBO: ' WS-BACKOUT-DATE
                   ' NOT ON MTDHIST - NOTHING POSTED TO BACK OUT'
               MOVE WS-RC-DATE-NOT-POSTED TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-LATEST-DATE > WS-BACKOUT-DATE
               DISPLAY 'DOGGOSBO: ' WS-BACKOUT-DATE
                   ' IS NOT THE LATEST POSTED DAY (' WS-LATEST-DATE
                   ') - BACK OUT THE LATER DAYS FIRST'
               MOVE WS-RC-DATE-NOT-LATEST TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF.

       1210-NOTE-HISTORY-DAY.
           IF MH-RUN-DATE = WS-BACKOUT-DATE
               SET BACKOUT-DAY-FOUND TO TRUE
           END-IF
           IF MH-RUN-DATE > WS-LATEST-DATE
               MOVE MH-RUN-DATE TO WS-LATEST-DATE
           END-IF.

       1300-READ-NEXT-DATE.
           MOVE SPACES TO WS-OLD-NEXT-DATE
           OPEN INPUT NEXTDATE
           IF WS-NEXTDATE-STATUS = '00' OR '05'
               READ NEXTDATE
                   AT END CONTINUE
                   NOT AT END MOVE ND-NEXT-DATE TO WS-OLD-NEXT-DATE
               END-READ
               CLOSE NEXTDATE
           END-IF.

      ******************************************************************
      * Every work file the job stream swaps in must open cleanly -
      * a silent write failure would hand it an empty file to swap
      * in over the live one.
      ******************************************************************
       1400-OPEN-OUTPUT-FILES.
           OPEN OUTPUT BORPT
           OPEN OUTPUT LEDGNEW
           OPEN OUTPUT MTDNEW
           OPEN OUTPUT SHLHNEW
           OPEN OUTPUT SUSPNEW
           SET OUTPUT-FILES-OPEN TO TRUE
           IF WS-BORPT-STATUS NOT = '00'
                   OR WS-LEDGNEW-STATUS NOT = '00'
                   OR WS-MTDNEW-STATUS NOT = '00'
                   OR WS-SHLHNEW-STATUS NOT = '00'
                   OR WS-SUSPNEW-STATUS NOT = '00'
               DISPLAY 'DOGGOSBO: OUTPUT OPEN FAILED, BORPT='
                   WS-BORPT-STATUS ' LEDGNEW=' WS-LEDGNEW-STATUS
                   ' MTDNEW=' WS-MTDNEW-STATUS
                   ' SHLHNEW=' WS-SHLHNEW-STATUS
                   ' SUSPNEW=' WS-SUSPNEW-STATUS
               MOVE WS-RC-OUTPUT-OPEN-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF

           MOVE WS-BACKOUT-DATE TO BOH-DATE
           MOVE WS-REASON-CODE TO BOH-REASON
           MOVE WS-OPERATOR TO BOH-OPERATOR
           MOVE BO-HEADING-LINE TO BORPT-RECORD
           WRITE BORPT-RECORD.

      ******************************************************************
      * One pass of the keyed ledger in animal-ID order, entry by
      * entry onto LEDGNEW, which is loaded in the same key order.
      * No ledger yet (status 35) is an empty one.
      ******************************************************************
       2000-REVERSE-LEDGER.
           OPEN INPUT ADOPTLDG
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-ADOPTLDG
                       READ ADOPTLDG
                           AT END SET END-OF-ADOPTLDG TO TRUE
                           NOT AT END
                               PERFORM 2100-REVERSE-ONE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE ADOPTLDG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSBO: ADOPTLDG OPEN FAILED, STATUS='
                       WS-ADOPTLDG-STATUS
                   MOVE WS-RC-ADOPTLDG-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * The return is undone first, so a same-day adoption cycle
      * then reads as an adoption the day opened and is removed.
      ******************************************************************
       2100-REVERSE-ONE-ENTRY.
           ADD 1 TO WS-LEDGER-READ
           MOVE 'N' TO WS-DROP-SWITCH
           IF LG-RETURNED AND LG-RETURN-DATE = WS-BACKOUT-DATE
               PERFORM 2110-REVERSE-RETURN
           END-IF
           IF LG-OPEN AND LG-ADOPT-DATE = WS-BACKOUT-DATE
               PERFORM 2120-REVERSE-ADOPTION
           END-IF
           IF NOT LEDGER-ENTRY-DROPPED
               WRITE LEDGNEW-RECORD FROM ADOPTION-LEDGER-REC
           END-IF.

      ******************************************************************
      * A return the day matched: the entry goes back to open and
      * the count comes back down. Against an earlier adoption, the
      * netting DOGGOS handed to DOGGOSMH/DOGGOSSH is folded for the
      * add-back to that day's history.
      ******************************************************************
       2110-REVERSE-RETURN.
           MOVE LG-STATUS TO WS-BEFORE-STATUS
           MOVE LG-RETURN-COUNT TO WS-BEFORE-COUNT
           MOVE 'A' TO LG-STATUS
           IF LG-RETURN-COUNT > 0
               SUBTRACT 1 FROM LG-RETURN-COUNT
           END-IF
           MOVE SPACES TO LG-RETURN-DATE
           ADD 1 TO WS-RETURNS-REVERSED
           IF LG-ADOPT-DATE NOT = WS-BACKOUT-DATE
               PERFORM 2150-FOLD-ADDBACK
           END-IF
           MOVE 'RETURN REVERSED' TO BOD-ACTION
           PERFORM 2190-LIST-LEDGER-CHANGE.

      ******************************************************************
      * An adoption the day opened. A brand-new animal (never
      * returned) comes off the ledger; a returned animal the day
      * re-adopted goes back to returned, keeping its count.
      ******************************************************************
       2120-REVERSE-ADOPTION.
           MOVE LG-STATUS TO WS-BEFORE-STATUS
           MOVE LG-RETURN-COUNT TO WS-BEFORE-COUNT
           IF LG-RETURN-COUNT = 0
               SET LEDGER-ENTRY-DROPPED TO TRUE
               ADD 1 TO WS-ADOPTIONS-REMOVED
               MOVE 'ADOPTION REMOVED' TO BOD-ACTION
           ELSE
               MOVE 'R' TO LG-STATUS
               ADD 1 TO WS-REOPENS-REVERSED
               MOVE 'RE-ADOPTION UNDONE' TO BOD-ACTION
           END-IF
           PERFORM 2190-LIST-LEDGER-CHANGE.

      ******************************************************************
      * Locates (or claims) the add-back slot for the returned
      * adoption's (date, shelter) pair. More pairs than the table
      * holds fails the step - a back-out that silently drops part
      * of its add-back would leave the earlier days short.
      ******************************************************************
       2150-FOLD-ADDBACK.
           IF LG-CATEGORY < 1 OR LG-CATEGORY > 50
               DISPLAY 'DOGGOSBO: LEDGER CATEGORY ' LG-CATEGORY
                   ' OUT OF RANGE FOR ANIMAL ' LG-ANIMAL-ID
                   ' - ADD-BACK SKIPPED'
               ADD 1 TO WS-ADDBACKS-SKIPPED
           ELSE
               MOVE 'N' TO WS-FOUND-SWITCH
               MOVE 0 TO WS-ADDBACK-SLOT
               PERFORM VARYING WS-ADDBACK-IDX FROM 1 BY 1
                       UNTIL WS-ADDBACK-IDX > WS-ADDBACK-COUNT
                       OR ADDBACK-FOUND
                   IF WS-ADB-DATE (WS-ADDBACK-IDX) = LG-ADOPT-DATE
                       AND WS-ADB-SHELTER (WS-ADDBACK-IDX)
                           = LG-SHELTER-CODE
                       SET WS-ADDBACK-SLOT TO WS-ADDBACK-IDX
                       SET ADDBACK-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ADDBACK-FOUND
                   IF WS-ADDBACK-COUNT >= 100
                       DISPLAY 'DOGGOSBO: ADD-BACK TABLE FULL AT'
                           ' ANIMAL ' LG-ANIMAL-ID ' - BACK-OUT'
                           ' STOPPED'
                       MOVE WS-RC-ADDBACK-FULL TO RETURN-CODE
                       CLOSE ADOPTLDG
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9500-WRITE-RUN-LOG
                       GOBACK
                   END-IF
                   ADD 1 TO WS-ADDBACK-COUNT
                   MOVE WS-ADDBACK-COUNT TO WS-ADDBACK-SLOT
                   MOVE LG-ADOPT-DATE TO WS-ADB-DATE (WS-ADDBACK-SLOT)
                   MOVE LG-SHELTER-CODE
                       TO WS-ADB-SHELTER (WS-ADDBACK-SLOT)
                   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
                       MOVE 0 TO WS-ADB-CAT-TOTAL (WS-ADDBACK-SLOT
                           WS-IDX)
                       MOVE 0 TO WS-ADB-CAT-FEE (WS-ADDBACK-SLOT
                           WS-IDX)
                   END-PERFORM
                   MOVE 'N' TO WS-ADB-MTD-APPLIED (WS-ADDBACK-SLOT)
                   MOVE 'N' TO WS-ADB-SHL-APPLIED (WS-ADDBACK-SLOT)
               END-IF
               ADD LG-QUANTITY
                   TO WS-ADB-CAT-TOTAL (WS-ADDBACK-SLOT LG-CATEGORY)
               ADD LG-FEE-AMOUNT
                   TO WS-ADB-CAT-FEE (WS-ADDBACK-SLOT LG-CATEGORY)
           END-IF.

       2190-LIST-LEDGER-CHANGE.
           MOVE 'ADOPTLDG' TO BOD-FILE
           MOVE SPACES TO BOD-KEY
           STRING 'ANIMAL ' DELIMITED BY SIZE
                   LG-ANIMAL-ID DELIMITED BY SIZE
                   ' ADOPTED ' DELIMITED BY SIZE
                   LG-ADOPT-DATE DELIMITED BY SIZE
               INTO BOD-KEY
           END-STRING
           MOVE WS-BEFORE-STATUS TO BOI-STATUS
           MOVE WS-BEFORE-COUNT TO BOI-RETURN-COUNT
           MOVE BO-LEDGER-IMAGE TO BOD-BEFORE
           IF LEDGER-ENTRY-DROPPED
               MOVE 'OFF THE LEDGER' TO BOD-AFTER
           ELSE
               MOVE LG-STATUS TO BOI-STATUS
               MOVE LG-RETURN-COUNT TO BOI-RETURN-COUNT
               MOVE BO-LEDGER-IMAGE TO BOD-AFTER
           END-IF
           MOVE BO-DETAIL-LINE TO BORPT-RECORD
           WRITE BORPT-RECORD.

      ******************************************************************
      * The backed-out day's row is dropped; an earlier day a return
      * netted against gets the add-back, bucket by bucket.
      ******************************************************************
       2200-REWRITE-MTDHIST.
           OPEN INPUT MTDHIST
           IF WS-MTDHIST-STATUS NOT = '00'
               DISPLAY 'DOGGOSBO: MTDHIST REOPEN FAILED, STATUS='
                   WS-MTDHIST-STATUS
               MOVE WS-RC-MTDHIST-OPEN-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           PERFORM UNTIL END-OF-MTDHIST
               READ MTDHIST
                   AT END SET END-OF-MTDHIST TO TRUE
                   NOT AT END PERFORM 2210-REWRITE-HISTORY-DAY
               END-READ
           END-PERFORM
           CLOSE MTDHIST.

       2210-REWRITE-HISTORY-DAY.
           MOVE 'MTDHIST' TO BOD-FILE
           MOVE SPACES TO BOD-KEY
           STRING 'DAY ' DELIMITED BY SIZE
                   MH-RUN-DATE DELIMITED BY SIZE
               INTO BOD-KEY
           END-STRING
           PERFORM 2220-SUM-HISTORY-DAY
           MOVE WS-ROW-QTY TO BOI-QTY
           MOVE WS-ROW-FEES TO BOI-FEES
           MOVE BO-QTY-FEE-IMAGE TO BOD-BEFORE

           IF MH-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-MTD-ROWS-REMOVED
               MOVE 'DAY REMOVED' TO BOD-ACTION
               MOVE 'OFF THE HISTORY' TO BOD-AFTER
               MOVE BO-DETAIL-LINE TO BORPT-RECORD
               WRITE BORPT-RECORD
           ELSE
               MOVE 'N' TO WS-CHANGED-SWITCH
               PERFORM VARYING WS-ADDBACK-IDX FROM 1 BY 1
                       UNTIL WS-ADDBACK-IDX > WS-ADDBACK-COUNT
                   IF WS-ADB-DATE (WS-ADDBACK-IDX) = MH-RUN-DATE
                       PERFORM 2230-ADD-BACK-HISTORY-DAY
                   END-IF
               END-PERFORM
               IF RECORD-CHANGED
                   ADD 1 TO WS-MTD-ROWS-RESTORED
                   PERFORM 2220-SUM-HISTORY-DAY
                   MOVE WS-ROW-QTY TO BOI-QTY
                   MOVE WS-ROW-FEES TO BOI-FEES
                   MOVE BO-QTY-FEE-IMAGE TO BOD-AFTER
                   MOVE 'RETURNS ADDED BACK' TO BOD-ACTION
                   MOVE BO-DETAIL-LINE TO BORPT-RECORD
                   WRITE BORPT-RECORD
               END-IF
               WRITE MTDNEW-RECORD FROM MTD-HISTORY-REC
           END-IF.

       2220-SUM-HISTORY-DAY.
           MOVE 0 TO WS-ROW-QTY
           MOVE 0 TO WS-ROW-FEES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               ADD MH-CATEGORY-TOTAL (WS-IDX) TO WS-ROW-QTY
               ADD MH-CATEGORY-FEE (WS-IDX) TO WS-ROW-FEES
           END-PERFORM.

       2230-ADD-BACK-HISTORY-DAY.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               ADD WS-ADB-CAT-TOTAL (WS-ADDBACK-IDX WS-IDX)
                   TO MH-CATEGORY-TOTAL (WS-IDX)
               ADD WS-ADB-CAT-FEE (WS-ADDBACK-IDX WS-IDX)
                   TO MH-CATEGORY-FEE (WS-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-ADB-MTD-APPLIED (WS-ADDBACK-IDX)
           SET RECORD-CHANGED TO TRUE.

      ******************************************************************
      * Same again for the shelter history, row by row. No SHLHIST
      * yet (status 35) is an empty one.
      ******************************************************************
       2300-REWRITE-SHLHIST.
           OPEN INPUT SHLHIST
           EVALUATE WS-SHLHIST-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-SHLHIST
                       READ SHLHIST
                           AT END SET END-OF-SHLHIST TO TRUE
                           NOT AT END PERFORM 2310-REWRITE-SHELTER-ROW
                       END-READ
                   END-PERFORM
                   CLOSE SHLHIST
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSBO: SHLHIST OPEN FAILED, STATUS='
                       WS-SHLHIST-STATUS
                   MOVE WS-RC-SHLHIST-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE
           PERFORM 2350-LIST-SKIPPED-ADDBACKS.

       2310-REWRITE-SHELTER-ROW.
           MOVE 'SHLHIST' TO BOD-FILE
           MOVE SPACES TO BOD-KEY
           STRING SH-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SH-SHELTER-CODE DELIMITED BY SIZE
               INTO BOD-KEY
           END-STRING
           MOVE SH-TOTAL TO BOI-QTY
           MOVE SH-FEE-TOTAL TO BOI-FEES
           MOVE BO-QTY-FEE-IMAGE TO BOD-BEFORE

           IF SH-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-SHL-ROWS-REMOVED
               MOVE 'ROW REMOVED' TO BOD-ACTION
               MOVE 'OFF THE HISTORY' TO BOD-AFTER
               MOVE BO-DETAIL-LINE TO BORPT-RECORD
               WRITE BORPT-RECORD
           ELSE
               MOVE 'N' TO WS-CHANGED-SWITCH
               PERFORM VARYING WS-ADDBACK-IDX FROM 1 BY 1
                       UNTIL WS-ADDBACK-IDX > WS-ADDBACK-COUNT
                   IF WS-ADB-DATE (WS-ADDBACK-IDX) = SH-RUN-DATE
                       AND WS-ADB-SHELTER (WS-ADDBACK-IDX)
                           = SH-SHELTER-CODE
                       PERFORM 2320-ADD-BACK-SHELTER-ROW
                   END-IF
               END-PERFORM
               IF RECORD-CHANGED
                   ADD 1 TO WS-SHL-ROWS-RESTORED
                   MOVE SH-TOTAL TO BOI-QTY
                   MOVE SH-FEE-TOTAL TO BOI-FEES
                   MOVE BO-QTY-FEE-IMAGE TO BOD-AFTER
                   MOVE 'RETURNS ADDED BACK' TO BOD-ACTION
                   MOVE BO-DETAIL-LINE TO BORPT-RECORD
                   WRITE BORPT-RECORD
               END-IF
               WRITE SHLHNEW-RECORD FROM SHELTER-HISTORY-REC
           END-IF.

       2320-ADD-BACK-SHELTER-ROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               ADD WS-ADB-CAT-TOTAL (WS-ADDBACK-IDX WS-IDX)
                   TO SH-CAT-TOTAL (WS-IDX)
               ADD WS-ADB-CAT-TOTAL (WS-ADDBACK-IDX WS-IDX)
                   TO SH-TOTAL
               ADD WS-ADB-CAT-FEE (WS-ADDBACK-IDX WS-IDX)
                   TO SH-FEE-TOTAL
           END-PERFORM
           MOVE 'Y' TO WS-ADB-SHL-APPLIED (WS-ADDBACK-IDX)
           SET RECORD-CHANGED TO TRUE.

      ******************************************************************
      * An add-back whose day or row is no longer on the history
      * belongs to a closed month - DOGGOSMH and DOGGOSSH skipped the
      * netting for the same reason, so there is nothing to restore.
      * Listed so the listing accounts for every reversed return.
      ******************************************************************
       2350-LIST-SKIPPED-ADDBACKS.
           PERFORM VARYING WS-ADDBACK-IDX FROM 1 BY 1
                   UNTIL WS-ADDBACK-IDX > WS-ADDBACK-COUNT
               IF NOT ADDBACK-ON-MTDHIST (WS-ADDBACK-IDX)
                       OR NOT ADDBACK-ON-SHLHIST (WS-ADDBACK-IDX)
                   ADD 1 TO WS-ADDBACKS-SKIPPED
                   MOVE 'HISTORY' TO BOD-FILE
                   MOVE 'NOT ON HISTORY' TO BOD-ACTION
                   MOVE SPACES TO BOD-KEY
                   STRING WS-ADB-DATE (WS-ADDBACK-IDX)
                               DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ADB-SHELTER (WS-ADDBACK-IDX)
                               DELIMITED BY SIZE
                       INTO BOD-KEY
                   END-STRING
                   MOVE 'CLOSED MONTH' TO BOD-BEFORE
                   MOVE 'NOTHING TO RESTORE' TO BOD-AFTER
                   MOVE BO-DETAIL-LINE TO BORPT-RECORD
                   WRITE BORPT-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * The day's own rejects come off the backlog; every other date
      * carries forward onto SUSPNEW. No suspense file yet (status
      * 35) is an empty backlog.
      ******************************************************************
       2400-SIFT-SUSPENSE.
           OPEN INPUT SUSPENSE
           EVALUATE WS-SUSPENSE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-SUSPENSE
                       READ SUSPENSE
                           AT END SET END-OF-SUSPENSE TO TRUE
                           NOT AT END PERFORM 2410-SIFT-SUSPENSE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSBO: SUSPENSE OPEN FAILED, STATUS='
                       WS-SUSPENSE-STATUS
                   MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

       2410-SIFT-SUSPENSE-RECORD.
           IF SR-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-SUSPENSE-DROPPED
               MOVE 'SUSPENSE' TO BOD-FILE
               MOVE 'REJECT DROPPED' TO BOD-ACTION
               MOVE SPACES TO BOD-KEY
               STRING SR-REASON-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SR-BREED-NAME DELIMITED BY SIZE
                   INTO BOD-KEY
               END-STRING
               MOVE SPACES TO BOD-BEFORE
               STRING 'ID ' DELIMITED BY SIZE
                       SR-ANIMAL-ID DELIMITED BY SIZE
                       ' QTY ' DELIMITED BY SIZE
                       SR-QUANTITY DELIMITED BY SIZE
                   INTO BOD-BEFORE
               END-STRING
               MOVE 'OFF THE BACKLOG' TO BOD-AFTER
               MOVE BO-DETAIL-LINE TO BORPT-RECORD
               WRITE BORPT-RECORD
           ELSE
               WRITE SUSPNEW-RECORD FROM SUSPENSE-RECORD
           END-IF.

      ******************************************************************
      * Last, once every work file is written: the expectation goes
      * back to the backed-out date, so the corrected file for it is
      * the expected next processing date again. A rewrite failure
      * is listed and ends the step RC=201.
      ******************************************************************
       2500-ROLL-BACK-NEXT-DATE.
           MOVE 'NEXTDATE' TO BOD-FILE
           MOVE 'EXPECTATION ROLLED' TO BOD-ACTION
           MOVE 'NEXT EXPECTED PROCESSING DATE' TO BOD-KEY
           MOVE WS-OLD-NEXT-DATE TO BOD-BEFORE
           MOVE WS-BACKOUT-DATE TO BOD-AFTER

           OPEN OUTPUT NEXTDATE
           IF WS-NEXTDATE-STATUS = '00'
               MOVE WS-BACKOUT-DATE TO ND-NEXT-DATE
               WRITE NEXTDATE-RECORD
               CLOSE NEXTDATE
           ELSE
               DISPLAY 'DOGGOSBO: NEXTDATE REWRITE FAILED, STATUS='
                   WS-NEXTDATE-STATUS ' - EXPECTATION NOT ROLLED BACK'
               MOVE 'NOT REWRITTEN' TO BOD-AFTER
               SET NEXTDATE-NOT-ROLLED TO TRUE
           END-IF
           MOVE BO-DETAIL-LINE TO BORPT-RECORD
           WRITE BORPT-RECORD.

       3000-FINALIZE.
           MOVE WS-BACKOUT-DATE TO BON-DATE
           MOVE BO-GL-NOTE-LINE TO BORPT-RECORD
           WRITE BORPT-RECORD

           MOVE WS-RETURNS-REVERSED TO BOT-RETURNS
           MOVE WS-ADOPTIONS-REMOVED TO BOT-REMOVED
           MOVE WS-REOPENS-REVERSED TO BOT-REOPENS
           COMPUTE BOT-MTD-ROWS =
               WS-MTD-ROWS-REMOVED + WS-MTD-ROWS-RESTORED
           COMPUTE BOT-SHL-ROWS =
               WS-SHL-ROWS-REMOVED + WS-SHL-ROWS-RESTORED
           MOVE WS-SUSPENSE-DROPPED TO BOT-SUSPENSE
           MOVE WS-ADDBACKS-SKIPPED TO BOT-SKIPPED
           MOVE BO-TOTALS-LINE TO BORPT-RECORD
           WRITE BORPT-RECORD

           PERFORM 9000-CLOSE-FILES
           DISPLAY 'DOGGOSBO: LEDGER ENTRIES READ  ' WS-LEDGER-READ
           DISPLAY 'DOGGOSBO: RETURNS REVERSED     ' WS-RETURNS-REVERSED
           DISPLAY 'DOGGOSBO: ADOPTIONS REMOVED    '
               WS-ADOPTIONS-REMOVED
           DISPLAY 'DOGGOSBO: RE-ADOPTIONS UNDONE  ' WS-REOPENS-REVERSED
           DISPLAY 'DOGGOSBO: MTDHIST ROWS REMOVED ' WS-MTD-ROWS-REMOVED
               ' RESTORED ' WS-MTD-ROWS-RESTORED
           DISPLAY 'DOGGOSBO: SHLHIST ROWS REMOVED ' WS-SHL-ROWS-REMOVED
               ' RESTORED ' WS-SHL-ROWS-RESTORED
           DISPLAY 'DOGGOSBO: SUSPENSE DROPPED     ' WS-SUSPENSE-DROPPED
           IF NEXTDATE-NOT-ROLLED
               MOVE WS-RC-NEXTDATE-FAIL TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           PERFORM 9500-WRITE-RUN-LOG.

       9000-CLOSE-FILES.
           IF OUTPUT-FILES-OPEN
               CLOSE BORPT
               CLOSE LEDGNEW
               CLOSE MTDNEW
               CLOSE SHLHNEW
               CLOSE SUSPNEW
           END-IF.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. Refusals are
      * logged too, with whatever the card carried: an attempted
      * back-out is as much audit's business as a completed one.
      * IN is the ledger entries read, OUT the entries reversed,
      * REJECTED the suspense records dropped. A run-log failure is
      * reported but must not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSBO' TO RL-PROGRAM
               MOVE WS-BACKOUT-DATE TO RL-BUSINESS-DATE
               MOVE 'BACKOUT' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-LEDGER-READ TO RL-RECORDS-IN
               COMPUTE RL-RECORDS-OUT = WS-RETURNS-REVERSED
                   + WS-ADOPTIONS-REMOVED + WS-REOPENS-REVERSED
               MOVE WS-SUSPENSE-DROPPED TO RL-RECORDS-REJECTED
               MOVE WS-OPERATOR TO RL-OPERATOR
               MOVE WS-REASON-CODE TO RL-REASON-CODE
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSBO: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSBO'.
