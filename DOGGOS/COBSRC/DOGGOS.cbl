      * 50 breed categories, and writes one report line per input
      * record to OUTREP. A category may group any number of breed
      * names - BRDLKUP carries one row per breed name.
      *
      * After an outage the intake system sends the missed days as one
      * file of consecutive batches. Each batch posts as its own
      * business date - its own report section, control totals and
      * hand-off records - so a catch-up lands downstream exactly as
      * the separate daily runs would have.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SHELMAST-STATUS.

           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADOPTLDG-KEY
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT LDGRPT ASSIGN TO LDGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGRPT-STATUS.
      * ADOPTS - intake extract, now framed by a batch header carrying
      * the business date and a trailer carrying the expected detail
      * count, so a truncated, empty or re-sent file is caught before
      * its numbers are published. A catch-up file carries one framed
      * batch per missed business date, in date order, back to back.
      ******************************************************************
       FD  ADOPTS
           RECORDING MODE IS F
      ******************************************************************
       FD  DAILYSHL
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
           COPY SHLHIST.

      ******************************************************************
       01  XTR-RECORD                  PIC X(80).

      ******************************************************************
      * SHLTRPT - per-shelter summary written as each business day
      * closes: one total line per shelter with activity, then one
      * cross-tab line per shelter/breed-category cell with
      * activity, each line carrying its business date. The
      * regional shelters are contractually owed these numbers.
      ******************************************************************
       FD  SHLTRPT
       01  SHLTRPT-RECORD              PIC X(80).

      ******************************************************************
      * SHLDIST - per-shelter distribution extract written as each
      * business day closes: one delimited section per ACTIVE
      * shelter per day, framed with an
      * 'H' record carrying the business date and shelter name, 'D'
      * records for the shelter's category totals, and a 'T' record
      * carrying the record count and quantity hash total - the same
      ******************************************************************
      * BRDLKUP - breed-name-to-category lookup table, read once at
      * startup. Lets operations add or relabel categories without a
      * program change/recompile. Every dated row is kept; the rows
      * in force are resolved as each business day starts.
      ******************************************************************
       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

      ******************************************************************
      * FEESCHED - adoption fee schedule, one row per breed category
      * with the fee range finance will accept. Operator-maintained
      * the way BRDLKUP is. A detail whose fee falls outside its
      * category's range suspends as BADFEE for review rather than
      * posting; a category with no row in force on the business
      * date has no schedule to enforce.
      ******************************************************************
       FD  FEESCHED
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY FEESCHED.

      ******************************************************************
      * SHELMAST - shelter master, read once at startup the same way
       01  AUDRPT-RECORD               PIC X(132).

      ******************************************************************
      * ALERTRPT - exceptions report written as each business day
      * closes: the day's reject rate and per-category volumes
      * checked against the month-to-date norms (MTDHIST plus any
      * earlier days of the same catch-up), each line dated. The
      * scheduler pages on the RC=04 this run ends with when any
      * threshold is breached.
      ******************************************************************
           COPY RUNLOG.

      ******************************************************************
      * ADOPTLDG - the animal-level adoption ledger, keyed on animal
      * ID. Only the animals on the day's ADOPTS are read, by key, as
      * their adoptions and returns arrive; the entries the run
      * changed are rewritten in one pass at finalize, so a run that
      * fails or is voided before then leaves the ledger as it was.
      * Closed entries past retention are moved off by DOGGOSLA.
      ******************************************************************
       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
       01  ADOPTLDG-RECORD.
           05 ADOPTLDG-KEY             PIC X(12).
           05 FILLER                   PIC X(88).

      ******************************************************************
      * LDGRPT - ledger aging listing written at end of run: every
      * SHELMAST edit between failure and restart cannot shift the
      * totals onto the wrong shelter; one 'L' record per ledger
      * entry this run added or updated, keyed by animal ID, so a
      * restart is not missing the adoptions the skipped records
      * already posted - ADOPTLDG itself is only updated at finalize.
      *
      * On a catch-up file the 'C' record also carries the last
      * business date whose batch is closed on this run's outputs
      * (a restart skips those batches whole) and the last date
      * already handed off and swapped in after an RC=171 stop
      * (those batches are skipped too, but their sections are no
      * longer on this run's outputs). A checkpoint written at a day
      * boundary carries zero in-flight counts.
      ******************************************************************
       FD  CHKPOINT
           RECORDING MODE IS F
               10 CK-RECORDS-WRITTEN   PIC 9(7).
               10 CK-ACCUMULATOR       PIC 9(5) OCCURS 50 TIMES.
               10 CK-FEE-ACCUM         PIC 9(9)V99 OCCURS 50 TIMES.
               10 CK-CLOSED-THROUGH    PIC X(8).
               10 CK-HANDED-OFF-THROUGH PIC X(8).
               10 FILLER               PIC X(12).
           05 CK-SHELTER-DATA REDEFINES CK-COUNTS-DATA.
               10 CK-SHELTER-CODE      PIC X(25).
               10 CK-SHELTER-TOTAL     PIC 9(7).
               10 CK-SHELTER-CAT-TOTAL PIC 9(5) OCCURS 50 TIMES.
               10 CK-SHELTER-FEE       PIC 9(9)V99.
               10 FILLER               PIC X(556).
           05 CK-LEDGER-DATA REDEFINES CK-COUNTS-DATA.
               10 CK-LDG-ANIMAL-ID     PIC X(12).
               10 CK-LDG-ADOPT-DATE    PIC X(8).
       01  WS-FEESCHED-STATUS          PIC X(2) VALUE '00'.
       01  WS-SHELMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-LDGRPT-STATUS            PIC X(2) VALUE '00'.
       01  WS-CHKPOINT-STATUS          PIC X(2) VALUE '00'.
       01  WS-AUDRPT-STATUS            PIC X(2) VALUE '00'.
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-OLD-SUSPENSE      VALUE 'Y'.

       01  WS-DTOT-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-DAILYTOT          VALUE 'Y'.


       01  WS-SUSPENSE-PURGED          PIC 9(7) VALUE 0.

       01  WS-LDG-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-ADOPTLDG          VALUE 'Y'.

       01  WS-LDG-OPEN-SWITCH          PIC X VALUE 'N'.
           88 LEDGER-ON-FILE           VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-ADOPTS        VALUE 'Y'.
               88 OUTPUT-FILES-OPEN    VALUE 'Y'.
           05 WS-ALERT-SWITCH          PIC X VALUE 'N'.
               88 ANOMALY-FOUND        VALUE 'Y'.
           05 WS-DAY-ALERT-SWITCH      PIC X VALUE 'N'.
               88 DAY-ANOMALY-FOUND    VALUE 'Y'.
           05 WS-DUP-WARNED-SWITCH     PIC X VALUE 'N'.
               88 DUPLICATE-DAY-WARNED VALUE 'Y'.
           05 WS-NORMS-SWITCH          PIC X VALUE 'N'.
               88 MTD-NORMS-LOADED     VALUE 'Y'.
           05 WS-REFUSED-SWITCH        PIC X VALUE 'N'.
               88 BUSINESS-DATE-REFUSED VALUE 'Y'.
           05 WS-STOP-SWITCH           PIC X VALUE 'N'.
               88 CATCH-UP-STOPPED     VALUE 'Y'.
           05 WS-DAY-SWITCH            PIC X VALUE 'N'.
               88 DAY-IN-PROGRESS      VALUE 'Y'.
           05 WS-BATCH-LOADED-SWITCH   PIC X VALUE 'N'.
               88 BATCH-LOADED         VALUE 'Y'.
           05 WS-NEXT-BATCH-SWITCH     PIC X VALUE 'N'.
               88 NEXT-BATCH-PENDING   VALUE 'Y'.
           05 WS-ADVANCED-SWITCH       PIC X VALUE 'N'.
               88 EXPECTATION-ADVANCED VALUE 'Y'.
           05 WS-RESUME-SWITCH         PIC X VALUE 'N'.
               88 RESUMED-AFTER-STOP   VALUE 'Y'.

       01  WS-SKIP-COUNT                PIC 9(7) VALUE 0.

      ******************************************************************
      * One batch's detail records, held from its header to its
      * trailer and posted only once the trailer count and the
      * record after it (the next header, or end of file) prove the
      * batch whole - on a catch-up file a damaged later batch must
      * not leave half a day on the outputs behind the days that
      * closed cleanly. The next header's date is kept aside while
      * the held details are posted.
      ******************************************************************
       01  WS-BATCH-DETAIL-COUNT       PIC 9(5) VALUE 0.
       01  WS-BATCH-TABLE.
           05 WS-BATCH-DETAIL          PIC X(80) OCCURS 9999 TIMES
                   INDEXED BY WS-BATCH-IDX.
       01  WS-BATCH-START              PIC 9(5) VALUE 0.
       01  WS-NEXT-BATCH-DATE          PIC X(8) VALUE SPACES.

      ******************************************************************
      * Business days posted on this run's outputs, in date order:
      * each closed batch, plus (on a restart) the batches the
      * interrupted run already closed, their counts recovered from
      * DAILYTOT by 1340. Drives the suspense carry-forward (every
      * posted date's old rejects are re-derived) and the RUNLOG
      * records. 31 slots is a month -
      * DOGGOSSH purges at most a month of dates per hand-off, and a
      * catch-up never crosses a month end (see 2060). WS-DAY-RC is
      * the day's own outcome (00, or 04 when its anomaly checks
      * alerted), logged for it when an RC=171 stop hands it off.
      ******************************************************************
       01  WS-DAY-COUNT                PIC 9(3) VALUE 0.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX.
               10 WS-DAY-DATE          PIC X(8).
               10 WS-DAY-READ          PIC 9(7).
               10 WS-DAY-REJECTED      PIC 9(7).
               10 WS-DAY-WRITTEN       PIC 9(7).
               10 WS-DAY-RC            PIC 9(3).
       01  WS-DAYS-LOGGED              PIC 9(3) VALUE 0.

      ******************************************************************
      * Catch-up positions, restored from and written to the 'C'
      * checkpoint record: the last business date closed on this
      * run's outputs, and the last date already handed off and
      * swapped in after an earlier RC=171 stop. Spaces = none.
      ******************************************************************
       01  WS-CLOSED-THROUGH           PIC X(8) VALUE SPACES.
       01  WS-HANDED-OFF-THROUGH       PIC X(8) VALUE SPACES.

      ******************************************************************
      * The RC a refused business date would have ended the run
      * with - taken as the step RC when the first day is refused,
      * reported behind RC=171 when a later day of a catch-up is.
      ******************************************************************
       01  WS-REFUSAL-RC               PIC 9(3) VALUE 0.

      ******************************************************************
      * Values handed to 9520 for one RUNLOG record.
      ******************************************************************
       01  WS-LOG-DATE                 PIC X(8).
       01  WS-LOG-READ                 PIC 9(7).
       01  WS-LOG-REJECTED             PIC 9(7).
       01  WS-LOG-WRITTEN              PIC 9(7).
       01  WS-LOG-RC                   PIC 9(3).

      ******************************************************************
      * Breed category accumulator. Layout and name are relied upon by
      * the TDOGGOS CHECK_ACCUMULATOR_SPY - do not change without
       01  WS-FEE-TOTAL                PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Fee schedule rows as loaded from FEESCHED at startup, every
      * dated row kept, and the range per category in force on the
      * business day being posted - resolved by 1120 as each day
      * starts. A slot without a row in force has no schedule to
      * enforce.
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
       01  WS-FEE-NUM                  PIC 9(6)V99 VALUE 0.

      ******************************************************************
      * BRDLKUP rows as loaded, every dated row kept, and the breed
      * rows in force on the business day being posted: one entry
      * per breed name in force, full 30-byte breed name, any number
      * of rows per category. The label table keeps one label per
      * category index for the breed-totals summary - the row in
      * force on the day (the last one wins), or for a category no
      * row covers that day, the most recent row that started on or
      * before it, so a category retired mid-month still prints.
      * All of it is resolved by 1120 as each day starts.
      ******************************************************************
       01  WS-BRDLKUP-ROW-COUNT        PIC 9(3) VALUE 0.
       01  WS-BRDLKUP-ROW-TABLE.
           05 WS-BRDLKUP-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BRDLKUP-IDX.
               10 WS-BL-ROW-NAME       PIC X(30).
               10 WS-BL-ROW-CATEGORY   PIC 9(2).
               10 WS-BL-ROW-LABEL      PIC X(10).
               10 WS-BL-ROW-FROM       PIC X(8).
               10 WS-BL-ROW-TO         PIC X(8).

       01  WS-BREED-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-BREED-ROW-TABLE.
           05 WS-BREED-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BREED-IDX.
               10 WS-BREED-ROW-NAME    PIC X(30).
               10 WS-BREED-ROW-CATEGORY PIC 9(2).
           05 WS-CATEGORY-LABEL        PIC X(10) OCCURS 50 TIMES
                   INDEXED BY WS-CATEGORY-IDX.

      * How the label chosen so far for each category was in force:
      * '2' on the day itself, '1' only before it, blank not yet.
       01  WS-LABEL-RANK-TABLE.
           05 WS-LABEL-ENTRY OCCURS 50 TIMES.
               10 WS-LABEL-RANK        PIC X(1).
               10 WS-LABEL-FROM        PIC X(8).
       01  WS-ROW-RANK                 PIC X(1).
       01  WS-LABEL-SLOT               PIC 9(2) VALUE 0.

       01  WS-MATCH-FOUND              PIC X VALUE 'N'.
           88 CATEGORY-MATCHED         VALUE 'Y'.

      * Shelter master table, loaded from SHELMAST at startup. The
      * matched entry's name is what prints on the report in place of
      * the raw shelter code, and each entry carries the shelter's
      * running adoption totals for the day-close shelter summary.
      ******************************************************************
       01  WS-SHELTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHELTER-TABLE.
                   88 SHELTER-IS-ACTIVE VALUE 'A'.
               10 WS-SHELTER-TOTAL     PIC 9(7).
               10 WS-SHELTER-CAT-TOTAL PIC 9(5) OCCURS 50 TIMES.
               10 WS-SHELTER-FEE       PIC 9(9)V99.

       01  WS-SHELTER-MATCH            PIC X VALUE 'N'.
           88 SHELTER-MATCHED          VALUE 'Y'.
      ******************************************************************
      * The expected next processing date, read from NEXTDATE at
      * startup (spaces = no expectation yet) and the next business
      * day after WS-ADVANCE-BASE that 3455 found. The expectation
      * advances in storage as each batch closes, so a catch-up's
      * second batch is checked against the day after its first.
      ******************************************************************
       01  WS-EXPECTED-DATE            PIC X(8) VALUE SPACES.
       01  WS-ADVANCE-DATE             PIC X(8) VALUE SPACES.
       01  WS-ADVANCE-BASE             PIC X(8) VALUE SPACES.

      ******************************************************************
      * Working set of ledger entries - every animal this run has
      * read from ADOPTLDG by key or added, updated in place as
      * adoptions and matched returns arrive. The changed flag marks
      * entries this run touched - only those go on the checkpoint
      * and are rewritten to ADOPTLDG at finalize; the rest are
      * simply read again from the unchanged ledger on a restart.
      * One batch can hold at most 9999 animals, and a catch-up
      * stops at a day boundary rather than outgrow the table.
      ******************************************************************
       01  WS-LEDGER-MAX               PIC 9(5) VALUE 9999.
       01  WS-LEDGER-COUNT             PIC 9(5) VALUE 0.
       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-LEDGER-IDX.
               10 WS-LDG-ANIMAL-ID     PIC X(12).
               10 WS-LDG-ADOPT-DATE    PIC X(8).
       COPY SUSPREC.

      ******************************************************************
      * Working-storage build area for one ledger record - read
      * from and rewritten to ADOPTLDG through this area, same
      * pattern as SUSPREC above.
      ******************************************************************
       COPY ADOPTLDG.


      ******************************************************************
      * Month-to-date norms, folded up during the 1350 MTDHIST scan
      * (and by 2520 as each day closes) and compared against the
      * day's numbers at day close. The
      * thresholds are deliberately coarse: a day is anomalous when
      * its reject rate reaches the floor AND doubles the MTD rate,
      * or when a category with a meaningful daily average (at least
           05 ALR-MTD-RATE             PIC ZZ9.99.
           05 FILLER                   PIC X(25)
               VALUE ' PCT - REVIEW SUSPENSE   '.
           05 FILLER                   PIC X(19)
               VALUE ' FOR BUSINESS DATE '.
           05 ALR-RATE-DATE            PIC X(8).
           05 FILLER                   PIC X(32) VALUE SPACES.

       01  ALR-CAT-LINE.
           05 FILLER                   PIC X(15)
           05 ALR-CAT-AVG              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 ALR-CAT-KIND             PIC X(8).
           05 FILLER                   PIC X(19)
               VALUE ' FOR BUSINESS DATE '.
           05 ALR-CAT-DATE             PIC X(8).
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  ALR-CLEAN-LINE.
           05 FILLER                   PIC X(38)
               VALUE 'NO ANOMALIES VERSUS MONTH-TO-DATE NORM'.
           05 FILLER                   PIC X(19)
               VALUE ' FOR BUSINESS DATE '.
           05 ALR-CLEAN-DATE           PIC X(8).
           05 FILLER                   PIC X(67) VALUE SPACES.

      ******************************************************************
      * Control totals, printed on the OUTREP trailer record.
       01  WS-RC-SUSPENSE-OPEN-FAIL    PIC 9(2) VALUE 88.
       01  WS-RC-SUSPWRK-OPEN-FAIL     PIC 9(2) VALUE 96.
       01  WS-RC-ADOPTLDG-OPEN-FAIL    PIC 9(3) VALUE 124.
       01  WS-RC-LEDGER-IO-FAIL        PIC 9(3) VALUE 125.
       01  WS-RC-CAL-DATE-INVALID      PIC 9(3) VALUE 140.
       01  WS-RC-CAL-OFFCYCLE          PIC 9(3) VALUE 141.
       01  WS-RC-PROCCAL-OPEN-FAIL     PIC 9(3) VALUE 142.
       01  WS-RC-FEESCHED-OPEN-FAIL    PIC 9(3) VALUE 143.
       01  WS-RC-CHECKPOINT-BAD        PIC 9(3) VALUE 145.
      *    A catch-up file stopped at a day boundary: the batches
      *    before the stop closed cleanly and their outputs are good
      *    - the job stream swaps and merges them as after RC=00,
      *    then holds for the operator. CHKPOINT is left naming the
      *    last day handed off, so the rerun with the corrected file
      *    skips those batches and resumes at the stopped one. The
      *    underlying cause (and the RC a single-day run would have
      *    ended with) is on the job log.
       01  WS-RC-CATCHUP-STOPPED       PIC 9(3) VALUE 171.

      ******************************************************************
      * Working-storage build area for one OUTREP record - moved to
           05 SHL-TOT-NAME             PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SHL-TOT-TOTAL            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SHL-TOT-DATE             PIC X(8).
           05 FILLER                   PIC X(23) VALUE SPACES.

       01  SHL-XTAB-LINE.
           05 FILLER                   PIC X(13)
           05 SHL-XTB-LABEL            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SHL-XTB-QTY              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SHL-XTB-DATE             PIC X(8).
           05 FILLER                   PIC X(12) VALUE SPACES.

      ******************************************************************
      * Build areas for the LDGRPT aging listing.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BUSINESS-DAY UNTIL END-OF-ADOPTS
           PERFORM 3000-FINALIZE
           GOBACK.

           PERFORM 1090-LOAD-FEE-SCHEDULE
           PERFORM 1100-LOAD-BREED-CATEGORY-TABLE
           PERFORM 1150-LOAD-SHELTER-TABLE
           PERFORM 1170-OPEN-LEDGER
           PERFORM 1200-LOAD-CHECKPOINT

           OPEN INPUT ADOPTS
           END-IF

           PERFORM 1300-READ-BATCH-HEADER
           IF NOT END-OF-ADOPTS
               PERFORM 1120-RESOLVE-DAY-TABLES
               PERFORM 1320-CHECK-PROCESS-CALENDAR
               PERFORM 1350-CHECK-DUPLICATE-DAY
               IF IS-RESTARTED
                   PERFORM 1330-REBUILD-RETURN-NETTING
               END-IF
               SET DAY-IN-PROGRESS TO TRUE
           END-IF
           IF IS-RESTARTED AND WS-DAY-COUNT > 0
               PERFORM 1340-RECOVER-CLOSED-DAYS
           END-IF

           IF VALIDATE-ONLY-MODE
               OPEN OUTPUT AUDRPT
               IF NOT END-OF-ADOPTS
                   PERFORM 1450-WRITE-AUDIT-HEADING
               END-IF
           ELSE
               IF IS-RESTARTED
      *            The interrupted pass already wrote these for the
      *            whole days it closed and the records it handled -
      *            keep extending them. SUSPENSE is carried forward
      *            onto SUSPWRK only at finalize, so the interrupted
      *            pass's SUSPWRK holds its own rejects alone.
                   OPEN EXTEND OUTREP
                   OPEN EXTEND OUTXTR
                   OPEN EXTEND SUSPWRK
                   OPEN EXTEND DAILYTOT
                   OPEN EXTEND DAILYSHL
                   OPEN EXTEND SHLTRPT
                   OPEN EXTEND SHLDIST
                   OPEN EXTEND ALERTRPT
               ELSE
                   OPEN OUTPUT OUTREP
                   OPEN OUTPUT OUTXTR
                   OPEN OUTPUT SUSPWRK
                   OPEN OUTPUT DAILYTOT
                   OPEN OUTPUT DAILYSHL
                   OPEN OUTPUT SHLTRPT
                   OPEN OUTPUT SHLDIST
                   OPEN OUTPUT ALERTRPT
               END-IF
      *        Letting the reject writes fail silently would hand the
      *        job stream an empty file to swap in over the backlog.
               IF WS-SUSPWRK-STATUS NOT = '00'
                   DISPLAY 'DOGGOS: SUSPWRK OPEN FAILED, STATUS='
                       WS-SUSPWRK-STATUS
                   MOVE WS-RC-SUSPWRK-OPEN-FAIL TO RETURN-CODE
                   CLOSE ADOPTS
                   GOBACK
               END-IF
      * posts unreviewed.
      ******************************************************************
       1090-LOAD-FEE-SCHEDULE.
           MOVE SPACES TO WS-FEE-ROW-TABLE
           MOVE 0 TO WS-FEE-ROW-COUNT

           OPEN INPUT FEESCHED
           EVALUATE WS-FEESCHED-STATUS

      ******************************************************************
      * Same operator-edit guard as the other loaded tables: a row
      * with a bad index, a range that cannot pass anything, or
      * effective dates that cannot be compared is reported and
      * ignored, as is a row past the 200-row ceiling.
      ******************************************************************
       1095-STORE-FEE-SCHEDULE.
           IF FS-CATEGORY-INDEX IS NUMERIC
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
                       DISPLAY 'DOGGOS: FEESCHED ENTRY IGNORED, BAD'
                           ' EFFECTIVE DATES FOR CATEGORY '
                           FS-CATEGORY-INDEX
                   ELSE
                   IF WS-FEE-ROW-COUNT >= 200
                       DISPLAY 'DOGGOS: FEESCHED ENTRY IGNORED, TABLE'
                           ' FULL FOR CATEGORY ' FS-CATEGORY-INDEX
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
                   DISPLAY 'DOGGOS: FEESCHED ENTRY IGNORED, BAD'
                       ' RANGE FOR CATEGORY ' FS-CATEGORY-INDEX
           END-IF.

       1100-LOAD-BREED-CATEGORY-TABLE.
           MOVE SPACES TO WS-BRDLKUP-ROW-TABLE
           MOVE 0 TO WS-BRDLKUP-ROW-COUNT

           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'

      ******************************************************************
      * BRDLKUP lets operations hand-edit the mapping without a
      * recompile, so a bad hand-edited index (0, blank, >50),
      * effective dates that cannot be compared, or a row past the
      * 500-row ceiling is rejected here rather than taken as an
      * out-of-bounds subscript.
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
                   DISPLAY 'DOGGOS: BRDLKUP ENTRY IGNORED, BAD'
                       ' EFFECTIVE DATES FOR BREED ' BL-BREED-NAME
               ELSE
               IF WS-BRDLKUP-ROW-COUNT >= 500
                   DISPLAY 'DOGGOS: BRDLKUP ENTRY IGNORED, TABLE'
                       ' FULL FOR BREED ' BL-BREED-NAME
               ELSE
                   ADD 1 TO WS-BRDLKUP-ROW-COUNT
                   SET WS-BRDLKUP-IDX TO WS-BRDLKUP-ROW-COUNT
                   MOVE BL-BREED-NAME
                       TO WS-BL-ROW-NAME (WS-BRDLKUP-IDX)
                   MOVE BL-CATEGORY-INDEX
                       TO WS-BL-ROW-CATEGORY (WS-BRDLKUP-IDX)
                   MOVE BL-CATEGORY-LABEL
                       TO WS-BL-ROW-LABEL (WS-BRDLKUP-IDX)
                   MOVE BL-EFFECTIVE-FROM
                       TO WS-BL-ROW-FROM (WS-BRDLKUP-IDX)
                   MOVE BL-EFFECTIVE-TO
                       TO WS-BL-ROW-TO (WS-BRDLKUP-IDX)
               END-IF
               END-IF
           ELSE
               DISPLAY 'DOGGOS: BRDLKUP ENTRY IGNORED, BAD INDEX='
                   BL-CATEGORY-INDEX ' FOR BREED ' BL-BREED-NAME
           END-IF.

      ******************************************************************
      * The tables as they stood on the business day about to be
      * posted: the breed rows and fee ranges in force on
      * WS-RUN-DATE, and a label for every category that has had
      * one. Run as each day of a catch-up starts, so every day is
      * categorized, fee-checked and labeled by its own rules.
      ******************************************************************
       1120-RESOLVE-DAY-TABLES.
           MOVE SPACES TO WS-BREED-ROW-TABLE
           MOVE 0 TO WS-BREED-ROW-COUNT
           MOVE SPACES TO WS-CATEGORY-LABEL-TABLE
           MOVE SPACES TO WS-LABEL-RANK-TABLE
           PERFORM VARYING WS-BRDLKUP-IDX FROM 1 BY 1
                   UNTIL WS-BRDLKUP-IDX > WS-BRDLKUP-ROW-COUNT
               PERFORM 1125-RESOLVE-BREED-ROW
           END-PERFORM

           MOVE SPACES TO WS-FEE-SCHED-TABLE
           PERFORM VARYING WS-FEE-ROW-IDX FROM 1 BY 1
                   UNTIL WS-FEE-ROW-IDX > WS-FEE-ROW-COUNT
               IF (WS-FR-EFFECTIVE-FROM (WS-FEE-ROW-IDX) = SPACES
                   OR WS-FR-EFFECTIVE-FROM (WS-FEE-ROW-IDX)
                       <= WS-RUN-DATE)
                   AND (WS-FR-EFFECTIVE-TO (WS-FEE-ROW-IDX) = SPACES
                   OR WS-FR-EFFECTIVE-TO (WS-FEE-ROW-IDX)
                       >= WS-RUN-DATE)
                   MOVE WS-FR-CATEGORY (WS-FEE-ROW-IDX) TO WS-FEE-SLOT
                   MOVE 'Y' TO WS-FS-PRESENT (WS-FEE-SLOT)
                   MOVE WS-FR-MIN-FEE (WS-FEE-ROW-IDX)
                       TO WS-FS-MIN-FEE (WS-FEE-SLOT)
                   MOVE WS-FR-MAX-FEE (WS-FEE-ROW-IDX)
                       TO WS-FS-MAX-FEE (WS-FEE-SLOT)
               END-IF
           END-PERFORM.

       1125-RESOLVE-BREED-ROW.
           MOVE SPACE TO WS-ROW-RANK
           IF WS-BL-ROW-FROM (WS-BRDLKUP-IDX) = SPACES
                   OR WS-BL-ROW-FROM (WS-BRDLKUP-IDX) <= WS-RUN-DATE
               IF WS-BL-ROW-TO (WS-BRDLKUP-IDX) = SPACES
                       OR WS-BL-ROW-TO (WS-BRDLKUP-IDX) >= WS-RUN-DATE
                   MOVE '2' TO WS-ROW-RANK
                   ADD 1 TO WS-BREED-ROW-COUNT
                   MOVE WS-BL-ROW-NAME (WS-BRDLKUP-IDX)
                       TO WS-BREED-ROW-NAME (WS-BREED-ROW-COUNT)
                   MOVE WS-BL-ROW-CATEGORY (WS-BRDLKUP-IDX)
                       TO WS-BREED-ROW-CATEGORY (WS-BREED-ROW-COUNT)
               ELSE
                   MOVE '1' TO WS-ROW-RANK
               END-IF
           END-IF
           IF WS-ROW-RANK NOT = SPACE
               MOVE WS-BL-ROW-CATEGORY (WS-BRDLKUP-IDX)
                   TO WS-LABEL-SLOT
               IF WS-ROW-RANK > WS-LABEL-RANK (WS-LABEL-SLOT)
                   OR (WS-ROW-RANK = WS-LABEL-RANK (WS-LABEL-SLOT)
                   AND WS-BL-ROW-FROM (WS-BRDLKUP-IDX)
                       >= WS-LABEL-FROM (WS-LABEL-SLOT))
                   MOVE WS-BL-ROW-LABEL (WS-BRDLKUP-IDX)
                       TO WS-CATEGORY-LABEL (WS-LABEL-SLOT)
                   MOVE WS-ROW-RANK TO WS-LABEL-RANK (WS-LABEL-SLOT)
                   MOVE WS-BL-ROW-FROM (WS-BRDLKUP-IDX)
                       TO WS-LABEL-FROM (WS-LABEL-SLOT)
               END-IF
           END-IF.

       1150-LOAD-SHELTER-TABLE.
           MOVE SPACES TO WS-SHELTER-TABLE
           MOVE 0 TO WS-SHELTER-COUNT
               MOVE SM-ACTIVE-FLAG
                   TO WS-SHELTER-ACTIVE (WS-SHELTER-COUNT)
               MOVE 0 TO WS-SHELTER-TOTAL (WS-SHELTER-COUNT)
               MOVE 0 TO WS-SHELTER-FEE (WS-SHELTER-COUNT)
               PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                       UNTIL WS-CATEGORY-IDX > 50
                   MOVE 0 TO WS-SHELTER-CAT-TOTAL (WS-SHELTER-COUNT
           END-IF.

      ******************************************************************
      * Opens the keyed adoption ledger - for update on a posting
      * run, for input only on a validate run. Nothing is loaded:
      * entries are read by animal ID as the day's records need them.
      * No ledger yet (status 35) is simply the first day of
      * animal-level reporting - a posting run creates it empty, a
      * validate run works without it. Any other status must stop
      * the run, since treating an unreadable ledger as empty would
      * post returns as unmatched and overwrite the match history.
      ******************************************************************
       1170-OPEN-LEDGER.
           MOVE 0 TO WS-LEDGER-COUNT
           IF VALIDATE-ONLY-MODE
               OPEN INPUT ADOPTLDG
           ELSE
               OPEN I-O ADOPTLDG
               IF WS-ADOPTLDG-STATUS = '35'
                   OPEN OUTPUT ADOPTLDG
                   IF WS-ADOPTLDG-STATUS = '00'
                       CLOSE ADOPTLDG
                       OPEN I-O ADOPTLDG
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   SET LEDGER-ON-FILE TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * A CHKPOINT OPEN failure (e.g. the file does not exist yet) is
      * treated as day-one, not an error - there is simply no prior
                       CK-RECORD-TYPE
           END-EVALUATE.

      ******************************************************************
      * A 'C' record with counts is a day interrupted mid-batch; one
      * with zero counts is a day boundary - the interrupted pass had
      * closed every day through CK-CLOSED-THROUGH on its outputs.
      * Either way the outputs are extended. A boundary where every
      * closed day was also handed off (an RC=171 stop) leaves
      * nothing on the outputs to extend, so the run starts them
      * fresh and only skips the handed-off batches.
      ******************************************************************
       1215-RESTORE-COUNTS.
           MOVE CK-CLOSED-THROUGH TO WS-CLOSED-THROUGH
           MOVE CK-HANDED-OFF-THROUGH TO WS-HANDED-OFF-THROUGH
           IF CK-RECORDS-READ > 0
                   OR CK-CLOSED-THROUGH NOT = CK-HANDED-OFF-THROUGH
               SET IS-RESTARTED TO TRUE
           END-IF
           IF CK-HANDED-OFF-THROUGH NOT = SPACES
               SET RESUMED-AFTER-STOP TO TRUE
           END-IF
           MOVE CK-RECORDS-READ TO WS-RECORDS-READ
           MOVE CK-RECORDS-REJECTED TO WS-RECORDS-REJECTED
           MOVE CK-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
               IF CK-SHELTER-CODE = WS-SHELTER-CODE (WS-SHELTER-IDX)
                   MOVE CK-SHELTER-TOTAL
                       TO WS-SHELTER-TOTAL (WS-SHELTER-IDX)
                   MOVE CK-SHELTER-FEE
                       TO WS-SHELTER-FEE (WS-SHELTER-IDX)
                   PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                           UNTIL WS-CATEGORY-IDX > 50
                       MOVE CK-SHELTER-CAT-TOTAL (WS-CATEGORY-IDX)

      ******************************************************************
      * Ledger checkpoint records are matched back by animal ID: the
      * failed pass's add or update replaces any entry already in the
      * working set (or appends a new one), and stays flagged changed
      * so it is checkpointed again and persisted at finalize. The
      * failed pass never got as far as rewriting ADOPTLDG, so its
      * changes exist only here until then.
      ******************************************************************
       1230-RESTORE-LEDGER-ENTRY.
           MOVE 'N' TO WS-LEDGER-MATCH
               END-IF
           END-PERFORM
           IF NOT LEDGER-MATCHED
      *        The failed pass never held more than the table does,
      *        so an overflow here means a damaged checkpoint.
               IF WS-LEDGER-COUNT >= WS-LEDGER-MAX
                   DISPLAY 'DOGGOS: CHECKPOINT HOLDS MORE LEDGER'
                       ' ENTRIES THAN ONE RUN CAN CHANGE'
                   MOVE WS-RC-CHECKPOINT-BAD TO RETURN-CODE
                   CLOSE CHKPOINT
                   GOBACK
               END-IF
      * business date becomes the run date stamped on everything
      * downstream. An empty file, or a file that starts with
      * anything but a valid header, is refused before any output
      * is written. A restart first passes over the batches the
      * checkpoint says are already closed.
      ******************************************************************
       1300-READ-BATCH-HEADER.
           READ ADOPTS
               PERFORM 9100-FAIL-BATCH-INTEGRITY
           END-IF
           MOVE AR-BUSINESS-DATE TO WS-RUN-DATE
           IF WS-CLOSED-THROUGH NOT = SPACES
               PERFORM 1310-SKIP-CLOSED-BATCHES
               PERFORM 1315-RESET-EXPECTATION
           END-IF.

      ******************************************************************
      * Batches dated on or before CK-CLOSED-THROUGH were closed by
      * an earlier pass. Those after CK-HANDED-OFF-THROUGH are still
      * on this run's extended outputs, so they count as posted here
      * (their old rejects are on SUSPWRK and must not be carried
      * forward a second time); those already handed off are simply
      * passed over. Reaching end of file means the interrupted pass
      * closed every batch and only the finalize is left to do.
      ******************************************************************
       1310-SKIP-CLOSED-BATCHES.
           PERFORM UNTIL END-OF-ADOPTS
                   OR WS-RUN-DATE > WS-CLOSED-THROUGH
               PERFORM 1312-NOTE-CLOSED-BATCH
               PERFORM 1314-READ-SKIPPED-RECORD
               PERFORM 1314-READ-SKIPPED-RECORD
                   UNTIL END-OF-ADOPTS OR AR-HEADER
               IF NOT END-OF-ADOPTS
                   MOVE AR-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-PERFORM
           IF END-OF-ADOPTS
               MOVE WS-CLOSED-THROUGH TO WS-RUN-DATE
               DISPLAY 'DOGGOS: EVERY BATCH THROUGH ' WS-CLOSED-THROUGH
                   ' WAS CLOSED BY THE INTERRUPTED RUN'
           END-IF.

       1312-NOTE-CLOSED-BATCH.
           IF WS-HANDED-OFF-THROUGH NOT = SPACES
                   AND WS-RUN-DATE NOT > WS-HANDED-OFF-THROUGH
               DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                   ' ALREADY HANDED OFF - BATCH SKIPPED'
           ELSE
               IF WS-DAY-COUNT < 31
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-RUN-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
                   MOVE 0 TO WS-DAY-READ (WS-DAY-COUNT)
                   MOVE 0 TO WS-DAY-REJECTED (WS-DAY-COUNT)
                   MOVE 0 TO WS-DAY-WRITTEN (WS-DAY-COUNT)
                   MOVE WS-RC-NORMAL TO WS-DAY-RC (WS-DAY-COUNT)
               END-IF
               DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                   ' CLOSED BY THE INTERRUPTED RUN - BATCH SKIPPED'
           END-IF.

       1314-READ-SKIPPED-RECORD.
           READ ADOPTS
               AT END SET END-OF-ADOPTS TO TRUE
           END-READ
           IF WS-ADOPTS-STATUS NOT = '00'
               AND WS-ADOPTS-STATUS NOT = '10'
               DISPLAY 'DOGGOS: ADOPTS READ FAILED, STATUS='
                   WS-ADOPTS-STATUS
               MOVE WS-RC-ADOPTS-READ-FAIL TO RETURN-CODE
               CLOSE ADOPTS
               GOBACK
           END-IF.

      ******************************************************************
      * NEXTDATE was not advanced past days an interrupted pass
      * closed (only a finished run rewrites it), so the expectation
      * restarts from the day after the last closed one. One that
      * already stands beyond it - rewritten by an RC=171 stop - is
      * kept.
      ******************************************************************
       1315-RESET-EXPECTATION.
           IF WS-EXPECTED-DATE = SPACES
                   OR WS-EXPECTED-DATE NOT > WS-CLOSED-THROUGH
               MOVE WS-CLOSED-THROUGH TO WS-ADVANCE-BASE
               PERFORM 3455-FIND-NEXT-BUSINESS-DAY
               MOVE WS-ADVANCE-DATE TO WS-EXPECTED-DATE
               SET EXPECTATION-ADVANCED TO TRUE
           END-IF.

      ******************************************************************
      * The header date must be a date the operator calendar knows
      * re-sent with last Tuesday's date fails here even when that
      * Tuesday has aged off MTDHIST into a closed month), and a
      * weekend or holiday date is refused - all unless the RUNCTL
      * card's off-cycle override authorizes the run. On a catch-up
      * file every batch is held to the same checks, its expected
      * date being the business day after the batch before it.
      ******************************************************************
       1320-CHECK-PROCESS-CALENDAR.
           MOVE 'N' TO WS-REFUSED-SWITCH
           MOVE 'N' TO WS-CAL-MATCH
           MOVE 0 TO WS-CAL-SLOT
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
           IF NOT CALENDAR-DATE-FOUND
               DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                   ' NOT ON THE PROCESSING CALENDAR - RUN REFUSED'
               MOVE WS-RC-CAL-DATE-INVALID TO WS-REFUSAL-RC
               PERFORM 1390-REFUSE-BUSINESS-DATE
           ELSE
               IF NOT CAL-BUSINESS-DAY (WS-CAL-SLOT)
                   IF OFFCYCLE-AUTHORIZED
                       DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                           ' IS NOT A BUSINESS DAY - OPERATOR'
                           ' OVERRIDE ACCEPTED'
                   ELSE
                       DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                           ' IS A WEEKEND/HOLIDAY - RUN REFUSED'
                       MOVE WS-RC-CAL-OFFCYCLE TO WS-REFUSAL-RC
                       PERFORM 1390-REFUSE-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF

           IF NOT BUSINESS-DATE-REFUSED
                   AND WS-EXPECTED-DATE NOT = SPACES
                   AND WS-RUN-DATE NOT = WS-EXPECTED-DATE
               IF OFFCYCLE-AUTHORIZED
                   DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                   DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                       ' BUT EXPECTED ' WS-EXPECTED-DATE
                       ' - STALE OR OUT-OF-SEQUENCE FILE REFUSED'
                   MOVE WS-RC-CAL-OFFCYCLE TO WS-REFUSAL-RC
                   PERFORM 1390-REFUSE-BUSINESS-DATE
               END-IF
           END-IF.

      ******************************************************************
      * Before any output is open the refusal ends the run with its
      * own RC, exactly as a single-day file always has. Once days
      * have been posted it stops the catch-up at this day instead,
      * leaving the closed days good.
      ******************************************************************
       1390-REFUSE-BUSINESS-DATE.
           SET BUSINESS-DATE-REFUSED TO TRUE
           IF OUTPUT-FILES-OPEN
               PERFORM 2090-STOP-CATCH-UP
           ELSE
               MOVE WS-REFUSAL-RC TO RETURN-CODE
               CLOSE ADOPTS
               GOBACK
           END-IF.

      ******************************************************************
      * The prior-date return netting table is not on the checkpoint
      * - it is rebuilt here from the ledger entries the checkpoint
      * returned TODAY, against an adoption from an EARLIER date
      * (same-day returns are already inside the checkpointed
      * accumulators; entries returned today by a PREVIOUS clean run
      * of this date are read from ADOPTLDG unchanged and stay out).
      ******************************************************************
       1330-REBUILD-RETURN-NETTING.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               TO WS-RTN-CAT-FEE (WS-RTN-SLOT
                   WS-LDG-CATEGORY (WS-LEDGER-IDX)).

      ******************************************************************
      * The days the interrupted pass closed are not on MTDHIST yet,
      * but their 'D' records are on the DAILYTOT this run is about
      * to extend: their counts come back from there for the RUNLOG,
      * and they fold into the norms the remaining days are checked
      * against, as they did on the interrupted pass.
      ******************************************************************
       1340-RECOVER-CLOSED-DAYS.
           OPEN INPUT DAILYTOT
           IF WS-DAILYTOT-STATUS = '00'
               PERFORM UNTIL END-OF-DAILYTOT
                   READ DAILYTOT
                       AT END SET END-OF-DAILYTOT TO TRUE
                       NOT AT END PERFORM 1345-RECOVER-ONE-DAY
                   END-READ
               END-PERFORM
               CLOSE DAILYTOT
           ELSE
               DISPLAY 'DOGGOS: DAILYTOT NOT READABLE ON RESTART,'
                   ' STATUS=' WS-DAILYTOT-STATUS ' - CLOSED DAYS LEFT'
                   ' OUT OF THE NORMS'
           END-IF.

       1345-RECOVER-ONE-DAY.
           IF DT-DAILY-TOTALS
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   IF DT-RUN-DATE = WS-DAY-DATE (WS-DAY-IDX)
                       MOVE DT-RECORDS-READ
                           TO WS-DAY-READ (WS-DAY-IDX)
                       MOVE DT-RECORDS-REJECTED
                           TO WS-DAY-REJECTED (WS-DAY-IDX)
                       COMPUTE WS-DAY-WRITTEN (WS-DAY-IDX) =
                           DT-RECORDS-READ - DT-RECORDS-REJECTED
                       ADD 1 TO WS-MTD-DAY-COUNT
                       ADD DT-RECORDS-READ TO WS-MTD-RECORDS-READ
                       ADD DT-RECORDS-REJECTED
                           TO WS-MTD-RECORDS-REJECTED
                       PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                               UNTIL WS-CATEGORY-IDX > 50
                           ADD DT-CATEGORY-TOTAL (WS-CATEGORY-IDX)
                               TO WS-MTD-CAT-TOTAL (WS-CATEGORY-IDX)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * A business date already on MTDHIST means this file was (or at
      * least this day was) posted before - refuse to double-post it
      * unless the operator authorized the rerun on the RUNCTL card.
      * No MTDHIST yet (status 35) is simply the first day. Rescanned
      * for each batch of a catch-up; the norms fold only once.
      ******************************************************************
       1350-CHECK-DUPLICATE-DAY.
           MOVE 'N' TO WS-DUP-DAY-SWITCH
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT MTDHIST
           EVALUATE WS-MTDHIST-STATUS
               WHEN '00'
      *            scan actually having run.
                   DISPLAY 'DOGGOS: MTDHIST OPEN FAILED, STATUS='
                       WS-MTDHIST-STATUS
                   MOVE WS-RC-MTDHIST-OPEN-FAIL TO WS-REFUSAL-RC
                   PERFORM 1390-REFUSE-BUSINESS-DATE
           END-EVALUATE
           IF NOT BUSINESS-DATE-REFUSED
               SET MTD-NORMS-LOADED TO TRUE
           END-IF

           IF DUPLICATE-DAY-FOUND AND NOT BUSINESS-DATE-REFUSED
               IF DUP-DAY-AUTHORIZED
                   DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
                       ' ALREADY ON MTDHIST - OPERATOR OVERRIDE'
      *                A preview keeps going - the warning lands on
      *                AUDRPT and the step still ends with RC=28 so
      *                the re-sent file cannot be mistaken for clean.
                       SET DUPLICATE-DAY-WARNED TO TRUE
                   ELSE
                       DISPLAY 'DOGGOS: RUN REFUSED'
                       MOVE WS-RC-DUPLICATE-DAY TO WS-REFUSAL-RC
                       PERFORM 1390-REFUSE-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * One history day both feeds the duplicate-date check and folds
      * into the month-to-date norms the day-close anomaly check
      * compares each day against.
      ******************************************************************
       1360-FOLD-HISTORY-DAY.
           IF MH-RUN-DATE = WS-RUN-DATE
               SET DUPLICATE-DAY-FOUND TO TRUE
           END-IF
           IF NOT MTD-NORMS-LOADED
               ADD 1 TO WS-MTD-DAY-COUNT
               ADD MH-RECORDS-READ TO WS-MTD-RECORDS-READ
               ADD MH-RECORDS-REJECTED TO WS-MTD-RECORDS-REJECTED
               PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                       UNTIL WS-CATEGORY-IDX > 50
                   ADD MH-CATEGORY-TOTAL (WS-CATEGORY-IDX)
                       TO WS-MTD-CAT-TOTAL (WS-CATEGORY-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * The validate-only audit heading, one per business day.
      ******************************************************************
       1450-WRITE-AUDIT-HEADING.
           MOVE WS-RUN-DATE TO AUD-HDG-DATE
           MOVE AUD-HEADING-LINE TO AUDRPT-RECORD
           WRITE AUDRPT-RECORD
           IF DUPLICATE-DAY-FOUND
               MOVE AUD-DUP-DAY-LINE TO AUDRPT-RECORD
               WRITE AUDRPT-RECORD
           END-IF.

      ******************************************************************
      * One business day: the batch is loaded and proved whole, its
      * details are posted (a restart resumes behind the records the
      * checkpoint says were handled), the day is closed onto every
      * output, and the next batch's header - if the file carries one
      * - opens the next day.
      ******************************************************************
       2000-PROCESS-BUSINESS-DAY.
           PERFORM 2010-LOAD-BATCH
           IF NOT CATCH-UP-STOPPED
               IF WS-SKIP-COUNT > WS-BATCH-DETAIL-COUNT
                   DISPLAY 'DOGGOS: CHKPOINT SAYS ' WS-SKIP-COUNT
                       ' RECORDS HANDLED BUT BATCH ' WS-RUN-DATE
                       ' HOLDS ' WS-BATCH-DETAIL-COUNT
                       ' - CHECKPOINT SUSPECT, RUN STOPPED'
                   MOVE WS-RC-CHECKPOINT-BAD TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   GOBACK
               END-IF
               PERFORM 2030-CHECK-LEDGER-ROOM
           END-IF
           IF NOT CATCH-UP-STOPPED
               COMPUTE WS-BATCH-START = WS-SKIP-COUNT + 1
               PERFORM VARYING WS-BATCH-IDX FROM WS-BATCH-START BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-DETAIL-COUNT
                   MOVE WS-BATCH-DETAIL (WS-BATCH-IDX)
                       TO ADOPTS-RECORD
                   PERFORM 2100-HANDLE-RECORD
               END-PERFORM
               PERFORM 2500-CLOSE-BUSINESS-DAY
               IF NEXT-BATCH-PENDING
                   PERFORM 2060-START-NEXT-DAY
               ELSE
                   SET END-OF-ADOPTS TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Reads the batch's details into storage up to its trailer and
      * one record beyond it. The trailer's detail count must equal
      * what was actually read - a short batch (truncated
      * transmission) or a long one (double send, corrupt frame) is
      * refused before any of its records post.
      ******************************************************************
       2010-LOAD-BATCH.
           MOVE 0 TO WS-BATCH-DETAIL-COUNT
           MOVE 'N' TO WS-TRAILER-SWITCH
           MOVE 'N' TO WS-BATCH-LOADED-SWITCH
           MOVE 'N' TO WS-NEXT-BATCH-SWITCH
           PERFORM 2020-READ-BATCH-RECORD
               UNTIL BATCH-LOADED OR CATCH-UP-STOPPED
           IF NOT CATCH-UP-STOPPED
               IF NOT TRAILER-SEEN
                   DISPLAY 'DOGGOS: BATCH TRAILER MISSING'
                   PERFORM 2095-FAIL-BATCH-FRAMING
               ELSE
                   IF WS-TRAILER-COUNT NOT = WS-BATCH-DETAIL-COUNT
                       DISPLAY 'DOGGOS: BATCH COUNT MISMATCH, TRAILER'
                           ' SAYS ' WS-TRAILER-COUNT ' BUT READ '
                           WS-BATCH-DETAIL-COUNT
                       PERFORM 2095-FAIL-BATCH-FRAMING
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Every detail can bring one more animal into the ledger working
      * set, and nothing in it is released until finalize. A later
      * day of a catch-up that might not fit is not started - the
      * days already closed stand, and the rerun of the same file
      * picks up at this day with an empty working set. The first
      * day always fits, and so does a day an interrupted pass had
      * already started, since that pass checked it before posting.
      ******************************************************************
       2030-CHECK-LEDGER-ROOM.
           IF WS-DAY-COUNT > 0 AND WS-SKIP-COUNT = 0
               AND WS-LEDGER-COUNT + WS-BATCH-DETAIL-COUNT
                   > WS-LEDGER-MAX
               DISPLAY 'DOGGOS: LEDGER WORKING SET HOLDS '
                   WS-LEDGER-COUNT ' ANIMALS - BATCH ' WS-RUN-DATE
                   ' MAY NOT FIT, RERUN THE FILE TO RESUME'
               MOVE WS-RC-CATCHUP-STOPPED TO WS-REFUSAL-RC
               PERFORM 2090-STOP-CATCH-UP
           END-IF.

      ******************************************************************
      * NOT AT END fires for any non-'10' status, not just a good
      * read, so a genuine READ failure (e.g. status '46') is only
      * safe to fall through to 2050-ROUTE-RECORD once the status is
      * confirmed '00' - otherwise the failing record itself would get
      * held and posted as part of the batch before the status check
      * below ever runs.
      ******************************************************************
       2020-READ-BATCH-RECORD.
           READ ADOPTS
               AT END
                   SET END-OF-ADOPTS TO TRUE
                   SET BATCH-LOADED TO TRUE
               NOT AT END
                   IF WS-ADOPTS-STATUS = '00'
                       PERFORM 2050-ROUTE-RECORD
      ******************************************************************
      * Anything but detail records between the header and the
      * trailer means the intake system sent a malformed batch -
      * refuse it rather than guess. A header after the trailer
      * opens the next day's batch of a catch-up file.
      ******************************************************************
       2050-ROUTE-RECORD.
           EVALUATE TRUE
                   IF TRAILER-SEEN
                       DISPLAY 'DOGGOS: DETAIL RECORD AFTER BATCH'
                           ' TRAILER'
                       PERFORM 2095-FAIL-BATCH-FRAMING
                   ELSE
                       IF WS-BATCH-DETAIL-COUNT >= 9999
                           DISPLAY 'DOGGOS: BATCH ' WS-RUN-DATE
                               ' EXCEEDS 9999 DETAIL RECORDS'
                           PERFORM 2095-FAIL-BATCH-FRAMING
                       ELSE
                           ADD 1 TO WS-BATCH-DETAIL-COUNT
                           MOVE ADOPTS-RECORD TO WS-BATCH-DETAIL
                               (WS-BATCH-DETAIL-COUNT)
                       END-IF
                   END-IF
               WHEN AR-TRAILER
                   IF TRAILER-SEEN
                       DISPLAY 'DOGGOS: SECOND BATCH TRAILER'
                       PERFORM 2095-FAIL-BATCH-FRAMING
                   ELSE
                       IF AR-DETAIL-COUNT NOT NUMERIC
                           DISPLAY 'DOGGOS: BATCH TRAILER COUNT NOT'
                               ' NUMERIC: ' AR-DETAIL-COUNT
                           PERFORM 2095-FAIL-BATCH-FRAMING
                       ELSE
                           MOVE AR-DETAIL-COUNT TO WS-TRAILER-COUNT
                           SET TRAILER-SEEN TO TRUE
                       END-IF
                   END-IF
               WHEN AR-HEADER
                   IF TRAILER-SEEN
                       MOVE AR-BUSINESS-DATE TO WS-NEXT-BATCH-DATE
                       SET NEXT-BATCH-PENDING TO TRUE
                       SET BATCH-LOADED TO TRUE
                   ELSE
                       DISPLAY 'DOGGOS: SECOND BATCH HEADER'
                       PERFORM 2095-FAIL-BATCH-FRAMING
                   END-IF
               WHEN OTHER
                   DISPLAY 'DOGGOS: UNKNOWN ADOPTS RECORD TYPE='
                       AR-RECORD-TYPE
                   PERFORM 2095-FAIL-BATCH-FRAMING
           END-EVALUATE.

      ******************************************************************
      * The next batch of a catch-up file: the day totals start from
      * zero, and the batch must follow the last closed one within
      * the same month - DOGGOSMC closes the whole of MTDHIST at
      * month end, so a catch-up that crosses it stops there for the
      * close to run - and pass the same calendar and duplicate-day
      * checks a single-day file does.
      ******************************************************************
       2060-START-NEXT-DAY.
           PERFORM 2070-RESET-DAY-TOTALS
           MOVE WS-NEXT-BATCH-DATE TO WS-RUN-DATE
           SET DAY-IN-PROGRESS TO TRUE
           EVALUATE TRUE
               WHEN WS-DAY-COUNT >= 31
                   DISPLAY 'DOGGOS: CATCH-UP FILE CARRIES MORE THAN'
                       ' 31 BUSINESS DAYS'
                   MOVE WS-RC-BATCH-INTEGRITY TO WS-REFUSAL-RC
                   PERFORM 2090-STOP-CATCH-UP
               WHEN WS-RUN-DATE NOT NUMERIC
                   DISPLAY 'DOGGOS: BATCH HEADER DATE NOT NUMERIC: '
                       WS-RUN-DATE
                   MOVE WS-RC-BATCH-INTEGRITY TO WS-REFUSAL-RC
                   PERFORM 2090-STOP-CATCH-UP
               WHEN WS-RUN-DATE NOT > WS-CLOSED-THROUGH
                   DISPLAY 'DOGGOS: BATCH DATE ' WS-RUN-DATE
                       ' IS NOT AFTER THE BATCH BEFORE IT, '
                       WS-CLOSED-THROUGH
                   MOVE WS-RC-BATCH-INTEGRITY TO WS-REFUSAL-RC
                   PERFORM 2090-STOP-CATCH-UP
               WHEN WS-RUN-DATE (1:6) NOT = WS-CLOSED-THROUGH (1:6)
                   DISPLAY 'DOGGOS: MONTH END INSIDE CATCH-UP AT '
                       WS-RUN-DATE ' - RUN THE MONTH-END CLOSE, THEN'
                       ' RESTART'
                   MOVE WS-RC-CATCHUP-STOPPED TO WS-REFUSAL-RC
                   PERFORM 2090-STOP-CATCH-UP
               WHEN OTHER
                   PERFORM 1120-RESOLVE-DAY-TABLES
                   PERFORM 1320-CHECK-PROCESS-CALENDAR
                   IF NOT BUSINESS-DATE-REFUSED
                       PERFORM 1350-CHECK-DUPLICATE-DAY
                   END-IF
                   IF NOT BUSINESS-DATE-REFUSED
                           AND VALIDATE-ONLY-MODE
                       PERFORM 1450-WRITE-AUDIT-HEADING
                   END-IF
           END-EVALUATE.

       2070-RESET-DAY-TOTALS.
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE 0 TO ADOPTIONS (WS-CATEGORY-IDX)
               MOVE 0 TO FEES-COLLECTED (WS-CATEGORY-IDX)
           END-PERFORM
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               MOVE 0 TO WS-SHELTER-TOTAL (WS-SHELTER-IDX)
               MOVE 0 TO WS-SHELTER-FEE (WS-SHELTER-IDX)
               PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                       UNTIL WS-CATEGORY-IDX > 50
                   MOVE 0 TO WS-SHELTER-CAT-TOTAL (WS-SHELTER-IDX
                       WS-CATEGORY-IDX)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-REJECTED
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-RTN-PAIR-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE 'N' TO WS-DUP-DAY-SWITCH.

      ******************************************************************
      * The catch-up ends at this day: the days already closed stand
      * and are handed off at finalize, and the step ends RC=171.
      ******************************************************************
       2090-STOP-CATCH-UP.
           DISPLAY 'DOGGOS: CATCH-UP STOPPED AT BUSINESS DATE '
               WS-RUN-DATE ' (RC=' WS-REFUSAL-RC ') - DAYS THROUGH '
               WS-CLOSED-THROUGH ' STAND POSTED'
           SET CATCH-UP-STOPPED TO TRUE
           SET END-OF-ADOPTS TO TRUE.

      ******************************************************************
      * A malformed first batch voids the run as it always has. Past
      * the first day it stops the catch-up instead - unless this
      * batch was already part-posted by an interrupted pass, which
      * means the file changed under the checkpoint and nothing on
      * the extended outputs can be trusted.
      ******************************************************************
       2095-FAIL-BATCH-FRAMING.
           IF WS-DAY-COUNT = 0 OR WS-SKIP-COUNT > 0
               PERFORM 9100-FAIL-BATCH-INTEGRITY
           END-IF
           MOVE WS-RC-BATCH-INTEGRITY TO WS-REFUSAL-RC
           PERFORM 2090-STOP-CATCH-UP.

      ******************************************************************
      * Checkpoints after every record, not on an interval: a restart
      * skips exactly the records the checkpoint says were handled, so
      ******************************************************************
      * Folds an accepted detail line's quantity into the breed-
      * category accumulator and into the matched shelter's running
      * totals for the day-close shelter summary. An adoption adds
      * (and records its animal ID on the ledger when it carries
      * one); a return must match an open ledger entry and nets
      * against the business date and shelter of its ORIGINAL
                       TO FEES-COLLECTED (WS-MATCHED-CATEGORY)
                   ADD WS-QUANTITY-NUM
                       TO WS-SHELTER-TOTAL (WS-MATCHED-SHELTER)
                   ADD WS-FEE-NUM
                       TO WS-SHELTER-FEE (WS-MATCHED-SHELTER)
                   ADD WS-QUANTITY-NUM
                       TO WS-SHELTER-CAT-TOTAL (WS-MATCHED-SHELTER
                           WS-MATCHED-CATEGORY)
      * An open entry already carrying TODAY's date is this same
      * file re-sent under an operator-authorized duplicate-day
      * rerun (the path 1350 deliberately allows) - the entry is
      * refreshed, the same way 3010 purges and re-derives the
      * run date's own suspense records. An open entry from an
      * EARLIER date is the same dog adopted twice without a return
      * in between - that is a feed error, and it suspends as
      * DUPANML rather than doubling the ledger. An animal not on
      * the ledger at all gets a new entry, written to ADOPTLDG at
      * finalize with the rest of the run's changes.
      ******************************************************************
       2242-RECORD-ADOPTION.
           PERFORM 2244-FIND-LEDGER-ENTRY
                   PERFORM 2243-FILL-LEDGER-ENTRY
               END-IF
           ELSE
               PERFORM 2246-ADD-LEDGER-SLOT
               MOVE AR-ANIMAL-ID
                   TO WS-LDG-ANIMAL-ID (WS-LEDGER-SLOT)
               MOVE 0 TO WS-LDG-RETURN-COUNT (WS-LEDGER-SLOT)
               MOVE SPACES
                   TO WS-LDG-RETURN-DATE (WS-LEDGER-SLOT)
               PERFORM 2243-FILL-LEDGER-ENTRY
           END-IF.

       2243-FILL-LEDGER-ENTRY.
           MOVE 'A' TO WS-LDG-STATUS (WS-LEDGER-SLOT)
           MOVE 'Y' TO WS-LDG-CHANGED (WS-LEDGER-SLOT).

      ******************************************************************
      * Finds the record's animal in the working set, or failing that
      * reads it from ADOPTLDG by key and adds it to the working set
      * unchanged - a later record for the same animal then sees
      * this run's update, not the ledger's. Not found (status 23)
      * is simply an animal the ledger has never seen; any other
      * status stops the run, since posting on would either lose a
      * return match or overwrite the entry at finalize.
      ******************************************************************
       2244-FIND-LEDGER-ENTRY.
           MOVE 'N' TO WS-LEDGER-MATCH
           MOVE 0 TO WS-LEDGER-SLOT
                   SET WS-LEDGER-SLOT TO WS-LEDGER-IDX
                   SET LEDGER-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT LEDGER-MATCHED AND LEDGER-ON-FILE
               MOVE AR-ANIMAL-ID TO ADOPTLDG-KEY
               READ ADOPTLDG
                   KEY IS ADOPTLDG-KEY
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-ADOPTLDG-STATUS
                   WHEN '00'
                       MOVE ADOPTLDG-RECORD TO ADOPTION-LEDGER-REC
                       PERFORM 2246-ADD-LEDGER-SLOT
                       PERFORM 2249-LOAD-LEDGER-SLOT
                       SET LEDGER-MATCHED TO TRUE
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DOGGOS: ADOPTLDG READ FAILED, ANIMAL '
                           AR-ANIMAL-ID ' STATUS=' WS-ADOPTLDG-STATUS
                       MOVE WS-RC-LEDGER-IO-FAIL TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       GOBACK
               END-EVALUATE
           END-IF.

      ******************************************************************
      * A return is good only when its animal ID finds an OPEN
               IF NOT LEDGER-ENTRY-OPEN (WS-LEDGER-SLOT)
      *            An entry THIS pass already returned is a line
      *            duplicated inside this file, not a rerun re-send
      *            (a re-send's entry is read from the ledger
      *            untouched) - accepting it would subtract
      *            the quantity and fee twice, so it suspends.
                   IF LEDGER-ENTRY-CHANGED (WS-LEDGER-SLOT)
                       MOVE 'DUPRTRN' TO WS-SUSPENSE-REASON
                   SUBTRACT WS-QUANTITY-NUM
                       FROM WS-SHELTER-CAT-TOTAL (WS-ORIG-SHELTER
                           WS-LDG-CATEGORY (WS-LEDGER-SLOT))
                   IF WS-LDG-FEE-AMOUNT (WS-LEDGER-SLOT) <=
                           WS-SHELTER-FEE (WS-ORIG-SHELTER)
                       SUBTRACT WS-LDG-FEE-AMOUNT (WS-LEDGER-SLOT)
                           FROM WS-SHELTER-FEE (WS-ORIG-SHELTER)
                   ELSE
                       MOVE 0 TO WS-SHELTER-FEE (WS-ORIG-SHELTER)
                   END-IF
               ELSE
                   DISPLAY 'DOGGOS: RETURN NETTING SKIPPED, SHELTER'
                       ' BUCKET SHORT FOR ANIMAL ' AR-ANIMAL-ID
                       WS-LDG-CATEGORY (WS-LEDGER-SLOT))
           END-IF.

      ******************************************************************
      * 2030 keeps each day's possible additions inside the table, so
      * running out of room here means the batch and the working set
      * disagree - stop rather than overrun the table.
      ******************************************************************
       2246-ADD-LEDGER-SLOT.
           IF WS-LEDGER-COUNT >= WS-LEDGER-MAX
               DISPLAY 'DOGGOS: LEDGER WORKING SET FULL AT ANIMAL '
                   AR-ANIMAL-ID
               MOVE WS-RC-LEDGER-IO-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               GOBACK
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           MOVE WS-LEDGER-COUNT TO WS-LEDGER-SLOT.

       2249-LOAD-LEDGER-SLOT.
           MOVE LG-ANIMAL-ID TO WS-LDG-ANIMAL-ID (WS-LEDGER-SLOT)
           MOVE LG-ADOPT-DATE TO WS-LDG-ADOPT-DATE (WS-LEDGER-SLOT)
           MOVE LG-SHELTER-CODE
               TO WS-LDG-SHELTER-CODE (WS-LEDGER-SLOT)
           MOVE LG-BREED-NAME TO WS-LDG-BREED-NAME (WS-LEDGER-SLOT)
           MOVE LG-CATEGORY TO WS-LDG-CATEGORY (WS-LEDGER-SLOT)
           MOVE LG-QUANTITY TO WS-LDG-QUANTITY (WS-LEDGER-SLOT)
           MOVE LG-STATUS TO WS-LDG-STATUS (WS-LEDGER-SLOT)
           MOVE LG-RETURN-DATE
               TO WS-LDG-RETURN-DATE (WS-LEDGER-SLOT)
           MOVE LG-RETURN-COUNT
               TO WS-LDG-RETURN-COUNT (WS-LEDGER-SLOT)
           MOVE LG-FEE-AMOUNT TO WS-LDG-FEE-AMOUNT (WS-LEDGER-SLOT)
           MOVE 'N' TO WS-LDG-CHANGED (WS-LEDGER-SLOT).

      ******************************************************************
      * Marks the current record rejected so 2100-HANDLE-RECORD skips
      * writing it to OUTREP/OUTXTR - a rejected record must not count
           ADD 1 TO WS-RECORDS-REJECTED.

       2300-WRITE-DETAIL-LINE.
           MOVE SPACES TO ADOPTED-REPORT-REC
           MOVE AR-BREED-NAME TO RPT-BREED-NAME
           MOVE WS-MATCHED-SHELTER-NAME TO RPT-SHELTER-NAME
           MOVE AR-TRAN-TYPE TO RPT-TRAN-TYPE
               MOVE FEES-COLLECTED (WS-CATEGORY-IDX)
                   TO CK-FEE-ACCUM (WS-CATEGORY-IDX)
           END-PERFORM
           MOVE WS-CLOSED-THROUGH TO CK-CLOSED-THROUGH
           MOVE WS-HANDED-OFF-THROUGH TO CK-HANDED-OFF-THROUGH
           WRITE CHKPOINT-RECORD
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               IF WS-SHELTER-TOTAL (WS-SHELTER-IDX) > 0
                       OR WS-SHELTER-FEE (WS-SHELTER-IDX) > 0
                   PERFORM 2410-WRITE-SHELTER-CHECKPOINT
               END-IF
           END-PERFORM
           MOVE WS-SHELTER-CODE (WS-SHELTER-IDX) TO CK-SHELTER-CODE
           MOVE WS-SHELTER-TOTAL (WS-SHELTER-IDX)
               TO CK-SHELTER-TOTAL
           MOVE WS-SHELTER-FEE (WS-SHELTER-IDX) TO CK-SHELTER-FEE
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE WS-SHELTER-CAT-TOTAL (WS-SHELTER-IDX

      ******************************************************************
      * Only the entries this run added or updated go on the
      * checkpoint - the rest are read from ADOPTLDG again on a
      * restart, which the failed run never got as far as updating.
      ******************************************************************
       2420-WRITE-LEDGER-CHECKPOINT.
           MOVE SPACES TO CHKPOINT-RECORD
               TO CK-LDG-FEE-AMOUNT
           WRITE CHKPOINT-RECORD.

      ******************************************************************
      * Closes one business day onto every output: the OUTREP
      * summary and control-totals trailer, the shelter report and
      * distribution sections, the DAILYTOT/DAILYSHL hand-off
      * records and the anomaly check all go out per day, dated, so
      * each day of a catch-up posts exactly as it would have on
      * its own night. A validate-only run writes the day's audit
      * totals instead.
      ******************************************************************
       2500-CLOSE-BUSINESS-DAY.
           IF VALIDATE-ONLY-MODE
               PERFORM 3500-WRITE-AUDIT-TOTALS
           ELSE
               PERFORM 3100-WRITE-SUMMARY-SECTION
               PERFORM 3150-WRITE-SHELTER-SUMMARY
               PERFORM 3200-WRITE-DAILY-TOTALS
               PERFORM 3205-WRITE-DAILY-SHELTER-TOTALS
               PERFORM 3210-WRITE-RETURN-ADJUSTMENTS
               PERFORM 3250-CHECK-ANOMALIES
               PERFORM 3300-WRITE-TRAILER-RECORD
           END-IF
           PERFORM 2510-LOG-CLOSED-DAY
           PERFORM 2520-FOLD-DAY-INTO-NORMS
           PERFORM 2530-ADVANCE-EXPECTATION
           IF NOT VALIDATE-ONLY-MODE
               PERFORM 2540-WRITE-DAY-CHECKPOINT
           END-IF.

       2510-LOG-CLOSED-DAY.
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-RUN-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
           MOVE WS-RECORDS-READ TO WS-DAY-READ (WS-DAY-COUNT)
           MOVE WS-RECORDS-REJECTED TO WS-DAY-REJECTED (WS-DAY-COUNT)
           MOVE WS-RECORDS-WRITTEN TO WS-DAY-WRITTEN (WS-DAY-COUNT)
           IF DAY-ANOMALY-FOUND AND NOT VALIDATE-ONLY-MODE
               MOVE WS-RC-ANOMALY-WARN TO WS-DAY-RC (WS-DAY-COUNT)
           ELSE
               MOVE WS-RC-NORMAL TO WS-DAY-RC (WS-DAY-COUNT)
           END-IF
           MOVE WS-RUN-DATE TO WS-CLOSED-THROUGH
           MOVE 'N' TO WS-DAY-SWITCH
           DISPLAY 'DOGGOS: BUSINESS DATE ' WS-RUN-DATE
               ' CLOSED - READ ' WS-RECORDS-READ
               ' REJECTED ' WS-RECORDS-REJECTED.

      ******************************************************************
      * A closed day joins the month-to-date norms the next day of
      * the catch-up is checked against, just as it would be on
      * MTDHIST by the next night. An authorized rerun of a date
      * already on MTDHIST is in the norms once already.
      ******************************************************************
       2520-FOLD-DAY-INTO-NORMS.
           IF NOT DUPLICATE-DAY-FOUND
               ADD 1 TO WS-MTD-DAY-COUNT
               ADD WS-RECORDS-READ TO WS-MTD-RECORDS-READ
               ADD WS-RECORDS-REJECTED TO WS-MTD-RECORDS-REJECTED
               PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                       UNTIL WS-CATEGORY-IDX > 50
                   ADD ADOPTIONS (WS-CATEGORY-IDX)
                       TO WS-MTD-CAT-TOTAL (WS-CATEGORY-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * The day posted, so the expectation advances to the next
      * business day after it - in storage, for the next batch of a
      * catch-up, and onto NEXTDATE at finalize. An authorized rerun
      * of a PAST date must not regress a standing expectation that
      * already points beyond it, or the next morning's legitimate
      * file is refused until someone keys another override.
      ******************************************************************
       2530-ADVANCE-EXPECTATION.
           IF WS-EXPECTED-DATE NOT = SPACES
                   AND WS-EXPECTED-DATE > WS-RUN-DATE
               IF NOT VALIDATE-ONLY-MODE
                   DISPLAY 'DOGGOS: EXPECTED PROCESSING DATE '
                       WS-EXPECTED-DATE ' STANDS - RERUN OF '
                       WS-RUN-DATE ' DOES NOT REGRESS IT'
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-ADVANCE-BASE
               PERFORM 3455-FIND-NEXT-BUSINESS-DAY
               MOVE WS-ADVANCE-DATE TO WS-EXPECTED-DATE
               SET EXPECTATION-ADVANCED TO TRUE
           END-IF.

      ******************************************************************
      * The day-boundary checkpoint: no records in flight, every day
      * through WS-CLOSED-THROUGH on the outputs, and the ledger
      * entries changed so far. A failure in a later day restarts
      * from here rather than from the top of the file.
      ******************************************************************
       2540-WRITE-DAY-CHECKPOINT.
           OPEN OUTPUT CHKPOINT
           PERFORM 2545-WRITE-BOUNDARY-COUNTS
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               IF LEDGER-ENTRY-CHANGED (WS-LEDGER-IDX)
                   PERFORM 2420-WRITE-LEDGER-CHECKPOINT
               END-IF
           END-PERFORM
           CLOSE CHKPOINT.

       2545-WRITE-BOUNDARY-COUNTS.
           MOVE SPACES TO CHKPOINT-RECORD
           SET CK-COUNTS-REC TO TRUE
           MOVE 0 TO CK-RECORDS-READ
           MOVE 0 TO CK-RECORDS-REJECTED
           MOVE 0 TO CK-RECORDS-WRITTEN
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE 0 TO CK-ACCUMULATOR (WS-CATEGORY-IDX)
               MOVE 0 TO CK-FEE-ACCUM (WS-CATEGORY-IDX)
           END-PERFORM
           MOVE WS-CLOSED-THROUGH TO CK-CLOSED-THROUGH
           MOVE WS-HANDED-OFF-THROUGH TO CK-HANDED-OFF-THROUGH
           WRITE CHKPOINT-RECORD.

      ******************************************************************
      * Every business day is closed by now; what is left is
      * run-wide - the suspense carry-forward, the ledger and its
      * aging listing, the checkpoint and the expectation.
      ******************************************************************
       3000-FINALIZE.
           IF VALIDATE-ONLY-MODE
               PERFORM 9000-CLOSE-FILES
               EVALUATE TRUE
                   WHEN CATCH-UP-STOPPED
                       MOVE WS-RC-CATCHUP-STOPPED TO RETURN-CODE
                   WHEN DUPLICATE-DAY-WARNED AND NOT DUP-DAY-AUTHORIZED
                       MOVE WS-RC-DUPLICATE-DAY TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-RC-NORMAL TO RETURN-CODE
               END-EVALUATE
               PERFORM 9500-WRITE-RUN-LOG
           ELSE
               PERFORM 3010-CARRY-SUSPENSE-FORWARD
               PERFORM 3220-APPLY-LEDGER-CHANGES
               PERFORM 3230-WRITE-AGING-LISTING
               IF CATCH-UP-STOPPED
                   MOVE WS-CLOSED-THROUGH TO WS-HANDED-OFF-THROUGH
                   PERFORM 3420-WRITE-HANDOFF-CHECKPOINT
               ELSE
                   PERFORM 3400-RESET-CHECKPOINT
               END-IF
               PERFORM 3450-ADVANCE-NEXT-DATE
               PERFORM 9000-CLOSE-FILES
               EVALUATE TRUE
                   WHEN CATCH-UP-STOPPED
                       MOVE WS-RC-CATCHUP-STOPPED TO RETURN-CODE
                   WHEN ANOMALY-FOUND
                       MOVE WS-RC-ANOMALY-WARN TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-RC-NORMAL TO RETURN-CODE
               END-EVALUATE
               PERFORM 9500-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * Completes SUSPWRK, the suspense file this run hands forward:
      * 2250 has written each day's new rejects, and records from
      * other business dates carry over from SUSPENSE behind them.
      * The dates this run posted are dropped (the run re-derived
      * their rejects, so an authorized rerun or a resend after a
      * voided batch cannot stack a second copy for DOGGOSSR to
      * apply twice). The live SUSPENSE is read only - the job
      * stream swaps SUSPWRK in after a clean run, so an abend
      * mid-run cannot lose the backlog. No suspense file yet
      * (status 35) just means nothing to carry forward; any other
      * status must not silently skip the carry-forward.
      ******************************************************************
       3010-CARRY-SUSPENSE-FORWARD.
           OPEN INPUT SUSPENSE
           EVALUATE WS-SUSPENSE-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-OLD-SUSPENSE
                       READ SUSPENSE
                           AT END SET END-OF-OLD-SUSPENSE TO TRUE
                           NOT AT END
                               PERFORM 3015-SIFT-SUSPENSE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE
                   IF WS-SUSPENSE-PURGED > 0
                       DISPLAY 'DOGGOS: SUSPENSE RECORDS DROPPED'
                           ' FOR THE DATES POSTED: '
                           WS-SUSPENSE-PURGED
                   END-IF
               WHEN '35'
      *            Day one - no backlog to carry forward.
                   CONTINUE
               WHEN OTHER
      *            An unreadable backlog (wrong record length, I/O
      *            error) must not be mistaken for an empty one -
      *            the swap would replace it with this run's rejects
      *            alone.
                   DISPLAY 'DOGGOS: SUSPENSE OPEN FAILED, STATUS='
                       WS-SUSPENSE-STATUS
      *            CHKPOINT is left as it stands, so the rerun resumes
      *            behind the days already closed.
                   MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

       3015-SIFT-SUSPENSE-RECORD.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   OR SIN-RUN-DATE = WS-DAY-DATE (WS-DAY-IDX)
               CONTINUE
           END-PERFORM
           IF WS-DAY-IDX > WS-DAY-COUNT
               WRITE SUSPWRK-RECORD FROM SUSPENSE-IN-RECORD
           ELSE
               ADD 1 TO WS-SUSPENSE-PURGED
           END-IF.

      ******************************************************************

      ******************************************************************
      * Per-shelter summary: one total line per shelter that placed
      * adoptions on the day, then one cross-tab line per
      * shelter/category cell with activity. Idle shelters are left
      * off the report - the file would otherwise be all zeroes on a
      * quiet day.
      ******************************************************************
       3150-WRITE-SHELTER-SUMMARY.
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
       3160-WRITE-ONE-SHELTER.
           MOVE WS-SHELTER-NAME (WS-SHELTER-IDX) TO SHL-TOT-NAME
           MOVE WS-SHELTER-TOTAL (WS-SHELTER-IDX) TO SHL-TOT-TOTAL
           MOVE WS-RUN-DATE TO SHL-TOT-DATE
           MOVE SHL-TOTAL-LINE TO SHLTRPT-RECORD
           WRITE SHLTRPT-RECORD
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   MOVE WS-SHELTER-CAT-TOTAL (WS-SHELTER-IDX
                           WS-CATEGORY-IDX)
                       TO SHL-XTB-QTY
                   MOVE WS-RUN-DATE TO SHL-XTB-DATE
                   MOVE SHL-XTAB-LINE TO SHLTRPT-RECORD
                   WRITE SHLTRPT-RECORD
               END-IF
           SET SH-DAY-MARKER TO TRUE
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE 0 TO SH-TOTAL
           MOVE 0 TO SH-FEE-TOTAL
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE 0 TO SH-CAT-TOTAL (WS-CATEGORY-IDX)
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               IF WS-SHELTER-TOTAL (WS-SHELTER-IDX) > 0
                       OR WS-SHELTER-FEE (WS-SHELTER-IDX) > 0
                   PERFORM 3207-WRITE-ONE-SHELTER-DAY
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE WS-SHELTER-CODE (WS-SHELTER-IDX) TO SH-SHELTER-CODE
           MOVE WS-SHELTER-TOTAL (WS-SHELTER-IDX) TO SH-TOTAL
           MOVE WS-SHELTER-FEE (WS-SHELTER-IDX) TO SH-FEE-TOTAL
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE WS-SHELTER-CAT-TOTAL (WS-SHELTER-IDX
           MOVE WS-RTN-DATE (WS-RTN-IDX) TO SH-RUN-DATE
           MOVE WS-RTN-SHELTER (WS-RTN-IDX) TO SH-SHELTER-CODE
           MOVE 0 TO SH-TOTAL
           MOVE 0 TO SH-FEE-TOTAL
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE WS-RTN-CAT-TOTAL (WS-RTN-IDX WS-CATEGORY-IDX)
                   TO SH-CAT-TOTAL (WS-CATEGORY-IDX)
               ADD WS-RTN-CAT-TOTAL (WS-RTN-IDX WS-CATEGORY-IDX)
                   TO SH-TOTAL
               ADD WS-RTN-CAT-FEE (WS-RTN-IDX WS-CATEGORY-IDX)
                   TO SH-FEE-TOTAL
           END-PERFORM
           WRITE SHELTER-HISTORY-REC.

      ******************************************************************
      * Applies the run's ledger changes to ADOPTLDG - adds, reopens
      * and return markings, one keyed rewrite per changed entry (a
      * new animal is written instead). Nothing reaches the ledger
      * before this point, so a run that fails or is voided leaves
      * it as it was; a restart after a failure here simply applies
      * the same checkpointed entries again. A failed write stops
      * the run before the checkpoint is reset, so the rerun retries.
      ******************************************************************
       3220-APPLY-LEDGER-CHANGES.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               IF LEDGER-ENTRY-CHANGED (WS-LEDGER-IDX)
                   PERFORM 3225-WRITE-LEDGER-ENTRY
               END-IF
           END-PERFORM.

       3225-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO ADOPTION-LEDGER-REC
           MOVE WS-LDG-ANIMAL-ID (WS-LEDGER-IDX)
               TO LG-ANIMAL-ID
           MOVE WS-LDG-ADOPT-DATE (WS-LEDGER-IDX)
               TO LG-ADOPT-DATE
           MOVE WS-LDG-SHELTER-CODE (WS-LEDGER-IDX)
               TO LG-SHELTER-CODE
           MOVE WS-LDG-BREED-NAME (WS-LEDGER-IDX)
               TO LG-BREED-NAME
           MOVE WS-LDG-CATEGORY (WS-LEDGER-IDX) TO LG-CATEGORY
           MOVE WS-LDG-QUANTITY (WS-LEDGER-IDX) TO LG-QUANTITY
           MOVE WS-LDG-STATUS (WS-LEDGER-IDX) TO LG-STATUS
           MOVE WS-LDG-RETURN-DATE (WS-LEDGER-IDX)
               TO LG-RETURN-DATE
           MOVE WS-LDG-RETURN-COUNT (WS-LEDGER-IDX)
               TO LG-RETURN-COUNT
           MOVE WS-LDG-FEE-AMOUNT (WS-LEDGER-IDX)
               TO LG-FEE-AMOUNT
           MOVE ADOPTION-LEDGER-REC TO ADOPTLDG-RECORD
           REWRITE ADOPTLDG-RECORD
               INVALID KEY
                   WRITE ADOPTLDG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-REWRITE
           IF WS-ADOPTLDG-STATUS NOT = '00'
               DISPLAY 'DOGGOS: ADOPTLDG UPDATE FAILED, ANIMAL '
                   LG-ANIMAL-ID ' STATUS=' WS-ADOPTLDG-STATUS
               MOVE WS-RC-LEDGER-IO-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               GOBACK
           END-IF.

      ******************************************************************
      * The aging listing: every animal on the ledger returned more
      * than once - the only way to answer "was this the same dog
      * twice?" without restoring archives. Browsed in animal-ID
      * order from the updated ledger, so it covers every animal,
      * not just the ones this run touched.
      ******************************************************************
       3230-WRITE-AGING-LISTING.
           MOVE WS-CLOSED-THROUGH TO LDG-HDG-DATE
           MOVE LDG-HEADING-LINE TO LDGRPT-RECORD
           WRITE LDGRPT-RECORD
           MOVE 0 TO WS-AGING-COUNT
           MOVE 'N' TO WS-LDG-EOF-SWITCH
           MOVE LOW-VALUES TO ADOPTLDG-KEY
           START ADOPTLDG KEY IS NOT LESS THAN ADOPTLDG-KEY
               INVALID KEY SET END-OF-ADOPTLDG TO TRUE
           END-START
           PERFORM UNTIL END-OF-ADOPTLDG
               READ ADOPTLDG NEXT RECORD
                   AT END SET END-OF-ADOPTLDG TO TRUE
                   NOT AT END
                       MOVE ADOPTLDG-RECORD TO ADOPTION-LEDGER-REC
                       IF LG-RETURN-COUNT > 1
                           ADD 1 TO WS-AGING-COUNT
                           PERFORM 3240-WRITE-AGING-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AGING-COUNT = 0
               MOVE LDG-CLEAN-LINE TO LDGRPT-RECORD
           END-IF.

       3240-WRITE-AGING-LINE.
           MOVE LG-ANIMAL-ID TO LDG-AGE-ANIMAL-ID
           MOVE LG-BREED-NAME TO LDG-AGE-BREED
           MOVE LG-SHELTER-CODE TO LDG-AGE-SHELTER
           MOVE LG-ADOPT-DATE TO LDG-AGE-ADOPT-DATE
           MOVE LG-RETURN-DATE TO LDG-AGE-RETURN-DATE
           MOVE LG-RETURN-COUNT TO LDG-AGE-RETURN-COUNT
           MOVE LDG-AGING-LINE TO LDGRPT-RECORD
           WRITE LDGRPT-RECORD.

      * doubling or worse than halving a meaningful daily average.
      ******************************************************************
       3250-CHECK-ANOMALIES.
           MOVE 'N' TO WS-DAY-ALERT-SWITCH
           PERFORM 3260-CHECK-REJECT-RATE
           PERFORM 3270-CHECK-CATEGORY-VOLUMES
           IF DAY-ANOMALY-FOUND
               SET ANOMALY-FOUND TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO ALR-CLEAN-DATE
               MOVE ALR-CLEAN-LINE TO ALERTRPT-RECORD
               WRITE ALERTRPT-RECORD
           END-IF.
               AND (WS-MTD-DAY-COUNT = 0
                   OR WS-TODAY-REJECT-RATE >=
                       WS-MTD-REJECT-RATE * 2)
               SET DAY-ANOMALY-FOUND TO TRUE
               MOVE WS-TODAY-REJECT-RATE TO ALR-TODAY-RATE
               MOVE WS-MTD-REJECT-RATE TO ALR-MTD-RATE
               MOVE WS-RUN-DATE TO ALR-RATE-DATE
               MOVE ALR-RATE-LINE TO ALERTRPT-RECORD
               WRITE ALERTRPT-RECORD
           END-IF.
           END-IF.

       3290-WRITE-CATEGORY-ALERT.
           SET DAY-ANOMALY-FOUND TO TRUE
           MOVE WS-RUN-DATE TO ALR-CAT-DATE
           MOVE WS-CATEGORY-LABEL (WS-CATEGORY-IDX) TO ALR-CAT-LABEL
           MOVE ADOPTIONS (WS-CATEGORY-IDX) TO ALR-CAT-TODAY
           MOVE WS-CAT-DAILY-AVG TO ALR-CAT-AVG
           MOVE WS-RECORDS-REJECTED TO RPT-TRL-RECORDS-REJECTED
           MOVE WS-RECORDS-WRITTEN TO RPT-TRL-RECORDS-WRITTEN
           MOVE WS-FEE-TOTAL TO RPT-TRL-FEES-COLLECTED
           MOVE WS-RUN-DATE TO RPT-TRL-BUSINESS-DATE
           MOVE RPT-TRAILER-LINE TO OUTREP-RECORD
           WRITE OUTREP-RECORD.

           CLOSE CHKPOINT.

      ******************************************************************
      * A stopped catch-up hands its closed days off, so CHKPOINT is
      * left naming the last of them as both closed and handed off:
      * the rerun skips those batches, starts its outputs fresh and
      * resumes at the day the stop refused.
      ******************************************************************
       3420-WRITE-HANDOFF-CHECKPOINT.
           OPEN OUTPUT CHKPOINT
           PERFORM 2545-WRITE-BOUNDARY-COUNTS
           CLOSE CHKPOINT.

      ******************************************************************
      * NEXTDATE is rewritten with the expectation the closed days
      * advanced to (2530); a run whose days were all reruns of past
      * dates leaves it standing. A validate-only preview never
      * reaches here - it posts nothing and expects nothing moved.
      ******************************************************************
       3450-ADVANCE-NEXT-DATE.
           IF EXPECTATION-ADVANCED
               PERFORM 3460-REWRITE-NEXT-DATE
           END-IF.

      ******************************************************************
      * The next business day the calendar carries after
      * WS-ADVANCE-BASE - the calendar is operator-edited and not
      * necessarily sorted, so the smallest qualifying date wins. A
      * calendar that runs out leaves no expectation (the next run
      * is unchecked against sequence) and says so loudly.
      ******************************************************************
       3455-FIND-NEXT-BUSINESS-DAY.
           MOVE SPACES TO WS-ADVANCE-DATE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CAL-BUSINESS-DAY (WS-CAL-IDX)
                       AND WS-CAL-DATE (WS-CAL-IDX) > WS-ADVANCE-BASE
                   IF WS-ADVANCE-DATE = SPACES
                       OR WS-CAL-DATE (WS-CAL-IDX)
                           < WS-ADVANCE-DATE
           END-PERFORM

           IF WS-ADVANCE-DATE = SPACES
               DISPLAY 'DOGGOS: NO BUSINESS DAY AFTER '
                   WS-ADVANCE-BASE ' ON PROCCAL - EXTEND THE CALENDAR'
           END-IF.

       3460-REWRITE-NEXT-DATE.
           OPEN OUTPUT NEXTDATE
           IF WS-NEXTDATE-STATUS = '00'
               IF WS-EXPECTED-DATE NOT = SPACES
                   MOVE WS-EXPECTED-DATE TO ND-NEXT-DATE
                   WRITE NEXTDATE-RECORD
                   DISPLAY 'DOGGOS: NEXT EXPECTED PROCESSING DATE '
                       WS-EXPECTED-DATE
               END-IF
               CLOSE NEXTDATE
           ELSE
      * Closes only what this run actually opened: a validate-only
      * run has just AUDRPT, an update run has the report and
      * hand-off files, and a failure before 1000-INITIALIZE got
      * that far has neither. The ledger is open from startup
      * whenever there is one.
      ******************************************************************
       9000-CLOSE-FILES.
           CLOSE ADOPTS
                   CLOSE SHLTRPT
                   CLOSE SHLDIST
                   CLOSE ALERTRPT
                   CLOSE LDGRPT
               END-IF
           END-IF
           IF LEDGER-ON-FILE
               CLOSE ADOPTLDG
               MOVE 'N' TO WS-LDG-OPEN-SWITCH
           END-IF.

      ******************************************************************
      * the scheduler can hold the stream. The void run's rejects
      * exist only on SUSPWRK, which the job stream does not swap in
      * after a nonzero RC - the live SUSPENSE backlog is untouched.
      * Days an earlier RC=171 stop already handed off stay behind
      * the checkpoint - they are on the live files now.
      ******************************************************************
       9100-FAIL-BATCH-INTEGRITY.
           MOVE WS-RC-BATCH-INTEGRITY TO RETURN-CODE
           IF NOT VALIDATE-ONLY-MODE
               IF WS-HANDED-OFF-THROUGH = SPACES
                   PERFORM 3400-RESET-CHECKPOINT
               ELSE
                   MOVE WS-HANDED-OFF-THROUGH TO WS-CLOSED-THROUGH
                   PERFORM 3420-WRITE-HANDOFF-CHECKPOINT
               END-IF
           END-IF
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

      ******************************************************************
      * Appends this step's records to the permanent RUNLOG audit
      * file - the job log ages off, this does not. One record per
      * business day on the run's outputs (those an interrupted pass
      * closed included - that pass never logged), plus one for a day
      * it was working on (or refused) when it ended. Each carries
      * the step's RC - except after an RC=171 stop, where the days
      * closed ahead of the stop are handed off and swapped in as
      * after a clean run, and the rerun skips them and never logs
      * them again: each of those carries its own outcome, and only
      * the day that stopped the run carries 171. A run-log failure
      * is reported but must not fail the business step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE 0 TO WS-DAYS-LOGGED
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-LOG-DATE
                   MOVE WS-DAY-READ (WS-DAY-IDX) TO WS-LOG-READ
                   MOVE WS-DAY-REJECTED (WS-DAY-IDX)
                       TO WS-LOG-REJECTED
                   MOVE WS-DAY-WRITTEN (WS-DAY-IDX) TO WS-LOG-WRITTEN
                   IF CATCH-UP-STOPPED
                           AND RETURN-CODE = WS-RC-CATCHUP-STOPPED
                       MOVE WS-DAY-RC (WS-DAY-IDX) TO WS-LOG-RC
                   ELSE
                       MOVE RETURN-CODE TO WS-LOG-RC
                   END-IF
                   PERFORM 9520-WRITE-RUN-LOG-RECORD
               END-PERFORM
               IF DAY-IN-PROGRESS OR WS-DAYS-LOGGED = 0
                   MOVE WS-RUN-DATE TO WS-LOG-DATE
                   MOVE WS-RECORDS-READ TO WS-LOG-READ
                   MOVE WS-RECORDS-REJECTED TO WS-LOG-REJECTED
                   MOVE WS-RECORDS-WRITTEN TO WS-LOG-WRITTEN
                   MOVE RETURN-CODE TO WS-LOG-RC
                   PERFORM 9520-WRITE-RUN-LOG-RECORD
               END-IF
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOS: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       9520-WRITE-RUN-LOG-RECORD.
           MOVE SPACES TO RUN-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE 'DOGGOS' TO RL-PROGRAM
           MOVE WS-LOG-DATE TO RL-BUSINESS-DATE
           EVALUATE TRUE
               WHEN VALIDATE-ONLY-MODE
                   MOVE 'VALIDATE' TO RL-RUN-MODE
               WHEN IS-RESTARTED OR RESUMED-AFTER-STOP
                   MOVE 'RESTART' TO RL-RUN-MODE
               WHEN OTHER
                   MOVE 'UPDATE' TO RL-RUN-MODE
           END-EVALUATE
           EVALUATE TRUE
               WHEN DUP-DAY-AUTHORIZED AND OFFCYCLE-AUTHORIZED
                   MOVE 'B' TO RL-OVERRIDE-FLAG
               WHEN DUP-DAY-AUTHORIZED
                   MOVE 'D' TO RL-OVERRIDE-FLAG
               WHEN OFFCYCLE-AUTHORIZED
                   MOVE 'C' TO RL-OVERRIDE-FLAG
               WHEN OTHER
                   MOVE 'N' TO RL-OVERRIDE-FLAG
           END-EVALUATE
           MOVE WS-LOG-RC TO RL-RETURN-CODE
           MOVE WS-LOG-READ TO RL-RECORDS-IN
           MOVE WS-LOG-WRITTEN TO RL-RECORDS-OUT
           MOVE WS-LOG-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-REC
           ADD 1 TO WS-DAYS-LOGGED.

       END PROGRAM 'DOGGOS'.
