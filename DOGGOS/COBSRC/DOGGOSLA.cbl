       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSLA'.
      ******************************************************************
      * DOGGOSLA - Adoption ledger archive.
      *
      * Keeps the live ADOPTLDG bounded: every CLOSED entry (the
      * animal is back, status 'R') whose return is older than the
      * retention period is appended to the ledger archive LDGARCH,
      * same layout, and deleted from the live ledger. Open entries
      * are never archived, whatever their age - a return may still
      * arrive for them. An archived animal adopted again starts a
      * new entry with its return count at zero; its earlier history
      * is on LDGARCH.
      *
      * The optional LACTL card:
      *   cols  1-4   retention in days (blank = 0365)
      *   cols  6-13  as-of date CCYYMMDD (blank = today)
      * An entry is archived when its return date is at least the
      * retention period before the as-of date. LARPT lists every
      * entry archived.
      *
      * Each entry is written to LDGARCH before it is deleted, so a
      * failure can never lose one; a rerun after a failure between
      * the two may archive the last entry a second time.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LACTL ASSIGN TO LACTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LACTL-STATUS.

           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ANIMAL-ID
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT OPTIONAL LDGARCH ASSIGN TO LDGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGARCH-STATUS.

           SELECT LARPT ASSIGN TO LARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LARPT-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LACTL - optional control card, see the program banner.
      ******************************************************************
       FD  LACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LACTL-RECORD.
           05 LA-CTL-RETAIN-DAYS       PIC X(4).
           05 FILLER                   PIC X(1).
           05 LA-CTL-AS-OF-DATE        PIC X(8).
           05 FILLER                   PIC X(67).

       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADOPTLDG.

      ******************************************************************
      * LDGARCH - the ledger archive, appended to by every run, in
      * the ADOPTLDG layout.
      ******************************************************************
       FD  LDGARCH
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LDGARCH-RECORD              PIC X(100).

       FD  LARPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LARPT-RECORD                PIC X(132).

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
       01  WS-LACTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-LDGARCH-STATUS           PIC X(2) VALUE '00'.
       01  WS-LARPT-STATUS             PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-LDG-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-ADOPTLDG          VALUE 'Y'.

       01  WS-LEDGER-SWITCH            PIC X VALUE 'Y'.
           88 LEDGER-ON-FILE           VALUE 'Y'.

       01  WS-OUTPUTS-SWITCH           PIC X VALUE 'N'.
           88 OUTPUT-FILES-OPEN        VALUE 'Y'.

      ******************************************************************
      * The retention rule as carded or defaulted, and the cut-off
      * it gives as a day number: an entry returned on or before the
      * cut-off day is archived.
      ******************************************************************
       01  WS-RETAIN-DAYS              PIC 9(4) VALUE 365.
       01  WS-AS-OF-DATE               PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DAY                PIC 9(7) VALUE 0.
       01  WS-CUTOFF-DAY               PIC 9(7) VALUE 0.
       01  WS-RETURN-DAY               PIC 9(7) VALUE 0.

      ******************************************************************
      * Archive counts, printed on the listing trailer, displayed
      * for the job log and carried on the RUNLOG record.
      ******************************************************************
       01  WS-ENTRIES-READ             PIC 9(7) VALUE 0.
       01  WS-ENTRIES-ARCHIVED         PIC 9(7) VALUE 0.
       01  WS-ENTRIES-OPEN             PIC 9(7) VALUE 0.
       01  WS-ENTRIES-RETAINED         PIC 9(7) VALUE 0.

      ******************************************************************
      * Build areas for the LARPT listing.
      ******************************************************************
       01  LA-HEADING-LINE.
           05 FILLER                   PIC X(34)
               VALUE 'DOGGOSLA - ADOPTION LEDGER ARCHIVE'.
           05 FILLER                   PIC X(8) VALUE '  AS OF '.
           05 LAH-AS-OF                PIC X(8).
           05 FILLER                   PIC X(12) VALUE '  RETENTION '.
           05 LAH-RETAIN               PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE ' DAYS '.
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  LA-COLUMN-LINE.
           05 FILLER                   PIC X(13) VALUE 'ANIMAL ID'.
           05 FILLER                   PIC X(31) VALUE 'BREED'.
           05 FILLER                   PIC X(26) VALUE 'SHELTER'.
           05 FILLER                   PIC X(10) VALUE 'ADOPTED'.
           05 FILLER                   PIC X(10) VALUE 'RETURNED'.
           05 FILLER                   PIC X(7) VALUE 'RETURNS'.
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  LA-DETAIL-LINE.
           05 LAD-ANIMAL-ID            PIC X(12).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LAD-BREED                PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LAD-SHELTER              PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LAD-ADOPT-DATE           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LAD-RETURN-DATE          PIC X(8).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 LAD-RETURN-COUNT         PIC Z9.
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  LA-NONE-LINE.
           05 FILLER                   PIC X(44)
               VALUE 'NO CLOSED ENTRY PAST RETENTION - NOTHING    '.
           05 FILLER                   PIC X(44)
               VALUE 'ARCHIVED                                   '.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  LA-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(6) VALUE 'READ  '.
           05 LAT-READ                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE ' ARCHIVED  '.
           05 LAT-ARCHIVED             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE ' OPEN  '.
           05 LAT-OPEN                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE ' RETAINED  '.
           05 LAT-RETAINED             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(50) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. A refused card
      * stops the step before the ledger is opened.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-LACTL-BAD             PIC 9(3) VALUE 186.
       01  WS-RC-ADOPTLDG-FAIL         PIC 9(3) VALUE 187.
       01  WS-RC-LDGARCH-FAIL          PIC 9(3) VALUE 188.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF LEDGER-ON-FILE
               PERFORM 2000-ARCHIVE-ENTRY UNTIL END-OF-ADOPTLDG
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           PERFORM 1050-READ-CONTROL-CARD
           COMPUTE WS-AS-OF-DAY =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-AS-OF-DATE))
           COMPUTE WS-CUTOFF-DAY = WS-AS-OF-DAY - WS-RETAIN-DAYS
           DISPLAY 'DOGGOSLA: ARCHIVING ENTRIES RETURNED '
               WS-RETAIN-DAYS ' OR MORE DAYS BEFORE ' WS-AS-OF-DATE

      *    No ledger yet is a suite that has never posted - there is
      *    nothing to archive, which is not a failure.
           OPEN I-O ADOPTLDG
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-LEDGER-SWITCH
               WHEN OTHER
                   DISPLAY 'DOGGOSLA: ADOPTLDG OPEN FAILED, STATUS='
                       WS-ADOPTLDG-STATUS
                   MOVE WS-RC-ADOPTLDG-FAIL TO RETURN-CODE
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE

           OPEN EXTEND LDGARCH
           IF WS-LDGARCH-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'DOGGOSLA: LDGARCH OPEN FAILED, STATUS='
                   WS-LDGARCH-STATUS
               MOVE WS-RC-LDGARCH-FAIL TO RETURN-CODE
               IF LEDGER-ON-FILE
                   CLOSE ADOPTLDG
               END-IF
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT LARPT
           SET OUTPUT-FILES-OPEN TO TRUE

           MOVE WS-AS-OF-DATE TO LAH-AS-OF
           MOVE WS-RETAIN-DAYS TO LAH-RETAIN
           MOVE LA-HEADING-LINE TO LARPT-RECORD
           WRITE LARPT-RECORD
           MOVE LA-COLUMN-LINE TO LARPT-RECORD
           WRITE LARPT-RECORD.

      ******************************************************************
      * A present card must edit clean - a garbled retention period
      * could archive entries a return is still expected against.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT LACTL
           IF WS-LACTL-STATUS = '00' OR '05'
               READ LACTL
                   AT END CONTINUE
                   NOT AT END PERFORM 1060-EDIT-CONTROL-CARD
               END-READ
               CLOSE LACTL
           END-IF.

       1060-EDIT-CONTROL-CARD.
           IF LA-CTL-RETAIN-DAYS NOT = SPACES
               IF LA-CTL-RETAIN-DAYS IS NUMERIC
                       AND LA-CTL-RETAIN-DAYS > '0000'
                   MOVE LA-CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
               ELSE
                   DISPLAY 'DOGGOSLA: LACTL RETENTION DAYS MUST BE'
                       ' 0001-9999: ' LA-CTL-RETAIN-DAYS
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF
           IF LA-CTL-AS-OF-DATE NOT = SPACES
               IF LA-CTL-AS-OF-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(LA-CTL-AS-OF-DATE)) = 0
                   MOVE LA-CTL-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY 'DOGGOSLA: LACTL AS-OF DATE INVALID: '
                       LA-CTL-AS-OF-DATE
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF.

       1090-REFUSE-CONTROL-CARD.
           MOVE WS-RC-LACTL-BAD TO RETURN-CODE
           CLOSE LACTL
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

      ******************************************************************
      * One ledger entry, in animal-ID order. A closed entry with an
      * unreadable return date is kept - it cannot be aged, and the
      * live ledger is the safer place for it.
      ******************************************************************
       2000-ARCHIVE-ENTRY.
           READ ADOPTLDG
               AT END SET END-OF-ADOPTLDG TO TRUE
           END-READ
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   ADD 1 TO WS-ENTRIES-READ
                   IF LG-OPEN
                       ADD 1 TO WS-ENTRIES-OPEN
                   ELSE
                       PERFORM 2100-CHECK-RETENTION
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSLA: ADOPTLDG READ FAILED, STATUS='
                       WS-ADOPTLDG-STATUS
                   PERFORM 2900-FAIL-LEDGER
           END-EVALUATE.

       2100-CHECK-RETENTION.
           MOVE 0 TO WS-RETURN-DAY
           IF LG-RETURN-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(LG-RETURN-DATE)) = 0
                   COMPUTE WS-RETURN-DAY =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(LG-RETURN-DATE))
               END-IF
           END-IF
           IF LG-RETURNED AND WS-RETURN-DAY > 0
                   AND WS-RETURN-DAY <= WS-CUTOFF-DAY
               PERFORM 2200-MOVE-TO-ARCHIVE
           ELSE
               ADD 1 TO WS-ENTRIES-RETAINED
           END-IF.

       2200-MOVE-TO-ARCHIVE.
           WRITE LDGARCH-RECORD FROM ADOPTION-LEDGER-REC
           IF WS-LDGARCH-STATUS NOT = '00'
               DISPLAY 'DOGGOSLA: LDGARCH WRITE FAILED, ANIMAL '
                   LG-ANIMAL-ID ' STATUS=' WS-LDGARCH-STATUS
               MOVE WS-RC-LDGARCH-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           DELETE ADOPTLDG RECORD
           IF WS-ADOPTLDG-STATUS NOT = '00'
               DISPLAY 'DOGGOSLA: ADOPTLDG DELETE FAILED, ANIMAL '
                   LG-ANIMAL-ID ' STATUS=' WS-ADOPTLDG-STATUS
               PERFORM 2900-FAIL-LEDGER
           END-IF
           ADD 1 TO WS-ENTRIES-ARCHIVED
           MOVE LG-ANIMAL-ID TO LAD-ANIMAL-ID
           MOVE LG-BREED-NAME TO LAD-BREED
           MOVE LG-SHELTER-CODE TO LAD-SHELTER
           MOVE LG-ADOPT-DATE TO LAD-ADOPT-DATE
           MOVE LG-RETURN-DATE TO LAD-RETURN-DATE
           MOVE LG-RETURN-COUNT TO LAD-RETURN-COUNT
           MOVE LA-DETAIL-LINE TO LARPT-RECORD
           WRITE LARPT-RECORD.

       2900-FAIL-LEDGER.
           MOVE WS-RC-ADOPTLDG-FAIL TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

       3000-FINALIZE.
           IF WS-ENTRIES-ARCHIVED = 0
               MOVE LA-NONE-LINE TO LARPT-RECORD
               WRITE LARPT-RECORD
           END-IF
           MOVE WS-ENTRIES-READ TO LAT-READ
           MOVE WS-ENTRIES-ARCHIVED TO LAT-ARCHIVED
           MOVE WS-ENTRIES-OPEN TO LAT-OPEN
           MOVE WS-ENTRIES-RETAINED TO LAT-RETAINED
           MOVE LA-TOTALS-LINE TO LARPT-RECORD
           WRITE LARPT-RECORD

           PERFORM 9000-CLOSE-FILES
           DISPLAY 'DOGGOSLA: LEDGER ENTRIES READ  ' WS-ENTRIES-READ
           DISPLAY 'DOGGOSLA: ENTRIES ARCHIVED     '
               WS-ENTRIES-ARCHIVED
           DISPLAY 'DOGGOSLA: OPEN ENTRIES KEPT    ' WS-ENTRIES-OPEN
           DISPLAY 'DOGGOSLA: CLOSED ENTRIES KEPT  '
               WS-ENTRIES-RETAINED
           MOVE WS-RC-NORMAL TO RETURN-CODE
           PERFORM 9500-WRITE-RUN-LOG.

       9000-CLOSE-FILES.
           IF LEDGER-ON-FILE
               CLOSE ADOPTLDG
           END-IF
           IF OUTPUT-FILES-OPEN
               CLOSE LDGARCH
               CLOSE LARPT
           END-IF.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is the as-of date the retention was measured from. IN
      * is the ledger entries read, OUT the entries archived. A
      * run-log failure is reported but must not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSLA' TO RL-PROGRAM
               MOVE WS-AS-OF-DATE TO RL-BUSINESS-DATE
               MOVE 'ARCHIVE' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-ENTRIES-READ TO RL-RECORDS-IN
               MOVE WS-ENTRIES-ARCHIVED TO RL-RECORDS-OUT
               MOVE 0 TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSLA: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSLA'.
