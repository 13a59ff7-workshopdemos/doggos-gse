       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSLC'.
      ******************************************************************
      * DOGGOSLC - Adoption ledger conversion.
      *
      * One-time load of the keyed ADOPTLDG from the sequential
      * ledger DOGGOS used to carry (LEDGSEQ, same 100-byte layout).
      * The old ledger is in no particular key order, so the entries
      * are written by key as they are read. An entry that cannot be
      * loaded is listed on LCRPT and left off the new ledger:
      *   - NO ANIMAL ID  a blank animal ID (DOGGOS never records
      *                   one, so this is a hand edit)
      *   - DUPLICATE ID  a second entry for an animal already
      *                   loaded - DOGGOS always matched the FIRST
      *                   entry for an ID, so the first one is kept
      *                   and the later one was never reachable
      * The step ends RC=185 when anything was listed, so the
      * rejects are looked at before DOGGOS runs on the new ledger.
      * No old ledger (status 35) loads an empty keyed ledger, for a
      * suite starting fresh.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGSEQ ASSIGN TO LEDGSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-ANIMAL-ID
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT LCRPT ASSIGN TO LCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCRPT-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LEDGSEQ - the sequential ledger as DOGGOS last wrote it.
      ******************************************************************
       FD  LEDGSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGSEQ-RECORD              PIC X(100).

      ******************************************************************
      * ADOPTLDG - the new keyed ledger, loaded empty to start.
      ******************************************************************
       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADOPTLDG.

      ******************************************************************
      * LCRPT - the conversion listing: one line per entry left off
      * the new ledger, then the control totals.
      ******************************************************************
       FD  LCRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LCRPT-RECORD                PIC X(132).

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
       01  WS-LEDGSEQ-STATUS           PIC X(2) VALUE '00'.
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-LCRPT-STATUS             PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-SEQ-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-LEDGSEQ           VALUE 'Y'.

       01  WS-SEQ-FOUND-SWITCH         PIC X VALUE 'Y'.
           88 OLD-LEDGER-FOUND         VALUE 'Y'.

      ******************************************************************
      * Conversion counts, printed on the listing trailer, displayed
      * for the job log and carried on the RUNLOG record.
      ******************************************************************
       01  WS-ENTRIES-READ             PIC 9(7) VALUE 0.
       01  WS-ENTRIES-LOADED           PIC 9(7) VALUE 0.
       01  WS-ENTRIES-REJECTED         PIC 9(7) VALUE 0.

      ******************************************************************
      * Build areas for the LCRPT listing.
      ******************************************************************
       01  LC-HEADING-LINE.
           05 FILLER                   PIC X(44)
               VALUE 'DOGGOSLC - ADOPTION LEDGER CONVERSION       '.
           05 FILLER                   PIC X(44)
               VALUE 'ENTRIES LEFT OFF THE KEYED LEDGER          '.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  LC-DETAIL-LINE.
           05 LCD-REASON               PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LCD-ENTRY                PIC X(100).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  LC-NONE-LINE.
           05 FILLER                   PIC X(44)
               VALUE 'EVERY ENTRY LOADED - NOTHING LEFT OFF       '.
           05 FILLER                   PIC X(88) VALUE SPACES.

       01  LC-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(6) VALUE 'READ  '.
           05 LCT-READ                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(9) VALUE ' LOADED  '.
           05 LCT-LOADED               PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE ' LEFT OFF  '.
           05 LCT-REJECTED             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(68) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. A failure leaves
      * a partly loaded ADOPTLDG, which is simply reloaded by
      * rerunning the step - the old ledger is only ever read.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-LEDGSEQ-FAIL          PIC 9(3) VALUE 183.
       01  WS-RC-ADOPTLDG-LOAD-FAIL    PIC 9(3) VALUE 184.
       01  WS-RC-ENTRIES-LEFT-OFF      PIC 9(3) VALUE 185.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF OLD-LEDGER-FOUND
               PERFORM 2000-CONVERT-ENTRY UNTIL END-OF-LEDGSEQ
               CLOSE LEDGSEQ
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT LEDGSEQ
           EVALUATE WS-LEDGSEQ-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-SEQ-FOUND-SWITCH
                   DISPLAY 'DOGGOSLC: NO SEQUENTIAL LEDGER - LOADING'
                       ' AN EMPTY ADOPTLDG'
               WHEN OTHER
                   DISPLAY 'DOGGOSLC: LEDGSEQ OPEN FAILED, STATUS='
                       WS-LEDGSEQ-STATUS
                   MOVE WS-RC-LEDGSEQ-FAIL TO RETURN-CODE
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE

           OPEN OUTPUT ADOPTLDG
           IF WS-ADOPTLDG-STATUS NOT = '00'
               DISPLAY 'DOGGOSLC: ADOPTLDG OPEN FAILED, STATUS='
                   WS-ADOPTLDG-STATUS
               MOVE WS-RC-ADOPTLDG-LOAD-FAIL TO RETURN-CODE
               IF OLD-LEDGER-FOUND
                   CLOSE LEDGSEQ
               END-IF
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF

           OPEN OUTPUT LCRPT
           MOVE LC-HEADING-LINE TO LCRPT-RECORD
           WRITE LCRPT-RECORD.

      ******************************************************************
      * Status 22 on the keyed write is the duplicate animal ID; any
      * other failure stops the load, since carrying on would hand
      * DOGGOS a ledger missing entries nobody was told about.
      ******************************************************************
       2000-CONVERT-ENTRY.
           READ LEDGSEQ
               AT END SET END-OF-LEDGSEQ TO TRUE
           END-READ
           EVALUATE WS-LEDGSEQ-STATUS
               WHEN '00'
                   ADD 1 TO WS-ENTRIES-READ
                   MOVE LEDGSEQ-RECORD TO ADOPTION-LEDGER-REC
                   IF LG-ANIMAL-ID = SPACES
                       MOVE 'NO ANIMAL ID' TO LCD-REASON
                       PERFORM 2100-LIST-REJECT
                   ELSE
                       PERFORM 2200-WRITE-ENTRY
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSLC: LEDGSEQ READ FAILED, STATUS='
                       WS-LEDGSEQ-STATUS
                   MOVE WS-RC-LEDGSEQ-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   CLOSE LEDGSEQ
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

       2100-LIST-REJECT.
           ADD 1 TO WS-ENTRIES-REJECTED
           MOVE LEDGSEQ-RECORD TO LCD-ENTRY
           MOVE LC-DETAIL-LINE TO LCRPT-RECORD
           WRITE LCRPT-RECORD.

       2200-WRITE-ENTRY.
           WRITE ADOPTION-LEDGER-REC
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   ADD 1 TO WS-ENTRIES-LOADED
               WHEN '22'
                   MOVE 'DUPLICATE ID' TO LCD-REASON
                   PERFORM 2100-LIST-REJECT
               WHEN OTHER
                   DISPLAY 'DOGGOSLC: ADOPTLDG WRITE FAILED, ANIMAL '
                       LG-ANIMAL-ID ' STATUS=' WS-ADOPTLDG-STATUS
                   MOVE WS-RC-ADOPTLDG-LOAD-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   CLOSE LEDGSEQ
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

       3000-FINALIZE.
           IF WS-ENTRIES-REJECTED = 0
               MOVE LC-NONE-LINE TO LCRPT-RECORD
               WRITE LCRPT-RECORD
           END-IF
           MOVE WS-ENTRIES-READ TO LCT-READ
           MOVE WS-ENTRIES-LOADED TO LCT-LOADED
           MOVE WS-ENTRIES-REJECTED TO LCT-REJECTED
           MOVE LC-TOTALS-LINE TO LCRPT-RECORD
           WRITE LCRPT-RECORD

           PERFORM 9000-CLOSE-FILES
           DISPLAY 'DOGGOSLC: LEDGER ENTRIES READ   ' WS-ENTRIES-READ
           DISPLAY 'DOGGOSLC: LEDGER ENTRIES LOADED ' WS-ENTRIES-LOADED
           DISPLAY 'DOGGOSLC: ENTRIES LEFT OFF      '
               WS-ENTRIES-REJECTED
           IF WS-ENTRIES-REJECTED > 0
               DISPLAY 'DOGGOSLC: REVIEW LCRPT BEFORE RUNNING DOGGOS'
               MOVE WS-RC-ENTRIES-LEFT-OFF TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           PERFORM 9500-WRITE-RUN-LOG.

       9000-CLOSE-FILES.
           CLOSE ADOPTLDG
           CLOSE LCRPT.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is blank: the conversion is not tied to a day. IN is
      * the old entries read, OUT the entries loaded, REJECTED the
      * entries left off. A run-log failure is reported but must
      * not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSLC' TO RL-PROGRAM
               MOVE SPACES TO RL-BUSINESS-DATE
               MOVE 'CONVERT' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-ENTRIES-READ TO RL-RECORDS-IN
               MOVE WS-ENTRIES-LOADED TO RL-RECORDS-OUT
               MOVE WS-ENTRIES-REJECTED TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSLC: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSLC'.
