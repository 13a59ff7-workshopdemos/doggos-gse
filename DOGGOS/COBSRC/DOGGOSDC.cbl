       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSDC'.
      ******************************************************************
      * DOGGOSDC - Draft table-maintenance cards from suspense.
      *
      * Most of the SUSPENSE backlog is new breed spellings
      * (UNKBREED) and new shelter codes (BADSHLT), cleared by ADD
      * cards to DOGGOSTM. This step drafts those cards instead of
      * operations typing them from the suspense records. Two kinds
      * of run, picked by the optional DCCTL card:
      *
      *   DRAFT (the default) - groups the UNKBREED records by breed
      *   name and the BADSHLT records by shelter code, counting the
      *   records and the adoptions (the quantities on 'A' records)
      *   each one is holding up, and drafts one card per group onto
      *   MNTDRAFT, in the exact MNTCARD layout DOGGOSTM reads:
      *     - a new breed name gets an ADD 'B' card carrying the
      *       category and label of the closest breed name in force
      *       on BRDLKUP (fewest single-character edits), effective
      *       from the earliest business date it holds up, so
      *       DOGGOSSR finds it in force for every held record. A
      *       name already on BRDLKUP is held up by its dates, not
      *       its spelling - it is listed but no card is drafted;
      *     - a shelter code not on SHELMAST gets an ADD 'S' card,
      *       active, with the name left for the analyst to supply;
      *       the closest code on SHELMAST is listed in case the
      *       records carry a mistyped code instead. A code on
      *       SHELMAST flagged inactive gets a CHANGE 'S' card
      *       reactivating it under its own name.
      *   DCRPT lists every group with its counts, the suggestion
      *   and the drafted card image; the analyst edits and approves
      *   MNTDRAFT and feeds it to DOGGOSTM as MNTCARDS. Each held
      *   record is written to DCHELD with the number of the card
      *   drafted for it.
      *
      *   RELEASE - run after the DOGGOSSR run that follows table
      *   maintenance and its SUSPNEW swap. Every record on DCHELD is
      *   looked for on the new SUSPENSE, and DCRPT lists, card by
      *   card, which held records were released and which are still
      *   held and why (an adoption carrying an animal ID whose breed
      *   is now known is still held by DOGGOSSR, as ANMLHOLD). A
      *   held record is found by its whole suspense detail or -
      *   where operations also corrected it - by business date,
      *   transaction type, shelter and animal ID.
      *
      * The optional DCCTL card:
      *   col   1     'R' release run (blank or 'D' = draft run)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DCCTL ASSIGN TO DCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCCTL-STATUS.

           SELECT SUSPENSE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT BRDLKUP ASSIGN TO BRDLKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDLKUP-STATUS.

           SELECT SHELMAST ASSIGN TO SHELMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHELMAST-STATUS.

           SELECT MNTDRAFT ASSIGN TO MNTDRAFT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTDRAFT-STATUS.

           SELECT DCHELD ASSIGN TO DCHELD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCHELD-STATUS.

           SELECT DCRPT ASSIGN TO DCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCRPT-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DCCTL - optional control card, see the program banner.
      ******************************************************************
       FD  DCCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DCCTL-RECORD.
           05 DC-CTL-RUN-TYPE          PIC X(1).
           05 FILLER                   PIC X(79).

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY SUSPREC.

       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

       FD  SHELMAST
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
           COPY SHELMST.

      ******************************************************************
      * MNTDRAFT - the drafted cards, for the analyst to edit and
      * approve before they go to DOGGOSTM as MNTCARDS.
      ******************************************************************
       FD  MNTDRAFT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MNTCARD.

      ******************************************************************
      * DCHELD - one record per suspense record a drafted card is
      * meant to release: the card's number on the draft listing,
      * the table it maintains, the breed name or shelter code it
      * carries, and the suspense record as it stood. Written by the
      * draft run, read back by the release run.
      ******************************************************************
       FD  DCHELD
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  DCHELD-RECORD.
           05 DH-CARD-NUMBER           PIC 9(5).
           05 DH-FILE-ID               PIC X(1).
           05 DH-GROUP-KEY             PIC X(30).
           05 DH-SUSPENSE-IMAGE        PIC X(100).
           05 FILLER                   PIC X(4).

       FD  DCRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DCRPT-RECORD                PIC X(132).

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
       01  WS-DCCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-SUSPENSE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BRDLKUP-STATUS           PIC X(2) VALUE '00'.
       01  WS-SHELMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-MNTDRAFT-STATUS          PIC X(2) VALUE '00'.
       01  WS-DCHELD-STATUS            PIC X(2) VALUE '00'.
       01  WS-DCRPT-STATUS             PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-RUN-TYPE                 PIC X VALUE 'D'.
           88 DRAFT-RUN                VALUE 'D'.
           88 RELEASE-RUN              VALUE 'R'.

       01  WS-SWITCHES.
           05 WS-SUSP-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-SUSPENSE      VALUE 'Y'.
           05 WS-LKUP-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-BRDLKUP       VALUE 'Y'.
           05 WS-SHEL-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-SHELMAST      VALUE 'Y'.
           05 WS-HELD-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-DCHELD        VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X VALUE 'N'.
               88 ENTRY-FOUND          VALUE 'Y'.
           05 WS-CARD-SWITCH           PIC X VALUE 'N'.
               88 CARD-DRAFTED         VALUE 'Y'.

       01  WS-OUTPUTS-SWITCH           PIC X VALUE 'N'.
           88 OUTPUT-FILES-OPEN        VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      ******************************************************************
      * Breed rows still in force today or later - the names a new
      * spelling is measured against - and every breed name on the
      * table, in force or not, for the already-on-file test.
      ******************************************************************
       01  WS-BREED-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-BREED-ROW-TABLE.
           05 WS-BREED-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BREED-IDX.
               10 WS-BR-NAME           PIC X(30).
               10 WS-BR-CATEGORY       PIC 9(2).
               10 WS-BR-LABEL          PIC X(10).
               10 WS-BR-IN-FORCE       PIC X(1).
                   88 BR-IN-FORCE      VALUE 'Y'.

       01  WS-SHELTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHELTER-TABLE.
           05 WS-SHELTER-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SHELTER-IDX.
               10 WS-SH-CODE           PIC X(25).
               10 WS-SH-NAME           PIC X(25).
               10 WS-SH-ACTIVE         PIC X(1).
                   88 SH-ACTIVE        VALUE 'A'.

      ******************************************************************
      * Draft run: one group per distinct breed name (UNKBREED) or
      * shelter code (BADSHLT), with what it holds up and the number
      * of the card drafted for it (zero when none is).
      ******************************************************************
       01  WS-GROUP-MAX                PIC 9(3) VALUE 500.
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GROUP-IDX.
               10 WS-GR-REASON         PIC X(8).
               10 WS-GR-KEY            PIC X(30).
               10 WS-GR-RECORDS        PIC 9(7).
               10 WS-GR-ADOPTIONS      PIC 9(7).
               10 WS-GR-EARLIEST       PIC X(8).
               10 WS-GR-CARD-NUMBER    PIC 9(5).

       01  WS-GROUP-REASON             PIC X(8).
       01  WS-GROUP-KEY                PIC X(30).

       01  WS-QTY-ALPHA                PIC X(3).
       01  WS-QTY-NUM REDEFINES WS-QTY-ALPHA
                                       PIC 9(3).

      ******************************************************************
      * Closest-name search: the fewest single-character inserts,
      * deletes and replacements that turn one name into the other,
      * worked through the usual (length+1) x (length+1) grid - cell
      * (i+1, j+1) holds the distance between the first i characters
      * of WS-LEV-A and the first j of WS-LEV-B.
      ******************************************************************
       01  WS-LEV-A                    PIC X(30).
       01  WS-LEV-B                    PIC X(30).
       01  WS-LEV-LEN-A                PIC 9(3) VALUE 0.
       01  WS-LEV-LEN-B                PIC 9(3) VALUE 0.
       01  WS-LEV-I                    PIC 9(3) VALUE 0.
       01  WS-LEV-J                    PIC 9(3) VALUE 0.
       01  WS-LEV-COST                 PIC 9(3) VALUE 0.
       01  WS-LEV-BEST                 PIC 9(3) VALUE 0.
       01  WS-LEV-TRY                  PIC 9(3) VALUE 0.
       01  WS-LEV-DISTANCE             PIC 9(3) VALUE 0.
       01  WS-LEV-GRID.
           05 WS-LEV-ROW OCCURS 31 TIMES.
               10 WS-LEV-CELL          PIC 9(3) OCCURS 31 TIMES.

       01  WS-CLOSEST-SLOT             PIC 9(3) VALUE 0.
       01  WS-CLOSEST-DISTANCE         PIC 9(3) VALUE 0.

      ******************************************************************
      * Release run: the DCHELD records, each with its suspense image
      * broken out, plus what the new SUSPENSE says about it.
      * WS-HD-STATE: ' ' not found (released), 'K' still held for the
      * same reason, 'C' still held for another reason.
      ******************************************************************
       01  WS-HELD-MAX                 PIC 9(5) VALUE 5000.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.
       01  WS-LAST-CARD-NUMBER         PIC 9(5) VALUE 0.
       01  WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HELD-IDX.
               10 WS-HD-CARD-NUMBER    PIC 9(5).
               10 WS-HD-FILE-ID        PIC X(1).
               10 WS-HD-GROUP-KEY      PIC X(30).
               10 WS-HD-IMAGE.
                   15 WS-HD-RUN-DATE       PIC X(8).
                   15 WS-HD-TRAN-TYPE      PIC X(1).
                   15 WS-HD-BREED-NAME     PIC X(30).
                   15 WS-HD-SHELTER-CODE   PIC X(25).
                   15 WS-HD-QUANTITY       PIC X(3).
                   15 WS-HD-REASON-CODE    PIC X(8).
                   15 WS-HD-ANIMAL-ID      PIC X(12).
                   15 WS-HD-FEE-AMOUNT     PIC X(8).
                   15 FILLER               PIC X(5).
               10 FILLER               PIC X(4).
               10 WS-HD-STATE          PIC X(1).
                   88 HD-RELEASED      VALUE ' '.
                   88 HD-HELD-SAME     VALUE 'K'.
                   88 HD-HELD-CHANGED  VALUE 'C'.
               10 WS-HD-NOW-REASON     PIC X(8).

       01  WS-CARD-NUMBER              PIC 9(5) VALUE 0.
       01  WS-CARD-HELD                PIC 9(7) VALUE 0.
       01  WS-CARD-RELEASED            PIC 9(7) VALUE 0.

      ******************************************************************
      * Run counts, printed on the listing trailer, displayed for the
      * job log and carried on the RUNLOG record.
      ******************************************************************
       01  WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01  WS-RECORDS-GROUPED          PIC 9(7) VALUE 0.
       01  WS-ADOPTIONS-HELD           PIC 9(7) VALUE 0.
       01  WS-CARDS-DRAFTED            PIC 9(5) VALUE 0.
       01  WS-RECORDS-RELEASED         PIC 9(7) VALUE 0.
       01  WS-RECORDS-STILL-HELD       PIC 9(7) VALUE 0.

      ******************************************************************
      * Build areas for the DCRPT listing.
      ******************************************************************
       01  DC-HEADING-LINE.
           05 DCH-TITLE                PIC X(48).
           05 FILLER                   PIC X(6) VALUE '  RUN '.
           05 DCH-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(70) VALUE SPACES.

       01  DC-COLUMN-LINE.
           05 FILLER                   PIC X(6) VALUE ' CARD'.
           05 FILLER                   PIC X(9) VALUE 'REASON'.
           05 FILLER                   PIC X(31)
               VALUE 'BREED NAME / SHELTER CODE'.
           05 FILLER                   PIC X(8) VALUE 'RECORDS'.
           05 FILLER                   PIC X(8) VALUE 'ADOPTNS'.
           05 FILLER                   PIC X(9) VALUE 'EARLIEST'.
           05 FILLER                   PIC X(61) VALUE 'SUGGESTION'.

       01  DC-GROUP-LINE.
           05 DCG-CARD-NUMBER          PIC ZZZZZ.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-REASON               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-KEY                  PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-RECORDS              PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-ADOPTIONS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-EARLIEST             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCG-NOTE                 PIC X(61).

       01  DC-CARD-LINE.
           05 FILLER                   PIC X(17)
               VALUE '      CARD IMAGE '.
           05 DCC-IMAGE                PIC X(80).
           05 FILLER                   PIC X(35) VALUE SPACES.

      * The suggestion notes that go in DCG-NOTE.
       01  WS-BREED-NOTE.
           05 FILLER                   PIC X(8) VALUE 'CLOSEST '.
           05 WS-BN-NAME               PIC X(30).
           05 FILLER                   PIC X(5) VALUE ' CAT '.
           05 WS-BN-CATEGORY           PIC 9(2).
           05 FILLER                   PIC X(6) VALUE ' DIST '.
           05 WS-BN-DISTANCE           PIC Z9.
           05 FILLER                   PIC X(8) VALUE SPACES.

       01  WS-SHELTER-NOTE.
           05 FILLER                   PIC X(26)
               VALUE 'NOT ON SHELMAST - CLOSEST '.
           05 WS-SN-CODE               PIC X(25).
           05 FILLER                   PIC X(10) VALUE SPACES.

       01  DC-RELEASE-CARD-LINE.
           05 FILLER                   PIC X(5) VALUE 'CARD '.
           05 DCR-CARD-NUMBER          PIC 9(5).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCR-FILE-ID              PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCR-KEY                  PIC X(30).
           05 FILLER                   PIC X(6) VALUE ' HELD '.
           05 DCR-HELD                 PIC ZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' RELEASED '.
           05 DCR-RELEASED             PIC ZZZZZZ9.
           05 FILLER                   PIC X(59) VALUE SPACES.

       01  DC-RELEASE-DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DCD-OUTCOME              PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-REASON               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-TRAN-TYPE            PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-BREED-NAME           PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-SHELTER-CODE         PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-QUANTITY             PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DCD-ANIMAL-ID            PIC X(12).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  DC-NONE-LINE.
           05 DCN-TEXT                 PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.

       01  DC-DRAFT-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(8) VALUE 'RECORDS '.
           05 DCT-RECORDS              PIC ZZZZZZ9.
           05 FILLER                   PIC X(8) VALUE ' GROUPS '.
           05 DCT-GROUPS               PIC ZZZZ9.
           05 FILLER                   PIC X(7) VALUE ' CARDS '.
           05 DCT-CARDS                PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE ' ADOPTIONS '.
           05 DCT-ADOPTIONS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(63) VALUE SPACES.

       01  DC-RELEASE-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(5) VALUE 'HELD '.
           05 DCT-HELD                 PIC ZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' RELEASED '.
           05 DCT-RELEASED             PIC ZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE ' STILL HELD '.
           05 DCT-STILL-HELD           PIC ZZZZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-DCCTL-BAD             PIC 9(3) VALUE 196.
       01  WS-RC-SUSPENSE-OPEN-FAIL    PIC 9(3) VALUE 197.
       01  WS-RC-TABLES-OPEN-FAIL      PIC 9(3) VALUE 198.
       01  WS-RC-DRAFT-FILES-FAIL      PIC 9(3) VALUE 199.
       01  WS-RC-TABLE-FULL            PIC 9(3) VALUE 200.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF DRAFT-RUN
               PERFORM 2000-GROUP-RECORD UNTIL END-OF-SUSPENSE
           ELSE
               PERFORM 2500-MATCH-SUSPENSE UNTIL END-OF-SUSPENSE
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1050-READ-CONTROL-CARD
           IF DRAFT-RUN
               PERFORM 1100-LOAD-BREED-TABLE
               PERFORM 1200-LOAD-SHELTER-TABLE
               MOVE SPACES TO WS-GROUP-TABLE
               MOVE 0 TO WS-GROUP-COUNT
           ELSE
               PERFORM 1400-LOAD-HELD-RECORDS
           END-IF

           OPEN INPUT SUSPENSE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: SUSPENSE OPEN FAILED, STATUS='
                   WS-SUSPENSE-STATUS
               MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF

           OPEN OUTPUT DCRPT
           IF WS-DCRPT-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: DCRPT OPEN FAILED, STATUS='
                   WS-DCRPT-STATUS
               PERFORM 1090-FAIL-DRAFT-FILES
           END-IF
           SET OUTPUT-FILES-OPEN TO TRUE
           MOVE WS-RUN-DATE TO DCH-RUN-DATE
           IF DRAFT-RUN
               MOVE 'DOGGOSDC - DRAFT TABLE MAINTENANCE FROM SUSPENSE'
                   TO DCH-TITLE
               MOVE DC-HEADING-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
               MOVE DC-COLUMN-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
           ELSE
               MOVE 'DOGGOSDC - SUSPENSE RELEASED BY DRAFTED CARDS'
                   TO DCH-TITLE
               MOVE DC-HEADING-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT DCCTL
           IF WS-DCCTL-STATUS = '00' OR '05'
               READ DCCTL
                   AT END CONTINUE
                   NOT AT END PERFORM 1060-EDIT-CONTROL-CARD
               END-READ
               CLOSE DCCTL
           END-IF.

       1060-EDIT-CONTROL-CARD.
           EVALUATE DC-CTL-RUN-TYPE
               WHEN SPACE
               WHEN 'D'
                   SET DRAFT-RUN TO TRUE
               WHEN 'R'
                   SET RELEASE-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'DOGGOSDC: DCCTL RUN TYPE MUST BE D OR R: '
                       DC-CTL-RUN-TYPE
                   MOVE WS-RC-DCCTL-BAD TO RETURN-CODE
                   CLOSE DCCTL
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

       1090-FAIL-DRAFT-FILES.
           MOVE WS-RC-DRAFT-FILES-FAIL TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

      ******************************************************************
      * A row is a candidate for the closest-name suggestion unless
      * it closed before today - a category that has been retired is
      * no suggestion for a spelling arriving now.
      ******************************************************************
       1100-LOAD-BREED-TABLE.
           MOVE SPACES TO WS-BREED-ROW-TABLE
           MOVE 0 TO WS-BREED-ROW-COUNT
           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: BRDLKUP OPEN FAILED, STATUS='
                   WS-BRDLKUP-STATUS
               MOVE WS-RC-TABLES-OPEN-FAIL TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-BRDLKUP
               READ BRDLKUP
                   AT END SET END-OF-BRDLKUP TO TRUE
                   NOT AT END PERFORM 1110-STORE-BREED-ROW
               END-READ
           END-PERFORM
           CLOSE BRDLKUP.

       1110-STORE-BREED-ROW.
           IF WS-BREED-ROW-COUNT >= 500
               DISPLAY 'DOGGOSDC: BRDLKUP ROW IGNORED, TABLE FULL'
                   ' FOR BREED ' BL-BREED-NAME
           ELSE
               ADD 1 TO WS-BREED-ROW-COUNT
               SET WS-BREED-IDX TO WS-BREED-ROW-COUNT
               MOVE BL-BREED-NAME TO WS-BR-NAME (WS-BREED-IDX)
               MOVE BL-CATEGORY-INDEX
                   TO WS-BR-CATEGORY (WS-BREED-IDX)
               MOVE BL-CATEGORY-LABEL TO WS-BR-LABEL (WS-BREED-IDX)
               IF BL-EFFECTIVE-TO = SPACES
                       OR BL-EFFECTIVE-TO >= WS-RUN-DATE
                   MOVE 'Y' TO WS-BR-IN-FORCE (WS-BREED-IDX)
               ELSE
                   MOVE 'N' TO WS-BR-IN-FORCE (WS-BREED-IDX)
               END-IF
           END-IF.

       1200-LOAD-SHELTER-TABLE.
           MOVE SPACES TO WS-SHELTER-TABLE
           MOVE 0 TO WS-SHELTER-COUNT
           OPEN INPUT SHELMAST
           IF WS-SHELMAST-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: SHELMAST OPEN FAILED, STATUS='
                   WS-SHELMAST-STATUS
               MOVE WS-RC-TABLES-OPEN-FAIL TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-SHELMAST
               READ SHELMAST
                   AT END SET END-OF-SHELMAST TO TRUE
                   NOT AT END PERFORM 1210-STORE-SHELTER-ROW
               END-READ
           END-PERFORM
           CLOSE SHELMAST.

       1210-STORE-SHELTER-ROW.
           IF WS-SHELTER-COUNT >= 100
               DISPLAY 'DOGGOSDC: SHELMAST ENTRY IGNORED, TABLE FULL'
                   ' FOR SHELTER ' SM-SHELTER-CODE
           ELSE
               ADD 1 TO WS-SHELTER-COUNT
               SET WS-SHELTER-IDX TO WS-SHELTER-COUNT
               MOVE SM-SHELTER-CODE TO WS-SH-CODE (WS-SHELTER-IDX)
               MOVE SM-SHELTER-NAME TO WS-SH-NAME (WS-SHELTER-IDX)
               MOVE SM-ACTIVE-FLAG TO WS-SH-ACTIVE (WS-SHELTER-IDX)
           END-IF.

      ******************************************************************
      * Release run: every held record must be on the table - one
      * left off would go unreported as neither released nor held.
      ******************************************************************
       1400-LOAD-HELD-RECORDS.
           MOVE SPACES TO WS-HELD-TABLE
           MOVE 0 TO WS-HELD-COUNT
           OPEN INPUT DCHELD
           IF WS-DCHELD-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: DCHELD OPEN FAILED, STATUS='
                   WS-DCHELD-STATUS
               MOVE WS-RC-DRAFT-FILES-FAIL TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-DCHELD
               READ DCHELD
                   AT END SET END-OF-DCHELD TO TRUE
                   NOT AT END PERFORM 1410-STORE-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE DCHELD.

       1410-STORE-HELD-RECORD.
           IF WS-HELD-COUNT >= WS-HELD-MAX
               DISPLAY 'DOGGOSDC: MORE THAN ' WS-HELD-MAX
                   ' RECORDS ON DCHELD'
               MOVE WS-RC-TABLE-FULL TO RETURN-CODE
               CLOSE DCHELD
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-HELD-COUNT
           SET WS-HELD-IDX TO WS-HELD-COUNT
           MOVE DH-CARD-NUMBER TO WS-HD-CARD-NUMBER (WS-HELD-IDX)
           MOVE DH-FILE-ID TO WS-HD-FILE-ID (WS-HELD-IDX)
           MOVE DH-GROUP-KEY TO WS-HD-GROUP-KEY (WS-HELD-IDX)
           MOVE DH-SUSPENSE-IMAGE TO WS-HD-IMAGE (WS-HELD-IDX)
           MOVE SPACE TO WS-HD-STATE (WS-HELD-IDX)
           MOVE SPACES TO WS-HD-NOW-REASON (WS-HELD-IDX)
           IF DH-CARD-NUMBER > WS-LAST-CARD-NUMBER
               MOVE DH-CARD-NUMBER TO WS-LAST-CARD-NUMBER
           END-IF.

      ******************************************************************
      * Draft run: one suspense record. Only UNKBREED and BADSHLT
      * records are grouped; every other reason needs a correction a
      * table card cannot make.
      ******************************************************************
       2000-GROUP-RECORD.
           READ SUSPENSE
               AT END SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF SR-REASON-CODE = 'UNKBREED'
                           OR SR-REASON-CODE = 'BADSHLT'
                       PERFORM 2100-ADD-TO-GROUP
                   END-IF
           END-READ.

       2100-ADD-TO-GROUP.
           PERFORM 2150-FIND-GROUP
           IF NOT ENTRY-FOUND
               IF WS-GROUP-COUNT >= WS-GROUP-MAX
                   DISPLAY 'DOGGOSDC: MORE THAN ' WS-GROUP-MAX
                       ' BREED NAMES AND SHELTER CODES ON SUSPENSE'
                   MOVE WS-RC-TABLE-FULL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               SET WS-GROUP-IDX TO WS-GROUP-COUNT
               MOVE WS-GROUP-REASON TO WS-GR-REASON (WS-GROUP-IDX)
               MOVE WS-GROUP-KEY TO WS-GR-KEY (WS-GROUP-IDX)
               MOVE 0 TO WS-GR-RECORDS (WS-GROUP-IDX)
               MOVE 0 TO WS-GR-ADOPTIONS (WS-GROUP-IDX)
               MOVE SR-RUN-DATE TO WS-GR-EARLIEST (WS-GROUP-IDX)
               MOVE 0 TO WS-GR-CARD-NUMBER (WS-GROUP-IDX)
           END-IF
           ADD 1 TO WS-GR-RECORDS (WS-GROUP-IDX)
           ADD 1 TO WS-RECORDS-GROUPED
           IF SR-RUN-DATE < WS-GR-EARLIEST (WS-GROUP-IDX)
               MOVE SR-RUN-DATE TO WS-GR-EARLIEST (WS-GROUP-IDX)
           END-IF
           MOVE SR-QUANTITY TO WS-QTY-ALPHA
           IF SR-TRAN-TYPE = 'A' AND WS-QTY-ALPHA IS NUMERIC
               ADD WS-QTY-NUM TO WS-GR-ADOPTIONS (WS-GROUP-IDX)
               ADD WS-QTY-NUM TO WS-ADOPTIONS-HELD
           END-IF.

      ******************************************************************
      * Locates the group for the current suspense record, leaving
      * WS-GROUP-IDX on it when ENTRY-FOUND.
      ******************************************************************
       2150-FIND-GROUP.
           MOVE SR-REASON-CODE TO WS-GROUP-REASON
           IF SR-REASON-CODE = 'UNKBREED'
               MOVE SR-BREED-NAME TO WS-GROUP-KEY
           ELSE
               MOVE SR-SHELTER-CODE TO WS-GROUP-KEY
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   OR ENTRY-FOUND
               IF WS-GR-REASON (WS-GROUP-IDX) = WS-GROUP-REASON
                       AND WS-GR-KEY (WS-GROUP-IDX) = WS-GROUP-KEY
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING has stepped one past the matched entry.
           IF ENTRY-FOUND
               SET WS-GROUP-IDX DOWN BY 1
           END-IF.

      ******************************************************************
      * Release run: one record of the new SUSPENSE, matched to the
      * first held record not yet accounted for with the same
      * suspense detail or, failing that, the same business date,
      * transaction type, shelter and animal ID.
      ******************************************************************
       2500-MATCH-SUSPENSE.
           READ SUSPENSE
               AT END SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2510-MATCH-HELD-RECORD
           END-READ.

       2510-MATCH-HELD-RECORD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   OR ENTRY-FOUND
               IF HD-RELEASED (WS-HELD-IDX)
                       AND WS-HD-RUN-DATE (WS-HELD-IDX) = SR-RUN-DATE
                       AND WS-HD-TRAN-TYPE (WS-HELD-IDX)
                           = SR-TRAN-TYPE
                       AND WS-HD-BREED-NAME (WS-HELD-IDX)
                           = SR-BREED-NAME
                       AND WS-HD-SHELTER-CODE (WS-HELD-IDX)
                           = SR-SHELTER-CODE
                       AND WS-HD-QUANTITY (WS-HELD-IDX) = SR-QUANTITY
                       AND WS-HD-ANIMAL-ID (WS-HELD-IDX)
                           = SR-ANIMAL-ID
                       AND WS-HD-FEE-AMOUNT (WS-HELD-IDX)
                           = SR-FEE-AMOUNT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                       OR ENTRY-FOUND
                   IF HD-RELEASED (WS-HELD-IDX)
                           AND WS-HD-RUN-DATE (WS-HELD-IDX)
                               = SR-RUN-DATE
                           AND WS-HD-TRAN-TYPE (WS-HELD-IDX)
                               = SR-TRAN-TYPE
                           AND WS-HD-SHELTER-CODE (WS-HELD-IDX)
                               = SR-SHELTER-CODE
                           AND WS-HD-ANIMAL-ID (WS-HELD-IDX)
                               = SR-ANIMAL-ID
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ENTRY-FOUND
               SET WS-HELD-IDX DOWN BY 1
               MOVE SR-REASON-CODE TO WS-HD-NOW-REASON (WS-HELD-IDX)
               IF SR-REASON-CODE = WS-HD-REASON-CODE (WS-HELD-IDX)
                   SET HD-HELD-SAME (WS-HELD-IDX) TO TRUE
               ELSE
                   SET HD-HELD-CHANGED (WS-HELD-IDX) TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Measures WS-LEV-A against WS-LEV-B into WS-LEV-DISTANCE.
      * Trailing spaces are not part of either name.
      ******************************************************************
       2800-MEASURE-DISTANCE.
           PERFORM VARYING WS-LEV-LEN-A FROM 30 BY -1
                   UNTIL WS-LEV-LEN-A = 0
                   OR WS-LEV-A (WS-LEV-LEN-A:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-LEV-LEN-B FROM 30 BY -1
                   UNTIL WS-LEV-LEN-B = 0
                   OR WS-LEV-B (WS-LEV-LEN-B:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-LEV-I FROM 0 BY 1
                   UNTIL WS-LEV-I > WS-LEV-LEN-A
               MOVE WS-LEV-I TO WS-LEV-CELL (WS-LEV-I + 1, 1)
           END-PERFORM
           PERFORM VARYING WS-LEV-J FROM 0 BY 1
                   UNTIL WS-LEV-J > WS-LEV-LEN-B
               MOVE WS-LEV-J TO WS-LEV-CELL (1, WS-LEV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LEV-I FROM 1 BY 1
                   UNTIL WS-LEV-I > WS-LEV-LEN-A
               PERFORM VARYING WS-LEV-J FROM 1 BY 1
                       UNTIL WS-LEV-J > WS-LEV-LEN-B
                   PERFORM 2810-FILL-CELL
               END-PERFORM
           END-PERFORM
           MOVE WS-LEV-CELL (WS-LEV-LEN-A + 1, WS-LEV-LEN-B + 1)
               TO WS-LEV-DISTANCE.

       2810-FILL-CELL.
           IF WS-LEV-A (WS-LEV-I:1) = WS-LEV-B (WS-LEV-J:1)
               MOVE 0 TO WS-LEV-COST
           ELSE
               MOVE 1 TO WS-LEV-COST
           END-IF
           COMPUTE WS-LEV-BEST =
               WS-LEV-CELL (WS-LEV-I, WS-LEV-J) + WS-LEV-COST
           COMPUTE WS-LEV-TRY =
               WS-LEV-CELL (WS-LEV-I, WS-LEV-J + 1) + 1
           IF WS-LEV-TRY < WS-LEV-BEST
               MOVE WS-LEV-TRY TO WS-LEV-BEST
           END-IF
           COMPUTE WS-LEV-TRY =
               WS-LEV-CELL (WS-LEV-I + 1, WS-LEV-J) + 1
           IF WS-LEV-TRY < WS-LEV-BEST
               MOVE WS-LEV-TRY TO WS-LEV-BEST
           END-IF
           MOVE WS-LEV-BEST TO WS-LEV-CELL (WS-LEV-I + 1, WS-LEV-J + 1).

       3000-FINALIZE.
           IF DRAFT-RUN
               CLOSE SUSPENSE
               PERFORM 3050-OPEN-DRAFT-OUTPUTS
               PERFORM 3100-DRAFT-GROUP-CARD
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               PERFORM 3300-WRITE-HELD-RECORDS
               IF WS-GROUP-COUNT = 0
                   MOVE 'NO UNKBREED OR BADSHLT RECORDS ON SUSPENSE'
                       TO DCN-TEXT
                   MOVE DC-NONE-LINE TO DCRPT-RECORD
                   WRITE DCRPT-RECORD
               END-IF
               MOVE WS-RECORDS-GROUPED TO DCT-RECORDS
               MOVE WS-GROUP-COUNT TO DCT-GROUPS
               MOVE WS-CARDS-DRAFTED TO DCT-CARDS
               MOVE WS-ADOPTIONS-HELD TO DCT-ADOPTIONS
               MOVE DC-DRAFT-TOTALS-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
           ELSE
               PERFORM 3500-LIST-CARD-RELEASES
                   VARYING WS-CARD-NUMBER FROM 1 BY 1
                   UNTIL WS-CARD-NUMBER > WS-LAST-CARD-NUMBER
               IF WS-HELD-COUNT = 0
                   MOVE 'NO HELD RECORDS ON DCHELD' TO DCN-TEXT
                   MOVE DC-NONE-LINE TO DCRPT-RECORD
                   WRITE DCRPT-RECORD
               END-IF
               MOVE WS-HELD-COUNT TO DCT-HELD
               MOVE WS-RECORDS-RELEASED TO DCT-RELEASED
               MOVE WS-RECORDS-STILL-HELD TO DCT-STILL-HELD
               MOVE DC-RELEASE-TOTALS-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
           END-IF

           PERFORM 9000-CLOSE-FILES
           DISPLAY 'DOGGOSDC: SUSPENSE READ        ' WS-RECORDS-READ
           IF DRAFT-RUN
               DISPLAY 'DOGGOSDC: UNKBREED/BADSHLT     '
                   WS-RECORDS-GROUPED
               DISPLAY 'DOGGOSDC: GROUPS               ' WS-GROUP-COUNT
               DISPLAY 'DOGGOSDC: CARDS DRAFTED        '
                   WS-CARDS-DRAFTED
           ELSE
               DISPLAY 'DOGGOSDC: HELD RECORDS         ' WS-HELD-COUNT
               DISPLAY 'DOGGOSDC: RELEASED             '
                   WS-RECORDS-RELEASED
               DISPLAY 'DOGGOSDC: STILL HELD           '
                   WS-RECORDS-STILL-HELD
           END-IF
           MOVE WS-RC-NORMAL TO RETURN-CODE
           PERFORM 9500-WRITE-RUN-LOG.

       3050-OPEN-DRAFT-OUTPUTS.
           OPEN OUTPUT MNTDRAFT
           IF WS-MNTDRAFT-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: MNTDRAFT OPEN FAILED, STATUS='
                   WS-MNTDRAFT-STATUS
               PERFORM 1090-FAIL-DRAFT-FILES
           END-IF
           OPEN OUTPUT DCHELD
           IF WS-DCHELD-STATUS NOT = '00'
      *        Without DCHELD the release run cannot say what the
      *        cards released - stop before any card is drafted.
               DISPLAY 'DOGGOSDC: DCHELD OPEN FAILED, STATUS='
                   WS-DCHELD-STATUS
               CLOSE MNTDRAFT
               PERFORM 1090-FAIL-DRAFT-FILES
           END-IF.

      ******************************************************************
      * One group: the suggestion, the drafted card if one can be
      * drafted, and their lines on the listing.
      ******************************************************************
       3100-DRAFT-GROUP-CARD.
           MOVE 'N' TO WS-CARD-SWITCH
           MOVE SPACES TO DCG-NOTE
           MOVE SPACES TO MNTCARDS-RECORD
           IF WS-GR-REASON (WS-GROUP-IDX) = 'UNKBREED'
               PERFORM 3110-DRAFT-BREED-CARD
           ELSE
               PERFORM 3150-DRAFT-SHELTER-CARD
           END-IF
           IF CARD-DRAFTED
               ADD 1 TO WS-CARDS-DRAFTED
               MOVE WS-CARDS-DRAFTED
                   TO WS-GR-CARD-NUMBER (WS-GROUP-IDX)
               WRITE MNTCARDS-RECORD
           END-IF
           MOVE WS-GR-CARD-NUMBER (WS-GROUP-IDX) TO DCG-CARD-NUMBER
           MOVE WS-GR-REASON (WS-GROUP-IDX) TO DCG-REASON
           MOVE WS-GR-KEY (WS-GROUP-IDX) TO DCG-KEY
           MOVE WS-GR-RECORDS (WS-GROUP-IDX) TO DCG-RECORDS
           MOVE WS-GR-ADOPTIONS (WS-GROUP-IDX) TO DCG-ADOPTIONS
           MOVE WS-GR-EARLIEST (WS-GROUP-IDX) TO DCG-EARLIEST
           MOVE DC-GROUP-LINE TO DCRPT-RECORD
           WRITE DCRPT-RECORD
           IF CARD-DRAFTED
               MOVE MNTCARDS-RECORD TO DCC-IMAGE
               MOVE DC-CARD-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
           END-IF.

      ******************************************************************
      * An ADD for the new spelling under the closest in-force name's
      * category and label, open-ended from the earliest day it
      * holds up. With no in-force row to measure against the card
      * is still drafted, category 00, for the analyst to complete -
      * DOGGOSTM refuses it as it stands.
      ******************************************************************
       3110-DRAFT-BREED-CARD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BREED-IDX FROM 1 BY 1
                   UNTIL WS-BREED-IDX > WS-BREED-ROW-COUNT
                   OR ENTRY-FOUND
               IF WS-BR-NAME (WS-BREED-IDX) = WS-GR-KEY (WS-GROUP-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GR-KEY (WS-GROUP-IDX) = SPACES
                   MOVE 'BLANK BREED NAME - NO CARD DRAFTED'
                       TO DCG-NOTE
               WHEN ENTRY-FOUND
                   MOVE 'ON BRDLKUP - CHECK ITS DATES, NO CARD DRAFTED'
                       TO DCG-NOTE
               WHEN OTHER
                   PERFORM 3120-FIND-CLOSEST-BREED
                   SET CARD-DRAFTED TO TRUE
                   MOVE 'ADD' TO MC-ACTION
                   MOVE 'B' TO MC-FILE-ID
                   MOVE WS-GR-KEY (WS-GROUP-IDX) TO MC-BREED-NAME
                   IF WS-GR-EARLIEST (WS-GROUP-IDX) IS NUMERIC
                       MOVE WS-GR-EARLIEST (WS-GROUP-IDX)
                           TO MC-BREED-FROM
                   END-IF
                   IF WS-CLOSEST-SLOT = 0
                       MOVE 0 TO MC-CATEGORY-INDEX
                       MOVE 'NO BREED IN FORCE - SET CATEGORY'
                           TO DCG-NOTE
                   ELSE
                       SET WS-BREED-IDX TO WS-CLOSEST-SLOT
                       MOVE WS-BR-CATEGORY (WS-BREED-IDX)
                           TO MC-CATEGORY-INDEX
                       MOVE WS-BR-LABEL (WS-BREED-IDX)
                           TO MC-CATEGORY-LABEL
                       MOVE WS-BR-NAME (WS-BREED-IDX) TO WS-BN-NAME
                       MOVE WS-BR-CATEGORY (WS-BREED-IDX)
                           TO WS-BN-CATEGORY
                       MOVE WS-CLOSEST-DISTANCE TO WS-BN-DISTANCE
                       MOVE WS-BREED-NOTE TO DCG-NOTE
                   END-IF
           END-EVALUATE.

       3120-FIND-CLOSEST-BREED.
           MOVE 0 TO WS-CLOSEST-SLOT
           MOVE 999 TO WS-CLOSEST-DISTANCE
           MOVE WS-GR-KEY (WS-GROUP-IDX) TO WS-LEV-A
           PERFORM VARYING WS-BREED-IDX FROM 1 BY 1
                   UNTIL WS-BREED-IDX > WS-BREED-ROW-COUNT
               IF BR-IN-FORCE (WS-BREED-IDX)
                   MOVE WS-BR-NAME (WS-BREED-IDX) TO WS-LEV-B
                   PERFORM 2800-MEASURE-DISTANCE
                   IF WS-LEV-DISTANCE < WS-CLOSEST-DISTANCE
                       MOVE WS-LEV-DISTANCE TO WS-CLOSEST-DISTANCE
                       SET WS-CLOSEST-SLOT TO WS-BREED-IDX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * A code on SHELMAST but inactive is reactivated under its own
      * name; a code not on SHELMAST is added active, its name left
      * blank for the analyst, with the closest existing code listed
      * in case the records are what is wrong. A code that is active
      * now needs no card - the next DOGGOSSR run releases them.
      ******************************************************************
       3150-DRAFT-SHELTER-CARD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
                   OR ENTRY-FOUND
               IF WS-SH-CODE (WS-SHELTER-IDX)
                       = WS-GR-KEY (WS-GROUP-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SET WS-SHELTER-IDX DOWN BY 1
           END-IF
           EVALUATE TRUE
               WHEN WS-GR-KEY (WS-GROUP-IDX) = SPACES
                   MOVE 'BLANK SHELTER CODE - NO CARD DRAFTED'
                       TO DCG-NOTE
               WHEN ENTRY-FOUND AND SH-ACTIVE (WS-SHELTER-IDX)
                   MOVE 'ACTIVE ON SHELMAST - NO CARD NEEDED'
                       TO DCG-NOTE
               WHEN ENTRY-FOUND
                   SET CARD-DRAFTED TO TRUE
                   MOVE 'CHANGE' TO MC-ACTION
                   MOVE 'S' TO MC-FILE-ID
                   MOVE WS-SH-CODE (WS-SHELTER-IDX) TO MC-SHELTER-CODE
                   MOVE WS-SH-NAME (WS-SHELTER-IDX) TO MC-SHELTER-NAME
                   MOVE 'A' TO MC-ACTIVE-FLAG
                   MOVE 'INACTIVE ON SHELMAST - REACTIVATE'
                       TO DCG-NOTE
               WHEN OTHER
                   SET CARD-DRAFTED TO TRUE
                   MOVE 'ADD' TO MC-ACTION
                   MOVE 'S' TO MC-FILE-ID
                   MOVE WS-GR-KEY (WS-GROUP-IDX) TO MC-SHELTER-CODE
                   MOVE 'A' TO MC-ACTIVE-FLAG
                   PERFORM 3160-FIND-CLOSEST-SHELTER
                   MOVE WS-SHELTER-NOTE TO DCG-NOTE
           END-EVALUATE.

       3160-FIND-CLOSEST-SHELTER.
           MOVE SPACES TO WS-SN-CODE
           MOVE 999 TO WS-CLOSEST-DISTANCE
           MOVE WS-GR-KEY (WS-GROUP-IDX) TO WS-LEV-A
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               MOVE WS-SH-CODE (WS-SHELTER-IDX) TO WS-LEV-B
               PERFORM 2800-MEASURE-DISTANCE
               IF WS-LEV-DISTANCE < WS-CLOSEST-DISTANCE
                   MOVE WS-LEV-DISTANCE TO WS-CLOSEST-DISTANCE
                   MOVE WS-SH-CODE (WS-SHELTER-IDX) TO WS-SN-CODE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Second pass over SUSPENSE: every record a drafted card is
      * meant to release goes to DCHELD under that card's number.
      ******************************************************************
       3300-WRITE-HELD-RECORDS.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH
           OPEN INPUT SUSPENSE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'DOGGOSDC: SUSPENSE REOPEN FAILED, STATUS='
                   WS-SUSPENSE-STATUS
               MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
               CLOSE MNTDRAFT
               CLOSE DCHELD
               CLOSE DCRPT
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE
                   AT END SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       IF SR-REASON-CODE = 'UNKBREED'
                               OR SR-REASON-CODE = 'BADSHLT'
                           PERFORM 3310-WRITE-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3310-WRITE-HELD-RECORD.
           PERFORM 2150-FIND-GROUP
           IF ENTRY-FOUND
               IF WS-GR-CARD-NUMBER (WS-GROUP-IDX) > 0
                   MOVE SPACES TO DCHELD-RECORD
                   MOVE WS-GR-CARD-NUMBER (WS-GROUP-IDX)
                       TO DH-CARD-NUMBER
                   IF SR-REASON-CODE = 'UNKBREED'
                       MOVE 'B' TO DH-FILE-ID
                   ELSE
                       MOVE 'S' TO DH-FILE-ID
                   END-IF
                   MOVE WS-GROUP-KEY TO DH-GROUP-KEY
                   MOVE SUSPENSE-RECORD TO DH-SUSPENSE-IMAGE
                   WRITE DCHELD-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * Release run: one card's line with its counts, then each of
      * its held records marked released or still held with the
      * reason it is held for now.
      ******************************************************************
       3500-LIST-CARD-RELEASES.
           MOVE 0 TO WS-CARD-HELD
           MOVE 0 TO WS-CARD-RELEASED
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HD-CARD-NUMBER (WS-HELD-IDX) = WS-CARD-NUMBER
                   IF WS-CARD-HELD = 0
                       MOVE WS-HD-FILE-ID (WS-HELD-IDX) TO DCR-FILE-ID
                       MOVE WS-HD-GROUP-KEY (WS-HELD-IDX) TO DCR-KEY
                   END-IF
                   ADD 1 TO WS-CARD-HELD
                   IF HD-RELEASED (WS-HELD-IDX)
                       ADD 1 TO WS-CARD-RELEASED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARD-HELD > 0
               MOVE WS-CARD-NUMBER TO DCR-CARD-NUMBER
               MOVE WS-CARD-HELD TO DCR-HELD
               MOVE WS-CARD-RELEASED TO DCR-RELEASED
               MOVE DC-RELEASE-CARD-LINE TO DCRPT-RECORD
               WRITE DCRPT-RECORD
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   IF WS-HD-CARD-NUMBER (WS-HELD-IDX)
                           = WS-CARD-NUMBER
                       PERFORM 3510-LIST-HELD-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       3510-LIST-HELD-RECORD.
           IF HD-RELEASED (WS-HELD-IDX)
               ADD 1 TO WS-RECORDS-RELEASED
               MOVE 'RELEASED' TO DCD-OUTCOME
               MOVE SPACES TO DCD-REASON
           ELSE
               ADD 1 TO WS-RECORDS-STILL-HELD
               MOVE 'STILL HELD' TO DCD-OUTCOME
               MOVE WS-HD-NOW-REASON (WS-HELD-IDX) TO DCD-REASON
           END-IF
           MOVE WS-HD-RUN-DATE (WS-HELD-IDX) TO DCD-RUN-DATE
           MOVE WS-HD-TRAN-TYPE (WS-HELD-IDX) TO DCD-TRAN-TYPE
           MOVE WS-HD-BREED-NAME (WS-HELD-IDX) TO DCD-BREED-NAME
           MOVE WS-HD-SHELTER-CODE (WS-HELD-IDX) TO DCD-SHELTER-CODE
           MOVE WS-HD-QUANTITY (WS-HELD-IDX) TO DCD-QUANTITY
           MOVE WS-HD-ANIMAL-ID (WS-HELD-IDX) TO DCD-ANIMAL-ID
           MOVE DC-RELEASE-DETAIL-LINE TO DCRPT-RECORD
           WRITE DCRPT-RECORD.

       9000-CLOSE-FILES.
           CLOSE SUSPENSE
           IF OUTPUT-FILES-OPEN
               CLOSE DCRPT
               IF DRAFT-RUN
                   CLOSE MNTDRAFT
                   CLOSE DCHELD
               END-IF
               MOVE 'N' TO WS-OUTPUTS-SWITCH
           END-IF.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is left blank: the backlog spans whatever original run
      * dates it holds. On a draft run IN is the suspense records
      * read and OUT the cards drafted; on a release run IN is the
      * held records, OUT those released and REJECTED those still
      * held. A run-log failure is reported but must not fail the
      * step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSDC' TO RL-PROGRAM
               MOVE SPACES TO RL-BUSINESS-DATE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               IF DRAFT-RUN
                   MOVE 'DRAFT' TO RL-RUN-MODE
                   MOVE WS-RECORDS-READ TO RL-RECORDS-IN
                   MOVE WS-CARDS-DRAFTED TO RL-RECORDS-OUT
                   MOVE 0 TO RL-RECORDS-REJECTED
               ELSE
                   MOVE 'RELEASE' TO RL-RUN-MODE
                   MOVE WS-HELD-COUNT TO RL-RECORDS-IN
                   MOVE WS-RECORDS-RELEASED TO RL-RECORDS-OUT
                   MOVE WS-RECORDS-STILL-HELD TO RL-RECORDS-REJECTED
               END-IF
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSDC: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSDC'.
