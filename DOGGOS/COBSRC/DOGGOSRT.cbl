       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSRT'.
      ******************************************************************
      * DOGGOSRT - Return-rate and time-to-return analysis.
      *
      * Reads the ADOPTLDG adoption ledger and reports, for the
      * placements made in a window, how many came back - by
      * shelter and by breed category - and how soon: within the
      * first week, days 8-30, days 31-90, or later. A shelter or
      * category whose return rate is well above the overall rate
      * is flagged HIGH on RTNRPT. The same figures go to the
      * pipe-delimited RTNXTR extract, followed by one row per
      * returned or repeat-returned placement, for the shelter-
      * relations team to follow up without rekeying the listing.
      *
      * The ledger holds each animal's LATEST placement only: a
      * returned animal adopted again is reopened with the new date
      * and shelter, and its earlier placements survive only as
      * LG-RETURN-COUNT. So the rate is "latest placements in the
      * window that are currently returned", and the REPEAT column
      * counts the animals in the window returned more than once
      * over their lifetime.
      *
      * The optional RTCTL card:
      *   cols  1-8   placed-from date (CCYYMMDD, blank = earliest)
      *   cols 10-17  placed-through date (blank = latest)
      *   cols 19-21  HIGH threshold as a percent of the overall
      *               rate (blank = 150)
      *   cols 23-26  minimum placements before a shelter or
      *               category can be flagged (blank = 0010)
      * Category labels are the ones in force on the placed-through
      * date (today when the window is open-ended).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ANIMAL-ID
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT SHELMAST ASSIGN TO SHELMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHELMAST-STATUS.

           SELECT BRDLKUP ASSIGN TO BRDLKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDLKUP-STATUS.

           SELECT OPTIONAL RTCTL ASSIGN TO RTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTCTL-STATUS.

           SELECT RTNRPT ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNRPT-STATUS.

           SELECT RTNXTR ASSIGN TO RTNXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNXTR-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADOPTLDG.

       FD  SHELMAST
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
           COPY SHELMST.

       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

       FD  RTCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RTCTL-RECORD.
           05 RT-CTL-FROM-DATE         PIC X(8).
           05 FILLER                   PIC X(1).
           05 RT-CTL-THRU-DATE         PIC X(8).
           05 FILLER                   PIC X(1).
           05 RT-CTL-HIGH-PCT          PIC X(3).
           05 FILLER                   PIC X(1).
           05 RT-CTL-MIN-PLACED        PIC X(4).
           05 FILLER                   PIC X(54).

       FD  RTNRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RTNRPT-RECORD               PIC X(132).

      ******************************************************************
      * RTNXTR - pipe-delimited extract of the RTNRPT figures plus
      * the returned placements behind them, first column the row
      * type: S shelter, C category, O overall, P placement.
      ******************************************************************
       FD  RTNXTR
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RTNXTR-RECORD               PIC X(132).

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
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-SHELMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-BRDLKUP-STATUS           PIC X(2) VALUE '00'.
       01  WS-RTCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-RTNRPT-STATUS            PIC X(2) VALUE '00'.
       01  WS-RTNXTR-STATUS            PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-LKUP-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-BRDLKUP           VALUE 'Y'.

       01  WS-SHEL-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SHELMAST          VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-ADOPTLDG      VALUE 'Y'.
           05 WS-LEDGER-SWITCH         PIC X VALUE 'Y'.
               88 LEDGER-ON-FILE       VALUE 'Y'.
           05 WS-ENTRY-SWITCH          PIC X VALUE 'N'.
               88 ENTRY-IS-USABLE      VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X VALUE 'N'.
               88 ROW-FOUND            VALUE 'Y'.

      ******************************************************************
      * The reporting window and flag rule off RTCTL. The window
      * bounds default to dates no ledger entry can fall outside.
      ******************************************************************
       01  WS-FROM-DATE                PIC X(8) VALUE '00000000'.
       01  WS-THRU-DATE                PIC X(8) VALUE '99999999'.
       01  WS-HDG-FROM                 PIC X(8) VALUE 'EARLIEST'.
       01  WS-HDG-THRU                 PIC X(8) VALUE 'LATEST'.
       01  WS-HIGH-PCT                 PIC 9(3) VALUE 150.
       01  WS-MIN-PLACED               PIC 9(4) VALUE 10.
       01  WS-TODAY                    PIC X(8) VALUE SPACES.

      ******************************************************************
      * Category labels, loaded from BRDLKUP the way DOGGOSSS loads
      * them and resolved the same way: the row in force on
      * WS-LABEL-AS-OF, else the most recent row that started on or
      * before it, so a category retired inside the window still
      * prints under the name it had.
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
           05 WS-CATEGORY-LABEL        PIC X(10) OCCURS 50 TIMES.

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
      * One set of return figures - shared by the shelter rows, the
      * category rows and the overall line, so all three are counted
      * and printed by the same paragraphs.
      ******************************************************************
       01  WS-SHELTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHELTER-STAT-TABLE.
           05 WS-SHELTER-STAT OCCURS 200 TIMES
                   INDEXED BY WS-SHELTER-IDX.
               10 WS-SHS-CODE          PIC X(25).
               10 WS-SHS-NAME          PIC X(25).
               10 WS-SHS-FIGURES.
                   15 WS-SHS-PLACED    PIC 9(7).
                   15 WS-SHS-RETURNED  PIC 9(7).
                   15 WS-SHS-BUCKET    PIC 9(7) OCCURS 4 TIMES.
                   15 WS-SHS-REPEAT    PIC 9(7).
               10 WS-SHS-FLAG          PIC X(4).

       01  WS-CATEGORY-STAT-TABLE.
           05 WS-CATEGORY-STAT OCCURS 50 TIMES
                   INDEXED BY WS-CATEGORY-IDX.
               10 WS-CTS-FIGURES.
                   15 WS-CTS-PLACED    PIC 9(7).
                   15 WS-CTS-RETURNED  PIC 9(7).
                   15 WS-CTS-BUCKET    PIC 9(7) OCCURS 4 TIMES.
                   15 WS-CTS-REPEAT    PIC 9(7).
               10 WS-CTS-FLAG          PIC X(4).

       01  WS-OVERALL-FIGURES.
           05 WS-ALL-PLACED            PIC 9(7) VALUE 0.
           05 WS-ALL-RETURNED          PIC 9(7) VALUE 0.
           05 WS-ALL-BUCKET            PIC 9(7) OCCURS 4 TIMES.
           05 WS-ALL-REPEAT            PIC 9(7) VALUE 0.

      * The figures being printed or extracted, and their rate.
       01  WS-FIGURES.
           05 WS-FIG-PLACED            PIC 9(7).
           05 WS-FIG-RETURNED          PIC 9(7).
           05 WS-FIG-BUCKET            PIC 9(7) OCCURS 4 TIMES.
           05 WS-FIG-REPEAT            PIC 9(7).
       01  WS-FIG-RATE                 PIC 9(3)V9 VALUE 0.
       01  WS-FIG-FLAG                 PIC X(4) VALUE SPACES.

       01  WS-OVERALL-RATE             PIC 9(3)V9 VALUE 0.
       01  WS-HIGH-RATE                PIC 9(5)V9 VALUE 0.

      ******************************************************************
      * Time-to-return work fields. Bucket 1 is the first week
      * (0-7 days), 2 the rest of the first 30, 3 days 31-90, 4
      * anything later.
      ******************************************************************
       01  WS-DAYS-TO-RETURN           PIC 9(5) VALUE 0.
       01  WS-BUCKET                   PIC 9(1) VALUE 0.
       01  WS-BUCKET-IDX               PIC 9(1) VALUE 0.
       01  WS-BUCKET-NAME-TABLE.
           05 FILLER                   PIC X(5) VALUE 'WEEK '.
           05 FILLER                   PIC X(5) VALUE '30DAY'.
           05 FILLER                   PIC X(5) VALUE '90DAY'.
           05 FILLER                   PIC X(5) VALUE 'LATER'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-TABLE.
           05 WS-BUCKET-NAME           PIC X(5) OCCURS 4 TIMES.

      ******************************************************************
      * Extract edit fields - unsigned display numbers, so the
      * receiving spreadsheet needs no picture knowledge.
      ******************************************************************
       01  WS-XTR-DELIMITER            PIC X VALUE '|'.
       01  WS-XTR-PLACED               PIC 9(7).
       01  WS-XTR-RETURNED             PIC 9(7).
       01  WS-XTR-RATE                 PIC ZZ9.9.
       01  WS-XTR-BUCKET-1             PIC 9(7).
       01  WS-XTR-BUCKET-2             PIC 9(7).
       01  WS-XTR-BUCKET-3             PIC 9(7).
       01  WS-XTR-BUCKET-4             PIC 9(7).
       01  WS-XTR-REPEAT               PIC 9(7).
       01  WS-XTR-KEY                  PIC X(25).
       01  WS-XTR-NAME                 PIC X(25).
       01  WS-XTR-TYPE                 PIC X(1).
       01  WS-XTR-DAYS                 PIC 9(5).
       01  WS-XTR-DAYS-TEXT            PIC X(5).
       01  WS-XTR-BUCKET-TEXT          PIC X(5).
       01  WS-XTR-SHELTER-FLAG         PIC X(4).
       01  WS-XTR-CATEGORY-FLAG        PIC X(4).

      ******************************************************************
      * Control totals, printed on the listing trailer.
      ******************************************************************
       01  WS-LEDGER-READ              PIC 9(7) VALUE 0.
       01  WS-LEDGER-IN-WINDOW         PIC 9(7) VALUE 0.
       01  WS-LEDGER-IGNORED           PIC 9(7) VALUE 0.
       01  WS-PLACEMENTS-EXTRACTED     PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(5) VALUE 0.

      ******************************************************************
      * Report line build areas.
      ******************************************************************
       01  RTN-HEADING-LINE.
           05 FILLER                   PIC X(40)
               VALUE 'DOGGOSRT - RETURN RATE ANALYSIS  PLACED '.
           05 RTN-HDG-FROM             PIC X(8).
           05 FILLER                   PIC X(6) VALUE ' THRU '.
           05 RTN-HDG-THRU             PIC X(8).
           05 FILLER                   PIC X(9) VALUE '  RUN ON '.
           05 RTN-HDG-TODAY            PIC X(8).
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  RTN-SHELTER-TITLE-LINE.
           05 FILLER                   PIC X(20)
               VALUE 'RETURNS BY SHELTER  '.
           05 FILLER                   PIC X(112) VALUE SPACES.

       01  RTN-CATEGORY-TITLE-LINE.
           05 FILLER                   PIC X(27)
               VALUE 'RETURNS BY BREED CATEGORY  '.
           05 FILLER                   PIC X(105) VALUE SPACES.

       01  RTN-COLUMN-LINE.
           05 FILLER                   PIC X(52) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE '  PLACED'.
           05 FILLER                   PIC X(8) VALUE ' RETURND'.
           05 FILLER                   PIC X(6) VALUE ' RATE%'.
           05 FILLER                   PIC X(8) VALUE '  0-7 DY'.
           05 FILLER                   PIC X(8) VALUE ' 8-30 DY'.
           05 FILLER                   PIC X(8) VALUE '31-90 DY'.
           05 FILLER                   PIC X(8) VALUE '  OVR 90'.
           05 FILLER                   PIC X(8) VALUE '  REPEAT'.
           05 FILLER                   PIC X(5) VALUE ' FLAG'.
           05 FILLER                   PIC X(13) VALUE SPACES.

      * The first 52 columns name the row - shelter code and name,
      * category and label, or the overall caption.
       01  RTN-DETAIL-LINE.
           05 RTN-DTL-KEY              PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-NAME             PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-PLACED           PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-RETURNED         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-RATE             PIC ZZ9.9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-BUCKET-1         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-BUCKET-2         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-BUCKET-3         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-BUCKET-4         PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-REPEAT           PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RTN-DTL-FLAG             PIC X(4).
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  RTN-CATEGORY-KEY.
           05 FILLER                   PIC X(9) VALUE 'CATEGORY '.
           05 RTN-CAT-NUMBER           PIC 9(2).
           05 FILLER                   PIC X(14) VALUE SPACES.

       01  RTN-RULE-LINE.
           05 FILLER                   PIC X(29)
               VALUE 'HIGH = RETURN RATE AT LEAST  '.
           05 RTN-RULE-PCT             PIC ZZ9.
           05 FILLER                   PIC X(27)
               VALUE '% OF THE OVERALL RATE, ON  '.
           05 RTN-RULE-MIN             PIC ZZZ9.
           05 FILLER                   PIC X(24)
               VALUE ' OR MORE PLACEMENTS     '.
           05 FILLER                   PIC X(45) VALUE SPACES.

       01  RTN-NO-PLACEMENTS-LINE.
           05 FILLER                   PIC X(38)
               VALUE 'NO PLACEMENTS ON THE LEDGER IN WINDOW '.
           05 FILLER                   PIC X(94) VALUE SPACES.

       01  RTN-NO-LEDGER-LINE.
           05 FILLER                   PIC X(38)
               VALUE 'NO ADOPTLDG ON FILE - NOTHING TO SHOW '.
           05 FILLER                   PIC X(94) VALUE SPACES.

       01  RTN-BLANK-LINE              PIC X(132) VALUE SPACES.

       01  RTN-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(12) VALUE 'LEDGER READ '.
           05 RTN-TOT-READ             PIC 9(7).
           05 FILLER                   PIC X(11) VALUE ' IN WINDOW '.
           05 RTN-TOT-IN-WINDOW        PIC 9(7).
           05 FILLER                   PIC X(9) VALUE ' IGNORED '.
           05 RTN-TOT-IGNORED          PIC 9(7).
           05 FILLER                   PIC X(11) VALUE ' EXTRACTED '.
           05 RTN-TOT-EXTRACTED        PIC 9(7).
           05 FILLER                   PIC X(9) VALUE ' FLAGGED '.
           05 RTN-TOT-FLAGGED          PIC 9(5).
           05 FILLER                   PIC X(36) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-ADOPTLDG-OPEN-FAIL    PIC 9(3) VALUE 178.
       01  WS-RC-SHELMAST-OPEN-FAIL    PIC 9(3) VALUE 179.
       01  WS-RC-BRDLKUP-OPEN-FAIL     PIC 9(3) VALUE 180.
       01  WS-RC-RTCTL-BAD             PIC 9(3) VALUE 181.
       01  WS-RC-SHELTER-TABLE-FULL    PIC 9(3) VALUE 182.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF LEDGER-ON-FILE
               PERFORM 2000-TALLY-LEDGER UNTIL END-OF-ADOPTLDG
               CLOSE ADOPTLDG
               PERFORM 3000-SET-FLAGS
           END-IF
           PERFORM 4000-WRITE-REPORT
           IF LEDGER-ON-FILE
               PERFORM 5000-EXTRACT-PLACEMENTS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1050-READ-CONTROL-CARD
           IF WS-HDG-THRU = 'LATEST'
               MOVE WS-TODAY TO WS-LABEL-AS-OF
           ELSE
               MOVE WS-THRU-DATE TO WS-LABEL-AS-OF
           END-IF
           PERFORM 1100-LOAD-CATEGORY-LABELS
           PERFORM 1120-RESOLVE-CATEGORY-LABELS
           PERFORM 1200-LOAD-SHELTER-TABLE
           MOVE ZEROES TO WS-CATEGORY-STAT-TABLE
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE SPACES TO WS-CTS-FLAG (WS-CATEGORY-IDX)
           END-PERFORM
           MOVE ZEROES TO WS-OVERALL-FIGURES

           OPEN OUTPUT RTNRPT
           OPEN OUTPUT RTNXTR

      *    No ledger yet is a suite that has never posted - the
      *    report says so rather than failing the step.
           OPEN INPUT ADOPTLDG
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-LEDGER-SWITCH
               WHEN OTHER
                   DISPLAY 'DOGGOSRT: ADOPTLDG OPEN FAILED, STATUS='
                       WS-ADOPTLDG-STATUS
                   MOVE WS-RC-ADOPTLDG-OPEN-FAIL TO RETURN-CODE
                   CLOSE RTNRPT
                   CLOSE RTNXTR
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * A present card must edit clean - a garbled window silently
      * reporting the whole ledger is worse than a refused run.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT RTCTL
           IF WS-RTCTL-STATUS = '00' OR '05'
               READ RTCTL
                   AT END CONTINUE
                   NOT AT END PERFORM 1060-EDIT-CONTROL-CARD
               END-READ
               CLOSE RTCTL
           END-IF.

       1060-EDIT-CONTROL-CARD.
           IF RT-CTL-FROM-DATE NOT = SPACES
               IF RT-CTL-FROM-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(RT-CTL-FROM-DATE)) = 0
                   MOVE RT-CTL-FROM-DATE TO WS-FROM-DATE
                   MOVE RT-CTL-FROM-DATE TO WS-HDG-FROM
               ELSE
                   DISPLAY 'DOGGOSRT: RTCTL FROM DATE INVALID: '
                       RT-CTL-FROM-DATE
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF
           IF RT-CTL-THRU-DATE NOT = SPACES
               IF RT-CTL-THRU-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(RT-CTL-THRU-DATE)) = 0
                   MOVE RT-CTL-THRU-DATE TO WS-THRU-DATE
                   MOVE RT-CTL-THRU-DATE TO WS-HDG-THRU
               ELSE
                   DISPLAY 'DOGGOSRT: RTCTL THRU DATE INVALID: '
                       RT-CTL-THRU-DATE
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF
           IF WS-THRU-DATE < WS-FROM-DATE
               DISPLAY 'DOGGOSRT: RTCTL THRU DATE ' WS-THRU-DATE
                   ' BEFORE FROM DATE ' WS-FROM-DATE
               PERFORM 1090-REFUSE-CONTROL-CARD
           END-IF
           IF RT-CTL-HIGH-PCT NOT = SPACES
               IF RT-CTL-HIGH-PCT IS NUMERIC
                       AND RT-CTL-HIGH-PCT > '100'
                   MOVE RT-CTL-HIGH-PCT TO WS-HIGH-PCT
               ELSE
                   DISPLAY 'DOGGOSRT: RTCTL HIGH PERCENT MUST BE'
                       ' 101-999: ' RT-CTL-HIGH-PCT
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF
           IF RT-CTL-MIN-PLACED NOT = SPACES
               IF RT-CTL-MIN-PLACED IS NUMERIC
                   MOVE RT-CTL-MIN-PLACED TO WS-MIN-PLACED
               ELSE
                   DISPLAY 'DOGGOSRT: RTCTL MINIMUM PLACEMENTS NOT'
                       ' NUMERIC: ' RT-CTL-MIN-PLACED
                   PERFORM 1090-REFUSE-CONTROL-CARD
               END-IF
           END-IF.

       1090-REFUSE-CONTROL-CARD.
           MOVE WS-RC-RTCTL-BAD TO RETURN-CODE
           CLOSE RTCTL
           GOBACK.

       1100-LOAD-CATEGORY-LABELS.
           MOVE SPACES TO WS-LABEL-ROW-TABLE
           MOVE 0 TO WS-LABEL-ROW-COUNT

           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'
               DISPLAY 'DOGGOSRT: BRDLKUP OPEN FAILED, STATUS='
                   WS-BRDLKUP-STATUS
               MOVE WS-RC-BRDLKUP-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-BRDLKUP
               READ BRDLKUP
                   AT END SET END-OF-BRDLKUP TO TRUE
                   NOT AT END PERFORM 1110-STORE-CATEGORY-LABEL
               END-READ
           END-PERFORM

           CLOSE BRDLKUP.

      ******************************************************************
      * Same operator-edit guard as DOGGOS's 1110-STORE-CATEGORY-ENTRY
      * - a bad hand-edited index is skipped, not taken as an
      * out-of-bounds subscript.
      ******************************************************************
       1110-STORE-CATEGORY-LABEL.
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
                   DISPLAY 'DOGGOSRT: BRDLKUP ENTRY IGNORED, BAD'
                       ' EFFECTIVE DATES FOR BREED ' BL-BREED-NAME
               ELSE
               IF WS-LABEL-ROW-COUNT >= 500
                   DISPLAY 'DOGGOSRT: BRDLKUP ENTRY IGNORED, TABLE'
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
               DISPLAY 'DOGGOSRT: BRDLKUP ENTRY IGNORED, BAD INDEX='
                   BL-CATEGORY-INDEX ' FOR BREED ' BL-BREED-NAME
           END-IF.

      ******************************************************************
      * One label per category as of WS-LABEL-AS-OF: a row in force
      * that day beats one that had already expired, and between two
      * of the same standing the later-starting row wins.
      ******************************************************************
       1120-RESOLVE-CATEGORY-LABELS.
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

      ******************************************************************
      * The shelter rows start as the SHELMAST shelters in master
      * order, so the listing reads in the order every other shelter
      * report does; a ledger shelter no longer on the master is
      * added behind them as it is met.
      ******************************************************************
       1200-LOAD-SHELTER-TABLE.
           MOVE SPACES TO WS-SHELTER-STAT-TABLE
           MOVE 0 TO WS-SHELTER-COUNT

           OPEN INPUT SHELMAST
           IF WS-SHELMAST-STATUS NOT = '00'
               DISPLAY 'DOGGOSRT: SHELMAST OPEN FAILED, STATUS='
                   WS-SHELMAST-STATUS
               MOVE WS-RC-SHELMAST-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-SHELMAST
               READ SHELMAST
                   AT END SET END-OF-SHELMAST TO TRUE
                   NOT AT END PERFORM 1210-STORE-SHELTER-ENTRY
               END-READ
           END-PERFORM

           CLOSE SHELMAST.

       1210-STORE-SHELTER-ENTRY.
           IF WS-SHELTER-COUNT >= 200
               DISPLAY 'DOGGOSRT: SHELMAST ENTRY IGNORED, TABLE FULL'
                   ' FOR SHELTER ' SM-SHELTER-CODE
           ELSE
               ADD 1 TO WS-SHELTER-COUNT
               SET WS-SHELTER-IDX TO WS-SHELTER-COUNT
               MOVE SM-SHELTER-CODE TO WS-SHS-CODE (WS-SHELTER-IDX)
               MOVE SM-SHELTER-NAME TO WS-SHS-NAME (WS-SHELTER-IDX)
               MOVE ZEROES TO WS-SHS-FIGURES (WS-SHELTER-IDX)
           END-IF.

       2000-TALLY-LEDGER.
           READ ADOPTLDG
               AT END SET END-OF-ADOPTLDG TO TRUE
               NOT AT END PERFORM 2100-TALLY-ONE-ENTRY
           END-READ.

      ******************************************************************
      * An entry placed in the window counts once for its shelter,
      * its category and the overall line; if it is currently
      * returned it also counts as a return in its time bucket.
      ******************************************************************
       2100-TALLY-ONE-ENTRY.
           ADD 1 TO WS-LEDGER-READ
           IF LG-ADOPT-DATE >= WS-FROM-DATE
                   AND LG-ADOPT-DATE <= WS-THRU-DATE
               PERFORM 2200-EDIT-ENTRY
               IF ENTRY-IS-USABLE
                   ADD 1 TO WS-LEDGER-IN-WINDOW
                   PERFORM 2300-FIND-SHELTER-ROW
                   SET WS-CATEGORY-IDX TO LG-CATEGORY
                   ADD 1 TO WS-SHS-PLACED (WS-SHELTER-IDX)
                   ADD 1 TO WS-CTS-PLACED (WS-CATEGORY-IDX)
                   ADD 1 TO WS-ALL-PLACED
                   IF LG-RETURNED
                       ADD 1 TO WS-SHS-RETURNED (WS-SHELTER-IDX)
                       ADD 1 TO WS-CTS-RETURNED (WS-CATEGORY-IDX)
                       ADD 1 TO WS-ALL-RETURNED
                       ADD 1 TO WS-SHS-BUCKET (WS-SHELTER-IDX
                           WS-BUCKET)
                       ADD 1 TO WS-CTS-BUCKET (WS-CATEGORY-IDX
                           WS-BUCKET)
                       ADD 1 TO WS-ALL-BUCKET (WS-BUCKET)
                   END-IF
                   IF LG-RETURN-COUNT > 1
                       ADD 1 TO WS-SHS-REPEAT (WS-SHELTER-IDX)
                       ADD 1 TO WS-CTS-REPEAT (WS-CATEGORY-IDX)
                       ADD 1 TO WS-ALL-REPEAT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Hand-repaired ledger entries are guarded here the way the
      * other ledger readers guard them: a category off the 1-50
      * range, or a returned entry whose dates cannot give a time
      * to return, is counted as ignored rather than mis-bucketed.
      * Sets WS-BUCKET and WS-DAYS-TO-RETURN for a returned entry.
      ******************************************************************
       2200-EDIT-ENTRY.
           PERFORM 2210-CHECK-ENTRY
           IF NOT ENTRY-IS-USABLE
               DISPLAY 'DOGGOSRT: LEDGER ENTRY IGNORED, BAD CATEGORY'
                   ' OR DATES FOR ANIMAL ' LG-ANIMAL-ID
               ADD 1 TO WS-LEDGER-IGNORED
           END-IF.

       2210-CHECK-ENTRY.
           MOVE 'Y' TO WS-ENTRY-SWITCH
           MOVE 0 TO WS-BUCKET
           MOVE 0 TO WS-DAYS-TO-RETURN
           IF LG-CATEGORY NOT NUMERIC
                   OR LG-CATEGORY < 1
                   OR LG-CATEGORY > 50
                   OR LG-ADOPT-DATE NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-SWITCH
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(LG-ADOPT-DATE)) NOT = 0
               MOVE 'N' TO WS-ENTRY-SWITCH
           ELSE
           IF LG-RETURNED
               IF LG-RETURN-DATE NOT NUMERIC
                       OR LG-RETURN-DATE < LG-ADOPT-DATE
                   MOVE 'N' TO WS-ENTRY-SWITCH
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(LG-RETURN-DATE)) NOT = 0
                   MOVE 'N' TO WS-ENTRY-SWITCH
               ELSE
                   COMPUTE WS-DAYS-TO-RETURN =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(LG-RETURN-DATE))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(LG-ADOPT-DATE))
                   EVALUATE TRUE
                       WHEN WS-DAYS-TO-RETURN <= 7
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-DAYS-TO-RETURN <= 30
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-DAYS-TO-RETURN <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       2300-FIND-SHELTER-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
                   OR ROW-FOUND
               IF WS-SHS-CODE (WS-SHELTER-IDX) = LG-SHELTER-CODE
                   SET ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ROW-FOUND
               SET WS-SHELTER-IDX DOWN BY 1
           ELSE
               IF WS-SHELTER-COUNT >= 200
                   DISPLAY 'DOGGOSRT: SHELTER TABLE FULL AT SHELTER '
                       LG-SHELTER-CODE
                   MOVE WS-RC-SHELTER-TABLE-FULL TO RETURN-CODE
                   CLOSE ADOPTLDG
                   CLOSE RTNRPT
                   CLOSE RTNXTR
                   GOBACK
               END-IF
               ADD 1 TO WS-SHELTER-COUNT
               SET WS-SHELTER-IDX TO WS-SHELTER-COUNT
               MOVE LG-SHELTER-CODE TO WS-SHS-CODE (WS-SHELTER-IDX)
               MOVE 'NOT ON SHELMAST' TO WS-SHS-NAME (WS-SHELTER-IDX)
               MOVE ZEROES TO WS-SHS-FIGURES (WS-SHELTER-IDX)
           END-IF.

      ******************************************************************
      * HIGH: a rate at or above WS-HIGH-PCT percent of the overall
      * rate, on enough placements that one or two returns cannot
      * trip it. Nothing flags when nothing came back overall.
      ******************************************************************
       3000-SET-FLAGS.
           MOVE 0 TO WS-OVERALL-RATE
           IF WS-ALL-PLACED > 0
               COMPUTE WS-OVERALL-RATE ROUNDED =
                   WS-ALL-RETURNED * 100 / WS-ALL-PLACED
           END-IF
           COMPUTE WS-HIGH-RATE = WS-OVERALL-RATE * WS-HIGH-PCT / 100

           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               MOVE WS-SHS-FIGURES (WS-SHELTER-IDX) TO WS-FIGURES
               PERFORM 3100-TEST-FIGURES
               MOVE WS-FIG-FLAG TO WS-SHS-FLAG (WS-SHELTER-IDX)
           END-PERFORM

           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               MOVE WS-CTS-FIGURES (WS-CATEGORY-IDX) TO WS-FIGURES
               PERFORM 3100-TEST-FIGURES
               MOVE WS-FIG-FLAG TO WS-CTS-FLAG (WS-CATEGORY-IDX)
           END-PERFORM.

       3100-TEST-FIGURES.
           PERFORM 3200-COMPUTE-RATE
           MOVE SPACES TO WS-FIG-FLAG
           IF WS-OVERALL-RATE > 0
                   AND WS-FIG-PLACED >= WS-MIN-PLACED
                   AND WS-FIG-PLACED > 0
                   AND WS-FIG-RATE >= WS-HIGH-RATE
               MOVE 'HIGH' TO WS-FIG-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       3200-COMPUTE-RATE.
           MOVE 0 TO WS-FIG-RATE
           IF WS-FIG-PLACED > 0
               COMPUTE WS-FIG-RATE ROUNDED =
                   WS-FIG-RETURNED * 100 / WS-FIG-PLACED
           END-IF.

      ******************************************************************
      * RTNRPT: the shelter section, the category section, each with
      * only the rows that placed anything in the window, then the
      * overall line and the flag rule - with the same figures
      * written to RTNXTR as each line is printed.
      ******************************************************************
       4000-WRITE-REPORT.
           MOVE WS-HDG-FROM TO RTN-HDG-FROM
           MOVE WS-HDG-THRU TO RTN-HDG-THRU
           MOVE WS-TODAY TO RTN-HDG-TODAY
           MOVE RTN-HEADING-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE RTN-BLANK-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD

           IF NOT LEDGER-ON-FILE
               MOVE RTN-NO-LEDGER-LINE TO RTNRPT-RECORD
               WRITE RTNRPT-RECORD
           ELSE
           IF WS-ALL-PLACED = 0
               MOVE RTN-NO-PLACEMENTS-LINE TO RTNRPT-RECORD
               WRITE RTNRPT-RECORD
           ELSE
               PERFORM 4100-WRITE-SHELTER-SECTION
               PERFORM 4200-WRITE-CATEGORY-SECTION
               PERFORM 4300-WRITE-OVERALL-LINE
           END-IF
           END-IF.

       4100-WRITE-SHELTER-SECTION.
           MOVE RTN-SHELTER-TITLE-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE RTN-COLUMN-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE 'S' TO WS-XTR-TYPE
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               IF WS-SHS-PLACED (WS-SHELTER-IDX) > 0
                   MOVE WS-SHS-FIGURES (WS-SHELTER-IDX) TO WS-FIGURES
                   MOVE WS-SHS-FLAG (WS-SHELTER-IDX) TO WS-FIG-FLAG
                   MOVE WS-SHS-CODE (WS-SHELTER-IDX) TO WS-XTR-KEY
                   MOVE WS-SHS-NAME (WS-SHELTER-IDX) TO WS-XTR-NAME
                   PERFORM 4500-WRITE-FIGURES-LINE
               END-IF
           END-PERFORM
           MOVE RTN-BLANK-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD.

       4200-WRITE-CATEGORY-SECTION.
           MOVE RTN-CATEGORY-TITLE-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE RTN-COLUMN-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE 'C' TO WS-XTR-TYPE
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > 50
               IF WS-CTS-PLACED (WS-CATEGORY-IDX) > 0
                   MOVE WS-CTS-FIGURES (WS-CATEGORY-IDX) TO WS-FIGURES
                   MOVE WS-CTS-FLAG (WS-CATEGORY-IDX) TO WS-FIG-FLAG
                   SET RTN-CAT-NUMBER TO WS-CATEGORY-IDX
                   MOVE RTN-CATEGORY-KEY TO WS-XTR-KEY
                   MOVE WS-CATEGORY-LABEL (WS-CATEGORY-IDX)
                       TO WS-XTR-NAME
                   PERFORM 4500-WRITE-FIGURES-LINE
               END-IF
           END-PERFORM
           MOVE RTN-BLANK-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD.

       4300-WRITE-OVERALL-LINE.
           MOVE WS-OVERALL-FIGURES TO WS-FIGURES
           MOVE SPACES TO WS-FIG-FLAG
           MOVE 'O' TO WS-XTR-TYPE
           MOVE 'ALL PLACEMENTS' TO WS-XTR-KEY
           MOVE SPACES TO WS-XTR-NAME
           PERFORM 4500-WRITE-FIGURES-LINE
           MOVE RTN-BLANK-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE WS-HIGH-PCT TO RTN-RULE-PCT
           MOVE WS-MIN-PLACED TO RTN-RULE-MIN
           MOVE RTN-RULE-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD.

      ******************************************************************
      * One line of figures - WS-FIGURES under WS-XTR-KEY and
      * WS-XTR-NAME - to RTNRPT and, as row type WS-XTR-TYPE, to
      * RTNXTR.
      ******************************************************************
       4500-WRITE-FIGURES-LINE.
           PERFORM 3200-COMPUTE-RATE
           MOVE WS-XTR-KEY TO RTN-DTL-KEY
           MOVE WS-XTR-NAME TO RTN-DTL-NAME
           MOVE WS-FIG-PLACED TO RTN-DTL-PLACED
           MOVE WS-FIG-RETURNED TO RTN-DTL-RETURNED
           MOVE WS-FIG-RATE TO RTN-DTL-RATE
           MOVE WS-FIG-BUCKET (1) TO RTN-DTL-BUCKET-1
           MOVE WS-FIG-BUCKET (2) TO RTN-DTL-BUCKET-2
           MOVE WS-FIG-BUCKET (3) TO RTN-DTL-BUCKET-3
           MOVE WS-FIG-BUCKET (4) TO RTN-DTL-BUCKET-4
           MOVE WS-FIG-REPEAT TO RTN-DTL-REPEAT
           MOVE WS-FIG-FLAG TO RTN-DTL-FLAG
           MOVE RTN-DETAIL-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD

           MOVE WS-FIG-PLACED TO WS-XTR-PLACED
           MOVE WS-FIG-RETURNED TO WS-XTR-RETURNED
           MOVE WS-FIG-RATE TO WS-XTR-RATE
           MOVE WS-FIG-BUCKET (1) TO WS-XTR-BUCKET-1
           MOVE WS-FIG-BUCKET (2) TO WS-XTR-BUCKET-2
           MOVE WS-FIG-BUCKET (3) TO WS-XTR-BUCKET-3
           MOVE WS-FIG-BUCKET (4) TO WS-XTR-BUCKET-4
           MOVE WS-FIG-REPEAT TO WS-XTR-REPEAT
           MOVE SPACES TO RTNXTR-RECORD
           STRING WS-XTR-TYPE DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-KEY) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-NAME) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-PLACED DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-RETURNED DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-RATE) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-BUCKET-1 DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-BUCKET-2 DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-BUCKET-3 DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-BUCKET-4 DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-XTR-REPEAT DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   WS-FIG-FLAG DELIMITED BY SIZE
               INTO RTNXTR-RECORD
           END-STRING
           WRITE RTNXTR-RECORD.

      ******************************************************************
      * Second pass of the ledger: one 'P' row per placement in the
      * window that is returned now or has come back more than once,
      * carrying its shelter's and category's flags so the follow-up
      * list can be filtered to the HIGH ones.
      ******************************************************************
       5000-EXTRACT-PLACEMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ADOPTLDG
           IF WS-ADOPTLDG-STATUS NOT = '00'
               DISPLAY 'DOGGOSRT: ADOPTLDG REOPEN FAILED, STATUS='
                   WS-ADOPTLDG-STATUS
               MOVE WS-RC-ADOPTLDG-OPEN-FAIL TO RETURN-CODE
               CLOSE RTNRPT
               CLOSE RTNXTR
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-ADOPTLDG
               READ ADOPTLDG
                   AT END SET END-OF-ADOPTLDG TO TRUE
                   NOT AT END PERFORM 5100-EXTRACT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ADOPTLDG.

      * The first pass already reported any entry the check turns
      * away.
       5100-EXTRACT-ONE-ENTRY.
           IF LG-ADOPT-DATE >= WS-FROM-DATE
                   AND LG-ADOPT-DATE <= WS-THRU-DATE
                   AND (LG-RETURNED OR LG-RETURN-COUNT > 1)
               PERFORM 2210-CHECK-ENTRY
               IF ENTRY-IS-USABLE
                   PERFORM 5200-WRITE-PLACEMENT-ROW
               END-IF
           END-IF.

       5200-WRITE-PLACEMENT-ROW.
           PERFORM 2300-FIND-SHELTER-ROW
           SET WS-CATEGORY-IDX TO LG-CATEGORY
           MOVE WS-SHS-FLAG (WS-SHELTER-IDX) TO WS-XTR-SHELTER-FLAG
           MOVE WS-CTS-FLAG (WS-CATEGORY-IDX) TO WS-XTR-CATEGORY-FLAG
           IF LG-RETURNED
               MOVE WS-DAYS-TO-RETURN TO WS-XTR-DAYS
               MOVE WS-XTR-DAYS TO WS-XTR-DAYS-TEXT
               MOVE WS-BUCKET-NAME (WS-BUCKET) TO WS-XTR-BUCKET-TEXT
           ELSE
               MOVE SPACES TO WS-XTR-DAYS-TEXT
               MOVE SPACES TO WS-XTR-BUCKET-TEXT
           END-IF
           MOVE SPACES TO RTNXTR-RECORD
           STRING 'P' DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANIMAL-ID) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(LG-SHELTER-CODE) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   LG-CATEGORY DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CATEGORY-LABEL (WS-CATEGORY-IDX))
                       DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   LG-STATUS DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   LG-ADOPT-DATE DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(LG-RETURN-DATE) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-DAYS-TEXT) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-BUCKET-TEXT) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   LG-RETURN-COUNT DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-SHELTER-FLAG) DELIMITED BY SIZE
                   WS-XTR-DELIMITER DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XTR-CATEGORY-FLAG)
                       DELIMITED BY SIZE
               INTO RTNXTR-RECORD
           END-STRING
           WRITE RTNXTR-RECORD
           ADD 1 TO WS-PLACEMENTS-EXTRACTED.

       9000-FINALIZE.
           MOVE RTN-BLANK-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           MOVE WS-LEDGER-READ TO RTN-TOT-READ
           MOVE WS-LEDGER-IN-WINDOW TO RTN-TOT-IN-WINDOW
           MOVE WS-LEDGER-IGNORED TO RTN-TOT-IGNORED
           MOVE WS-PLACEMENTS-EXTRACTED TO RTN-TOT-EXTRACTED
           MOVE WS-FLAGGED-COUNT TO RTN-TOT-FLAGGED
           MOVE RTN-TOTALS-LINE TO RTNRPT-RECORD
           WRITE RTNRPT-RECORD
           CLOSE RTNRPT
           CLOSE RTNXTR
           DISPLAY 'DOGGOSRT: PLACEMENTS ' WS-LEDGER-IN-WINDOW
               ' RETURNED ' WS-ALL-RETURNED
               ' FLAGGED HIGH ' WS-FLAGGED-COUNT
           MOVE WS-RC-NORMAL TO RETURN-CODE
           PERFORM 9500-WRITE-RUN-LOG.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is blank: the analysis spans a window, not a day. A
      * run-log failure is reported but must not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSRT' TO RL-PROGRAM
               MOVE SPACES TO RL-BUSINESS-DATE
               MOVE 'REPORT' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-LEDGER-READ TO RL-RECORDS-IN
               MOVE WS-LEDGER-IN-WINDOW TO RL-RECORDS-OUT
               MOVE WS-LEDGER-IGNORED TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSRT: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSRT'.
