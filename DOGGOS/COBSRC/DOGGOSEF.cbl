       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSEF'.
      ******************************************************************
      * DOGGOSEF - Rows-in-effect listing.
      *
      * BRDLKUP and FEESCHED rows carry effective-from/effective-to
      * dates, and DOGGOS, DOGGOSSR and the reporting steps each
      * resolve the rows in force on the business date they are
      * working on. This listing answers "which rows applied on
      * that day" for any date: every breed-table row and every
      * fee-schedule row in force on the as-of date, applying the
      * same load-time edits DOGGOS applies, so a row DOGGOS would
      * skip is not listed as in effect. Two rows in force on the
      * same day for one breed or one category are flagged CONFLICT
      * - DOGGOS would quietly take the first breed row (the last
      * fee row), which is never what maintenance meant.
      *
      * The EFCTL card carries the as-of date in columns 1-8. A
      * blank or missing card lists today's rows.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRDLKUP ASSIGN TO BRDLKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDLKUP-STATUS.

           SELECT FEESCHED ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT OPTIONAL EFCTL ASSIGN TO EFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFCTL-STATUS.

           SELECT EFFRPT ASSIGN TO EFFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

       FD  FEESCHED
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY FEESCHED.

       FD  EFCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EFCTL-RECORD.
           05 EF-CTL-AS-OF-DATE        PIC X(8).
           05 FILLER                   PIC X(72).

       FD  EFFRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EFFRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File status / control switches.
      ******************************************************************
       01  WS-BRDLKUP-STATUS           PIC X(2) VALUE '00'.
       01  WS-FEESCHED-STATUS          PIC X(2) VALUE '00'.
       01  WS-EFCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-EFFRPT-STATUS            PIC X(2) VALUE '00'.

       01  WS-LKUP-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-BRDLKUP           VALUE 'Y'.

       01  WS-FEESCHED-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-FEESCHED          VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-FEESCHED-SWITCH       PIC X VALUE 'Y'.
               88 FEESCHED-ON-FILE     VALUE 'Y'.
           05 WS-CONFLICT-SWITCH       PIC X VALUE 'N'.
               88 ROW-IN-CONFLICT      VALUE 'Y'.

       01  WS-AS-OF-DATE               PIC X(8) VALUE SPACES.

      ******************************************************************
      * The rows in force on the as-of date, in file order - held so
      * each can be checked against the others for a conflict.
      ******************************************************************
       01  WS-BREED-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-BREED-ROW-TABLE.
           05 WS-BREED-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BREED-IDX WS-OTHER-BREED-IDX.
               10 WS-BREED-ROW-NAME    PIC X(30).
               10 WS-BREED-ROW-CATEGORY PIC 9(2).
               10 WS-BREED-ROW-LABEL   PIC X(10).
               10 WS-BREED-ROW-FROM    PIC X(8).
               10 WS-BREED-ROW-TO      PIC X(8).

       01  WS-FEE-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-FEE-ROW-TABLE.
           05 WS-FEE-ROW OCCURS 200 TIMES
                   INDEXED BY WS-FEE-IDX WS-OTHER-FEE-IDX.
               10 WS-FEE-ROW-CATEGORY  PIC 9(2).
               10 WS-FEE-ROW-MIN       PIC 9(5)V99.
               10 WS-FEE-ROW-MAX       PIC 9(5)V99.
               10 WS-FEE-ROW-FROM      PIC X(8).
               10 WS-FEE-ROW-TO        PIC X(8).

      ******************************************************************
      * Control totals, printed on the listing trailer.
      ******************************************************************
       01  WS-BREED-ROWS-READ          PIC 9(5) VALUE 0.
       01  WS-BREED-ROWS-IGNORED       PIC 9(5) VALUE 0.
       01  WS-BREED-ROWS-KEPT          PIC 9(5) VALUE 0.
       01  WS-FEE-ROWS-READ            PIC 9(5) VALUE 0.
       01  WS-FEE-ROWS-IGNORED         PIC 9(5) VALUE 0.
       01  WS-FEE-ROWS-KEPT            PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(5) VALUE 0.

      ******************************************************************
      * Report line build areas.
      ******************************************************************
       01  EFL-HEADING-LINE.
           05 FILLER                   PIC X(34)
               VALUE 'DOGGOSEF - TABLE ROWS IN EFFECT   '.
           05 FILLER                   PIC X(6) VALUE 'AS OF '.
           05 EFL-HDG-AS-OF            PIC X(8).
           05 FILLER                   PIC X(84) VALUE SPACES.

       01  EFL-BREED-TITLE-LINE.
           05 FILLER                   PIC X(30)
               VALUE 'BREED TABLE (BRDLKUP)         '.
           05 FILLER                   PIC X(102) VALUE SPACES.

       01  EFL-BREED-COLUMN-LINE.
           05 FILLER                   PIC X(31)
               VALUE 'BREED NAME                     '.
           05 FILLER                   PIC X(4) VALUE 'CAT '.
           05 FILLER                   PIC X(11) VALUE 'LABEL      '.
           05 FILLER                   PIC X(9) VALUE 'FROM     '.
           05 FILLER                   PIC X(9) VALUE 'TO       '.
           05 FILLER                   PIC X(8) VALUE 'FLAG    '.
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  EFL-BREED-DETAIL-LINE.
           05 EFL-BREED-NAME           PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-BREED-CATEGORY       PIC 9(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EFL-BREED-LABEL          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-BREED-FROM           PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-BREED-TO             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-BREED-FLAG           PIC X(8).
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  EFL-FEE-TITLE-LINE.
           05 FILLER                   PIC X(30)
               VALUE 'FEE SCHEDULE (FEESCHED)       '.
           05 FILLER                   PIC X(102) VALUE SPACES.

       01  EFL-FEE-COLUMN-LINE.
           05 FILLER                   PIC X(4) VALUE 'CAT '.
           05 FILLER                   PIC X(10) VALUE '   MIN FEE'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '   MAX FEE'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'FROM     '.
           05 FILLER                   PIC X(9) VALUE 'TO       '.
           05 FILLER                   PIC X(8) VALUE 'FLAG    '.
           05 FILLER                   PIC X(80) VALUE SPACES.

       01  EFL-FEE-DETAIL-LINE.
           05 EFL-FEE-CATEGORY         PIC 9(2).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 EFL-FEE-MIN              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EFL-FEE-MAX              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-FEE-FROM             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-FEE-TO               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EFL-FEE-FLAG             PIC X(8).
           05 FILLER                   PIC X(80) VALUE SPACES.

       01  EFL-NO-BREED-LINE.
           05 FILLER                   PIC X(36)
               VALUE 'NO BREED ROWS IN EFFECT ON THIS DATE'.
           05 FILLER                   PIC X(96) VALUE SPACES.

       01  EFL-NO-FEE-LINE.
           05 FILLER                   PIC X(43)
               VALUE 'NO FEE SCHEDULE ROWS IN EFFECT ON THIS DATE'.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01  EFL-NO-FEESCHED-LINE.
           05 FILLER                   PIC X(41)
               VALUE 'NO FEESCHED ON FILE - NO FEES ARE CHECKED'.
           05 FILLER                   PIC X(91) VALUE SPACES.

       01  EFL-BLANK-LINE              PIC X(132) VALUE SPACES.

       01  EFL-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(8) VALUE 'BRDLKUP '.
           05 EFL-TOT-BREED-READ       PIC 9(5).
           05 FILLER                   PIC X(11) VALUE ' IN EFFECT '.
           05 EFL-TOT-BREED-LISTED     PIC 9(5).
           05 FILLER                   PIC X(9) VALUE ' IGNORED '.
           05 EFL-TOT-BREED-IGNORED    PIC 9(5).
           05 FILLER                   PIC X(10) VALUE ' FEESCHED '.
           05 EFL-TOT-FEE-READ         PIC 9(5).
           05 FILLER                   PIC X(11) VALUE ' IN EFFECT '.
           05 EFL-TOT-FEE-LISTED       PIC 9(5).
           05 FILLER                   PIC X(9) VALUE ' IGNORED '.
           05 EFL-TOT-FEE-IGNORED      PIC 9(5).
           05 FILLER                   PIC X(11) VALUE ' CONFLICTS '.
           05 EFL-TOT-CONFLICTS        PIC 9(5).
           05 FILLER                   PIC X(17) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. RC=177 is a
      * warning: the listing is complete, but maintenance has left
      * two rows in force on one day for a breed or category.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-BRDLKUP-OPEN-FAIL     PIC 9(3) VALUE 174.
       01  WS-RC-FEESCHED-OPEN-FAIL    PIC 9(3) VALUE 175.
       01  WS-RC-EFCTL-BAD             PIC 9(3) VALUE 176.
       01  WS-RC-CONFLICT-WARN         PIC 9(3) VALUE 177.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-BREED-ROWS
           PERFORM 2500-LIST-FEE-ROWS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-AS-OF-CARD
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           PERFORM 1200-LOAD-BREED-ROWS
           PERFORM 1300-LOAD-FEE-ROWS

           OPEN OUTPUT EFFRPT
           MOVE WS-AS-OF-DATE TO EFL-HDG-AS-OF
           MOVE EFL-HEADING-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD.

      ******************************************************************
      * A present card must carry a numeric date; a garbled card
      * silently listing today's rules is worse than a refused one.
      ******************************************************************
       1100-READ-AS-OF-CARD.
           OPEN INPUT EFCTL
           IF WS-EFCTL-STATUS = '00' OR '05'
               READ EFCTL
                   AT END CONTINUE
                   NOT AT END PERFORM 1110-EDIT-AS-OF-CARD
               END-READ
               CLOSE EFCTL
           END-IF.

       1110-EDIT-AS-OF-CARD.
           IF EF-CTL-AS-OF-DATE NOT = SPACES
               IF EF-CTL-AS-OF-DATE IS NUMERIC
                   MOVE EF-CTL-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY 'DOGGOSEF: EFCTL AS-OF DATE NOT NUMERIC: '
                       EF-CTL-AS-OF-DATE
                   MOVE WS-RC-EFCTL-BAD TO RETURN-CODE
                   CLOSE EFCTL
                   GOBACK
               END-IF
           END-IF.

       1200-LOAD-BREED-ROWS.
           MOVE SPACES TO WS-BREED-ROW-TABLE
           MOVE 0 TO WS-BREED-ROW-COUNT

           OPEN INPUT BRDLKUP
           IF WS-BRDLKUP-STATUS NOT = '00'
               DISPLAY 'DOGGOSEF: BRDLKUP OPEN FAILED, STATUS='
                   WS-BRDLKUP-STATUS
               MOVE WS-RC-BRDLKUP-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-BRDLKUP
               READ BRDLKUP
                   AT END SET END-OF-BRDLKUP TO TRUE
                   NOT AT END PERFORM 1210-NOTE-BREED-ROW
               END-READ
           END-PERFORM

           CLOSE BRDLKUP.

      ******************************************************************
      * The DOGGOS load-time edits: a bad index, effective dates
      * that cannot be compared, or a row past the 500-row ceiling
      * never reaches the day's tables, so it is counted as ignored
      * rather than listed as in effect.
      ******************************************************************
       1210-NOTE-BREED-ROW.
           ADD 1 TO WS-BREED-ROWS-READ
           IF BL-CATEGORY-INDEX NOT NUMERIC
                   OR BL-CATEGORY-INDEX < 1
                   OR BL-CATEGORY-INDEX > 50
                   OR (BL-EFFECTIVE-FROM NOT = SPACES
                       AND BL-EFFECTIVE-FROM NOT NUMERIC)
                   OR (BL-EFFECTIVE-TO NOT = SPACES
                       AND BL-EFFECTIVE-TO NOT NUMERIC)
                   OR (BL-EFFECTIVE-FROM NOT = SPACES
                       AND BL-EFFECTIVE-TO NOT = SPACES
                       AND BL-EFFECTIVE-TO < BL-EFFECTIVE-FROM)
                   OR WS-BREED-ROWS-KEPT >= 500
               DISPLAY 'DOGGOSEF: BRDLKUP ENTRY IGNORED FOR BREED '
                   BL-BREED-NAME
               ADD 1 TO WS-BREED-ROWS-IGNORED
           ELSE
               ADD 1 TO WS-BREED-ROWS-KEPT
               IF (BL-EFFECTIVE-FROM = SPACES
                       OR BL-EFFECTIVE-FROM <= WS-AS-OF-DATE)
                   AND (BL-EFFECTIVE-TO = SPACES
                       OR BL-EFFECTIVE-TO >= WS-AS-OF-DATE)
                   ADD 1 TO WS-BREED-ROW-COUNT
                   SET WS-BREED-IDX TO WS-BREED-ROW-COUNT
                   MOVE BL-BREED-NAME
                       TO WS-BREED-ROW-NAME (WS-BREED-IDX)
                   MOVE BL-CATEGORY-INDEX
                       TO WS-BREED-ROW-CATEGORY (WS-BREED-IDX)
                   MOVE BL-CATEGORY-LABEL
                       TO WS-BREED-ROW-LABEL (WS-BREED-IDX)
                   MOVE BL-EFFECTIVE-FROM
                       TO WS-BREED-ROW-FROM (WS-BREED-IDX)
                   MOVE BL-EFFECTIVE-TO
                       TO WS-BREED-ROW-TO (WS-BREED-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * No FEESCHED (status 35) is a site with no schedule - DOGGOS
      * checks no fees at all, and the listing says so.
      ******************************************************************
       1300-LOAD-FEE-ROWS.
           MOVE SPACES TO WS-FEE-ROW-TABLE
           MOVE 0 TO WS-FEE-ROW-COUNT

           OPEN INPUT FEESCHED
           EVALUATE WS-FEESCHED-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FEESCHED
                       READ FEESCHED
                           AT END SET END-OF-FEESCHED TO TRUE
                           NOT AT END PERFORM 1310-NOTE-FEE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE FEESCHED
               WHEN '35'
                   MOVE 'N' TO WS-FEESCHED-SWITCH
               WHEN OTHER
                   DISPLAY 'DOGGOSEF: FEESCHED OPEN FAILED, STATUS='
                       WS-FEESCHED-STATUS
                   MOVE WS-RC-FEESCHED-OPEN-FAIL TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1310-NOTE-FEE-ROW.
           ADD 1 TO WS-FEE-ROWS-READ
           IF FS-CATEGORY-INDEX NOT NUMERIC
                   OR FS-CATEGORY-INDEX < 1
                   OR FS-CATEGORY-INDEX > 50
                   OR FS-MIN-FEE NOT NUMERIC
                   OR FS-MAX-FEE NOT NUMERIC
                   OR (FS-EFFECTIVE-FROM NOT = SPACES
                       AND FS-EFFECTIVE-FROM NOT NUMERIC)
                   OR (FS-EFFECTIVE-TO NOT = SPACES
                       AND FS-EFFECTIVE-TO NOT NUMERIC)
                   OR WS-FEE-ROWS-KEPT >= 200
               DISPLAY 'DOGGOSEF: FEESCHED ENTRY IGNORED FOR CATEGORY '
                   FS-CATEGORY-INDEX
               ADD 1 TO WS-FEE-ROWS-IGNORED
           ELSE
           IF FS-MIN-FEE > FS-MAX-FEE
                   OR (FS-EFFECTIVE-FROM NOT = SPACES
                       AND FS-EFFECTIVE-TO NOT = SPACES
                       AND FS-EFFECTIVE-TO < FS-EFFECTIVE-FROM)
               DISPLAY 'DOGGOSEF: FEESCHED ENTRY IGNORED FOR CATEGORY '
                   FS-CATEGORY-INDEX
               ADD 1 TO WS-FEE-ROWS-IGNORED
           ELSE
               ADD 1 TO WS-FEE-ROWS-KEPT
               IF (FS-EFFECTIVE-FROM = SPACES
                       OR FS-EFFECTIVE-FROM <= WS-AS-OF-DATE)
                   AND (FS-EFFECTIVE-TO = SPACES
                       OR FS-EFFECTIVE-TO >= WS-AS-OF-DATE)
                   ADD 1 TO WS-FEE-ROW-COUNT
                   SET WS-FEE-IDX TO WS-FEE-ROW-COUNT
                   MOVE FS-CATEGORY-INDEX
                       TO WS-FEE-ROW-CATEGORY (WS-FEE-IDX)
                   MOVE FS-MIN-FEE TO WS-FEE-ROW-MIN (WS-FEE-IDX)
                   MOVE FS-MAX-FEE TO WS-FEE-ROW-MAX (WS-FEE-IDX)
                   MOVE FS-EFFECTIVE-FROM
                       TO WS-FEE-ROW-FROM (WS-FEE-IDX)
                   MOVE FS-EFFECTIVE-TO
                       TO WS-FEE-ROW-TO (WS-FEE-IDX)
               END-IF
           END-IF
           END-IF.

       2000-LIST-BREED-ROWS.
           MOVE EFL-BLANK-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           MOVE EFL-BREED-TITLE-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           MOVE EFL-BREED-COLUMN-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           IF WS-BREED-ROW-COUNT = 0
               MOVE EFL-NO-BREED-LINE TO EFFRPT-RECORD
               WRITE EFFRPT-RECORD
           ELSE
               PERFORM VARYING WS-BREED-IDX FROM 1 BY 1
                       UNTIL WS-BREED-IDX > WS-BREED-ROW-COUNT
                   PERFORM 2100-LIST-ONE-BREED-ROW
               END-PERFORM
           END-IF.

       2100-LIST-ONE-BREED-ROW.
           MOVE 'N' TO WS-CONFLICT-SWITCH
           PERFORM VARYING WS-OTHER-BREED-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-BREED-IDX > WS-BREED-ROW-COUNT
                   OR ROW-IN-CONFLICT
               IF WS-OTHER-BREED-IDX NOT = WS-BREED-IDX
                       AND WS-BREED-ROW-NAME (WS-OTHER-BREED-IDX)
                           = WS-BREED-ROW-NAME (WS-BREED-IDX)
                   SET ROW-IN-CONFLICT TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-BREED-ROW-NAME (WS-BREED-IDX) TO EFL-BREED-NAME
           MOVE WS-BREED-ROW-CATEGORY (WS-BREED-IDX)
               TO EFL-BREED-CATEGORY
           MOVE WS-BREED-ROW-LABEL (WS-BREED-IDX) TO EFL-BREED-LABEL
           MOVE WS-BREED-ROW-FROM (WS-BREED-IDX) TO EFL-BREED-FROM
           MOVE WS-BREED-ROW-TO (WS-BREED-IDX) TO EFL-BREED-TO
           IF ROW-IN-CONFLICT
               MOVE 'CONFLICT' TO EFL-BREED-FLAG
               ADD 1 TO WS-CONFLICT-COUNT
           ELSE
               MOVE SPACES TO EFL-BREED-FLAG
           END-IF
           MOVE EFL-BREED-DETAIL-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD.

       2500-LIST-FEE-ROWS.
           MOVE EFL-BLANK-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           MOVE EFL-FEE-TITLE-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           IF NOT FEESCHED-ON-FILE
               MOVE EFL-NO-FEESCHED-LINE TO EFFRPT-RECORD
               WRITE EFFRPT-RECORD
           ELSE
               MOVE EFL-FEE-COLUMN-LINE TO EFFRPT-RECORD
               WRITE EFFRPT-RECORD
               IF WS-FEE-ROW-COUNT = 0
                   MOVE EFL-NO-FEE-LINE TO EFFRPT-RECORD
                   WRITE EFFRPT-RECORD
               ELSE
                   PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                           UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
                       PERFORM 2600-LIST-ONE-FEE-ROW
                   END-PERFORM
               END-IF
           END-IF.

       2600-LIST-ONE-FEE-ROW.
           MOVE 'N' TO WS-CONFLICT-SWITCH
           PERFORM VARYING WS-OTHER-FEE-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-FEE-IDX > WS-FEE-ROW-COUNT
                   OR ROW-IN-CONFLICT
               IF WS-OTHER-FEE-IDX NOT = WS-FEE-IDX
                       AND WS-FEE-ROW-CATEGORY (WS-OTHER-FEE-IDX)
                           = WS-FEE-ROW-CATEGORY (WS-FEE-IDX)
                   SET ROW-IN-CONFLICT TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-FEE-ROW-CATEGORY (WS-FEE-IDX) TO EFL-FEE-CATEGORY
           MOVE WS-FEE-ROW-MIN (WS-FEE-IDX) TO EFL-FEE-MIN
           MOVE WS-FEE-ROW-MAX (WS-FEE-IDX) TO EFL-FEE-MAX
           MOVE WS-FEE-ROW-FROM (WS-FEE-IDX) TO EFL-FEE-FROM
           MOVE WS-FEE-ROW-TO (WS-FEE-IDX) TO EFL-FEE-TO
           IF ROW-IN-CONFLICT
               MOVE 'CONFLICT' TO EFL-FEE-FLAG
               ADD 1 TO WS-CONFLICT-COUNT
           ELSE
               MOVE SPACES TO EFL-FEE-FLAG
           END-IF
           MOVE EFL-FEE-DETAIL-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD.

       3000-FINALIZE.
           MOVE EFL-BLANK-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           MOVE WS-BREED-ROWS-READ TO EFL-TOT-BREED-READ
           MOVE WS-BREED-ROW-COUNT TO EFL-TOT-BREED-LISTED
           MOVE WS-BREED-ROWS-IGNORED TO EFL-TOT-BREED-IGNORED
           MOVE WS-FEE-ROWS-READ TO EFL-TOT-FEE-READ
           MOVE WS-FEE-ROW-COUNT TO EFL-TOT-FEE-LISTED
           MOVE WS-FEE-ROWS-IGNORED TO EFL-TOT-FEE-IGNORED
           MOVE WS-CONFLICT-COUNT TO EFL-TOT-CONFLICTS
           MOVE EFL-TOTALS-LINE TO EFFRPT-RECORD
           WRITE EFFRPT-RECORD
           CLOSE EFFRPT
           IF WS-CONFLICT-COUNT > 0
               DISPLAY 'DOGGOSEF: ' WS-CONFLICT-COUNT
                   ' ROWS IN CONFLICT ON ' WS-AS-OF-DATE
                   ' - SEE EFFRPT'
               MOVE WS-RC-CONFLICT-WARN TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF.

       END PROGRAM 'DOGGOSEF'.
