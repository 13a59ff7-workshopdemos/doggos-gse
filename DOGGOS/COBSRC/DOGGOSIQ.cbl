       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSIQ'.
      ******************************************************************
      * DOGGOSIQ - Online status inquiry (CICS).
      *
      * Answers a shelter's "did it go through?" call from the files
      * the batch suite already maintains, without waiting for the
      * next printouts. Strictly read-only: nothing here updates a
      * file the batch steps own. One program behind three
      * transactions, each keyed on what follows the transaction ID
      * on a cleared screen:
      *
      *   DGIA animal-id     the animal's ADOPTLDG entry - ledger
      *                      status, adoption date, shelter, breed,
      *                      fee, return count and last return date -
      *                      and every SUSPENSE record holding that
      *                      animal ID, with its reason code.
      *   DGIS shelter-code  the shelter's SHELMAST row and its
      *                      month-to-date totals off SHLHIST: days
      *                      posted, adoptions, fees and the non-zero
      *                      category counts.
      *   DGID yyyymmdd      that business date's MTDHIST totals and
      *                      its RUNLOG entries - every step logged
      *                      against the date, plus the dateless
      *                      steps that ran on it.
      *
      * ADOPTLDG is read by its key. SUSPENSE, SHELMAST, SHLHIST,
      * RUNLOG and MTDHIST are small sequential files and are browsed
      * from the start, defined to the region as entry-sequenced,
      * read/browse only. The region closes them while the batch
      * window rewrites them; an inquiry that finds one closed says
      * so on the screen rather than abending.
      *
      * The answer is sent as a single text screen; the operator
      * clears and keys the next inquiry. Lines past the screen are
      * counted on the last line, not paged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Record areas - the batch layouts, read INTO from the region's
      * file definitions.
      ******************************************************************
           COPY ADOPTLDG.
           COPY SUSPREC.
           COPY SHELMST.
           COPY SHLHIST.
           COPY MTDHIST.
           COPY RUNLOG.

      ******************************************************************
      * Terminal input and the key the operator asked about.
      ******************************************************************
       01  WS-TERM-INPUT               PIC X(80).
       01  WS-TERM-LENGTH              PIC S9(4) COMP VALUE +80.
       01  WS-KEY-AREA                 PIC X(75).
       01  WS-KEY-LEAD                 PIC S9(4) COMP VALUE +0.
       01  WS-INQ-KEY                  PIC X(30).
       01  WS-INQ-ANIMAL-ID REDEFINES WS-INQ-KEY.
           05 WS-INQ-ANIMAL            PIC X(12).
           05 FILLER                   PIC X(18).
       01  WS-INQ-SHELTER REDEFINES WS-INQ-KEY.
           05 WS-INQ-SHELTER-CODE      PIC X(25).
           05 FILLER                   PIC X(5).
       01  WS-INQ-DATE-VIEW REDEFINES WS-INQ-KEY.
           05 WS-INQ-DATE              PIC X(8).
           05 WS-INQ-DATE-REST         PIC X(22).
       01  WS-INQ-DATE-NUM             PIC 9(8) VALUE 0.

      ******************************************************************
      * CICS response and browse position.
      ******************************************************************
       01  WS-CICS-RESP                PIC S9(8) COMP VALUE +0.
       01  WS-CICS-RESP-DISP           PIC ZZZZ9.
       01  WS-RBA                      PIC S9(8) COMP VALUE +0.
       01  WS-FILE-NAME                PIC X(8).

       01  WS-SWITCHES.
           05 WS-BROWSE-EOF-SWITCH     PIC X VALUE 'N'.
               88 END-OF-BROWSE        VALUE 'Y'.
           05 WS-FILE-ERROR-SWITCH     PIC X VALUE 'N'.
               88 FILE-ERROR           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X VALUE 'N'.
               88 ENTRY-FOUND          VALUE 'Y'.
           05 WS-BROWSE-SWITCH         PIC X VALUE 'N'.
               88 BROWSE-ACTIVE        VALUE 'Y'.

      ******************************************************************
      * Counts and accumulators for the answer.
      ******************************************************************
       01  WS-MATCH-COUNT              PIC 9(5) VALUE 0.
       01  WS-DAYS-POSTED              PIC 9(5) VALUE 0.
       01  WS-LAST-POSTED              PIC X(8) VALUE SPACES.
       01  WS-MTD-TOTAL                PIC 9(9) VALUE 0.
       01  WS-MTD-FEES                 PIC 9(11)V99 VALUE 0.
       01  WS-MTD-CAT-TABLE.
           05 WS-MTD-CAT-TOTAL         PIC 9(9) OCCURS 50 TIMES.
       01  WS-CAT-IDX                  PIC 9(3) VALUE 0.
       01  WS-CAT-ON-LINE              PIC 9(1) VALUE 0.

      ******************************************************************
      * The screen: 22 lines of answer and a message line, each
      * ended by a new-line so BMS lays them out row for row.
      ******************************************************************
       01  WS-BODY-MAX                 PIC 9(3) VALUE 22.
       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-LINES-DROPPED            PIC 9(5) VALUE 0.
       01  WS-SCREEN.
           05 WS-SCREEN-LINE OCCURS 23 TIMES
                   INDEXED BY WS-SCREEN-IDX.
               10 WS-SL-TEXT           PIC X(79).
               10 WS-SL-NEW-LINE       PIC X(1).
       01  WS-SCREEN-LENGTH            PIC S9(4) COMP VALUE +1840.
       01  WS-NEW-LINE                 PIC X(1) VALUE X'15'.

       01  WS-OUT-LINE                 PIC X(79).
       01  WS-MESSAGE                  PIC X(79) VALUE SPACES.

      ******************************************************************
      * Screen line layouts.
      ******************************************************************
       01  IQ-TITLE-LINE.
           05 IQT-TITLE                PIC X(40).
           05 IQT-KEY                  PIC X(30).
           05 FILLER                   PIC X(9) VALUE SPACES.

       01  IQ-LEDGER-LINE-1.
           05 FILLER                   PIC X(9) VALUE 'STATUS   '.
           05 IQL-STATUS               PIC X(10).
           05 FILLER                   PIC X(10) VALUE ' ADOPTED  '.
           05 IQL-ADOPT-DATE           PIC X(8).
           05 FILLER                   PIC X(6) VALUE ' FEE  '.
           05 IQL-FEE                  PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  IQ-LEDGER-LINE-2.
           05 FILLER                   PIC X(9) VALUE 'SHELTER  '.
           05 IQL-SHELTER-CODE         PIC X(25).
           05 FILLER                   PIC X(7) VALUE ' BREED '.
           05 IQL-BREED-NAME           PIC X(30).
           05 FILLER                   PIC X(5) VALUE ' CAT '.
           05 IQL-CATEGORY             PIC 9(2).
           05 FILLER                   PIC X(1) VALUE SPACES.

       01  IQ-LEDGER-LINE-3.
           05 FILLER                   PIC X(9) VALUE 'RETURNS  '.
           05 IQL-RETURN-COUNT         PIC Z9.
           05 FILLER                   PIC X(14)
               VALUE '   LAST RETURN'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQL-RETURN-DATE          PIC X(8).
           05 FILLER                   PIC X(45) VALUE SPACES.

       01  IQ-SUSPENSE-LINE.
           05 IQS-REASON               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-TRAN-TYPE            PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-SHELTER-CODE         PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-BREED-NAME           PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-QUANTITY             PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQS-FEE-AMOUNT           PIC X(8).

       01  IQ-SHELTER-LINE.
           05 FILLER                   PIC X(9) VALUE 'NAME     '.
           05 IQH-NAME                 PIC X(25).
           05 FILLER                   PIC X(8) VALUE ' STATUS '.
           05 IQH-STATUS               PIC X(8).
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  IQ-MTD-SHELTER-LINE.
           05 FILLER                   PIC X(9) VALUE 'MTD DAYS '.
           05 IQM-DAYS                 PIC ZZZZ9.
           05 FILLER                   PIC X(13) VALUE '  LAST POSTED'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQM-LAST-POSTED          PIC X(8).
           05 FILLER                   PIC X(43) VALUE SPACES.

       01  IQ-TOTALS-LINE.
           05 FILLER                   PIC X(10) VALUE 'ADOPTIONS '.
           05 IQM-TOTAL                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE '  FEES '.
           05 IQM-FEES                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  IQ-CATEGORY-LINE.
           05 IQC-ENTRY OCCURS 5 TIMES.
               10 IQC-LABEL            PIC X(4).
               10 IQC-CATEGORY         PIC 9(2).
               10 FILLER               PIC X(1) VALUE SPACES.
               10 IQC-TOTAL            PIC ZZZZZZ9.
               10 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  IQ-MTD-DAY-LINE.
           05 FILLER                   PIC X(13) VALUE 'RECORDS READ '.
           05 IQD-READ                 PIC ZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTED '.
           05 IQD-REJECTED             PIC ZZZZZZ9.
           05 FILLER                   PIC X(41) VALUE SPACES.

       01  IQ-SUSPENSE-HEAD-LINE.
           05 FILLER                   PIC X(9) VALUE 'REASON'.
           05 FILLER                   PIC X(9) VALUE 'RUN DATE'.
           05 FILLER                   PIC X(2) VALUE 'T'.
           05 FILLER                   PIC X(26) VALUE 'SHELTER'.
           05 FILLER                   PIC X(21) VALUE 'BREED'.
           05 FILLER                   PIC X(4) VALUE 'QTY'.
           05 FILLER                   PIC X(8) VALUE 'FEE'.

       01  IQ-RUNLOG-HEAD-LINE.
           05 FILLER                   PIC X(9) VALUE 'TIME'.
           05 FILLER                   PIC X(9) VALUE 'PROGRAM'.
           05 FILLER                   PIC X(8) VALUE 'MODE'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE 'OV'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE ' RC'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '     IN'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '    OUT'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'REJECTD'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'OPERATOR'.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  IQ-RUNLOG-LINE.
           05 IQR-TIME                 PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-PROGRAM              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-MODE                 PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 IQR-OVERRIDE             PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-RC                   PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-IN                   PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-OUT                  PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-REJECTED             PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 IQR-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  IQ-DROPPED-LINE.
           05 IQX-DROPPED              PIC ZZZZ9.
           05 FILLER                   PIC X(74)
               VALUE ' MORE LINES NOT SHOWN'.

       PROCEDURE DIVISION.
      ******************************************************************
      * One inquiry per task: read the key, build the answer, send
      * it, end the task.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF WS-MESSAGE = SPACES
               EVALUATE EIBTRNID
                   WHEN 'DGIA'
                       PERFORM 2000-ANIMAL-INQUIRY
                   WHEN 'DGIS'
                       PERFORM 2300-SHELTER-INQUIRY
                   WHEN 'DGID'
                       PERFORM 2600-DATE-INQUIRY
                   WHEN OTHER
                       MOVE 'DOGGOSIQ: RUN AS DGIA, DGIS OR DGID'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF
           PERFORM 3000-SEND-SCREEN
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      ******************************************************************
      * Takes the key from what follows the transaction ID. Anything
      * wrong with it becomes the screen message and no file is
      * touched.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-SCREEN
           PERFORM VARYING WS-SCREEN-IDX FROM 1 BY 1
                   UNTIL WS-SCREEN-IDX > 23
               MOVE WS-NEW-LINE TO WS-SL-NEW-LINE (WS-SCREEN-IDX)
           END-PERFORM
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-LINES-DROPPED
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-TERM-INPUT
           MOVE SPACES TO WS-INQ-KEY

           MOVE +80 TO WS-TERM-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-TERM-INPUT)
               LENGTH(WS-TERM-LENGTH)
               RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(LENGERR)
                   MOVE 'DOGGOSIQ: INPUT TOO LONG' TO WS-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WS-TERM-INPUT
           END-EVALUATE

           IF WS-MESSAGE = SPACES
               IF WS-TERM-LENGTH > 5
                   MOVE WS-TERM-INPUT (6:75) TO WS-KEY-AREA
                   MOVE 0 TO WS-KEY-LEAD
                   INSPECT WS-KEY-AREA TALLYING WS-KEY-LEAD
                       FOR LEADING SPACES
                   IF WS-KEY-LEAD < 75
                       MOVE WS-KEY-AREA (WS-KEY-LEAD + 1:)
                           TO WS-INQ-KEY
                   END-IF
               END-IF
               PERFORM 1100-EDIT-KEY
           END-IF.

       1100-EDIT-KEY.
           EVALUATE TRUE
               WHEN WS-INQ-KEY = SPACES
                   EVALUATE EIBTRNID
                       WHEN 'DGIA'
                           MOVE 'KEY DGIA FOLLOWED BY THE ANIMAL ID'
                               TO WS-MESSAGE
                       WHEN 'DGIS'
                           MOVE 'KEY DGIS FOLLOWED BY THE SHELTER CODE'
                               TO WS-MESSAGE
                       WHEN OTHER
                           MOVE 'KEY DGID FOLLOWED BY THE DATE YYYYMMDD'
                               TO WS-MESSAGE
                   END-EVALUATE
               WHEN EIBTRNID = 'DGID'
                   IF WS-INQ-DATE IS NOT NUMERIC
                           OR WS-INQ-DATE-REST NOT = SPACES
                       MOVE 'DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                   ELSE
                       MOVE WS-INQ-DATE TO WS-INQ-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (WS-INQ-DATE-NUM) NOT = 0
                           MOVE 'DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * DGIA: the ledger entry, then the suspense records holding the
      * animal. An animal never posted has no ledger entry but may
      * still be on SUSPENSE - the usual reason the shelter calls.
      ******************************************************************
       2000-ANIMAL-INQUIRY.
           MOVE 'ANIMAL STATUS INQUIRY          ANIMAL '
               TO IQT-TITLE
           MOVE WS-INQ-ANIMAL TO IQT-KEY
           MOVE IQ-TITLE-LINE TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE

           MOVE 'ADOPTLDG' TO WS-FILE-NAME
           EXEC CICS READ
               FILE('ADOPTLDG')
               INTO(ADOPTION-LEDGER-REC)
               RIDFLD(WS-INQ-ANIMAL)
               RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2100-SHOW-LEDGER-ENTRY
               WHEN DFHRESP(NOTFND)
                   MOVE 'NOT ON THE ADOPTION LEDGER' TO WS-OUT-LINE
                   PERFORM 8000-ADD-LINE
               WHEN OTHER
                   PERFORM 8100-FILE-UNAVAILABLE
           END-EVALUATE

           IF NOT FILE-ERROR
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               MOVE 'SUSPENSE RECORDS HOLDING THIS ANIMAL'
                   TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               MOVE IQ-SUSPENSE-HEAD-LINE TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               PERFORM 2200-BROWSE-SUSPENSE
           END-IF.

       2100-SHOW-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN LG-OPEN
                   MOVE 'ADOPTED' TO IQL-STATUS
               WHEN LG-RETURNED
                   MOVE 'RETURNED' TO IQL-STATUS
               WHEN OTHER
                   MOVE LG-STATUS TO IQL-STATUS
           END-EVALUATE
           MOVE LG-ADOPT-DATE TO IQL-ADOPT-DATE
           MOVE LG-FEE-AMOUNT TO IQL-FEE
           MOVE IQ-LEDGER-LINE-1 TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE
           MOVE LG-SHELTER-CODE TO IQL-SHELTER-CODE
           MOVE LG-BREED-NAME TO IQL-BREED-NAME
           MOVE LG-CATEGORY TO IQL-CATEGORY
           MOVE IQ-LEDGER-LINE-2 TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE
           MOVE LG-RETURN-COUNT TO IQL-RETURN-COUNT
           MOVE LG-RETURN-DATE TO IQL-RETURN-DATE
           MOVE IQ-LEDGER-LINE-3 TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE.

       2200-BROWSE-SUSPENSE.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 'SUSPENSE' TO WS-FILE-NAME
           PERFORM 8200-START-BROWSE
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE('SUSPENSE')
                   INTO(SUSPENSE-RECORD)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
               END-EXEC
               EVALUATE WS-CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF SR-ANIMAL-ID = WS-INQ-ANIMAL
                           PERFORM 2210-SHOW-SUSPENSE-RECORD
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       SET END-OF-BROWSE TO TRUE
                   WHEN OTHER
                       PERFORM 8100-FILE-UNAVAILABLE
                       SET END-OF-BROWSE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM 8300-END-BROWSE
           IF NOT FILE-ERROR AND WS-MATCH-COUNT = 0
               MOVE 'NONE - NOTHING ON SUSPENSE FOR THIS ANIMAL'
                   TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
           END-IF.

       2210-SHOW-SUSPENSE-RECORD.
           ADD 1 TO WS-MATCH-COUNT
           MOVE SR-REASON-CODE TO IQS-REASON
           MOVE SR-RUN-DATE TO IQS-RUN-DATE
           MOVE SR-TRAN-TYPE TO IQS-TRAN-TYPE
           MOVE SR-SHELTER-CODE TO IQS-SHELTER-CODE
           MOVE SR-BREED-NAME TO IQS-BREED-NAME
           MOVE SR-QUANTITY TO IQS-QUANTITY
           MOVE SR-FEE-AMOUNT TO IQS-FEE-AMOUNT
           MOVE IQ-SUSPENSE-LINE TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE.

      ******************************************************************
      * DGIS: the SHELMAST row, then the shelter's SHLHIST rows summed
      * into month-to-date totals. SHLHIST holds one 'D' row per
      * date posted since the last month-end close.
      ******************************************************************
       2300-SHELTER-INQUIRY.
           MOVE 'SHELTER STATUS INQUIRY         SHELTER'
               TO IQT-TITLE
           MOVE WS-INQ-SHELTER-CODE TO IQT-KEY
           MOVE IQ-TITLE-LINE TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE

           PERFORM 2400-FIND-SHELTER
           IF NOT FILE-ERROR
               IF ENTRY-FOUND
                   MOVE SM-SHELTER-NAME TO IQH-NAME
                   EVALUATE TRUE
                       WHEN SM-ACTIVE
                           MOVE 'ACTIVE' TO IQH-STATUS
                       WHEN SM-INACTIVE
                           MOVE 'INACTIVE' TO IQH-STATUS
                       WHEN OTHER
                           MOVE SM-ACTIVE-FLAG TO IQH-STATUS
                   END-EVALUATE
                   MOVE IQ-SHELTER-LINE TO WS-OUT-LINE
               ELSE
                   MOVE 'NOT ON THE SHELTER MASTER' TO WS-OUT-LINE
               END-IF
               PERFORM 8000-ADD-LINE
               PERFORM 2500-SUM-SHELTER-HISTORY
           END-IF

           IF NOT FILE-ERROR
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               MOVE WS-DAYS-POSTED TO IQM-DAYS
               MOVE WS-LAST-POSTED TO IQM-LAST-POSTED
               MOVE IQ-MTD-SHELTER-LINE TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               MOVE WS-MTD-TOTAL TO IQM-TOTAL
               MOVE WS-MTD-FEES TO IQM-FEES
               MOVE IQ-TOTALS-LINE TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               PERFORM 2900-SHOW-CATEGORIES
           END-IF.

       2400-FIND-SHELTER.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'SHELMAST' TO WS-FILE-NAME
           PERFORM 8200-START-BROWSE
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE('SHELMAST')
                   INTO(SHELTER-MASTER-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
               END-EXEC
               EVALUATE WS-CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF SM-SHELTER-CODE = WS-INQ-SHELTER-CODE
                           SET ENTRY-FOUND TO TRUE
                           SET END-OF-BROWSE TO TRUE
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       SET END-OF-BROWSE TO TRUE
                   WHEN OTHER
                       PERFORM 8100-FILE-UNAVAILABLE
                       SET END-OF-BROWSE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM 8300-END-BROWSE.

       2500-SUM-SHELTER-HISTORY.
           MOVE 0 TO WS-DAYS-POSTED
           MOVE SPACES TO WS-LAST-POSTED
           MOVE 0 TO WS-MTD-TOTAL
           MOVE 0 TO WS-MTD-FEES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 50
               MOVE 0 TO WS-MTD-CAT-TOTAL (WS-CAT-IDX)
           END-PERFORM
           MOVE 'SHLHIST' TO WS-FILE-NAME
           PERFORM 8200-START-BROWSE
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE('SHLHIST')
                   INTO(SHELTER-HISTORY-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
               END-EXEC
               EVALUATE WS-CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF SH-DAY-TOTALS
                               AND SH-SHELTER-CODE
                                   = WS-INQ-SHELTER-CODE
                           PERFORM 2510-ADD-SHELTER-DAY
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       SET END-OF-BROWSE TO TRUE
                   WHEN OTHER
                       PERFORM 8100-FILE-UNAVAILABLE
                       SET END-OF-BROWSE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM 8300-END-BROWSE.

       2510-ADD-SHELTER-DAY.
           ADD 1 TO WS-DAYS-POSTED
           IF SH-RUN-DATE > WS-LAST-POSTED
               MOVE SH-RUN-DATE TO WS-LAST-POSTED
           END-IF
           ADD SH-TOTAL TO WS-MTD-TOTAL
           ADD SH-FEE-TOTAL TO WS-MTD-FEES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 50
               ADD SH-CAT-TOTAL (WS-CAT-IDX)
                   TO WS-MTD-CAT-TOTAL (WS-CAT-IDX)
           END-PERFORM.

      ******************************************************************
      * DGID: the day's MTDHIST row (one per date - DOGGOSMH replaces
      * a rerun day's row), then every RUNLOG entry for the date.
      * Steps that log no business date are shown for the day they
      * ran on.
      ******************************************************************
       2600-DATE-INQUIRY.
           MOVE 'BUSINESS DATE STATUS INQUIRY   DATE   '
               TO IQT-TITLE
           MOVE WS-INQ-DATE TO IQT-KEY
           MOVE IQ-TITLE-LINE TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE

           PERFORM 2700-FIND-MTD-DAY
           IF NOT FILE-ERROR
               IF ENTRY-FOUND
                   MOVE MH-RECORDS-READ TO IQD-READ
                   MOVE MH-RECORDS-REJECTED TO IQD-REJECTED
                   MOVE IQ-MTD-DAY-LINE TO WS-OUT-LINE
                   PERFORM 8000-ADD-LINE
                   MOVE 0 TO WS-MTD-TOTAL
                   MOVE 0 TO WS-MTD-FEES
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX > 50
                       MOVE MH-CATEGORY-TOTAL (WS-CAT-IDX)
                           TO WS-MTD-CAT-TOTAL (WS-CAT-IDX)
                       ADD MH-CATEGORY-TOTAL (WS-CAT-IDX)
                           TO WS-MTD-TOTAL
                       ADD MH-CATEGORY-FEE (WS-CAT-IDX)
                           TO WS-MTD-FEES
                   END-PERFORM
                   MOVE WS-MTD-TOTAL TO IQM-TOTAL
                   MOVE WS-MTD-FEES TO IQM-FEES
                   MOVE IQ-TOTALS-LINE TO WS-OUT-LINE
                   PERFORM 8000-ADD-LINE
                   PERFORM 2900-SHOW-CATEGORIES
               ELSE
                   MOVE 'NO MONTH-TO-DATE TOTALS FOR THIS DATE'
                       TO WS-OUT-LINE
                   PERFORM 8000-ADD-LINE
               END-IF
           END-IF

           IF NOT FILE-ERROR
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               MOVE IQ-RUNLOG-HEAD-LINE TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
               PERFORM 2800-BROWSE-RUN-LOG
           END-IF.

       2700-FIND-MTD-DAY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'MTDHIST' TO WS-FILE-NAME
           PERFORM 8200-START-BROWSE
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE('MTDHIST')
                   INTO(MTD-HISTORY-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
               END-EXEC
               EVALUATE WS-CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF MH-RUN-DATE = WS-INQ-DATE
                           SET ENTRY-FOUND TO TRUE
                           SET END-OF-BROWSE TO TRUE
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       SET END-OF-BROWSE TO TRUE
                   WHEN OTHER
                       PERFORM 8100-FILE-UNAVAILABLE
                       SET END-OF-BROWSE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM 8300-END-BROWSE.

       2800-BROWSE-RUN-LOG.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 'RUNLOG' TO WS-FILE-NAME
           PERFORM 8200-START-BROWSE
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE('RUNLOG')
                   INTO(RUN-LOG-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
               END-EXEC
               EVALUATE WS-CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF RL-BUSINESS-DATE = WS-INQ-DATE
                               OR (RL-BUSINESS-DATE = SPACES
                               AND RL-TIMESTAMP (1:8) = WS-INQ-DATE)
                           PERFORM 2810-SHOW-RUN-LOG-ENTRY
                       END-IF
                   WHEN DFHRESP(ENDFILE)
                       SET END-OF-BROWSE TO TRUE
                   WHEN OTHER
                       PERFORM 8100-FILE-UNAVAILABLE
                       SET END-OF-BROWSE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM 8300-END-BROWSE
           IF NOT FILE-ERROR AND WS-MATCH-COUNT = 0
               MOVE 'NO RUN-LOG ENTRIES FOR THIS DATE' TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
           END-IF.

       2810-SHOW-RUN-LOG-ENTRY.
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO IQR-TIME
           STRING RL-TIMESTAMP (9:2) ':' RL-TIMESTAMP (11:2) ':'
                   RL-TIMESTAMP (13:2)
               DELIMITED BY SIZE INTO IQR-TIME
           END-STRING
           MOVE RL-PROGRAM TO IQR-PROGRAM
           MOVE RL-RUN-MODE TO IQR-MODE
           MOVE RL-OVERRIDE-FLAG TO IQR-OVERRIDE
           MOVE RL-RETURN-CODE TO IQR-RC
           MOVE RL-RECORDS-IN TO IQR-IN
           MOVE RL-RECORDS-OUT TO IQR-OUT
           MOVE RL-RECORDS-REJECTED TO IQR-REJECTED
           MOVE RL-OPERATOR TO IQR-OPERATOR
           MOVE IQ-RUNLOG-LINE TO WS-OUT-LINE
           PERFORM 8000-ADD-LINE.

      ******************************************************************
      * The non-zero entries of WS-MTD-CAT-TOTAL, five to a line.
      ******************************************************************
       2900-SHOW-CATEGORIES.
           MOVE SPACES TO IQ-CATEGORY-LINE
           MOVE 0 TO WS-CAT-ON-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 50
               IF WS-MTD-CAT-TOTAL (WS-CAT-IDX) > 0
                   ADD 1 TO WS-CAT-ON-LINE
                   MOVE 'CAT ' TO IQC-LABEL (WS-CAT-ON-LINE)
                   MOVE WS-CAT-IDX TO IQC-CATEGORY (WS-CAT-ON-LINE)
                   MOVE WS-MTD-CAT-TOTAL (WS-CAT-IDX)
                       TO IQC-TOTAL (WS-CAT-ON-LINE)
                   IF WS-CAT-ON-LINE = 5
                       MOVE IQ-CATEGORY-LINE TO WS-OUT-LINE
                       PERFORM 8000-ADD-LINE
                       MOVE SPACES TO IQ-CATEGORY-LINE
                       MOVE 0 TO WS-CAT-ON-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAT-ON-LINE > 0
               MOVE IQ-CATEGORY-LINE TO WS-OUT-LINE
               PERFORM 8000-ADD-LINE
           END-IF.

       3000-SEND-SCREEN.
           IF WS-LINES-DROPPED > 0 AND WS-MESSAGE = SPACES
               MOVE WS-LINES-DROPPED TO IQX-DROPPED
               MOVE IQ-DROPPED-LINE TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO WS-SL-TEXT (23)
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
               FREEKB
           END-EXEC.

      ******************************************************************
      * Puts WS-OUT-LINE on the next body line of the screen, or
      * counts it once the body is full.
      ******************************************************************
       8000-ADD-LINE.
           IF WS-LINE-COUNT < WS-BODY-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-OUT-LINE TO WS-SL-TEXT (WS-LINE-COUNT)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF
           MOVE SPACES TO WS-OUT-LINE.

      ******************************************************************
      * A file the region has closed or disabled - the batch window -
      * is reported as such; anything else shows its CICS response.
      ******************************************************************
       8100-FILE-UNAVAILABLE.
           SET FILE-ERROR TO TRUE
           IF WS-CICS-RESP = DFHRESP(NOTOPEN)
                   OR WS-CICS-RESP = DFHRESP(DISABLED)
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   ' IS CLOSED FOR THE BATCH WINDOW - TRY AGAIN LATER'
                       DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           ELSE
               MOVE WS-CICS-RESP TO WS-CICS-RESP-DISP
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   ' READ FAILED, RESP=' WS-CICS-RESP-DISP
                       DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF.

      ******************************************************************
      * Positions a browse of WS-FILE-NAME at its first record.
      ******************************************************************
       8200-START-BROWSE.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH
           MOVE +0 TO WS-RBA
           EXEC CICS STARTBR
               FILE(WS-FILE-NAME)
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET BROWSE-ACTIVE TO TRUE
               WHEN DFHRESP(NOTFND)
      *            An empty file - nothing to browse.
                   SET END-OF-BROWSE TO TRUE
               WHEN OTHER
                   PERFORM 8100-FILE-UNAVAILABLE
                   SET END-OF-BROWSE TO TRUE
           END-EVALUATE.

       8300-END-BROWSE.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE(WS-FILE-NAME)
                   RESP(WS-CICS-RESP)
               END-EXEC
               MOVE 'N' TO WS-BROWSE-SWITCH
           END-IF.

       END PROGRAM 'DOGGOSIQ'.
