       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSRS'.
      ******************************************************************
      * DOGGOSRS - Monthly shelter revenue-share settlement.
      *
      * Run at month end, before the DOGGOSMC close resets SHLHIST.
      * Settles every shelter that placed (or had returned) adoptions
      * this month under the terms on the SHLCNTR contract file:
      * either a percentage share of the shelter's net adoption fees
      * or a flat rate per net adoption.
      *
      * The month's net numbers come from SHLHIST, where DOGGOSSH has
      * already netted every return against the ORIGINAL adoption's
      * date and shelter. A return of an adoption from an earlier,
      * already-closed month cannot land on SHLHIST (DOGGOSSH skips
      * it), so the ledger is read as well: every animal returned
      * this month against an adoption dated before it is netted
      * back against the shelter that placed it, so the share paid
      * for it last month is recovered this month.
      *
      * Outputs the REMITRPT remittance register - one line per
      * settled shelter, with the basis, net adoptions, net fees and
      * amount - and the PAYINSTR payment-instruction file for
      * accounts payable. A shelter whose returns outweigh its month
      * gets a debit memo instead of a payment. A shelter with
      * activity but no contract is listed unsettled and ends the
      * step with its own warning RC so the contract is keyed before
      * the close.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHLHIST ASSIGN TO SHLHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHLHIST-STATUS.

           SELECT SHELMAST ASSIGN TO SHELMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHELMAST-STATUS.

           SELECT SHLCNTR ASSIGN TO SHLCNTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHLCNTR-STATUS.

           SELECT ADOPTLDG ASSIGN TO ADOPTLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ANIMAL-ID
               FILE STATUS IS WS-ADOPTLDG-STATUS.

           SELECT OPTIONAL RSCTL ASSIGN TO RSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSCTL-STATUS.

           SELECT REMITRPT ASSIGN TO REMITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMITRPT-STATUS.

           SELECT PAYINSTR ASSIGN TO PAYINSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYINSTR-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHLHIST
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
           COPY SHLHIST.

       FD  SHELMAST
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
           COPY SHELMST.

      ******************************************************************
      * SHLCNTR - shelter revenue-share contracts, one row per
      * shelter code, operator-maintained the way SHELMAST is:
      *   SC-BASIS 'P' - SC-SHARE-PCT percent of the net fees;
      *   SC-BASIS 'F' - SC-FLAT-RATE per net adoption.
      * SC-PAYEE-ID is the shelter's vendor id on the AP side.
      ******************************************************************
       FD  SHLCNTR
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  SHLCNTR-RECORD.
           05 SC-SHELTER-CODE          PIC X(25).
           05 SC-BASIS                 PIC X(1).
               88 SC-PERCENT-BASIS     VALUE 'P'.
               88 SC-FLAT-BASIS        VALUE 'F'.
           05 SC-SHARE-PCT             PIC 9(3)V99.
           05 SC-FLAT-RATE             PIC 9(5)V99.
           05 SC-PAYEE-ID              PIC X(10).
           05 FILLER                   PIC X(12).

      ******************************************************************
      * ADOPTLDG - the live adoption ledger, read only for returns of
      * adoptions from months already closed.
      ******************************************************************
       FD  ADOPTLDG
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADOPTLDG.

      ******************************************************************
      * RSCTL - optional control card: the settlement month YYYYMM in
      * columns 1-6. With no card the month is the one SHLHIST's
      * latest run date falls in - the normal month-end case.
      ******************************************************************
       FD  RSCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RSCTL-RECORD.
           05 RC-PERIOD                PIC X(6).
           05 FILLER                   PIC X(74).

       FD  REMITRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REMITRPT-RECORD             PIC X(132).

       FD  PAYINSTR
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY PAYINSTR.

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
       01  WS-SHLHIST-STATUS           PIC X(2) VALUE '00'.
       01  WS-SHELMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-SHLCNTR-STATUS           PIC X(2) VALUE '00'.
       01  WS-ADOPTLDG-STATUS          PIC X(2) VALUE '00'.
       01  WS-RSCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-REMITRPT-STATUS          PIC X(2) VALUE '00'.
       01  WS-PAYINSTR-STATUS          PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-SHEL-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SHELMAST          VALUE 'Y'.

       01  WS-CNTR-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SHLCNTR           VALUE 'Y'.

       01  WS-LDG-EOF-SWITCH           PIC X VALUE 'N'.
           88 END-OF-ADOPTLDG          VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-SHLHIST       VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X VALUE 'N'.
               88 ROW-FOUND            VALUE 'Y'.

      ******************************************************************
      * Shelter names, loaded from SHELMAST - every shelter, active
      * or not: a shelter retired mid-month is still owed its share.
      ******************************************************************
       01  WS-SHELTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHELTER-TABLE.
           05 WS-SHELTER-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SHELTER-IDX.
               10 WS-SHELTER-CODE      PIC X(25).
               10 WS-SHELTER-NAME      PIC X(25).

      ******************************************************************
      * Contracts, loaded from SHLCNTR. A row with an unknown basis
      * or a non-numeric rate is reported and ignored, which leaves
      * the shelter unsettled rather than paid on a bad rate.
      ******************************************************************
       01  WS-CONTRACT-COUNT           PIC 9(3) VALUE 0.
       01  WS-CONTRACT-TABLE.
           05 WS-CONTRACT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CONTRACT-IDX.
               10 WS-CTR-SHELTER       PIC X(25).
               10 WS-CTR-BASIS         PIC X(1).
                   88 CTR-PERCENT-BASIS VALUE 'P'.
               10 WS-CTR-SHARE-PCT     PIC 9(3)V99.
               10 WS-CTR-FLAT-RATE     PIC 9(5)V99.
               10 WS-CTR-PAYEE-ID      PIC X(10).

      ******************************************************************
      * One settlement slot per shelter with activity this month,
      * keyed by shelter code: the month's net numbers off SHLHIST
      * and the prior-month returns netted back off the ledger. 200
      * slots covers the 100-shelter master plus codes since deleted.
      ******************************************************************
       01  WS-SETTLE-COUNT             PIC 9(3) VALUE 0.
       01  WS-SETTLE-SLOT              PIC 9(3) VALUE 0.
       01  WS-SEARCH-SHELTER           PIC X(25).
       01  WS-SETTLE-TABLE.
           05 WS-SETTLE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SETTLE-IDX.
               10 WS-STL-SHELTER       PIC X(25).
               10 WS-STL-ADOPTIONS     PIC 9(7).
               10 WS-STL-FEES          PIC 9(9)V99.
               10 WS-STL-RTN-QTY       PIC 9(7).
               10 WS-STL-RTN-FEES      PIC 9(9)V99.

      ******************************************************************
      * The settlement month and the work areas for one shelter.
      ******************************************************************
       01  WS-PERIOD                   PIC X(6) VALUE SPACES.
       01  WS-LATEST-DATE              PIC X(8) VALUE SPACES.
       01  WS-NET-ADOPTIONS            PIC S9(7) VALUE 0.
       01  WS-NET-FEES                 PIC S9(9)V99 VALUE 0.
       01  WS-SHARE-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-PAYEE-ID                 PIC X(10).
       01  WS-PAYEE-NAME               PIC X(25).

      ******************************************************************
      * Control totals, printed on the register trailer, carried on
      * the PAYINSTR trailer and displayed for the job log.
      ******************************************************************
       01  WS-HIST-ROWS-READ           PIC 9(7) VALUE 0.
       01  WS-HIST-ROWS-SKIPPED        PIC 9(7) VALUE 0.
       01  WS-LEDGER-RETURNS           PIC 9(7) VALUE 0.
       01  WS-SHELTERS-SETTLED         PIC 9(5) VALUE 0.
       01  WS-SHELTERS-UNSETTLED       PIC 9(5) VALUE 0.
       01  WS-INSTR-COUNT              PIC 9(7) VALUE 0.
       01  WS-INSTR-HASH               PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PAID               PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RECOVERED          PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * Build areas for the REMITRPT remittance register.
      ******************************************************************
       01  RMT-HEADING-LINE.
           05 FILLER                   PIC X(45)
               VALUE 'DOGGOSRS - SHELTER REVENUE-SHARE REMITTANCE  '.
           05 FILLER                   PIC X(8) VALUE ' PERIOD '.
           05 RMT-HDG-PERIOD           PIC X(6).
           05 FILLER                   PIC X(73) VALUE SPACES.

       01  RMT-COLUMN-LINE.
           05 FILLER                   PIC X(52)
               VALUE 'SHELTER CODE              SHELTER NAME'.
           05 FILLER                   PIC X(26)
               VALUE 'B  ADOPTNS        NET FEES'.
           05 FILLER                   PIC X(27)
               VALUE '      RATE          AMOUNT '.
           05 FILLER                   PIC X(27) VALUE 'STATUS'.

       01  RMT-DETAIL-LINE.
           05 RMT-DTL-CODE             PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-NAME             PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-BASIS            PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-ADOPTIONS        PIC ----,--9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-FEES             PIC ----,---,--9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-RATE             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-AMOUNT           PIC ----,---,--9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RMT-DTL-STATUS           PIC X(12).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  RMT-RETURN-LINE.
           05 FILLER                   PIC X(28)
               VALUE '  PRIOR-MONTH RETURNS NETTED'.
           05 FILLER                   PIC X(6) VALUE ' QTY '.
           05 RMT-RTN-QTY              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE ' FEES '.
           05 RMT-RTN-FEES             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(70) VALUE SPACES.

       01  RMT-TOTALS-LINE.
           05 FILLER                   PIC X(11)
               VALUE 'CTRL TOTLS '.
           05 FILLER                   PIC X(8) VALUE 'SETTLED '.
           05 RMT-TOT-SETTLED          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE ' UNSETTLED '.
           05 RMT-TOT-UNSETTLED        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE ' PAID '.
           05 RMT-TOT-PAID             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE ' RECOVERED '.
           05 RMT-TOT-RECOVERED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(39) VALUE SPACES.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. RC=158 means one
      * or more shelters with activity have no usable contract - the
      * register and payment file are written for the rest, but the
      * scheduler must hold the close until the contracts are keyed
      * and the step rerun.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-SHLHIST-OPEN-FAIL     PIC 9(3) VALUE 154.
       01  WS-RC-SHELMAST-OPEN-FAIL    PIC 9(3) VALUE 155.
       01  WS-RC-SHLCNTR-OPEN-FAIL     PIC 9(3) VALUE 156.
       01  WS-RC-ADOPTLDG-OPEN-FAIL    PIC 9(3) VALUE 157.
       01  WS-RC-UNSETTLED-WARN        PIC 9(3) VALUE 158.
       01  WS-RC-OUTPUT-OPEN-FAIL      PIC 9(3) VALUE 159.
       01  WS-RC-TABLE-FULL            PIC 9(3) VALUE 160.
       01  WS-RC-NO-PERIOD             PIC 9(3) VALUE 161.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2500-DETERMINE-PERIOD
           PERFORM 2000-LOAD-HISTORY UNTIL END-OF-SHLHIST
           IF WS-SHLHIST-STATUS NOT = '35'
               CLOSE SHLHIST
           END-IF
           PERFORM 2600-NET-PRIOR-RETURNS
           PERFORM 3000-SETTLE-SHELTERS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROES TO WS-SETTLE-TABLE
           PERFORM 1050-READ-SETTLEMENT-CONTROL
           PERFORM 1100-LOAD-SHELTER-TABLE
           PERFORM 1200-LOAD-CONTRACT-TABLE

      *    No SHLHIST yet just means a month with no shelter activity
      *    recorded - prior-month returns may still need recovering.
           OPEN INPUT SHLHIST
           EVALUATE WS-SHLHIST-STATUS
               WHEN '00'
                   IF WS-PERIOD = SPACES
                       PERFORM 1300-FIND-LATEST-DATE
                   END-IF
               WHEN '35'
                   SET END-OF-SHLHIST TO TRUE
               WHEN OTHER
                   DISPLAY 'DOGGOSRS: SHLHIST OPEN FAILED, STATUS='
                       WS-SHLHIST-STATUS
                   MOVE WS-RC-SHLHIST-OPEN-FAIL TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1050-READ-SETTLEMENT-CONTROL.
           OPEN INPUT RSCTL
           IF WS-RSCTL-STATUS = '00'
               READ RSCTL
                   AT END CONTINUE
                   NOT AT END
                       IF RC-PERIOD IS NUMERIC
                           MOVE RC-PERIOD TO WS-PERIOD
                       ELSE
                           DISPLAY 'DOGGOSRS: RSCTL PERIOD ' RC-PERIOD
                               ' NOT YYYYMM - IGNORED'
                       END-IF
               END-READ
               CLOSE RSCTL
           ELSE
           IF WS-RSCTL-STATUS = '05'
               CLOSE RSCTL
           END-IF
           END-IF.

       1100-LOAD-SHELTER-TABLE.
           MOVE SPACES TO WS-SHELTER-TABLE
           MOVE 0 TO WS-SHELTER-COUNT

           OPEN INPUT SHELMAST
           IF WS-SHELMAST-STATUS NOT = '00'
               DISPLAY 'DOGGOSRS: SHELMAST OPEN FAILED, STATUS='
                   WS-SHELMAST-STATUS
               MOVE WS-RC-SHELMAST-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-SHELMAST
               READ SHELMAST
                   AT END SET END-OF-SHELMAST TO TRUE
                   NOT AT END PERFORM 1110-STORE-SHELTER-ENTRY
               END-READ
           END-PERFORM

           CLOSE SHELMAST.

       1110-STORE-SHELTER-ENTRY.
           IF WS-SHELTER-COUNT >= 100
               DISPLAY 'DOGGOSRS: SHELMAST ENTRY IGNORED, TABLE FULL'
                   ' FOR SHELTER ' SM-SHELTER-CODE
           ELSE
               ADD 1 TO WS-SHELTER-COUNT
               MOVE SM-SHELTER-CODE
                   TO WS-SHELTER-CODE (WS-SHELTER-COUNT)
               MOVE SM-SHELTER-NAME
                   TO WS-SHELTER-NAME (WS-SHELTER-COUNT)
           END-IF.

       1200-LOAD-CONTRACT-TABLE.
           MOVE SPACES TO WS-CONTRACT-TABLE
           MOVE 0 TO WS-CONTRACT-COUNT

           OPEN INPUT SHLCNTR
           IF WS-SHLCNTR-STATUS NOT = '00'
               DISPLAY 'DOGGOSRS: SHLCNTR OPEN FAILED, STATUS='
                   WS-SHLCNTR-STATUS
               MOVE WS-RC-SHLCNTR-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-SHLCNTR
               READ SHLCNTR
                   AT END SET END-OF-SHLCNTR TO TRUE
                   NOT AT END PERFORM 1210-STORE-CONTRACT-ENTRY
               END-READ
           END-PERFORM

           CLOSE SHLCNTR.

      ******************************************************************
      * Same operator-edit guard the other table loads use: a row
      * that cannot be settled on is reported and ignored.
      ******************************************************************
       1210-STORE-CONTRACT-ENTRY.
           IF SC-SHELTER-CODE = SPACES
               DISPLAY 'DOGGOSRS: SHLCNTR ENTRY IGNORED, BLANK CODE'
           ELSE
           IF NOT SC-PERCENT-BASIS AND NOT SC-FLAT-BASIS
               DISPLAY 'DOGGOSRS: SHLCNTR ENTRY IGNORED, BAD BASIS='
                   SC-BASIS ' FOR SHELTER ' SC-SHELTER-CODE
           ELSE
           IF (SC-PERCENT-BASIS AND (SC-SHARE-PCT NOT NUMERIC
                   OR SC-SHARE-PCT > 100))
                   OR (SC-FLAT-BASIS AND SC-FLAT-RATE NOT NUMERIC)
               DISPLAY 'DOGGOSRS: SHLCNTR ENTRY IGNORED, BAD RATE'
                   ' FOR SHELTER ' SC-SHELTER-CODE
           ELSE
           IF WS-CONTRACT-COUNT >= 200
               DISPLAY 'DOGGOSRS: SHLCNTR ENTRY IGNORED, TABLE FULL'
                   ' FOR SHELTER ' SC-SHELTER-CODE
           ELSE
               ADD 1 TO WS-CONTRACT-COUNT
               MOVE SC-SHELTER-CODE
                   TO WS-CTR-SHELTER (WS-CONTRACT-COUNT)
               MOVE SC-BASIS TO WS-CTR-BASIS (WS-CONTRACT-COUNT)
               MOVE 0 TO WS-CTR-SHARE-PCT (WS-CONTRACT-COUNT)
               MOVE 0 TO WS-CTR-FLAT-RATE (WS-CONTRACT-COUNT)
               IF SC-PERCENT-BASIS
                   MOVE SC-SHARE-PCT
                       TO WS-CTR-SHARE-PCT (WS-CONTRACT-COUNT)
               ELSE
                   MOVE SC-FLAT-RATE
                       TO WS-CTR-FLAT-RATE (WS-CONTRACT-COUNT)
               END-IF
               MOVE SC-PAYEE-ID TO WS-CTR-PAYEE-ID (WS-CONTRACT-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * With no RSCTL card the settlement month is the month of
      * SHLHIST's latest run date, and it has to be known before
      * any row is added in - so SHLHIST is read through once for
      * that date and reopened for the load.
      ******************************************************************
       1300-FIND-LATEST-DATE.
           PERFORM UNTIL END-OF-SHLHIST
               READ SHLHIST
                   AT END SET END-OF-SHLHIST TO TRUE
                   NOT AT END
                       IF SH-RUN-DATE > WS-LATEST-DATE
                           MOVE SH-RUN-DATE TO WS-LATEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHLHIST
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SHLHIST
           IF WS-SHLHIST-STATUS NOT = '00'
               DISPLAY 'DOGGOSRS: SHLHIST REOPEN FAILED, STATUS='
                   WS-SHLHIST-STATUS
               MOVE WS-RC-SHLHIST-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * Only rows dated in the settlement month are settled. A row
      * from any other month - an RSCTL period that is not the month
      * SHLHIST holds, or a month the close never reset - belongs to
      * another period's settlement; adding it here would pay its
      * fees under this period's reference and pay them again when
      * that month is settled.
      ******************************************************************
       2000-LOAD-HISTORY.
           READ SHLHIST
               AT END SET END-OF-SHLHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ROWS-READ
                   IF SH-RUN-DATE (1:6) = WS-PERIOD
                       MOVE SH-SHELTER-CODE TO WS-SEARCH-SHELTER
                       PERFORM 2100-FIND-SETTLE-SLOT
                       ADD SH-TOTAL TO WS-STL-ADOPTIONS (WS-SETTLE-SLOT)
                       ADD SH-FEE-TOTAL TO WS-STL-FEES (WS-SETTLE-SLOT)
                   ELSE
                       ADD 1 TO WS-HIST-ROWS-SKIPPED
                   END-IF
           END-READ.

      ******************************************************************
      * Locates (or claims) the settlement slot for the shelter code
      * the caller moved to WS-SEARCH-SHELTER. Running out of slots
      * fails the step - settling part of the month would short-pay
      * every shelter that did not fit.
      ******************************************************************
       2100-FIND-SETTLE-SLOT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-SETTLE-SLOT
           PERFORM VARYING WS-SETTLE-IDX FROM 1 BY 1
                   UNTIL WS-SETTLE-IDX > WS-SETTLE-COUNT
                   OR ROW-FOUND
               IF WS-STL-SHELTER (WS-SETTLE-IDX) = WS-SEARCH-SHELTER
                   SET WS-SETTLE-SLOT TO WS-SETTLE-IDX
                   SET ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ROW-FOUND
               IF WS-SETTLE-COUNT >= 200
                   DISPLAY 'DOGGOSRS: SETTLEMENT TABLE FULL AT SHELTER '
                       WS-SEARCH-SHELTER
                   MOVE WS-RC-TABLE-FULL TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SETTLE-COUNT
               MOVE WS-SETTLE-COUNT TO WS-SETTLE-SLOT
               MOVE WS-SEARCH-SHELTER TO WS-STL-SHELTER (WS-SETTLE-SLOT)
           END-IF.

      ******************************************************************
      * The settlement month: the RSCTL card if one was given,
      * otherwise the month of SHLHIST's latest run date. With
      * neither there is nothing to say which month is being
      * settled, and guessing would pay the wrong period.
      ******************************************************************
       2500-DETERMINE-PERIOD.
           IF WS-PERIOD = SPACES
               IF WS-LATEST-DATE = SPACES
                   DISPLAY 'DOGGOSRS: NO SHLHIST ACTIVITY AND NO RSCTL'
                       ' PERIOD - SETTLEMENT MONTH UNKNOWN'
                   MOVE WS-RC-NO-PERIOD TO RETURN-CODE
                   IF WS-SHLHIST-STATUS NOT = '35'
                       CLOSE SHLHIST
                   END-IF
                   GOBACK
               END-IF
               MOVE WS-LATEST-DATE (1:6) TO WS-PERIOD
           END-IF
           DISPLAY 'DOGGOSRS: SETTLEMENT PERIOD ' WS-PERIOD.

      ******************************************************************
      * Every animal returned in the settlement month against an
      * adoption dated before it: that adoption's share was paid in
      * an earlier settlement, so its quantity and fee net back
      * against the shelter that placed it. No ledger yet (status
      * 35) means no returns to recover.
      ******************************************************************
       2600-NET-PRIOR-RETURNS.
           OPEN INPUT ADOPTLDG
           EVALUATE WS-ADOPTLDG-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-ADOPTLDG
                       READ ADOPTLDG
                           AT END SET END-OF-ADOPTLDG TO TRUE
                           NOT AT END
                               PERFORM 2610-CHECK-LEDGER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE ADOPTLDG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSRS: ADOPTLDG OPEN FAILED, STATUS='
                       WS-ADOPTLDG-STATUS
                   MOVE WS-RC-ADOPTLDG-OPEN-FAIL TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2610-CHECK-LEDGER-ENTRY.
           IF LG-RETURNED
                   AND LG-RETURN-DATE (1:6) = WS-PERIOD
                   AND LG-ADOPT-DATE (1:6) < WS-PERIOD
               ADD 1 TO WS-LEDGER-RETURNS
               MOVE LG-SHELTER-CODE TO WS-SEARCH-SHELTER
               PERFORM 2100-FIND-SETTLE-SLOT
               ADD LG-QUANTITY TO WS-STL-RTN-QTY (WS-SETTLE-SLOT)
               ADD LG-FEE-AMOUNT TO WS-STL-RTN-FEES (WS-SETTLE-SLOT)
           END-IF.

       3000-SETTLE-SHELTERS.
           OPEN OUTPUT REMITRPT
           IF WS-REMITRPT-STATUS NOT = '00'
               DISPLAY 'DOGGOSRS: REMITRPT OPEN FAILED, STATUS='
                   WS-REMITRPT-STATUS
               MOVE WS-RC-OUTPUT-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYINSTR
           IF WS-PAYINSTR-STATUS NOT = '00'
      *        The payment file is what AP pays from - a silent
      *        write failure would leave every shelter unpaid with
      *        a clean RC.
               DISPLAY 'DOGGOSRS: PAYINSTR OPEN FAILED, STATUS='
                   WS-PAYINSTR-STATUS
               MOVE WS-RC-OUTPUT-OPEN-FAIL TO RETURN-CODE
               CLOSE REMITRPT
               GOBACK
           END-IF

           MOVE WS-PERIOD TO RMT-HDG-PERIOD
           MOVE RMT-HEADING-LINE TO REMITRPT-RECORD
           WRITE REMITRPT-RECORD
           MOVE RMT-COLUMN-LINE TO REMITRPT-RECORD
           WRITE REMITRPT-RECORD

           MOVE SPACES TO PAYMENT-INSTR-REC
           SET PI-HEADER TO TRUE
           MOVE WS-PERIOD TO PI-PERIOD
           MOVE 'DOGGOSRS' TO PI-HDR-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PI-HDR-CREATED
           WRITE PAYMENT-INSTR-REC

           PERFORM VARYING WS-SETTLE-IDX FROM 1 BY 1
                   UNTIL WS-SETTLE-IDX > WS-SETTLE-COUNT
               PERFORM 3100-SETTLE-ONE-SHELTER
           END-PERFORM

           MOVE SPACES TO PAYMENT-INSTR-REC
           SET PI-TRAILER TO TRUE
           MOVE WS-PERIOD TO PI-PERIOD
           MOVE WS-INSTR-COUNT TO PI-TRL-COUNT
           MOVE WS-INSTR-HASH TO PI-TRL-AMOUNT-HASH
           WRITE PAYMENT-INSTR-REC

           MOVE WS-SHELTERS-SETTLED TO RMT-TOT-SETTLED
           MOVE WS-SHELTERS-UNSETTLED TO RMT-TOT-UNSETTLED
           MOVE WS-TOTAL-PAID TO RMT-TOT-PAID
           MOVE WS-TOTAL-RECOVERED TO RMT-TOT-RECOVERED
           MOVE RMT-TOTALS-LINE TO REMITRPT-RECORD
           WRITE REMITRPT-RECORD.

      ******************************************************************
      * One shelter: net the prior-month returns out of the month's
      * numbers, apply the contract, print the register line and
      * write the payment instruction. A zero share writes no
      * instruction - there is nothing for AP to do.
      ******************************************************************
       3100-SETTLE-ONE-SHELTER.
           MOVE WS-STL-SHELTER (WS-SETTLE-IDX) TO WS-PAYEE-NAME
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-SHELTER-COUNT
               IF WS-SHELTER-CODE (WS-SHELTER-IDX)
                       = WS-STL-SHELTER (WS-SETTLE-IDX)
                   MOVE WS-SHELTER-NAME (WS-SHELTER-IDX)
                       TO WS-PAYEE-NAME
               END-IF
           END-PERFORM

           COMPUTE WS-NET-ADOPTIONS =
               WS-STL-ADOPTIONS (WS-SETTLE-IDX)
               - WS-STL-RTN-QTY (WS-SETTLE-IDX)
           COMPUTE WS-NET-FEES =
               WS-STL-FEES (WS-SETTLE-IDX)
               - WS-STL-RTN-FEES (WS-SETTLE-IDX)

           MOVE SPACES TO RMT-DETAIL-LINE
           MOVE WS-STL-SHELTER (WS-SETTLE-IDX) TO RMT-DTL-CODE
           MOVE WS-PAYEE-NAME TO RMT-DTL-NAME
           MOVE WS-NET-ADOPTIONS TO RMT-DTL-ADOPTIONS
           MOVE WS-NET-FEES TO RMT-DTL-FEES

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
                   OR ROW-FOUND
               IF WS-CTR-SHELTER (WS-CONTRACT-IDX)
                       = WS-STL-SHELTER (WS-SETTLE-IDX)
                   SET ROW-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ROW-FOUND
               MOVE 0 TO RMT-DTL-RATE
               MOVE 0 TO RMT-DTL-AMOUNT
               MOVE 'NO CONTRACT' TO RMT-DTL-STATUS
               ADD 1 TO WS-SHELTERS-UNSETTLED
           ELSE
               SET WS-CONTRACT-IDX DOWN BY 1
               PERFORM 3200-APPLY-CONTRACT
               ADD 1 TO WS-SHELTERS-SETTLED
           END-IF

           MOVE RMT-DETAIL-LINE TO REMITRPT-RECORD
           WRITE REMITRPT-RECORD

           IF WS-STL-RTN-QTY (WS-SETTLE-IDX) > 0
                   OR WS-STL-RTN-FEES (WS-SETTLE-IDX) > 0
               MOVE WS-STL-RTN-QTY (WS-SETTLE-IDX) TO RMT-RTN-QTY
               MOVE WS-STL-RTN-FEES (WS-SETTLE-IDX) TO RMT-RTN-FEES
               MOVE RMT-RETURN-LINE TO REMITRPT-RECORD
               WRITE REMITRPT-RECORD
           END-IF.

       3200-APPLY-CONTRACT.
           MOVE WS-CTR-BASIS (WS-CONTRACT-IDX) TO RMT-DTL-BASIS
           MOVE WS-CTR-PAYEE-ID (WS-CONTRACT-IDX) TO WS-PAYEE-ID
           IF CTR-PERCENT-BASIS (WS-CONTRACT-IDX)
               MOVE WS-CTR-SHARE-PCT (WS-CONTRACT-IDX) TO RMT-DTL-RATE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-NET-FEES * WS-CTR-SHARE-PCT (WS-CONTRACT-IDX)
                   / 100
           ELSE
               MOVE WS-CTR-FLAT-RATE (WS-CONTRACT-IDX) TO RMT-DTL-RATE
               COMPUTE WS-SHARE-AMOUNT =
                   WS-NET-ADOPTIONS * WS-CTR-FLAT-RATE (WS-CONTRACT-IDX)
           END-IF
           MOVE WS-SHARE-AMOUNT TO RMT-DTL-AMOUNT

           EVALUATE TRUE
               WHEN WS-SHARE-AMOUNT > 0
                   MOVE 'PAY' TO RMT-DTL-STATUS
                   ADD WS-SHARE-AMOUNT TO WS-TOTAL-PAID
                   PERFORM 3300-WRITE-INSTRUCTION
               WHEN WS-SHARE-AMOUNT < 0
                   MOVE 'DEBIT MEMO' TO RMT-DTL-STATUS
                   SUBTRACT WS-SHARE-AMOUNT FROM WS-TOTAL-RECOVERED
                   PERFORM 3300-WRITE-INSTRUCTION
               WHEN OTHER
                   MOVE 'NOTHING DUE' TO RMT-DTL-STATUS
           END-EVALUATE.

       3300-WRITE-INSTRUCTION.
           MOVE SPACES TO PAYMENT-INSTR-REC
           SET PI-DETAIL TO TRUE
           MOVE WS-PERIOD TO PI-PERIOD
           STRING WS-PERIOD DELIMITED BY SIZE
                   WS-STL-SHELTER (WS-SETTLE-IDX) DELIMITED BY SIZE
               INTO PI-REFERENCE
           END-STRING
           MOVE WS-PAYEE-ID TO PI-PAYEE-ID
           MOVE WS-PAYEE-NAME TO PI-SHELTER-NAME
           IF WS-SHARE-AMOUNT > 0
               SET PI-PAYMENT TO TRUE
           ELSE
               SET PI-DEBIT-MEMO TO TRUE
           END-IF
      *    The amount is carried unsigned - PI-INSTR-TYPE says which
      *    way the money moves.
           MOVE WS-SHARE-AMOUNT TO PI-AMOUNT
           MOVE WS-CTR-BASIS (WS-CONTRACT-IDX) TO PI-BASIS
           WRITE PAYMENT-INSTR-REC
           ADD 1 TO WS-INSTR-COUNT
           ADD PI-AMOUNT TO WS-INSTR-HASH.

       9000-FINALIZE.
           CLOSE REMITRPT
           CLOSE PAYINSTR
           DISPLAY 'DOGGOSRS: SHLHIST ROWS READ  ' WS-HIST-ROWS-READ
           DISPLAY 'DOGGOSRS: ROWS OUTSIDE PERIOD'
               ' ' WS-HIST-ROWS-SKIPPED
           DISPLAY 'DOGGOSRS: LEDGER RETURNS     ' WS-LEDGER-RETURNS
           DISPLAY 'DOGGOSRS: SHELTERS SETTLED   ' WS-SHELTERS-SETTLED
           DISPLAY 'DOGGOSRS: SHELTERS UNSETTLED ' WS-SHELTERS-UNSETTLED
           DISPLAY 'DOGGOSRS: INSTRUCTIONS       ' WS-INSTR-COUNT
           IF WS-SHELTERS-UNSETTLED > 0
               MOVE WS-RC-UNSETTLED-WARN TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           PERFORM 9500-WRITE-RUN-LOG.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is blank: a settlement spans the whole month. A
      * run-log failure is reported but must not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSRS' TO RL-PROGRAM
               MOVE SPACES TO RL-BUSINESS-DATE
               MOVE 'REPORT' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-HIST-ROWS-READ TO RL-RECORDS-IN
               MOVE WS-INSTR-COUNT TO RL-RECORDS-OUT
               MOVE WS-SHELTERS-UNSETTLED TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSRS: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSRS'.
