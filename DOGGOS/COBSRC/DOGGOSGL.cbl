       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSGL'.
      ******************************************************************
      * DOGGOSGL - Daily general-ledger journal interface.
      *
      * Runs behind DOGGOS and DOGGOSSR. Reads the day's DAILYTOT
      * hand-off - DOGGOS's file followed by DOGGOSSR's, concatenated
      * in that order under the one DD - and turns the fee buckets
      * into a balanced journal on GLJRNL for the GL load:
      *   - the 'D' daily-totals record opens the journal for its
      *     business date; its fees, plus any 'A' suspense
      *     corrections behind it, are recognized as one revenue
      *     credit per breed category against a single cash (or
      *     receivable, per the GLCTL card) debit;
      *   - each 'R' return-netting record reverses fees recognized
      *     on an EARLIER business date, so those post as separate
      *     reversal entries - revenue debited, cash credited - one
      *     set per original date, each naming that date;
      *   - a 'C' control record closes the journal with its entry
      *     count and debit and credit totals, so the GL load can
      *     prove the journal balances, and carries the journal id
      *     the GL load uses to refuse a journal it has already
      *     posted.
      * Account numbers come from the GLACCT table finance maintains:
      * one revenue account per category plus the cash and
      * receivable accounts. Fees in a category with no revenue
      * account stop the step before the journal is finished - an
      * unmapped credit cannot be posted and must not be dropped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILYTOT ASSIGN TO DAILYTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILYTOT-STATUS.

           SELECT GLACCT ASSIGN TO GLACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT OPTIONAL GLCTL ASSIGN TO GLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT GLJRNL ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILYTOT
           RECORDING MODE IS F
           RECORD CONTAINS 823 CHARACTERS.
           COPY DAILYTOT.

      ******************************************************************
      * GLACCT - the account map, one row per account:
      *   'R' - revenue account for the category in GA-CATEGORY-INDEX;
      *   'C' - the cash account the day's fees are debited to;
      *   'A' - the receivable account, used instead of cash when
      *         the GLCTL card asks for it.
      ******************************************************************
       FD  GLACCT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  GLACCT-RECORD.
           05 GA-ROW-TYPE              PIC X(1).
               88 GA-REVENUE-ROW       VALUE 'R'.
               88 GA-CASH-ROW          VALUE 'C'.
               88 GA-RECEIVABLE-ROW    VALUE 'A'.
           05 GA-CATEGORY-INDEX        PIC 9(2).
           05 GA-ACCOUNT               PIC X(10).
           05 GA-DESCRIPTION           PIC X(27).

      ******************************************************************
      * GLCTL - optional run control card. Column 1 names the
      * account the day's fees are debited to: 'C' (or blank, or no
      * card at all) for cash, 'R' for receivable.
      ******************************************************************
       FD  GLCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GLCTL-RECORD.
           05 GC-DEBIT-SIDE            PIC X(1).
               88 GC-DEBIT-CASH        VALUE 'C' ' '.
               88 GC-DEBIT-RECEIVABLE  VALUE 'R'.
           05 FILLER                   PIC X(79).

       FD  GLJRNL
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY GLJRNL.

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
       01  WS-DAILYTOT-STATUS          PIC X(2) VALUE '00'.
       01  WS-GLACCT-STATUS            PIC X(2) VALUE '00'.
       01  WS-GLCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-GLJRNL-STATUS            PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-ACCT-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-GLACCT            VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-DAILYTOT      VALUE 'Y'.
           05 WS-JOURNAL-SWITCH        PIC X VALUE 'N'.
               88 JOURNAL-OPEN         VALUE 'Y'.
           05 WS-RVS-FOUND-SWITCH      PIC X VALUE 'N'.
               88 RVS-DATE-FOUND       VALUE 'Y'.

       01  WS-IDX                      PIC 9(9) COMP-5.

      ******************************************************************
      * The account map loaded from GLACCT, and the debit account the
      * GLCTL card picked for this run.
      ******************************************************************
       01  WS-REVENUE-TABLE.
           05 WS-REVENUE-ENTRY OCCURS 50 TIMES.
               10 WS-REV-ACCOUNT       PIC X(10).
               10 WS-REV-DESCRIPTION   PIC X(27).
       01  WS-CASH-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-CASH-DESCRIPTION         PIC X(27) VALUE SPACES.
       01  WS-RCVBL-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-RCVBL-DESCRIPTION        PIC X(27) VALUE SPACES.
       01  WS-DEBIT-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-DEBIT-DESCRIPTION        PIC X(27) VALUE SPACES.
       01  WS-DEBIT-SIDE               PIC X(1) VALUE 'C'.
           88 DEBIT-TO-RECEIVABLE      VALUE 'R'.

      ******************************************************************
      * The journal being built: the business date it posts under,
      * the revenue recognized per category ('D' plus 'A' fees), and
      * the reversals keyed by the original business date they
      * reverse. 100 reversal dates is far more than a ledger could
      * return against in one day.
      ******************************************************************
       01  WS-JNL-DATE                 PIC X(8) VALUE SPACES.
       01  WS-JNL-ID                   PIC X(16) VALUE SPACES.
       01  WS-JNL-FEE-TABLE.
           05 WS-JNL-CAT-FEE           PIC 9(9)V99 OCCURS 50 TIMES.

       01  WS-RVS-COUNT                PIC 9(3) VALUE 0.
       01  WS-RVS-SLOT                 PIC 9(3) VALUE 0.
       01  WS-RVS-TABLE.
           05 WS-RVS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RVS-IDX.
               10 WS-RVS-DATE          PIC X(8).
               10 WS-RVS-CAT-FEE       PIC 9(9)V99 OCCURS 50 TIMES.

       01  WS-JNL-LINE                 PIC 9(5) VALUE 0.
       01  WS-JNL-DEBITS               PIC 9(11)V99 VALUE 0.
       01  WS-JNL-CREDITS              PIC 9(11)V99 VALUE 0.
       01  WS-SIDE-TOTAL               PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * The one entry line being written, filled in by the caller of
      * 3900-WRITE-ENTRY.
      ******************************************************************
       01  WS-ENTRY-AREA.
           05 WS-ENT-ACCOUNT           PIC X(10).
           05 WS-ENT-DR-CR             PIC X(1).
           05 WS-ENT-AMOUNT            PIC 9(9)V99.
           05 WS-ENT-KIND              PIC X(1).
           05 WS-ENT-ORIG-DATE         PIC X(8).
           05 WS-ENT-CATEGORY          PIC 9(2).
           05 WS-ENT-DESCRIPTION       PIC X(30).

      ******************************************************************
      * Control totals, displayed at end of run for the job log.
      ******************************************************************
       01  WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01  WS-RECORDS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-JOURNALS-WRITTEN         PIC 9(3) VALUE 0.
       01  WS-ENTRIES-WRITTEN          PIC 9(7) VALUE 0.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-DAILYTOT-OPEN-FAIL    PIC 9(3) VALUE 147.
       01  WS-RC-GLACCT-OPEN-FAIL      PIC 9(3) VALUE 148.
       01  WS-RC-GLJRNL-OPEN-FAIL      PIC 9(3) VALUE 149.
       01  WS-RC-ACCOUNT-UNMAPPED      PIC 9(3) VALUE 150.
       01  WS-RC-NO-DAY-TOTALS         PIC 9(3) VALUE 151.
       01  WS-RC-GLCTL-OPEN-FAIL       PIC 9(3) VALUE 152.
       01  WS-RC-OUT-OF-BALANCE        PIC 9(3) VALUE 153.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-DAILY-TOTALS UNTIL END-OF-DAILYTOT
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-GL-CONTROL
           PERFORM 1100-LOAD-ACCOUNT-TABLE

           OPEN INPUT DAILYTOT
           IF WS-DAILYTOT-STATUS NOT = '00'
               DISPLAY 'DOGGOSGL: DAILYTOT OPEN FAILED, STATUS='
                   WS-DAILYTOT-STATUS
               MOVE WS-RC-DAILYTOT-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GLJRNL
           IF WS-GLJRNL-STATUS NOT = '00'
      *        The journal is the only product of this step - a
      *        silent write failure would hand the GL load an empty
      *        file and the day's revenue would never post.
               DISPLAY 'DOGGOSGL: GLJRNL OPEN FAILED, STATUS='
                   WS-GLJRNL-STATUS
               MOVE WS-RC-GLJRNL-OPEN-FAIL TO RETURN-CODE
               CLOSE DAILYTOT
               GOBACK
           END-IF.

      ******************************************************************
      * No card (status 05 on the OPTIONAL file, or an empty file)
      * means the default: fees are debited to cash.
      ******************************************************************
       1050-READ-GL-CONTROL.
           MOVE 'C' TO WS-DEBIT-SIDE
           OPEN INPUT GLCTL
           EVALUATE WS-GLCTL-STATUS
               WHEN '00'
                   READ GLCTL
                       AT END CONTINUE
                       NOT AT END
                           IF GC-DEBIT-RECEIVABLE
                               MOVE 'R' TO WS-DEBIT-SIDE
                           ELSE
                           IF NOT GC-DEBIT-CASH
                               DISPLAY 'DOGGOSGL: GLCTL DEBIT SIDE '
                                   GC-DEBIT-SIDE ' NOT C OR R -'
                                   ' CASH USED'
                           END-IF
                           END-IF
                   END-READ
                   CLOSE GLCTL
               WHEN '05'
                   CLOSE GLCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSGL: GLCTL OPEN FAILED, STATUS='
                       WS-GLCTL-STATUS
                   MOVE WS-RC-GLCTL-OPEN-FAIL TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1100-LOAD-ACCOUNT-TABLE.
           MOVE SPACES TO WS-REVENUE-TABLE

           OPEN INPUT GLACCT
           IF WS-GLACCT-STATUS NOT = '00'
               DISPLAY 'DOGGOSGL: GLACCT OPEN FAILED, STATUS='
                   WS-GLACCT-STATUS
               MOVE WS-RC-GLACCT-OPEN-FAIL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-GLACCT
               READ GLACCT
                   AT END SET END-OF-GLACCT TO TRUE
                   NOT AT END PERFORM 1110-STORE-ACCOUNT-ROW
               END-READ
           END-PERFORM

           CLOSE GLACCT

           IF DEBIT-TO-RECEIVABLE
               MOVE WS-RCVBL-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-RCVBL-DESCRIPTION TO WS-DEBIT-DESCRIPTION
           ELSE
               MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-CASH-DESCRIPTION TO WS-DEBIT-DESCRIPTION
           END-IF.

      ******************************************************************
      * Same operator-edit guard the suite's other table loads use -
      * a bad category index or an unknown row type is reported and
      * ignored, never taken as an out-of-bounds subscript.
      ******************************************************************
       1110-STORE-ACCOUNT-ROW.
           EVALUATE TRUE
               WHEN GA-REVENUE-ROW
                   IF GA-CATEGORY-INDEX IS NUMERIC
                           AND GA-CATEGORY-INDEX >= 1
                           AND GA-CATEGORY-INDEX <= 50
                       MOVE GA-ACCOUNT
                           TO WS-REV-ACCOUNT (GA-CATEGORY-INDEX)
                       MOVE GA-DESCRIPTION
                           TO WS-REV-DESCRIPTION (GA-CATEGORY-INDEX)
                   ELSE
                       DISPLAY 'DOGGOSGL: GLACCT ENTRY IGNORED, BAD'
                           ' INDEX=' GA-CATEGORY-INDEX
                           ' FOR ACCOUNT ' GA-ACCOUNT
                   END-IF
               WHEN GA-CASH-ROW
                   MOVE GA-ACCOUNT TO WS-CASH-ACCOUNT
                   MOVE GA-DESCRIPTION TO WS-CASH-DESCRIPTION
               WHEN GA-RECEIVABLE-ROW
                   MOVE GA-ACCOUNT TO WS-RCVBL-ACCOUNT
                   MOVE GA-DESCRIPTION TO WS-RCVBL-DESCRIPTION
               WHEN OTHER
                   DISPLAY 'DOGGOSGL: GLACCT ENTRY IGNORED, BAD ROW'
                       ' TYPE=' GA-ROW-TYPE ' FOR ACCOUNT ' GA-ACCOUNT
           END-EVALUATE.

       2000-READ-DAILY-TOTALS.
           READ DAILYTOT
               AT END SET END-OF-DAILYTOT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-ROUTE-RECORD
           END-READ.

      ******************************************************************
      * A 'D' record closes any journal in progress and opens the
      * next one for its business date. 'A' and 'R' records belong
      * to the journal they follow; one arriving before any 'D' means
      * the DD concatenation is out of order (or DOGGOS never wrote
      * its day) and there is no business date to post it under.
      ******************************************************************
       2100-ROUTE-RECORD.
           EVALUATE TRUE
               WHEN DT-DAILY-TOTALS
                   IF JOURNAL-OPEN
                       PERFORM 3100-WRITE-JOURNAL
                   END-IF
                   PERFORM 2200-START-JOURNAL
                   PERFORM 2300-FOLD-REVENUE
               WHEN DT-ADJUSTMENT
                   IF NOT JOURNAL-OPEN
                       PERFORM 9100-FAIL-NO-DAY-TOTALS
                   END-IF
                   PERFORM 2300-FOLD-REVENUE
               WHEN DT-RETURN-ADJ
                   IF NOT JOURNAL-OPEN
                       PERFORM 9100-FAIL-NO-DAY-TOTALS
                   END-IF
                   PERFORM 2400-FOLD-REVERSAL
               WHEN OTHER
                   DISPLAY 'DOGGOSGL: DAILYTOT RECORD TYPE '
                       DT-RECORD-TYPE ' FOR DATE ' DT-RUN-DATE
                       ' NOT RECOGNIZED - SKIPPED'
                   ADD 1 TO WS-RECORDS-SKIPPED
           END-EVALUATE.

       2200-START-JOURNAL.
           SET JOURNAL-OPEN TO TRUE
           MOVE DT-RUN-DATE TO WS-JNL-DATE
           MOVE SPACES TO WS-JNL-ID
           STRING 'DOGGOS' DELIMITED BY SIZE
                   WS-JNL-DATE DELIMITED BY SIZE
               INTO WS-JNL-ID
           END-STRING
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE 0 TO WS-JNL-CAT-FEE (WS-IDX)
           END-PERFORM
           MOVE 0 TO WS-RVS-COUNT
           MOVE 0 TO WS-JNL-LINE
           MOVE 0 TO WS-JNL-DEBITS
           MOVE 0 TO WS-JNL-CREDITS.

       2300-FOLD-REVENUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               ADD DT-CATEGORY-FEE (WS-IDX) TO WS-JNL-CAT-FEE (WS-IDX)
           END-PERFORM.

      ******************************************************************
      * DOGGOS writes one 'R' record per (original date, shelter)
      * pair; the GL has no shelter dimension, so they collapse here
      * to one reversal set per original date. More dates than the
      * table holds is reported and the record skipped - the
      * journal still balances, and the skip shows on the job log.
      ******************************************************************
       2400-FOLD-REVERSAL.
           MOVE 'N' TO WS-RVS-FOUND-SWITCH
           MOVE 0 TO WS-RVS-SLOT
           PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                   UNTIL WS-RVS-IDX > WS-RVS-COUNT
                   OR RVS-DATE-FOUND
               IF WS-RVS-DATE (WS-RVS-IDX) = DT-RUN-DATE
                   SET WS-RVS-SLOT TO WS-RVS-IDX
                   SET RVS-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RVS-DATE-FOUND
               IF WS-RVS-COUNT >= 100
                   DISPLAY 'DOGGOSGL: REVERSAL TABLE FULL, DATE '
                       DT-RUN-DATE ' NOT REVERSED'
                   ADD 1 TO WS-RECORDS-SKIPPED
               ELSE
                   ADD 1 TO WS-RVS-COUNT
                   MOVE WS-RVS-COUNT TO WS-RVS-SLOT
                   MOVE DT-RUN-DATE TO WS-RVS-DATE (WS-RVS-SLOT)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 50
                       MOVE 0 TO WS-RVS-CAT-FEE (WS-RVS-SLOT WS-IDX)
                   END-PERFORM
               END-IF
           END-IF
           IF WS-RVS-SLOT > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
                   ADD DT-CATEGORY-FEE (WS-IDX)
                       TO WS-RVS-CAT-FEE (WS-RVS-SLOT WS-IDX)
               END-PERFORM
           END-IF.

       3000-FINALIZE.
           IF JOURNAL-OPEN
               PERFORM 3100-WRITE-JOURNAL
           END-IF
           IF WS-JOURNALS-WRITTEN = 0
      *        An empty hand-off means DOGGOS never wrote its day -
      *        an empty journal would tell the GL the day was quiet.
               PERFORM 9100-FAIL-NO-DAY-TOTALS
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'DOGGOSGL: DAILYTOT READ      ' WS-RECORDS-READ
           DISPLAY 'DOGGOSGL: RECORDS SKIPPED    ' WS-RECORDS-SKIPPED
           DISPLAY 'DOGGOSGL: JOURNALS WRITTEN   ' WS-JOURNALS-WRITTEN
           DISPLAY 'DOGGOSGL: ENTRIES WRITTEN    ' WS-ENTRIES-WRITTEN
           MOVE WS-RC-NORMAL TO RETURN-CODE
           PERFORM 9500-WRITE-RUN-LOG.

      ******************************************************************
      * Writes the journal for WS-JNL-DATE: the standard recognition
      * set first, then one reversal set per original date, then the
      * control record. Every account the journal needs is checked
      * before the first line is written.
      ******************************************************************
       3100-WRITE-JOURNAL.
           PERFORM 3110-CHECK-ACCOUNTS
           PERFORM 3200-WRITE-RECOGNITION
           PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                   UNTIL WS-RVS-IDX > WS-RVS-COUNT
               PERFORM 3300-WRITE-REVERSAL
           END-PERFORM
           PERFORM 3400-WRITE-CONTROL-RECORD
           ADD 1 TO WS-JOURNALS-WRITTEN
           MOVE 'N' TO WS-JOURNAL-SWITCH.

       3110-CHECK-ACCOUNTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               IF WS-JNL-CAT-FEE (WS-IDX) > 0
                   PERFORM 3120-CHECK-ONE-CATEGORY
               END-IF
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                       UNTIL WS-RVS-IDX > WS-RVS-COUNT
                   IF WS-RVS-CAT-FEE (WS-RVS-IDX WS-IDX) > 0
                       PERFORM 3120-CHECK-ONE-CATEGORY
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DEBIT-ACCOUNT = SPACES
               DISPLAY 'DOGGOSGL: NO GLACCT ROW FOR THE DEBIT SIDE '
                   WS-DEBIT-SIDE ' - JOURNAL ' WS-JNL-ID
                   ' NOT WRITTEN'
               PERFORM 9200-FAIL-UNMAPPED
           END-IF.

       3120-CHECK-ONE-CATEGORY.
           IF WS-REV-ACCOUNT (WS-IDX) = SPACES
               DISPLAY 'DOGGOSGL: NO REVENUE ACCOUNT FOR CATEGORY '
                   WS-IDX ' - JOURNAL ' WS-JNL-ID ' NOT WRITTEN'
               PERFORM 9200-FAIL-UNMAPPED
           END-IF.

      ******************************************************************
      * One debit for the whole day's fees, then one revenue credit
      * per category that took any. A quiet day writes no entries,
      * only the control record.
      ******************************************************************
       3200-WRITE-RECOGNITION.
           MOVE 0 TO WS-SIDE-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               ADD WS-JNL-CAT-FEE (WS-IDX) TO WS-SIDE-TOTAL
           END-PERFORM
           IF WS-SIDE-TOTAL > 0
               MOVE WS-DEBIT-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE 'D' TO WS-ENT-DR-CR
               MOVE WS-SIDE-TOTAL TO WS-ENT-AMOUNT
               MOVE 'S' TO WS-ENT-KIND
               MOVE WS-JNL-DATE TO WS-ENT-ORIG-DATE
               MOVE 0 TO WS-ENT-CATEGORY
               MOVE WS-DEBIT-DESCRIPTION TO WS-ENT-DESCRIPTION
               PERFORM 3900-WRITE-ENTRY
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
                   IF WS-JNL-CAT-FEE (WS-IDX) > 0
                       MOVE WS-REV-ACCOUNT (WS-IDX) TO WS-ENT-ACCOUNT
                       MOVE 'C' TO WS-ENT-DR-CR
                       MOVE WS-JNL-CAT-FEE (WS-IDX) TO WS-ENT-AMOUNT
                       MOVE WS-IDX TO WS-ENT-CATEGORY
                       MOVE WS-REV-DESCRIPTION (WS-IDX)
                           TO WS-ENT-DESCRIPTION
                       PERFORM 3900-WRITE-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * The mirror image for one original date: each category's
      * reversed fees debited back out of revenue, and one credit to
      * the debit-side account for the total refunded.
      ******************************************************************
       3300-WRITE-REVERSAL.
           MOVE 0 TO WS-SIDE-TOTAL
           MOVE 'V' TO WS-ENT-KIND
           MOVE WS-RVS-DATE (WS-RVS-IDX) TO WS-ENT-ORIG-DATE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               IF WS-RVS-CAT-FEE (WS-RVS-IDX WS-IDX) > 0
                   MOVE WS-REV-ACCOUNT (WS-IDX) TO WS-ENT-ACCOUNT
                   MOVE 'D' TO WS-ENT-DR-CR
                   MOVE WS-RVS-CAT-FEE (WS-RVS-IDX WS-IDX)
                       TO WS-ENT-AMOUNT
                   MOVE WS-IDX TO WS-ENT-CATEGORY
                   MOVE WS-REV-DESCRIPTION (WS-IDX)
                       TO WS-ENT-DESCRIPTION
                   PERFORM 3900-WRITE-ENTRY
                   ADD WS-RVS-CAT-FEE (WS-RVS-IDX WS-IDX)
                       TO WS-SIDE-TOTAL
               END-IF
           END-PERFORM
           IF WS-SIDE-TOTAL > 0
               MOVE WS-DEBIT-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE 'C' TO WS-ENT-DR-CR
               MOVE WS-SIDE-TOTAL TO WS-ENT-AMOUNT
               MOVE 0 TO WS-ENT-CATEGORY
               MOVE WS-DEBIT-DESCRIPTION TO WS-ENT-DESCRIPTION
               PERFORM 3900-WRITE-ENTRY
           END-IF.

      ******************************************************************
      * Every set above is built to balance, so an imbalance here is
      * a program fault - the journal is refused rather than handed
      * to the GL load.
      ******************************************************************
       3400-WRITE-CONTROL-RECORD.
           IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
               DISPLAY 'DOGGOSGL: JOURNAL ' WS-JNL-ID
                   ' OUT OF BALANCE, DEBITS ' WS-JNL-DEBITS
                   ' CREDITS ' WS-JNL-CREDITS
               MOVE WS-RC-OUT-OF-BALANCE TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           SET GJ-CONTROL TO TRUE
           MOVE WS-JNL-ID TO GJ-JOURNAL-ID
           MOVE WS-JNL-DATE TO GJ-POSTING-DATE
           MOVE WS-JNL-LINE TO GJ-CTL-ENTRY-COUNT
           MOVE WS-JNL-DEBITS TO GJ-CTL-DEBIT-TOTAL
           MOVE WS-JNL-CREDITS TO GJ-CTL-CREDIT-TOTAL
           MOVE 'DOGGOSGL' TO GJ-CTL-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GJ-CTL-CREATED
           WRITE GL-JOURNAL-REC
           DISPLAY 'DOGGOSGL: JOURNAL ' WS-JNL-ID ' ENTRIES '
               WS-JNL-LINE ' DEBITS ' WS-JNL-DEBITS.

       3900-WRITE-ENTRY.
           ADD 1 TO WS-JNL-LINE
           MOVE SPACES TO GL-JOURNAL-REC
           SET GJ-ENTRY TO TRUE
           MOVE WS-JNL-ID TO GJ-JOURNAL-ID
           MOVE WS-JNL-DATE TO GJ-POSTING-DATE
           MOVE WS-JNL-LINE TO GJ-LINE-NUMBER
           MOVE WS-ENT-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-ENT-DR-CR TO GJ-DR-CR
           MOVE WS-ENT-AMOUNT TO GJ-AMOUNT
           MOVE WS-ENT-KIND TO GJ-ENTRY-KIND
           MOVE WS-ENT-ORIG-DATE TO GJ-ORIG-DATE
           MOVE WS-ENT-CATEGORY TO GJ-CATEGORY
           MOVE WS-ENT-DESCRIPTION TO GJ-DESCRIPTION
           WRITE GL-JOURNAL-REC
           IF GJ-DEBIT
               ADD WS-ENT-AMOUNT TO WS-JNL-DEBITS
           ELSE
               ADD WS-ENT-AMOUNT TO WS-JNL-CREDITS
           END-IF
           ADD 1 TO WS-ENTRIES-WRITTEN.

       9000-CLOSE-FILES.
           CLOSE DAILYTOT
           CLOSE GLJRNL.

       9100-FAIL-NO-DAY-TOTALS.
           DISPLAY 'DOGGOSGL: NO DAILY-TOTALS RECORD AHEAD OF THE'
               ' ADJUSTMENTS - NO BUSINESS DATE TO POST UNDER'
           MOVE WS-RC-NO-DAY-TOTALS TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

       9200-FAIL-UNMAPPED.
           MOVE WS-RC-ACCOUNT-UNMAPPED TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is the last journal's posting date. A run-log failure
      * is reported but must not fail the business step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSGL' TO RL-PROGRAM
               MOVE WS-JNL-DATE TO RL-BUSINESS-DATE
               MOVE 'UPDATE' TO RL-RUN-MODE
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-RECORDS-READ TO RL-RECORDS-IN
               MOVE WS-ENTRIES-WRITTEN TO RL-RECORDS-OUT
               MOVE WS-RECORDS-SKIPPED TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSGL: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSGL'.
