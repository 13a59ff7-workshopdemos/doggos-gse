       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSAK'.
      ******************************************************************
      * DOGGOSAK - Vet-partner disposition acknowledgment.
      *
      * Tells the vet-partner network what became of every line it
      * sent, so its clinics stop resending or re-keying lines that
      * are already with us. Two kinds of run, picked by the
      * optional AKCTL card:
      *
      *   INITIAL (the default) - run after DOGGOS has posted the
      *   VETADOPT batch DOGGOSVP framed from a partner transmission
      *   and the job stream has swapped the new SUSPENSE in. Each
      *   VETFEED line, in the order the partner sent it, is matched
      *   to its outcome:
      *     - on the VPREJECT listing - rejected by the normalizer,
      *       with the DOGGOSVP reason;
      *     - framed, and a SUSPENSE record of that business date
      *       carries the same detail - suspended, with its
      *       SR-REASON-CODE;
      *     - framed and not on SUSPENSE - accepted (posted).
      *   DOGGOSVP writes VPREJECT and VETADOPT in VETFEED order, so
      *   the three files are read in step; a transmission whose
      *   files are out of step is refused rather than acknowledged
      *   wrongly. So is a business date RUNLOG does not show DOGGOS
      *   posting (UPDATE or RESTART ending RC 00/04, and not since
      *   backed out) - without that, every framed line would be
      *   acknowledged as accepted.
      *
      *   FOLLOW-UP - run after DOGGOSSR and its SUSPNEW swap. Every
      *   line still open from earlier acknowledgments is looked for
      *   on the new SUSPENSE: a line DOGGOSSR released is now
      *   accepted, a line held under a different reason is
      *   re-reported with it. Lines whose outcome has not changed
      *   are not repeated.
      *
      * Suspended lines are carried between runs on the open-items
      * file: read from AKOPEN, written to AKOPNEW, which the job
      * stream swaps in as the new AKOPEN after a clean run (the
      * SUSPENSE/SUSPNEW convention). An initial run replaces any
      * open items already held for its business date, so it can be
      * rerun. A follow-up run finds each held line by its stored
      * suspense detail, or - when operations has corrected the
      * breed, quantity or fee - by business date, transaction type,
      * shelter and animal ID; two bulk lines (no animal ID) for the
      * same shelter and day cannot be told apart once corrected,
      * but their counts still reconcile.
      *
      * VETACK is framed per partner transmission: an 'H' header
      * with the acknowledgment type and the transmission's business
      * date, one 'D' detail per line (line number, clinic ID and
      * animal ID as the partner sent them, disposition and reason),
      * and a 'T' trailer with the line count and the accepted,
      * rejected and suspended counts, which always add up to it. A
      * follow-up run writes one frame for each earlier transmission
      * with a changed line, and none if nothing changed.
      *
      * The optional AKCTL card:
      *   col   1     'F' follow-up run (blank or 'I' = initial)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AKCTL ASSIGN TO AKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKCTL-STATUS.

           SELECT VETFEED ASSIGN TO VETFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VETFEED-STATUS.

           SELECT VETADOPT ASSIGN TO VETADOPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VETADOPT-STATUS.

           SELECT VPREJECT ASSIGN TO VPREJECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VPREJECT-STATUS.

           SELECT SUSPENSE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL AKOPEN ASSIGN TO AKOPEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKOPEN-STATUS.

           SELECT AKOPNEW ASSIGN TO AKOPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKOPNEW-STATUS.

           SELECT VETACK ASSIGN TO VETACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VETACK-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AKCTL - optional control card, see the program banner.
      ******************************************************************
       FD  AKCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AKCTL-RECORD.
           05 AK-CTL-RUN-TYPE          PIC X(1).
           05 FILLER                   PIC X(79).

      ******************************************************************
      * VETFEED - the partner transmission exactly as DOGGOSVP read
      * it; only the identifying fields are echoed back.
      ******************************************************************
       FD  VETFEED
           RECORDING MODE IS F
           RECORD CONTAINS 74 CHARACTERS.
       01  VETFEED-RECORD.
           05 VF-CLINIC-ID             PIC X(10).
           05 VF-BREED-DESC            PIC X(40).
           05 VF-SIGNED-COUNT          PIC X(4).
           05 VF-ANIMAL-ID             PIC X(12).
           05 VF-FEE-AMOUNT            PIC X(8).

      ******************************************************************
      * VETADOPT - the batch DOGGOSVP framed from it, in the ADOPTS
      * layout: 'H' header with business date, 'D' details, 'T'
      * trailer.
      ******************************************************************
       FD  VETADOPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VETADOPT-RECORD.
           05 VA-RECORD-TYPE           PIC X(1).
           05 VA-DETAIL-DATA.
               10 VA-TRAN-TYPE         PIC X(1).
               10 VA-BREED-NAME        PIC X(30).
               10 VA-SHELTER-CODE      PIC X(25).
               10 VA-QUANTITY          PIC X(3).
               10 VA-ANIMAL-ID         PIC X(12).
               10 VA-FEE-AMOUNT        PIC X(8).
           05 VA-HEADER-DATA REDEFINES VA-DETAIL-DATA.
               10 VA-BUSINESS-DATE     PIC X(8).
               10 FILLER               PIC X(71).

      ******************************************************************
      * VPREJECT - DOGGOSVP's reject listing: a heading carrying the
      * business date, one 'REJECT ' line per refused partner line
      * with the reason and the VETFEED image, a totals line.
      ******************************************************************
       FD  VPREJECT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  VPREJECT-RECORD.
           05 VR-LINE-TAG              PIC X(7).
           05 VR-REASON                PIC X(8).
           05 FILLER                   PIC X(1).
           05 VR-IMAGE                 PIC X(74).
           05 FILLER                   PIC X(42).
       01  VPREJECT-HEADING.
           05 FILLER                   PIC X(49).
           05 VR-HDG-DATE              PIC X(8).
           05 FILLER                   PIC X(75).

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY SUSPREC.

      ******************************************************************
      * AKOPEN - the partner lines still suspended at the last
      * acknowledgment: the identifying fields as the partner sent
      * them, the reason last reported to the partner, and the
      * suspense record as it then stood. AKOPNEW is the same layout.
      ******************************************************************
       FD  AKOPEN
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  AKOPEN-RECORD.
           05 AO-TRANS-DATE            PIC X(8).
           05 AO-LINE-NUMBER           PIC 9(7).
           05 AO-CLINIC-ID             PIC X(10).
           05 AO-ANIMAL-ID             PIC X(12).
           05 AO-SIGNED-COUNT          PIC X(4).
           05 AO-FEE-AMOUNT            PIC X(8).
           05 AO-REASON-CODE           PIC X(8).
           05 AO-SUSPENSE-IMAGE        PIC X(100).
           05 FILLER                   PIC X(3).

       FD  AKOPNEW
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  AKOPNEW-RECORD              PIC X(160).

      ******************************************************************
      * VETACK - the acknowledgment file sent back to the partner.
      * AK-DISPOSITION: 'A' accepted (posted), 'R' rejected by the
      * normalizer, 'S' suspended - AK-REASON-CODE carries the
      * DOGGOSVP or SR-REASON-CODE reason for 'R' and 'S'.
      * AK-ACK-TYPE: 'I' initial, 'F' follow-up.
      ******************************************************************
       FD  VETACK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VETACK-RECORD.
           05 AK-RECORD-TYPE           PIC X(1).
           05 AK-DETAIL-DATA.
               10 AK-LINE-NUMBER       PIC 9(7).
               10 AK-CLINIC-ID         PIC X(10).
               10 AK-ANIMAL-ID         PIC X(12).
               10 AK-SIGNED-COUNT      PIC X(4).
               10 AK-FEE-AMOUNT        PIC X(8).
               10 AK-DISPOSITION       PIC X(1).
               10 AK-REASON-CODE       PIC X(8).
               10 FILLER               PIC X(29).
           05 AK-HEADER-DATA REDEFINES AK-DETAIL-DATA.
               10 AK-ACK-TYPE          PIC X(1).
               10 AK-BUSINESS-DATE     PIC X(8).
               10 AK-ACK-DATE          PIC X(8).
               10 FILLER               PIC X(62).
           05 AK-TRAILER-DATA REDEFINES AK-DETAIL-DATA.
               10 AK-LINE-COUNT        PIC 9(7).
               10 AK-ACCEPTED-COUNT    PIC 9(7).
               10 AK-REJECTED-COUNT    PIC 9(7).
               10 AK-SUSPENDED-COUNT   PIC 9(7).
               10 FILLER               PIC X(51).

      ******************************************************************
      * RUNLOG - permanent run-history audit log. Read first, to find
      * whether DOGGOS posted the business date being acknowledged;
      * appended to at end of step like every step of the suite.
      ******************************************************************
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File status / control switches.
      ******************************************************************
       01  WS-AKCTL-STATUS             PIC X(2) VALUE '00'.
       01  WS-VETFEED-STATUS           PIC X(2) VALUE '00'.
       01  WS-VETADOPT-STATUS          PIC X(2) VALUE '00'.
       01  WS-VPREJECT-STATUS          PIC X(2) VALUE '00'.
       01  WS-SUSPENSE-STATUS          PIC X(2) VALUE '00'.
       01  WS-AKOPEN-STATUS            PIC X(2) VALUE '00'.
       01  WS-AKOPNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-VETACK-STATUS            PIC X(2) VALUE '00'.
       01  WS-RUNLOG-STATUS            PIC X(2) VALUE '00'.

       01  WS-RUN-TYPE                 PIC X VALUE 'I'.
           88 INITIAL-ACK              VALUE 'I'.
           88 FOLLOW-UP-ACK            VALUE 'F'.

       01  WS-SWITCHES.
           05 WS-FEED-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-VETFEED       VALUE 'Y'.
           05 WS-REJ-EOF-SWITCH        PIC X VALUE 'N'.
               88 END-OF-VPREJECT      VALUE 'Y'.
           05 WS-REJ-HELD-SWITCH       PIC X VALUE 'N'.
               88 REJECT-LINE-HELD     VALUE 'Y'.
           05 WS-SUSP-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-SUSPENSE      VALUE 'Y'.
           05 WS-OPEN-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-AKOPEN        VALUE 'Y'.
           05 WS-LOG-EOF-SWITCH        PIC X VALUE 'N'.
               88 END-OF-RUNLOG        VALUE 'Y'.
           05 WS-POSTED-SWITCH         PIC X VALUE 'N'.
               88 DAY-POSTED           VALUE 'Y'.
           05 WS-MATCH-SWITCH          PIC X VALUE 'N'.
               88 LINE-MATCHED         VALUE 'Y'.

       01  WS-OUTPUTS-SWITCH           PIC X VALUE 'N'.
           88 OUTPUT-FILES-OPEN        VALUE 'Y'.

       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-ACK-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FRAME-DATE               PIC X(8) VALUE SPACES.
       01  WS-LINE-NUMBER              PIC 9(7) VALUE 0.
       01  WS-DISPOSITION              PIC X(1).
       01  WS-REASON-CODE              PIC X(8).

      ******************************************************************
      * The suspense records DOGGOS wrote for the business date being
      * acknowledged, each used at most once: two identical partner
      * lines suspended together match one record each. Records left
      * unused at the end came from some other ADOPTS source.
      ******************************************************************
       01  WS-DAY-SUSP-MAX             PIC 9(4) VALUE 2000.
       01  WS-DAY-SUSP-COUNT           PIC 9(4) VALUE 0.
       01  WS-DAY-SUSP-TABLE.
           05 WS-DAY-SUSP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DS-IDX.
               10 WS-DS-TRAN-TYPE      PIC X(1).
               10 WS-DS-BREED-NAME     PIC X(30).
               10 WS-DS-SHELTER-CODE   PIC X(25).
               10 WS-DS-QUANTITY       PIC X(3).
               10 WS-DS-REASON-CODE    PIC X(8).
               10 WS-DS-ANIMAL-ID      PIC X(12).
               10 WS-DS-FEE-AMOUNT     PIC X(8).
               10 WS-DS-USED           PIC X(1).
                   88 DS-USED          VALUE 'Y'.

      ******************************************************************
      * Follow-up run: the open items as loaded from AKOPEN, each
      * entry the AKOPEN record with its suspense image broken out,
      * plus what the new SUSPENSE says about it. WS-OI-STATE:
      * ' ' not found (released), 'K' held as reported, 'C' held
      * under a new reason. WS-OI-FRAMED marks an entry already
      * written to a follow-up frame.
      ******************************************************************
       01  WS-OPEN-MAX                 PIC 9(4) VALUE 5000.
       01  WS-OPEN-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-OI-IDX WS-OI-SCAN.
               10 WS-OI-ITEM.
                   15 WS-OI-TRANS-DATE     PIC X(8).
                   15 WS-OI-LINE-NUMBER    PIC 9(7).
                   15 WS-OI-CLINIC-ID      PIC X(10).
                   15 WS-OI-ANIMAL-ID      PIC X(12).
                   15 WS-OI-SIGNED-COUNT   PIC X(4).
                   15 WS-OI-FEE-AMOUNT     PIC X(8).
                   15 WS-OI-ACK-REASON     PIC X(8).
                   15 WS-OI-IMAGE.
                       20 WS-OI-RUN-DATE       PIC X(8).
                       20 WS-OI-TRAN-TYPE      PIC X(1).
                       20 WS-OI-BREED-NAME     PIC X(30).
                       20 WS-OI-SHELTER-CODE   PIC X(25).
                       20 WS-OI-QUANTITY       PIC X(3).
                       20 WS-OI-REASON-CODE    PIC X(8).
                       20 WS-OI-SR-ANIMAL-ID   PIC X(12).
                       20 WS-OI-SR-FEE-AMOUNT  PIC X(8).
                       20 FILLER               PIC X(5).
                   15 FILLER               PIC X(3).
               10 WS-OI-STATE          PIC X(1).
                   88 OI-RELEASED      VALUE ' '.
                   88 OI-HELD-SAME     VALUE 'K'.
                   88 OI-HELD-CHANGED  VALUE 'C'.
               10 WS-OI-FRAMED         PIC X(1).
                   88 OI-FRAMED        VALUE 'Y'.

      ******************************************************************
      * Counts for the frame being written, and for the run - the
      * run counts are displayed for the job log and carried on the
      * RUNLOG record.
      ******************************************************************
       01  WS-FRAME-COUNTS.
           05 WS-FRM-LINES             PIC 9(7) VALUE 0.
           05 WS-FRM-ACCEPTED          PIC 9(7) VALUE 0.
           05 WS-FRM-REJECTED          PIC 9(7) VALUE 0.
           05 WS-FRM-SUSPENDED         PIC 9(7) VALUE 0.
       01  WS-LINES-READ               PIC 9(7) VALUE 0.
       01  WS-LINES-ACKED              PIC 9(7) VALUE 0.
       01  WS-LINES-ACCEPTED           PIC 9(7) VALUE 0.
       01  WS-LINES-NOT-ACCEPTED       PIC 9(7) VALUE 0.
       01  WS-FRAMES-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-ITEMS-CARRIED            PIC 9(7) VALUE 0.
       01  WS-ITEMS-REPLACED           PIC 9(7) VALUE 0.
       01  WS-OTHER-SUSPENSE           PIC 9(7) VALUE 0.

      ******************************************************************
      * Documented job return codes. Deliberately distinct from the
      * other DOGGOS-suite steps so RC alone identifies the failing
      * step without also checking the step name. No acknowledgment
      * from a failed run may be sent, nor its AKOPNEW swapped in.
      ******************************************************************
       01  WS-RC-NORMAL                PIC 9(3) VALUE 000.
       01  WS-RC-AKCTL-BAD             PIC 9(3) VALUE 189.
       01  WS-RC-TRANSMISSION-BAD      PIC 9(3) VALUE 190.
       01  WS-RC-DAY-NOT-POSTED        PIC 9(3) VALUE 191.
       01  WS-RC-SUSPENSE-OPEN-FAIL    PIC 9(3) VALUE 192.
       01  WS-RC-OPEN-ITEMS-FAIL       PIC 9(3) VALUE 193.
       01  WS-RC-VETACK-OPEN-FAIL      PIC 9(3) VALUE 194.
       01  WS-RC-TABLE-FULL            PIC 9(3) VALUE 195.

       PROCEDURE DIVISION.
      ******************************************************************
      * See WS-RC-xxx in WORKING-STORAGE for the documented job
      * return codes this program can end with.
      ******************************************************************
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF INITIAL-ACK
               PERFORM 2000-ACKNOWLEDGE-LINE UNTIL END-OF-VETFEED
           ELSE
               PERFORM 2500-MATCH-SUSPENSE UNTIL END-OF-SUSPENSE
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACK-DATE
           PERFORM 1050-READ-CONTROL-CARD
           IF INITIAL-ACK
               PERFORM 1100-OPEN-TRANSMISSION
               PERFORM 1200-CHECK-DAY-POSTED
               PERFORM 1300-LOAD-DAY-SUSPENSE
               PERFORM 1500-OPEN-OUTPUTS
               PERFORM 1600-CARRY-OPEN-ITEMS
               MOVE WS-BUSINESS-DATE TO WS-FRAME-DATE
               PERFORM 3100-WRITE-FRAME-HEADER
               PERFORM 2150-NEXT-REJECT-LINE
           ELSE
               PERFORM 1400-LOAD-OPEN-ITEMS
               PERFORM 1500-OPEN-OUTPUTS
               OPEN INPUT SUSPENSE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   DISPLAY 'DOGGOSAK: SUSPENSE OPEN FAILED, STATUS='
                       WS-SUSPENSE-STATUS
                   MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT AKCTL
           IF WS-AKCTL-STATUS = '00' OR '05'
               READ AKCTL
                   AT END CONTINUE
                   NOT AT END PERFORM 1060-EDIT-CONTROL-CARD
               END-READ
               CLOSE AKCTL
           END-IF.

       1060-EDIT-CONTROL-CARD.
           EVALUATE AK-CTL-RUN-TYPE
               WHEN SPACE
               WHEN 'I'
                   SET INITIAL-ACK TO TRUE
               WHEN 'F'
                   SET FOLLOW-UP-ACK TO TRUE
               WHEN OTHER
                   DISPLAY 'DOGGOSAK: AKCTL RUN TYPE MUST BE I OR F: '
                       AK-CTL-RUN-TYPE
                   MOVE WS-RC-AKCTL-BAD TO RETURN-CODE
                   CLOSE AKCTL
                   PERFORM 9500-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * The business date comes from the VETADOPT header DOGGOSVP
      * wrote, and the VPREJECT heading must carry the same date -
      * otherwise the listing belongs to some other transmission.
      ******************************************************************
       1100-OPEN-TRANSMISSION.
           OPEN INPUT VETFEED
           IF WS-VETFEED-STATUS NOT = '00'
               DISPLAY 'DOGGOSAK: VETFEED OPEN FAILED, STATUS='
                   WS-VETFEED-STATUS
               MOVE WS-RC-TRANSMISSION-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN INPUT VETADOPT
           IF WS-VETADOPT-STATUS NOT = '00'
               DISPLAY 'DOGGOSAK: VETADOPT OPEN FAILED, STATUS='
                   WS-VETADOPT-STATUS
               CLOSE VETFEED
               MOVE WS-RC-TRANSMISSION-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN INPUT VPREJECT
           IF WS-VPREJECT-STATUS NOT = '00'
               DISPLAY 'DOGGOSAK: VPREJECT OPEN FAILED, STATUS='
                   WS-VPREJECT-STATUS
               CLOSE VETFEED
               CLOSE VETADOPT
               MOVE WS-RC-TRANSMISSION-BAD TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF

           READ VETADOPT
               AT END MOVE SPACES TO VETADOPT-RECORD
           END-READ
           IF VA-RECORD-TYPE NOT = 'H'
                   OR VA-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'DOGGOSAK: VETADOPT HAS NO BATCH HEADER'
               PERFORM 1190-FAIL-TRANSMISSION
           END-IF
           MOVE VA-BUSINESS-DATE TO WS-BUSINESS-DATE

           READ VPREJECT
               AT END MOVE SPACES TO VPREJECT-RECORD
           END-READ
           IF VR-HDG-DATE NOT = WS-BUSINESS-DATE
               DISPLAY 'DOGGOSAK: VPREJECT IS FOR ' VR-HDG-DATE
                   ', VETADOPT FOR ' WS-BUSINESS-DATE
               PERFORM 1190-FAIL-TRANSMISSION
           END-IF
           DISPLAY 'DOGGOSAK: ACKNOWLEDGING TRANSMISSION OF '
               WS-BUSINESS-DATE.

       1190-FAIL-TRANSMISSION.
           MOVE WS-RC-TRANSMISSION-BAD TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-WRITE-RUN-LOG
           GOBACK.

      ******************************************************************
      * RUNLOG decides whether the business date stands posted: a
      * DOGGOS update or restart for it that ended RC 00 or 04
      * posted it, and only a completed DOGGOSBO back-out (RC 00)
      * since then undoes that. A validate-only preview posts
      * nothing; a failed or refused run - a resend of a file
      * already posted, a restart that failed again - neither posts
      * the day nor undoes an earlier posting.
      ******************************************************************
       1200-CHECK-DAY-POSTED.
           MOVE 'N' TO WS-POSTED-SWITCH
           OPEN INPUT RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               PERFORM UNTIL END-OF-RUNLOG
                   READ RUNLOG
                       AT END SET END-OF-RUNLOG TO TRUE
                       NOT AT END PERFORM 1210-CHECK-RUN-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUNLOG
           END-IF
           IF NOT DAY-POSTED
               DISPLAY 'DOGGOSAK: RUNLOG SHOWS NO COMPLETED DOGGOS'
                   ' POSTING FOR ' WS-BUSINESS-DATE
               MOVE WS-RC-DAY-NOT-POSTED TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF.

       1210-CHECK-RUN-LOG-ENTRY.
           IF RL-BUSINESS-DATE = WS-BUSINESS-DATE
               EVALUATE TRUE
                   WHEN RL-PROGRAM = 'DOGGOS'
                           AND (RL-RUN-MODE = 'UPDATE'
                               OR RL-RUN-MODE = 'RESTART')
                       IF RL-RETURN-CODE <= 4
                           SET DAY-POSTED TO TRUE
                       END-IF
                   WHEN RL-PROGRAM = 'DOGGOSBO'
                           AND RL-RETURN-CODE = 0
                       MOVE 'N' TO WS-POSTED-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1300-LOAD-DAY-SUSPENSE.
           MOVE SPACES TO WS-DAY-SUSP-TABLE
           MOVE 0 TO WS-DAY-SUSP-COUNT
           OPEN INPUT SUSPENSE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'DOGGOSAK: SUSPENSE OPEN FAILED, STATUS='
                   WS-SUSPENSE-STATUS
               MOVE WS-RC-SUSPENSE-OPEN-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE
                   AT END SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       IF SR-RUN-DATE = WS-BUSINESS-DATE
                           PERFORM 1310-STORE-DAY-SUSPENSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE.

      ******************************************************************
      * A partner line whose suspense record could not be held would
      * be acknowledged as accepted - refuse the run instead.
      ******************************************************************
       1310-STORE-DAY-SUSPENSE.
           IF WS-DAY-SUSP-COUNT >= WS-DAY-SUSP-MAX
               DISPLAY 'DOGGOSAK: MORE THAN ' WS-DAY-SUSP-MAX
                   ' SUSPENSE RECORDS FOR ' WS-BUSINESS-DATE
               MOVE WS-RC-TABLE-FULL TO RETURN-CODE
               CLOSE SUSPENSE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-DAY-SUSP-COUNT
           SET WS-DS-IDX TO WS-DAY-SUSP-COUNT
           MOVE SR-TRAN-TYPE TO WS-DS-TRAN-TYPE (WS-DS-IDX)
           MOVE SR-BREED-NAME TO WS-DS-BREED-NAME (WS-DS-IDX)
           MOVE SR-SHELTER-CODE TO WS-DS-SHELTER-CODE (WS-DS-IDX)
           MOVE SR-QUANTITY TO WS-DS-QUANTITY (WS-DS-IDX)
           MOVE SR-REASON-CODE TO WS-DS-REASON-CODE (WS-DS-IDX)
           MOVE SR-ANIMAL-ID TO WS-DS-ANIMAL-ID (WS-DS-IDX)
           MOVE SR-FEE-AMOUNT TO WS-DS-FEE-AMOUNT (WS-DS-IDX)
           MOVE 'N' TO WS-DS-USED (WS-DS-IDX).

       1400-LOAD-OPEN-ITEMS.
           MOVE SPACES TO WS-OPEN-TABLE
           MOVE 0 TO WS-OPEN-COUNT
           OPEN INPUT AKOPEN
           IF WS-AKOPEN-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'DOGGOSAK: AKOPEN OPEN FAILED, STATUS='
                   WS-AKOPEN-STATUS
               MOVE WS-RC-OPEN-ITEMS-FAIL TO RETURN-CODE
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AKOPEN
               READ AKOPEN
                   AT END SET END-OF-AKOPEN TO TRUE
                   NOT AT END PERFORM 1410-STORE-OPEN-ITEM
               END-READ
           END-PERFORM
           CLOSE AKOPEN.

      ******************************************************************
      * Every open item must be held - one left off the table would
      * be dropped from AKOPNEW at the swap and never acknowledged.
      ******************************************************************
       1410-STORE-OPEN-ITEM.
           IF WS-OPEN-COUNT >= WS-OPEN-MAX
               DISPLAY 'DOGGOSAK: MORE THAN ' WS-OPEN-MAX
                   ' OPEN ITEMS ON AKOPEN'
               MOVE WS-RC-TABLE-FULL TO RETURN-CODE
               CLOSE AKOPEN
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           SET WS-OI-IDX TO WS-OPEN-COUNT
           MOVE AKOPEN-RECORD TO WS-OI-ITEM (WS-OI-IDX)
           MOVE SPACE TO WS-OI-STATE (WS-OI-IDX)
           MOVE 'N' TO WS-OI-FRAMED (WS-OI-IDX).

       1500-OPEN-OUTPUTS.
           OPEN OUTPUT VETACK
           IF WS-VETACK-STATUS NOT = '00'
               DISPLAY 'DOGGOSAK: VETACK OPEN FAILED, STATUS='
                   WS-VETACK-STATUS
               MOVE WS-RC-VETACK-OPEN-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT AKOPNEW
           IF WS-AKOPNEW-STATUS NOT = '00'
      *        The job stream swaps AKOPNEW in as the new AKOPEN -
      *        letting its writes fail silently would lose every
      *        line still owed a follow-up.
               DISPLAY 'DOGGOSAK: AKOPNEW OPEN FAILED, STATUS='
                   WS-AKOPNEW-STATUS
               MOVE WS-RC-OPEN-ITEMS-FAIL TO RETURN-CODE
               CLOSE VETACK
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           SET OUTPUT-FILES-OPEN TO TRUE.

      ******************************************************************
      * Initial run: the open items of other transmissions go across
      * to AKOPNEW untouched; those already held for this business
      * date are dropped, this run writes them afresh.
      ******************************************************************
       1600-CARRY-OPEN-ITEMS.
           OPEN INPUT AKOPEN
           IF WS-AKOPEN-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'DOGGOSAK: AKOPEN OPEN FAILED, STATUS='
                   WS-AKOPEN-STATUS
               MOVE WS-RC-OPEN-ITEMS-FAIL TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9500-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AKOPEN
               READ AKOPEN
                   AT END SET END-OF-AKOPEN TO TRUE
                   NOT AT END
                       IF AO-TRANS-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-ITEMS-REPLACED
                       ELSE
                           WRITE AKOPNEW-RECORD FROM AKOPEN-RECORD
                           ADD 1 TO WS-ITEMS-CARRIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AKOPEN
           IF WS-ITEMS-REPLACED > 0
               DISPLAY 'DOGGOSAK: ' WS-ITEMS-REPLACED
                   ' OPEN ITEMS FOR ' WS-BUSINESS-DATE
                   ' REPLACED BY THIS RUN'
           END-IF.

      ******************************************************************
      * One partner line. It is rejected if it is the next line on
      * VPREJECT; otherwise DOGGOSVP framed it as the next VETADOPT
      * detail, and it is suspended if an unused suspense record of
      * the business date carries that same detail.
      ******************************************************************
       2000-ACKNOWLEDGE-LINE.
           READ VETFEED
               AT END SET END-OF-VETFEED TO TRUE
               NOT AT END PERFORM 2100-RESOLVE-LINE
           END-READ.

       2100-RESOLVE-LINE.
           ADD 1 TO WS-LINES-READ
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-REASON-CODE
           IF REJECT-LINE-HELD AND VR-IMAGE = VETFEED-RECORD
               MOVE 'R' TO WS-DISPOSITION
               MOVE VR-REASON TO WS-REASON-CODE
               PERFORM 2150-NEXT-REJECT-LINE
           ELSE
               READ VETADOPT
                   AT END MOVE SPACES TO VETADOPT-RECORD
               END-READ
               IF VA-RECORD-TYPE NOT = 'D'
                   DISPLAY 'DOGGOSAK: VETFEED LINE ' WS-LINE-NUMBER
                       ' IS NEITHER REJECTED NOR FRAMED'
                   PERFORM 1190-FAIL-TRANSMISSION
               END-IF
               PERFORM 2200-FIND-DAY-SUSPENSE
               IF LINE-MATCHED
                   MOVE 'S' TO WS-DISPOSITION
                   MOVE WS-DS-REASON-CODE (WS-DS-IDX)
                       TO WS-REASON-CODE
                   PERFORM 2300-WRITE-OPEN-ITEM
               ELSE
                   MOVE 'A' TO WS-DISPOSITION
               END-IF
           END-IF
           MOVE SPACES TO VETACK-RECORD
           MOVE WS-LINE-NUMBER TO AK-LINE-NUMBER
           MOVE VF-CLINIC-ID TO AK-CLINIC-ID
           MOVE VF-ANIMAL-ID TO AK-ANIMAL-ID
           MOVE VF-SIGNED-COUNT TO AK-SIGNED-COUNT
           MOVE VF-FEE-AMOUNT TO AK-FEE-AMOUNT
           PERFORM 3200-WRITE-FRAME-DETAIL.

      ******************************************************************
      * Positions on the next 'REJECT ' line of the listing, passing
      * over the heading and the totals line.
      ******************************************************************
       2150-NEXT-REJECT-LINE.
           MOVE 'N' TO WS-REJ-HELD-SWITCH
           PERFORM UNTIL END-OF-VPREJECT OR REJECT-LINE-HELD
               READ VPREJECT
                   AT END SET END-OF-VPREJECT TO TRUE
                   NOT AT END
                       IF VR-LINE-TAG = 'REJECT '
                           SET REJECT-LINE-HELD TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2200-FIND-DAY-SUSPENSE.
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DAY-SUSP-COUNT
                   OR LINE-MATCHED
               IF NOT DS-USED (WS-DS-IDX)
                       AND WS-DS-TRAN-TYPE (WS-DS-IDX) = VA-TRAN-TYPE
                       AND WS-DS-BREED-NAME (WS-DS-IDX)
                           = VA-BREED-NAME
                       AND WS-DS-SHELTER-CODE (WS-DS-IDX)
                           = VA-SHELTER-CODE
                       AND WS-DS-QUANTITY (WS-DS-IDX) = VA-QUANTITY
                       AND WS-DS-ANIMAL-ID (WS-DS-IDX)
                           = VA-ANIMAL-ID
                       AND WS-DS-FEE-AMOUNT (WS-DS-IDX)
                           = VA-FEE-AMOUNT
                   SET DS-USED (WS-DS-IDX) TO TRUE
                   SET LINE-MATCHED TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING has stepped one past the matched entry.
           IF LINE-MATCHED
               SET WS-DS-IDX DOWN BY 1
           END-IF.

       2300-WRITE-OPEN-ITEM.
           MOVE SPACES TO AKOPEN-RECORD
           MOVE WS-BUSINESS-DATE TO AO-TRANS-DATE
           MOVE WS-LINE-NUMBER TO AO-LINE-NUMBER
           MOVE VF-CLINIC-ID TO AO-CLINIC-ID
           MOVE VF-ANIMAL-ID TO AO-ANIMAL-ID
           MOVE VF-SIGNED-COUNT TO AO-SIGNED-COUNT
           MOVE VF-FEE-AMOUNT TO AO-FEE-AMOUNT
           MOVE WS-REASON-CODE TO AO-REASON-CODE
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-BUSINESS-DATE TO SR-RUN-DATE
           MOVE VA-TRAN-TYPE TO SR-TRAN-TYPE
           MOVE VA-BREED-NAME TO SR-BREED-NAME
           MOVE VA-SHELTER-CODE TO SR-SHELTER-CODE
           MOVE VA-QUANTITY TO SR-QUANTITY
           MOVE WS-REASON-CODE TO SR-REASON-CODE
           MOVE VA-ANIMAL-ID TO SR-ANIMAL-ID
           MOVE VA-FEE-AMOUNT TO SR-FEE-AMOUNT
           MOVE SUSPENSE-RECORD TO AO-SUSPENSE-IMAGE
           WRITE AKOPNEW-RECORD FROM AKOPEN-RECORD
           ADD 1 TO WS-ITEMS-CARRIED.

      ******************************************************************
      * Follow-up run: one record of the new SUSPENSE. It is matched
      * to the first open item still unaccounted for that carries the
      * same suspense detail, or failing that - the record was
      * corrected but is still bad - the same business date,
      * transaction type, shelter and animal ID.
      ******************************************************************
       2500-MATCH-SUSPENSE.
           READ SUSPENSE
               AT END SET END-OF-SUSPENSE TO TRUE
               NOT AT END PERFORM 2510-MATCH-OPEN-ITEM
           END-READ.

       2510-MATCH-OPEN-ITEM.
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OPEN-COUNT
                   OR LINE-MATCHED
               IF OI-RELEASED (WS-OI-IDX)
                       AND WS-OI-RUN-DATE (WS-OI-IDX) = SR-RUN-DATE
                       AND WS-OI-TRAN-TYPE (WS-OI-IDX) = SR-TRAN-TYPE
                       AND WS-OI-BREED-NAME (WS-OI-IDX)
                           = SR-BREED-NAME
                       AND WS-OI-SHELTER-CODE (WS-OI-IDX)
                           = SR-SHELTER-CODE
                       AND WS-OI-QUANTITY (WS-OI-IDX) = SR-QUANTITY
                       AND WS-OI-SR-ANIMAL-ID (WS-OI-IDX)
                           = SR-ANIMAL-ID
                       AND WS-OI-SR-FEE-AMOUNT (WS-OI-IDX)
                           = SR-FEE-AMOUNT
                   SET LINE-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT LINE-MATCHED
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OPEN-COUNT
                       OR LINE-MATCHED
                   IF OI-RELEASED (WS-OI-IDX)
                           AND WS-OI-RUN-DATE (WS-OI-IDX)
                               = SR-RUN-DATE
                           AND WS-OI-TRAN-TYPE (WS-OI-IDX)
                               = SR-TRAN-TYPE
                           AND WS-OI-SHELTER-CODE (WS-OI-IDX)
                               = SR-SHELTER-CODE
                           AND WS-OI-SR-ANIMAL-ID (WS-OI-IDX)
                               = SR-ANIMAL-ID
                       SET LINE-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF LINE-MATCHED
               SET WS-OI-IDX DOWN BY 1
               MOVE SUSPENSE-RECORD TO WS-OI-IMAGE (WS-OI-IDX)
               IF SR-REASON-CODE = WS-OI-ACK-REASON (WS-OI-IDX)
                   SET OI-HELD-SAME (WS-OI-IDX) TO TRUE
               ELSE
                   SET OI-HELD-CHANGED (WS-OI-IDX) TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-SUSPENSE
           END-IF.

       3000-FINALIZE.
           IF INITIAL-ACK
               PERFORM 3010-CHECK-TRANSMISSION-END
               PERFORM 3300-WRITE-FRAME-TRAILER
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > WS-DAY-SUSP-COUNT
                   IF NOT DS-USED (WS-DS-IDX)
                       ADD 1 TO WS-OTHER-SUSPENSE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 3050-WRITE-FOLLOW-UP-FRAMES
           END-IF

           PERFORM 9000-CLOSE-FILES
           IF INITIAL-ACK
               DISPLAY 'DOGGOSAK: PARTNER LINES READ    ' WS-LINES-READ
           ELSE
               DISPLAY 'DOGGOSAK: OPEN ITEMS READ       ' WS-OPEN-COUNT
               DISPLAY 'DOGGOSAK: FOLLOW-UP FRAMES      '
                   WS-FRAMES-WRITTEN
           END-IF
           DISPLAY 'DOGGOSAK: LINES ACKNOWLEDGED    ' WS-LINES-ACKED
           DISPLAY 'DOGGOSAK: ACCEPTED              ' WS-LINES-ACCEPTED
           DISPLAY 'DOGGOSAK: REJECTED OR SUSPENDED '
               WS-LINES-NOT-ACCEPTED
           DISPLAY 'DOGGOSAK: OPEN ITEMS CARRIED    ' WS-ITEMS-CARRIED
           DISPLAY 'DOGGOSAK: OTHER SUSPENSE RECORDS '
               WS-OTHER-SUSPENSE
           MOVE WS-RC-NORMAL TO RETURN-CODE
           PERFORM 9500-WRITE-RUN-LOG.

      ******************************************************************
      * Every reject line and every framed detail must have been
      * paired with a partner line, or the files are not one
      * transmission.
      ******************************************************************
       3010-CHECK-TRANSMISSION-END.
           IF REJECT-LINE-HELD
               DISPLAY 'DOGGOSAK: VPREJECT LINE NOT ON VETFEED: '
                   VR-IMAGE
               PERFORM 1190-FAIL-TRANSMISSION
           END-IF
           READ VETADOPT
               AT END MOVE SPACES TO VETADOPT-RECORD
           END-READ
           IF VA-RECORD-TYPE NOT = 'T'
               DISPLAY 'DOGGOSAK: VETADOPT HAS DETAILS BEYOND THE'
                   ' LAST VETFEED LINE'
               PERFORM 1190-FAIL-TRANSMISSION
           END-IF.

      ******************************************************************
      * One frame per transmission with a changed line, in the order
      * the transmissions were first acknowledged; then the items
      * still held go to AKOPNEW, carrying the reason now reported.
      ******************************************************************
       3050-WRITE-FOLLOW-UP-FRAMES.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OPEN-COUNT
               IF NOT OI-HELD-SAME (WS-OI-IDX)
                       AND NOT OI-FRAMED (WS-OI-IDX)
                   MOVE WS-OI-TRANS-DATE (WS-OI-IDX) TO WS-FRAME-DATE
                   PERFORM 3100-WRITE-FRAME-HEADER
                   PERFORM VARYING WS-OI-SCAN FROM WS-OI-IDX BY 1
                           UNTIL WS-OI-SCAN > WS-OPEN-COUNT
                       IF NOT OI-HELD-SAME (WS-OI-SCAN)
                               AND NOT OI-FRAMED (WS-OI-SCAN)
                               AND WS-OI-TRANS-DATE (WS-OI-SCAN)
                                   = WS-FRAME-DATE
                           PERFORM 3060-WRITE-CHANGED-LINE
                       END-IF
                   END-PERFORM
                   PERFORM 3300-WRITE-FRAME-TRAILER
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OPEN-COUNT
               IF NOT OI-RELEASED (WS-OI-IDX)
                   MOVE WS-OI-REASON-CODE (WS-OI-IDX)
                       TO WS-OI-ACK-REASON (WS-OI-IDX)
                   MOVE WS-OI-ITEM (WS-OI-IDX) TO AKOPNEW-RECORD
                   WRITE AKOPNEW-RECORD
                   ADD 1 TO WS-ITEMS-CARRIED
               END-IF
           END-PERFORM.

       3060-WRITE-CHANGED-LINE.
           SET OI-FRAMED (WS-OI-SCAN) TO TRUE
           IF OI-RELEASED (WS-OI-SCAN)
               MOVE 'A' TO WS-DISPOSITION
               MOVE SPACES TO WS-REASON-CODE
           ELSE
               MOVE 'S' TO WS-DISPOSITION
               MOVE WS-OI-REASON-CODE (WS-OI-SCAN) TO WS-REASON-CODE
           END-IF
           MOVE SPACES TO VETACK-RECORD
           MOVE WS-OI-LINE-NUMBER (WS-OI-SCAN) TO AK-LINE-NUMBER
           MOVE WS-OI-CLINIC-ID (WS-OI-SCAN) TO AK-CLINIC-ID
           MOVE WS-OI-ANIMAL-ID (WS-OI-SCAN) TO AK-ANIMAL-ID
           MOVE WS-OI-SIGNED-COUNT (WS-OI-SCAN) TO AK-SIGNED-COUNT
           MOVE WS-OI-FEE-AMOUNT (WS-OI-SCAN) TO AK-FEE-AMOUNT
           PERFORM 3200-WRITE-FRAME-DETAIL.

       3100-WRITE-FRAME-HEADER.
           MOVE ZEROES TO WS-FRAME-COUNTS
           MOVE SPACES TO VETACK-RECORD
           MOVE 'H' TO AK-RECORD-TYPE
           MOVE WS-RUN-TYPE TO AK-ACK-TYPE
           MOVE WS-FRAME-DATE TO AK-BUSINESS-DATE
           MOVE WS-ACK-DATE TO AK-ACK-DATE
           WRITE VETACK-RECORD.

      ******************************************************************
      * The caller has cleared the detail and moved the line's
      * identifying fields into it.
      ******************************************************************
       3200-WRITE-FRAME-DETAIL.
           MOVE 'D' TO AK-RECORD-TYPE
           MOVE WS-DISPOSITION TO AK-DISPOSITION
           MOVE WS-REASON-CODE TO AK-REASON-CODE
           WRITE VETACK-RECORD
           ADD 1 TO WS-FRM-LINES
           ADD 1 TO WS-LINES-ACKED
           EVALUATE WS-DISPOSITION
               WHEN 'A'
                   ADD 1 TO WS-FRM-ACCEPTED
                   ADD 1 TO WS-LINES-ACCEPTED
               WHEN 'R'
                   ADD 1 TO WS-FRM-REJECTED
                   ADD 1 TO WS-LINES-NOT-ACCEPTED
               WHEN OTHER
                   ADD 1 TO WS-FRM-SUSPENDED
                   ADD 1 TO WS-LINES-NOT-ACCEPTED
           END-EVALUATE.

       3300-WRITE-FRAME-TRAILER.
           MOVE SPACES TO VETACK-RECORD
           MOVE 'T' TO AK-RECORD-TYPE
           MOVE WS-FRM-LINES TO AK-LINE-COUNT
           MOVE WS-FRM-ACCEPTED TO AK-ACCEPTED-COUNT
           MOVE WS-FRM-REJECTED TO AK-REJECTED-COUNT
           MOVE WS-FRM-SUSPENDED TO AK-SUSPENDED-COUNT
           WRITE VETACK-RECORD
           ADD 1 TO WS-FRAMES-WRITTEN.

       9000-CLOSE-FILES.
           IF INITIAL-ACK
               CLOSE VETFEED
               CLOSE VETADOPT
               CLOSE VPREJECT
           ELSE
               CLOSE SUSPENSE
           END-IF
           IF OUTPUT-FILES-OPEN
               CLOSE VETACK
               CLOSE AKOPNEW
               MOVE 'N' TO WS-OUTPUTS-SWITCH
           END-IF.

      ******************************************************************
      * Appends this step's record to the permanent RUNLOG audit
      * file - the job log ages off, this does not. The business
      * date is the transmission's on an initial run and blank on a
      * follow-up, which spans whatever transmissions are still
      * open. IN is the partner lines read (open items on a
      * follow-up), OUT the lines acknowledged as accepted, REJECTED
      * those acknowledged as rejected or suspended. A run-log
      * failure is reported but must not fail the step.
      ******************************************************************
       9500-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RUN-LOG-REC
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
               MOVE 'DOGGOSAK' TO RL-PROGRAM
               IF FOLLOW-UP-ACK
                   MOVE SPACES TO RL-BUSINESS-DATE
                   MOVE 'FOLLOWUP' TO RL-RUN-MODE
                   MOVE WS-OPEN-COUNT TO RL-RECORDS-IN
               ELSE
                   MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
                   MOVE 'ACK' TO RL-RUN-MODE
                   MOVE WS-LINES-READ TO RL-RECORDS-IN
               END-IF
               MOVE 'N' TO RL-OVERRIDE-FLAG
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-LINES-ACCEPTED TO RL-RECORDS-OUT
               MOVE WS-LINES-NOT-ACCEPTED TO RL-RECORDS-REJECTED
               WRITE RUN-LOG-REC
               CLOSE RUNLOG
           ELSE
               DISPLAY 'DOGGOSAK: RUNLOG OPEN FAILED, STATUS='
                   WS-RUNLOG-STATUS ' - RUN NOT LOGGED'
           END-IF.

       END PROGRAM 'DOGGOSAK'.
