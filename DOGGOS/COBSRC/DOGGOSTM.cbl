       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'DOGGOSTM'.
      ******************************************************************
      * DOGGOSTM - BRDLKUP / FEESCHED / SHELMAST table maintenance.
      *
      * Replaces the hand edits that used to maintain the operator
      * tables. Reads a file of maintenance cards - ADD, CHANGE,
      * DELETE and DEACTIVATE, each naming the breed table ('B'),
      * the fee schedule ('F') or the shelter master ('S') - applies
      * the full edits the hand edits never had (duplicate breed
      * name, duplicate or blank shelter code, category index out of
      * range, a fee range that cannot pass anything, effective
      * dates that are not dates or that overlap another row for the
      * same breed or category, deactivating or deleting a shelter
      * that still has records sitting on SUSPENSE), and writes the
      * updated tables to BRDLKNEW, FEESNEW and SHELNEW, which the
      * job stream swaps in as the new BRDLKUP, FEESCHED and
      * SHELMAST after a clean run - the same swap discipline
      * SUSPWRK and SUSPNEW already use.
      *
      * Breed and fee rows are effective-dated. A row is keyed by
      * its breed name (or category) plus its effective-from date;
      * a card with a blank from-date on CHANGE or DELETE means the
      * row currently open-ended (blank to-date). An open-ended ADD
      * whose from-date falls inside the open-ended row for the same
      * key supersedes it - the old row is closed the day before -
      * so a rule change is one card. Every card, applied or
      * rejected, prints on the MAINTRPT audit listing with the
      * before and after row images; any rejected card ends the step
      * with its own RC so the scheduler holds the stream instead of
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FEESCHED ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT BRDLKNEW ASSIGN TO BRDLKNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDLKNEW-STATUS.

           SELECT FEESNEW ASSIGN TO FEESNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESNEW-STATUS.

           SELECT SHELNEW ASSIGN TO SHELNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHELNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MNTCARDS - one maintenance transaction per card, in the
      * MNTCARD layout.
      ******************************************************************
       FD  MNTCARDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MNTCARD.

       FD  BRDLKUP
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY BRDLKUP.

      ******************************************************************
      * FEESCHED - the adoption fee schedule. A site that has never
      * kept one has no file yet; the first ADD cards build it.
      ******************************************************************
       FD  FEESCHED
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY FEESCHED.

       FD  SHELMAST
           RECORDING MODE IS F
           COPY SUSPREC.

      ******************************************************************
      * BRDLKNEW / FEESNEW / SHELNEW - the updated tables, swapped
      * in by the job stream as the new BRDLKUP, FEESCHED and
      * SHELMAST after a clean run.
      ******************************************************************
       FD  BRDLKNEW
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
       01  BRDLKNEW-RECORD             PIC X(58).

       FD  FEESNEW
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01  FEESNEW-RECORD              PIC X(32).

       FD  SHELNEW
           RECORDING MODE IS F
       01  WS-BRDLKUP-STATUS           PIC X(2) VALUE '00'.
       01  WS-SHELMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-SUSPENSE-STATUS          PIC X(2) VALUE '00'.
       01  WS-FEESCHED-STATUS          PIC X(2) VALUE '00'.
       01  WS-BRDLKNEW-STATUS          PIC X(2) VALUE '00'.
       01  WS-FEESNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-SHELNEW-STATUS           PIC X(2) VALUE '00'.
       01  WS-MAINTRPT-STATUS          PIC X(2) VALUE '00'.

       01  WS-LKUP-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-BRDLKUP           VALUE 'Y'.

       01  WS-FEES-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-FEESCHED          VALUE 'Y'.

       01  WS-SHEL-EOF-SWITCH          PIC X VALUE 'N'.
           88 END-OF-SHELMAST          VALUE 'Y'.

               88 CARD-REJECTED        VALUE 'Y'.
           05 WS-SUSP-OVER-SWITCH      PIC X VALUE 'N'.
               88 SUSPENSE-SCAN-OVERFLOWED VALUE 'Y'.
           05 WS-DATES-SWITCH          PIC X VALUE 'N'.
               88 CARD-DATES-BAD       VALUE 'Y'.
           05 WS-OVERLAP-SWITCH        PIC X VALUE 'N'.
               88 ROW-OVERLAP-FOUND    VALUE 'Y'.

      ******************************************************************
      * The breed table held in storage while the cards apply, in
      ******************************************************************
       01  WS-BREED-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-BREED-ROW-TABLE.
           05 WS-BREED-ROW OCCURS 500 TIMES
                   INDEXED BY WS-BREED-IDX.
               10 WS-BREED-ROW-NAME    PIC X(30).
               10 WS-BREED-ROW-CATEGORY PIC X(2).
               10 WS-BREED-ROW-LABEL   PIC X(10).
               10 WS-BREED-ROW-FROM    PIC X(8).
               10 WS-BREED-ROW-TO      PIC X(8).
               10 WS-BREED-ROW-DELETED PIC X(1).
                   88 BREED-ROW-DELETED VALUE 'Y'.

      ******************************************************************
      * The fee schedule held in storage the same way, in FEESCHED
      * row layout (loaded as it stands, so a damaged row can still
      * be repaired by card) plus a delete flag.
      ******************************************************************
       01  WS-FEE-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-FEE-ROW-TABLE.
           05 WS-FEE-ROW OCCURS 200 TIMES
                   INDEXED BY WS-FEE-IDX.
               10 WS-FEE-ROW-CATEGORY  PIC X(2).
               10 WS-FEE-ROW-MIN       PIC X(7).
               10 WS-FEE-ROW-MAX       PIC X(7).
               10 WS-FEE-ROW-FROM      PIC X(8).
               10 WS-FEE-ROW-TO        PIC X(8).
               10 WS-FEE-ROW-DELETED   PIC X(1).
                   88 FEE-ROW-DELETED  VALUE 'Y'.

      ******************************************************************
      * The shelter master held in storage the same way.
      ******************************************************************
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 ROW-FOUND                VALUE 'Y'.

      ******************************************************************
      * Effective-date work areas. WS-CARD-FROM / WS-CARD-TO are the
      * span a card would leave the row with; WS-OPEN-SLOT is the
      * open-ended row an ADD supersedes (0 = none), and WS-NEW-LO /
      * WS-NEW-HI the span with the open ends made comparable for
      * the overlap check.
      ******************************************************************
       01  WS-CARD-CATEGORY            PIC X(2).
       01  WS-CARD-FROM                PIC X(8).
       01  WS-CARD-TO                  PIC X(8).
       01  WS-CHECK-DATE               PIC X(8).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                       PIC 9(8).
       01  WS-DAY-BEFORE               PIC 9(8) VALUE 0.
       01  WS-OPEN-SLOT                PIC 9(3) VALUE 0.
       01  WS-CHECK-SLOT               PIC 9(3) VALUE 0.
       01  WS-NEW-LO                   PIC X(8).
       01  WS-NEW-HI                   PIC X(8).
       01  WS-OTHER-LO                 PIC X(8).
       01  WS-OTHER-HI                 PIC X(8).

       01  WS-REJECT-REASON            PIC X(8).

      ******************************************************************

       01  MNT-BEFORE-LINE.
           05 FILLER                   PIC X(9) VALUE '  BEFORE '.
           05 MNT-BEFORE-IMAGE         PIC X(69).
           05 FILLER                   PIC X(54) VALUE SPACES.

       01  MNT-AFTER-LINE.
           05 FILLER                   PIC X(9) VALUE '  AFTER  '.
           05 MNT-AFTER-IMAGE          PIC X(69).
           05 FILLER                   PIC X(54) VALUE SPACES.

       01  MNT-REJECT-LINE.
           05 FILLER                   PIC X(11)
           05 WS-BI-NAME               PIC X(30).
           05 WS-BI-CATEGORY           PIC X(2).
           05 WS-BI-LABEL              PIC X(10).
           05 WS-BI-FROM               PIC X(8).
           05 WS-BI-TO                 PIC X(8).
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-FEE-IMAGE.
           05 WS-FI-CATEGORY           PIC X(2).
           05 WS-FI-MIN                PIC X(7).
           05 WS-FI-MAX                PIC X(7).
           05 WS-FI-FROM               PIC X(8).
           05 WS-FI-TO                 PIC X(8).
           05 FILLER                   PIC X(37) VALUE SPACES.

      * Listing key for a fee card - the category and the from-date
      * together name the row.
       01  WS-FEE-KEY.
           05 FILLER                   PIC X(9) VALUE 'CATEGORY '.
           05 WS-FK-CATEGORY           PIC X(2).
           05 FILLER                   PIC X(6) VALUE ' FROM '.
           05 WS-FK-FROM               PIC X(8).

       01  WS-SHELTER-IMAGE.
           05 WS-SI-CODE               PIC X(25).
       01  WS-RC-BRDLKNEW-OPEN-FAIL    PIC 9(3) VALUE 113.
       01  WS-RC-SHELNEW-OPEN-FAIL     PIC 9(3) VALUE 114.
       01  WS-RC-TABLE-FULL            PIC 9(3) VALUE 115.
       01  WS-RC-FEESCHED-OPEN-FAIL    PIC 9(3) VALUE 172.
       01  WS-RC-FEESNEW-OPEN-FAIL     PIC 9(3) VALUE 173.

       PROCEDURE DIVISION.
      ******************************************************************

       1000-INITIALIZE.
           PERFORM 1100-LOAD-BREED-TABLE
           PERFORM 1150-LOAD-FEE-TABLE
           PERFORM 1200-LOAD-SHELTER-TABLE
           PERFORM 1300-SCAN-SUSPENSE-CODES

           CLOSE BRDLKUP.

       1110-STORE-BREED-ROW.
           IF WS-BREED-ROW-COUNT >= 500
      *        A live table too big to load cannot be maintained
      *        faithfully - writing back a truncated copy would
      *        silently drop rows, so stop the step instead.
               TO WS-BREED-ROW-CATEGORY (WS-BREED-ROW-COUNT)
           MOVE BL-CATEGORY-LABEL
               TO WS-BREED-ROW-LABEL (WS-BREED-ROW-COUNT)
           MOVE BL-EFFECTIVE-FROM
               TO WS-BREED-ROW-FROM (WS-BREED-ROW-COUNT)
           MOVE BL-EFFECTIVE-TO
               TO WS-BREED-ROW-TO (WS-BREED-ROW-COUNT)
           MOVE 'N' TO WS-BREED-ROW-DELETED (WS-BREED-ROW-COUNT).

      ******************************************************************
      * No FEESCHED yet (status 35) is a site that has never kept a
      * schedule - the table starts empty and ADD cards build it.
      ******************************************************************
       1150-LOAD-FEE-TABLE.
           MOVE SPACES TO WS-FEE-ROW-TABLE
           MOVE 0 TO WS-FEE-ROW-COUNT

           OPEN INPUT FEESCHED
           EVALUATE WS-FEESCHED-STATUS
               WHEN '00'
                   PERFORM UNTIL END-OF-FEESCHED
                       READ FEESCHED
                           AT END SET END-OF-FEESCHED TO TRUE
                           NOT AT END PERFORM 1160-STORE-FEE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE FEESCHED
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DOGGOSTM: FEESCHED OPEN FAILED, STATUS='
                       WS-FEESCHED-STATUS
                   MOVE WS-RC-FEESCHED-OPEN-FAIL TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1160-STORE-FEE-ROW.
           IF WS-FEE-ROW-COUNT >= 200
               DISPLAY 'DOGGOSTM: FEESCHED TABLE FULL - CANNOT LOAD'
               MOVE WS-RC-TABLE-FULL TO RETURN-CODE
               CLOSE FEESCHED
               GOBACK
           END-IF
           ADD 1 TO WS-FEE-ROW-COUNT
           MOVE FEESCHED-RECORD TO WS-FEE-ROW (WS-FEE-ROW-COUNT)
           MOVE 'N' TO WS-FEE-ROW-DELETED (WS-FEE-ROW-COUNT).

       1200-LOAD-SHELTER-TABLE.
           MOVE SPACES TO WS-SHELTER-TABLE
           MOVE 0 TO WS-SHELTER-COUNT
           MOVE WS-CARDS-READ TO MNT-CARD-NUMBER
           MOVE MC-ACTION TO MNT-CARD-ACTION
           MOVE MC-FILE-ID TO MNT-CARD-FILE
           EVALUATE TRUE
               WHEN MC-BREED-FILE
                   MOVE MC-BREED-NAME TO MNT-CARD-KEY
               WHEN MC-FEE-FILE
                   MOVE MC-FEE-CATEGORY TO WS-FK-CATEGORY
                   MOVE MC-FEE-FROM TO WS-FK-FROM
                   MOVE WS-FEE-KEY TO MNT-CARD-KEY
               WHEN OTHER
                   MOVE MC-SHELTER-CODE TO MNT-CARD-KEY
           END-EVALUATE
           MOVE MNT-CARD-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD

           EVALUATE TRUE
               WHEN MC-BREED-FILE
                   PERFORM 2200-APPLY-BREED-CARD
               WHEN MC-FEE-FILE
                   PERFORM 2400-APPLY-FEE-CARD
               WHEN MC-SHELTER-FILE
                   PERFORM 2300-APPLY-SHELTER-CARD
               WHEN OTHER
           END-IF.

       2200-APPLY-BREED-CARD.
           MOVE MC-BREED-FROM TO WS-CARD-FROM
           MOVE MC-BREED-TO TO WS-CARD-TO
           PERFORM 2210-FIND-BREED-ROW
           EVALUATE TRUE
               WHEN MC-ADD
                   PERFORM 2240-DELETE-BREED-ROW
               WHEN MC-DEACTIVATE
      *            The breed table has no active flag - deactivating
      *            a breed means closing its row with a to-date.
                   MOVE 'BADACTN' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               WHEN OTHER
                   PERFORM 2900-REJECT-CARD
           END-EVALUATE.

      ******************************************************************
      * A row is named by breed plus effective-from date; a blank
      * from-date on the card names the breed's open-ended row.
      ******************************************************************
       2210-FIND-BREED-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SLOT
                   OR ROW-FOUND
               IF MC-BREED-NAME = WS-BREED-ROW-NAME (WS-BREED-IDX)
                       AND NOT BREED-ROW-DELETED (WS-BREED-IDX)
                   IF (WS-CARD-FROM = SPACES
                           AND WS-BREED-ROW-TO (WS-BREED-IDX) = SPACES)
                       OR (WS-CARD-FROM NOT = SPACES
                           AND WS-BREED-ROW-FROM (WS-BREED-IDX)
                               = WS-CARD-FROM)
                       SET WS-MATCH-SLOT TO WS-BREED-IDX
                       SET ROW-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * The open-ended row an open-ended ADD supersedes: same breed,
      * blank to-date, and in force before the new row's from-date.
      ******************************************************************
       2215-FIND-OPEN-BREED-ROW.
           MOVE 0 TO WS-OPEN-SLOT
           PERFORM VARYING WS-BREED-IDX FROM 1 BY 1
                   UNTIL WS-BREED-IDX > WS-BREED-ROW-COUNT
                   OR WS-OPEN-SLOT > 0
               IF MC-BREED-NAME = WS-BREED-ROW-NAME (WS-BREED-IDX)
                       AND NOT BREED-ROW-DELETED (WS-BREED-IDX)
                       AND WS-BREED-ROW-TO (WS-BREED-IDX) = SPACES
                   IF WS-BREED-ROW-FROM (WS-BREED-IDX) = SPACES
                           OR WS-BREED-ROW-FROM (WS-BREED-IDX)
                               < WS-CARD-FROM
                       SET WS-OPEN-SLOT TO WS-BREED-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * The shared card edits for the breed table: a blank name can
      * never key a row, an index outside 1-50 would be skipped by
      * the DOGGOS load-time guard and the breed would silently
      * reject as UNKBREED all day, and dates that are not dates or
      * that overlap another row for the breed would leave two
      * categories in force on one day. Only an open-ended ADD
      * supersedes the open-ended row; a bounded row inside it must
      * be made room for with a CHANGE closing the current row
      * first, so no day is left silently uncovered.
      ******************************************************************
       2220-ADD-BREED-ROW.
           IF MC-BREED-NAME = SPACES
               MOVE 'BADINDEX' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2800-EDIT-CARD-DATES
               MOVE 0 TO WS-OPEN-SLOT
               IF NOT CARD-DATES-BAD
                       AND WS-CARD-FROM NOT = SPACES
                       AND WS-CARD-TO = SPACES
                   PERFORM 2215-FIND-OPEN-BREED-ROW
               END-IF
               IF NOT CARD-DATES-BAD
                   PERFORM 2280-CHECK-BREED-OVERLAP
               END-IF
               IF CARD-DATES-BAD
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF ROW-OVERLAP-FOUND
                   MOVE 'OVERLAP' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF WS-BREED-ROW-COUNT >= 500
                   MOVE 'TBLFULL' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
                   IF WS-OPEN-SLOT > 0
                       MOVE WS-OPEN-SLOT TO WS-MATCH-SLOT
                       PERFORM 2260-PRINT-BREED-BEFORE
                       PERFORM 2820-COMPUTE-DAY-BEFORE
                       MOVE WS-DAY-BEFORE
                           TO WS-BREED-ROW-TO (WS-MATCH-SLOT)
                       PERFORM 2250-PRINT-BREED-AFTER
                   END-IF
                   ADD 1 TO WS-BREED-ROW-COUNT
                   MOVE WS-BREED-ROW-COUNT TO WS-MATCH-SLOT
                   MOVE MC-BREED-NAME
                       TO WS-BREED-ROW-NAME (WS-MATCH-SLOT)
                   MOVE MC-CATEGORY-INDEX
                       TO WS-BREED-ROW-CATEGORY (WS-MATCH-SLOT)
                   MOVE MC-CATEGORY-LABEL
                       TO WS-BREED-ROW-LABEL (WS-MATCH-SLOT)
                   MOVE WS-CARD-FROM
                       TO WS-BREED-ROW-FROM (WS-MATCH-SLOT)
                   MOVE WS-CARD-TO
                       TO WS-BREED-ROW-TO (WS-MATCH-SLOT)
                   MOVE 'N' TO WS-BREED-ROW-DELETED (WS-MATCH-SLOT)
                   PERFORM 2250-PRINT-BREED-AFTER
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * CHANGE replaces the category, label and to-date of the row
      * named; its from-date is the row's key and stays as it is -
      * moving a row's start is a DELETE and an ADD.
      ******************************************************************
       2230-CHANGE-BREED-ROW.
           IF NOT ROW-FOUND
               MOVE 'NOTFOUND' TO WS-REJECT-REASON
               MOVE 'BADINDEX' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
               MOVE WS-BREED-ROW-FROM (WS-MATCH-SLOT) TO WS-CARD-FROM
               PERFORM 2800-EDIT-CARD-DATES
               MOVE 0 TO WS-OPEN-SLOT
               IF NOT CARD-DATES-BAD
                   PERFORM 2280-CHECK-BREED-OVERLAP
               END-IF
               IF CARD-DATES-BAD
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF ROW-OVERLAP-FOUND
                   MOVE 'OVERLAP' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
                   PERFORM 2260-PRINT-BREED-BEFORE
                   MOVE MC-CATEGORY-INDEX
                       TO WS-BREED-ROW-CATEGORY (WS-MATCH-SLOT)
                   MOVE MC-CATEGORY-LABEL
                       TO WS-BREED-ROW-LABEL (WS-MATCH-SLOT)
                   MOVE WS-CARD-TO
                       TO WS-BREED-ROW-TO (WS-MATCH-SLOT)
                   PERFORM 2250-PRINT-BREED-AFTER
               END-IF
               END-IF
           END-IF
           END-IF.

           MOVE WS-BREED-ROW-CATEGORY (WS-MATCH-SLOT)
               TO WS-BI-CATEGORY
           MOVE WS-BREED-ROW-LABEL (WS-MATCH-SLOT) TO WS-BI-LABEL
           MOVE WS-BREED-ROW-FROM (WS-MATCH-SLOT) TO WS-BI-FROM
           MOVE WS-BREED-ROW-TO (WS-MATCH-SLOT) TO WS-BI-TO
           MOVE WS-BREED-IMAGE TO MNT-AFTER-IMAGE
           MOVE MNT-AFTER-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD.
           MOVE WS-BREED-ROW-CATEGORY (WS-MATCH-SLOT)
               TO WS-BI-CATEGORY
           MOVE WS-BREED-ROW-LABEL (WS-MATCH-SLOT) TO WS-BI-LABEL
           MOVE WS-BREED-ROW-FROM (WS-MATCH-SLOT) TO WS-BI-FROM
           MOVE WS-BREED-ROW-TO (WS-MATCH-SLOT) TO WS-BI-TO
           MOVE WS-BREED-IMAGE TO MNT-BEFORE-IMAGE
           MOVE MNT-BEFORE-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD.

      ******************************************************************
      * Would the span WS-CARD-FROM - WS-CARD-TO share a day with any
      * other live row for the breed? The row being changed
      * (WS-MATCH-SLOT) and the open-ended row an ADD is about to
      * close (WS-OPEN-SLOT) are not counted against it.
      ******************************************************************
       2280-CHECK-BREED-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH
           PERFORM 2830-SET-CARD-SPAN
           PERFORM VARYING WS-BREED-IDX FROM 1 BY 1
                   UNTIL WS-BREED-IDX > WS-BREED-ROW-COUNT
                   OR ROW-OVERLAP-FOUND
               SET WS-CHECK-SLOT TO WS-BREED-IDX
               IF MC-BREED-NAME = WS-BREED-ROW-NAME (WS-BREED-IDX)
                       AND NOT BREED-ROW-DELETED (WS-BREED-IDX)
                       AND WS-CHECK-SLOT NOT = WS-MATCH-SLOT
                       AND WS-CHECK-SLOT NOT = WS-OPEN-SLOT
                   MOVE WS-BREED-ROW-FROM (WS-BREED-IDX)
                       TO WS-OTHER-LO
                   MOVE WS-BREED-ROW-TO (WS-BREED-IDX)
                       TO WS-OTHER-HI
                   PERFORM 2840-TEST-SPAN-OVERLAP
               END-IF
           END-PERFORM.

       2300-APPLY-SHELTER-CARD.
           PERFORM 2310-FIND-SHELTER-ROW
           EVALUATE TRUE
           MOVE MNT-BEFORE-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD.

      ******************************************************************
      * Fee schedule cards follow the breed-card rules, keyed by
      * category plus effective-from date. There is nothing to
      * deactivate - a range is retired by closing it with a
      * to-date.
      ******************************************************************
       2400-APPLY-FEE-CARD.
           MOVE MC-FEE-CATEGORY TO WS-CARD-CATEGORY
           MOVE MC-FEE-FROM TO WS-CARD-FROM
           MOVE MC-FEE-TO TO WS-CARD-TO
           PERFORM 2410-FIND-FEE-ROW
           EVALUATE TRUE
               WHEN MC-ADD
                   PERFORM 2420-ADD-FEE-ROW
               WHEN MC-CHANGE
                   PERFORM 2430-CHANGE-FEE-ROW
               WHEN MC-DELETE
                   PERFORM 2440-DELETE-FEE-ROW
               WHEN OTHER
                   MOVE 'BADACTN' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
           END-EVALUATE.

       2410-FIND-FEE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
                   OR ROW-FOUND
               IF WS-CARD-CATEGORY = WS-FEE-ROW-CATEGORY (WS-FEE-IDX)
                       AND NOT FEE-ROW-DELETED (WS-FEE-IDX)
                   IF (WS-CARD-FROM = SPACES
                           AND WS-FEE-ROW-TO (WS-FEE-IDX) = SPACES)
                       OR (WS-CARD-FROM NOT = SPACES
                           AND WS-FEE-ROW-FROM (WS-FEE-IDX)
                               = WS-CARD-FROM)
                       SET WS-MATCH-SLOT TO WS-FEE-IDX
                       SET ROW-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2415-FIND-OPEN-FEE-ROW.
           MOVE 0 TO WS-OPEN-SLOT
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
                   OR WS-OPEN-SLOT > 0
               IF WS-CARD-CATEGORY = WS-FEE-ROW-CATEGORY (WS-FEE-IDX)
                       AND NOT FEE-ROW-DELETED (WS-FEE-IDX)
                       AND WS-FEE-ROW-TO (WS-FEE-IDX) = SPACES
                   IF WS-FEE-ROW-FROM (WS-FEE-IDX) = SPACES
                           OR WS-FEE-ROW-FROM (WS-FEE-IDX)
                               < WS-CARD-FROM
                       SET WS-OPEN-SLOT TO WS-FEE-IDX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * The same edits DOGGOS applies when it loads the schedule - a
      * category outside 1-50 or a range that cannot pass anything
      * would be skipped there - plus the date edits the breed cards
      * get.
      ******************************************************************
       2420-ADD-FEE-ROW.
           IF MC-FEE-CATEGORY NOT NUMERIC
                   OR MC-FEE-CATEGORY < 1
                   OR MC-FEE-CATEGORY > 50
               MOVE 'BADINDEX' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
           IF ROW-FOUND
               MOVE 'DUPROW' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
           IF MC-MIN-FEE-NUM NOT NUMERIC
                   OR MC-MAX-FEE-NUM NOT NUMERIC
                   OR MC-MIN-FEE-NUM > MC-MAX-FEE-NUM
               MOVE 'BADRANGE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2800-EDIT-CARD-DATES
               MOVE 0 TO WS-OPEN-SLOT
               IF NOT CARD-DATES-BAD
                       AND WS-CARD-FROM NOT = SPACES
                       AND WS-CARD-TO = SPACES
                   PERFORM 2415-FIND-OPEN-FEE-ROW
               END-IF
               IF NOT CARD-DATES-BAD
                   PERFORM 2480-CHECK-FEE-OVERLAP
               END-IF
               IF CARD-DATES-BAD
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF ROW-OVERLAP-FOUND
                   MOVE 'OVERLAP' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF WS-FEE-ROW-COUNT >= 200
                   MOVE 'TBLFULL' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
                   IF WS-OPEN-SLOT > 0
                       MOVE WS-OPEN-SLOT TO WS-MATCH-SLOT
                       PERFORM 2460-PRINT-FEE-BEFORE
                       PERFORM 2820-COMPUTE-DAY-BEFORE
                       MOVE WS-DAY-BEFORE
                           TO WS-FEE-ROW-TO (WS-MATCH-SLOT)
                       PERFORM 2450-PRINT-FEE-AFTER
                   END-IF
                   ADD 1 TO WS-FEE-ROW-COUNT
                   MOVE WS-FEE-ROW-COUNT TO WS-MATCH-SLOT
                   MOVE WS-CARD-CATEGORY
                       TO WS-FEE-ROW-CATEGORY (WS-MATCH-SLOT)
                   MOVE MC-MIN-FEE TO WS-FEE-ROW-MIN (WS-MATCH-SLOT)
                   MOVE MC-MAX-FEE TO WS-FEE-ROW-MAX (WS-MATCH-SLOT)
                   MOVE WS-CARD-FROM
                       TO WS-FEE-ROW-FROM (WS-MATCH-SLOT)
                   MOVE WS-CARD-TO TO WS-FEE-ROW-TO (WS-MATCH-SLOT)
                   MOVE 'N' TO WS-FEE-ROW-DELETED (WS-MATCH-SLOT)
                   PERFORM 2450-PRINT-FEE-AFTER
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * CHANGE replaces the range and to-date of the row named; as
      * on the breed table the from-date is the key and stays.
      ******************************************************************
       2430-CHANGE-FEE-ROW.
           IF NOT ROW-FOUND
               MOVE 'NOTFOUND' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
           IF MC-MIN-FEE-NUM NOT NUMERIC
                   OR MC-MAX-FEE-NUM NOT NUMERIC
                   OR MC-MIN-FEE-NUM > MC-MAX-FEE-NUM
               MOVE 'BADRANGE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
               MOVE WS-FEE-ROW-FROM (WS-MATCH-SLOT) TO WS-CARD-FROM
               PERFORM 2800-EDIT-CARD-DATES
               MOVE 0 TO WS-OPEN-SLOT
               IF NOT CARD-DATES-BAD
                   PERFORM 2480-CHECK-FEE-OVERLAP
               END-IF
               IF CARD-DATES-BAD
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
               IF ROW-OVERLAP-FOUND
                   MOVE 'OVERLAP' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD
               ELSE
                   PERFORM 2460-PRINT-FEE-BEFORE
                   MOVE MC-MIN-FEE TO WS-FEE-ROW-MIN (WS-MATCH-SLOT)
                   MOVE MC-MAX-FEE TO WS-FEE-ROW-MAX (WS-MATCH-SLOT)
                   MOVE WS-CARD-TO TO WS-FEE-ROW-TO (WS-MATCH-SLOT)
                   PERFORM 2450-PRINT-FEE-AFTER
               END-IF
               END-IF
           END-IF
           END-IF.

       2440-DELETE-FEE-ROW.
           IF NOT ROW-FOUND
               MOVE 'NOTFOUND' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2460-PRINT-FEE-BEFORE
               SET FEE-ROW-DELETED (WS-MATCH-SLOT) TO TRUE
           END-IF.

       2450-PRINT-FEE-AFTER.
           MOVE WS-FEE-ROW-CATEGORY (WS-MATCH-SLOT) TO WS-FI-CATEGORY
           MOVE WS-FEE-ROW-MIN (WS-MATCH-SLOT) TO WS-FI-MIN
           MOVE WS-FEE-ROW-MAX (WS-MATCH-SLOT) TO WS-FI-MAX
           MOVE WS-FEE-ROW-FROM (WS-MATCH-SLOT) TO WS-FI-FROM
           MOVE WS-FEE-ROW-TO (WS-MATCH-SLOT) TO WS-FI-TO
           MOVE WS-FEE-IMAGE TO MNT-AFTER-IMAGE
           MOVE MNT-AFTER-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD.

       2460-PRINT-FEE-BEFORE.
           MOVE WS-FEE-ROW-CATEGORY (WS-MATCH-SLOT) TO WS-FI-CATEGORY
           MOVE WS-FEE-ROW-MIN (WS-MATCH-SLOT) TO WS-FI-MIN
           MOVE WS-FEE-ROW-MAX (WS-MATCH-SLOT) TO WS-FI-MAX
           MOVE WS-FEE-ROW-FROM (WS-MATCH-SLOT) TO WS-FI-FROM
           MOVE WS-FEE-ROW-TO (WS-MATCH-SLOT) TO WS-FI-TO
           MOVE WS-FEE-IMAGE TO MNT-BEFORE-IMAGE
           MOVE MNT-BEFORE-LINE TO MAINTRPT-RECORD
           WRITE MAINTRPT-RECORD.

       2480-CHECK-FEE-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH
           PERFORM 2830-SET-CARD-SPAN
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
                   OR ROW-OVERLAP-FOUND
               SET WS-CHECK-SLOT TO WS-FEE-IDX
               IF WS-CARD-CATEGORY = WS-FEE-ROW-CATEGORY (WS-FEE-IDX)
                       AND NOT FEE-ROW-DELETED (WS-FEE-IDX)
                       AND WS-CHECK-SLOT NOT = WS-MATCH-SLOT
                       AND WS-CHECK-SLOT NOT = WS-OPEN-SLOT
                   MOVE WS-FEE-ROW-FROM (WS-FEE-IDX) TO WS-OTHER-LO
                   MOVE WS-FEE-ROW-TO (WS-FEE-IDX) TO WS-OTHER-HI
                   PERFORM 2840-TEST-SPAN-OVERLAP
               END-IF
           END-PERFORM.

      ******************************************************************
      * Effective dates are CCYYMMDD calendar dates or blank, and a
      * row cannot end before it starts.
      ******************************************************************
       2800-EDIT-CARD-DATES.
           MOVE 'N' TO WS-DATES-SWITCH
           MOVE WS-CARD-FROM TO WS-CHECK-DATE
           PERFORM 2810-EDIT-ONE-DATE
           MOVE WS-CARD-TO TO WS-CHECK-DATE
           PERFORM 2810-EDIT-ONE-DATE
           IF NOT CARD-DATES-BAD
                   AND WS-CARD-FROM NOT = SPACES
                   AND WS-CARD-TO NOT = SPACES
                   AND WS-CARD-TO < WS-CARD-FROM
               SET CARD-DATES-BAD TO TRUE
           END-IF.

       2810-EDIT-ONE-DATE.
           IF WS-CHECK-DATE NOT = SPACES
               IF WS-CHECK-DATE NOT NUMERIC
                   SET CARD-DATES-BAD TO TRUE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE-NUM)
                           NOT = 0
                       SET CARD-DATES-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The superseded row ends the day before the new one starts.
      ******************************************************************
       2820-COMPUTE-DAY-BEFORE.
           MOVE WS-CARD-FROM TO WS-CHECK-DATE
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE-NUM) - 1).

      ******************************************************************
      * A blank from-date reaches back before any dated row and a
      * blank to-date runs on indefinitely; the spans are compared
      * with the open ends filled in.
      ******************************************************************
       2830-SET-CARD-SPAN.
           IF WS-CARD-FROM = SPACES
               MOVE ZEROES TO WS-NEW-LO
           ELSE
               MOVE WS-CARD-FROM TO WS-NEW-LO
           END-IF
           IF WS-CARD-TO = SPACES
               MOVE ALL '9' TO WS-NEW-HI
           ELSE
               MOVE WS-CARD-TO TO WS-NEW-HI
           END-IF.

       2840-TEST-SPAN-OVERLAP.
           IF WS-OTHER-LO = SPACES
               MOVE ZEROES TO WS-OTHER-LO
           END-IF
           IF WS-OTHER-HI = SPACES
               MOVE ALL '9' TO WS-OTHER-HI
           END-IF
           IF WS-NEW-LO <= WS-OTHER-HI
                   AND WS-OTHER-LO <= WS-NEW-HI
               SET ROW-OVERLAP-FOUND TO TRUE
           END-IF.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO MNT-REJ-REASON
                       TO WS-BI-CATEGORY
                   MOVE WS-BREED-ROW-LABEL (WS-BREED-IDX)
                       TO WS-BI-LABEL
                   MOVE WS-BREED-ROW-FROM (WS-BREED-IDX)
                       TO WS-BI-FROM
                   MOVE WS-BREED-ROW-TO (WS-BREED-IDX)
                       TO WS-BI-TO
                   MOVE WS-BREED-IMAGE (1:58) TO BRDLKNEW-RECORD
                   WRITE BRDLKNEW-RECORD
               END-IF
           END-PERFORM
           CLOSE BRDLKNEW

           OPEN OUTPUT FEESNEW
           IF WS-FEESNEW-STATUS NOT = '00'
               DISPLAY 'DOGGOSTM: FEESNEW OPEN FAILED, STATUS='
                   WS-FEESNEW-STATUS
               MOVE WS-RC-FEESNEW-OPEN-FAIL TO RETURN-CODE
               CLOSE MNTCARDS
               CLOSE MAINTRPT
               GOBACK
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
               IF NOT FEE-ROW-DELETED (WS-FEE-IDX)
                   MOVE WS-FEE-ROW (WS-FEE-IDX) (1:32)
                       TO FEESNEW-RECORD
                   WRITE FEESNEW-RECORD
               END-IF
           END-PERFORM
           CLOSE FEESNEW

           OPEN OUTPUT SHELNEW
           IF WS-SHELNEW-STATUS NOT = '00'
               DISPLAY 'DOGGOSTM: SHELNEW OPEN FAILED, STATUS='
