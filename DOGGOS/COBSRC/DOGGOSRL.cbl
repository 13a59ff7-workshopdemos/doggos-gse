      * suite appends to and prints the run history for a date
      * range on RUNLRPT - what ran, when, in what mode, whether an
      * operator override was honored, the RC it ended with and its
      * control counts, plus the operator and reason code of a
      * business-day back-out. This is what gets handed to audit
      * instead of an expired job log.
      *
      * The RLCTL card carries the range: from-date in columns 1-8,
      * to-date in columns 9-16, against the log timestamps' date
           05 FILLER                   PIC X(4) VALUE 'RC  '.
           05 FILLER                   PIC X(8) VALUE 'IN      '.
           05 FILLER                   PIC X(8) VALUE 'OUT     '.
           05 FILLER                   PIC X(10) VALUE 'REJECTED  '.
           05 FILLER                   PIC X(9) VALUE 'OPERATOR '.
           05 FILLER                   PIC X(8) VALUE 'REASON  '.
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  RLQ-DETAIL-LINE.
           05 RLQ-TIMESTAMP            PIC X(14).
           05 RLQ-RECORDS-OUT          PIC 9(7).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RLQ-RECORDS-REJECTED     PIC 9(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RLQ-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RLQ-REASON-CODE          PIC X(8).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  RLQ-EMPTY-LINE.
           05 FILLER                   PIC X(41)
           MOVE RL-RECORDS-IN TO RLQ-RECORDS-IN
           MOVE RL-RECORDS-OUT TO RLQ-RECORDS-OUT
           MOVE RL-RECORDS-REJECTED TO RLQ-RECORDS-REJECTED
           MOVE RL-OPERATOR TO RLQ-OPERATOR
           MOVE RL-REASON-CODE TO RLQ-REASON-CODE
           MOVE RLQ-DETAIL-LINE TO RUNLRPT-RECORD
           WRITE RUNLRPT-RECORD
           ADD 1 TO WS-RECORDS-LISTED.
