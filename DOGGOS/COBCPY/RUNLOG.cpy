      * RUNLOG
      * Run-history audit record: one record appended by every step
      * of the suite at end of step - timestamp, business date, run
      * mode (UPDATE, VALIDATE, RESTART, REPORT, CLOSE, BACKOUT,
      * CONVERT, ARCHIVE, ACK, FOLLOWUP, DRAFT, RELEASE), which
      * operator override card was presented, the final RC the step
      * ended with, and the step's control counts. The job log ages
      * off; this file is what audit gets shown. Read back by the
      * RL-OVERRIDE-FLAG: 'N' none, 'D' duplicate-day rerun
      * authorized (RUNCTL col 1), 'C' off-cycle calendar date
      * authorized (RUNCTL col 10), 'B' both.
      *
      * RL-OPERATOR and RL-REASON-CODE are filled by the operator-
      * driven steps only (the DOGGOSBO back-out): who ran it and
      * the reason code off the control card. Blank elsewhere.
      ******************************************************************
       01 RUN-LOG-REC.
           05 RL-TIMESTAMP             PIC X(14).
           05 RL-RECORDS-IN            PIC 9(7).
           05 RL-RECORDS-OUT           PIC 9(7).
           05 RL-RECORDS-REJECTED      PIC 9(7).
           05 RL-OPERATOR              PIC X(8).
           05 RL-REASON-CODE           PIC X(8).
           05 FILLER                   PIC X(1).
