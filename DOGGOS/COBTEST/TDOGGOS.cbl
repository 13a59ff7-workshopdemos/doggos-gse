      * Input data used to initialize the BRDLKUP breed-to-category
      * lookup file. Only the categories exercised by ADOPT_INPUT need
      * an entry here - categories with no entry are left at their
      * DOGGOS-initialized zero/spaces default. The effective dates
      * are left blank, so every row is in force on any business
      * date the tests post.
       1 BRDLKUP_FILE.
         COPY ZFILE.

               7 PIC X(30) VALUE 'SHIBA'.
               7 PIC X(2)  VALUE '01'.
               7 PIC X(10) VALUE 'SHIBA'.
               7 PIC X(16) VALUE SPACES.
           5 FILLER.
               7 PIC X(30) VALUE 'KORGI'.
               7 PIC X(2)  VALUE '03'.
               7 PIC X(10) VALUE 'KORGI'.
               7 PIC X(16) VALUE SPACES.
           5 FILLER.
               7 PIC X(30) VALUE 'CHI'.
               7 PIC X(2)  VALUE '04'.
               7 PIC X(10) VALUE 'CHI'.
               7 PIC X(16) VALUE SPACES.
           5 FILLER.
               7 PIC X(30) VALUE 'JINGO'.
               7 PIC X(2)  VALUE '08'.
               7 PIC X(10) VALUE 'JINGO'.
               7 PIC X(16) VALUE SPACES.

      * Test4z QSAM file access mock object for BRDLKUP DD.
       1 BRDLKUP.

      * Test4z QSAM file access mock objects for the remaining DDs
      * DOGGOS opens. Each is output-only from DOGGOS's point of view
      * (or, for SUSPENSE, and CHKPOINT on a fresh/non-restart run,
      * empty input) so - like OUTREP - no input records need to be
      * pre-loaded.
       1 SUSPENSE.
         COPY ZQSAM.

       1 ADOPTLDG.
         COPY ZKSDS.

       1 LDGRPT.
         COPY ZQSAM.
               7 PIC 9(5) VALUE 0.
               7 PIC 9(5) VALUE 7.
               7 PIC X(235) VALUE ALL '0'.
               7 PIC 9(9)V99 VALUE 0.
               7 PIC X(556) VALUE SPACES.

      * Variable given on registration of 'FORCE_ERROR_SPY' callback.
       1 IO_COMMAND PIC X(10).
           PERFORM MOCK_CHKPOINT_FILE
           PERFORM MOCK_SHLDIST_FILE
           PERFORM MOCK_ADOPTLDG_FILE
           PERFORM MOCK_LDGRPT_FILE
           PERFORM MOCK_DAILYSHL_FILE
           PERFORM MOCK_PROCCAL_FILE
           PERFORM MOCK_CHKPOINT_FILE
           PERFORM MOCK_SHLDIST_FILE
           PERFORM MOCK_ADOPTLDG_FILE
           PERFORM MOCK_LDGRPT_FILE
           PERFORM MOCK_DAILYSHL_FILE
           PERFORM MOCK_PROCCAL_FILE
      * empty CHKPOINT the other tests mock, so DOGGOS takes its
      * IS-RESTARTED path: restore counts/accumulator, reposition
      * ADOPTS past the first 2 records, and reopen OUTREP/OUTXTR
      * and the SUSPWRK reject file EXTEND (SUSPENSE is still
      * sifted forward when the run finalizes, as on a fresh run).
      * The same EXPECTED_ADOPTIONS TEST2 checks apply
      * here too - resuming from the checkpoint and processing the
      * remaining CHI/SHIBA/JINGO records lands on the same totals.
      ******************************************************************
           PERFORM MOCK_CHKPOINT_RESTART_FILE
           PERFORM MOCK_SHLDIST_FILE
           PERFORM MOCK_ADOPTLDG_FILE
           PERFORM MOCK_LDGRPT_FILE
           PERFORM MOCK_DAILYSHL_FILE
           PERFORM MOCK_PROCCAL_FILE
           PERFORM MOCK_CHKPOINT_FILE
           PERFORM MOCK_SHLDIST_FILE
           PERFORM MOCK_ADOPTLDG_FILE
           PERFORM MOCK_LDGRPT_FILE
           PERFORM MOCK_DAILYSHL_FILE
           PERFORM MOCK_PROCCAL_FILE
           PERFORM MOCK_CHKPOINT_FILE
           PERFORM MOCK_SHLDIST_FILE
           PERFORM MOCK_ADOPTLDG_FILE
           PERFORM MOCK_LDGRPT_FILE
           PERFORM MOCK_DAILYSHL_FILE
           PERFORM MOCK_PROCCAL_FILE
           MOVE LOW-VALUES TO I_FILE
           SET RECORDADDRESS IN ZWS_FILE TO ADDRESS OF BRDLKUP_INPUT
           MOVE 4 TO RECORDCOUNT IN ZWS_FILE
           MOVE 58 TO RECORDSIZE IN ZWS_FILE
           CALL ZTESTUT USING ZWS_FILE, FILEOBJECT IN BRDLKUP_FILE

      * Initialize QSAM file access mock object for the BRDLKUP DD
           MOVE 850 TO RECORDSIZE IN ZWS_MOCKQSAM
           CALL ZTESTUT USING ZWS_MOCKQSAM, QSAMOBJECT IN CHKPOINT.

      * SHLDIST and LDGRPT are output-only. ADOPTLDG is the keyed
      * ledger, opened I-O and read by animal ID - an empty KSDS
      * mock is exactly the "no ledger yet" day-one case.
       MOCK_SHLDIST_FILE.
           MOVE LOW-VALUES TO I_MOCKQSAM
           MOVE 'SHLDIST' TO FILENAME IN ZWS_MOCKQSAM
           CALL ZTESTUT USING ZWS_MOCKQSAM, QSAMOBJECT IN SHLDIST.

       MOCK_ADOPTLDG_FILE.
           MOVE LOW-VALUES TO I_MOCKKSDS
           MOVE 'ADOPTLDG' TO FILENAME IN ZWS_MOCKKSDS
           MOVE 100 TO RECORDSIZE IN ZWS_MOCKKSDS
           MOVE 0 TO KEYOFFSET IN ZWS_MOCKKSDS
           MOVE 12 TO KEYLENGTH IN ZWS_MOCKKSDS
           CALL ZTESTUT USING ZWS_MOCKKSDS, KSDSOBJECT IN ADOPTLDG.

       MOCK_LDGRPT_FILE.
           MOVE LOW-VALUES TO I_MOCKQSAM
       MOCK_DAILYSHL_FILE.
           MOVE LOW-VALUES TO I_MOCKQSAM
           MOVE 'DAILYSHL' TO FILENAME IN ZWS_MOCKQSAM
           MOVE 302 TO RECORDSIZE IN ZWS_MOCKQSAM
           CALL ZTESTUT USING ZWS_MOCKQSAM, QSAMOBJECT IN DAILYSHL.

      ******************************************************************
       MOCK_FEESCHED_FILE.
           MOVE LOW-VALUES TO I_MOCKQSAM
           MOVE 'FEESCHED' TO FILENAME IN ZWS_MOCKQSAM
           MOVE 32 TO RECORDSIZE IN ZWS_MOCKQSAM
           CALL ZTESTUT USING ZWS_MOCKQSAM, QSAMOBJECT IN FEESCHED.

      ******************************************************************
