      ******************************************************************
       FD  SHLHIST
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
       01  SHLHIST-RECORD               PIC X(302).

       FD  SHLARCH
           RECORDING MODE IS F
           RECORD CONTAINS 302 CHARACTERS.
       01  SHLARCH-RECORD               PIC X(302).

      ******************************************************************
      * RUNLOG - permanent run-history audit log, appended to (never
