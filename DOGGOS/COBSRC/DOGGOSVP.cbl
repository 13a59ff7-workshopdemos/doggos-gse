      ******************************************************************
      * VPREJECT - listing of the partner lines this step could not
      * map, with the reason, for the partner coordinator to chase.
      * DOGGOSAK reads it back, with VETFEED and VETADOPT, to tell
      * the partner what became of each line.
      ******************************************************************
       FD  VPREJECT
           RECORDING MODE IS F
