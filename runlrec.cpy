      *    WHEN IT STARTS AND 'C' WHEN IT ENDS    *
      *    NORMALLY, AND REFUSES TO START WHEN    *
      *    ITS PREDECESSOR HAS NOT COMPLETED      *
      *    FOR THE CURRENT DATE.  A RUN THAT      *
      *    FINDS THE FILES OUT OF AGREEMENT       *
      *    STAMPS 'F' SO NOTHING AFTER IT RUNS.   *
      *    CYCLERPT PRINTS THE LOG FOR THE        *
      *    OPERATOR.  DO NOT CODE A 01 LEVEL      *
      *    HERE, THE CALLING PROGRAM SUPPLIES IT. *
      *********************************************
           03 RL-PROGRAM PIC X(8).
           03 RL-RUN-DATE PIC 9(8).
           03 RL-STATUS PIC X.
               88 RL-RUN-STARTED VALUE 'S'.
               88 RL-RUN-COMPLETE VALUE 'C'.
               88 RL-RUN-FAILED VALUE 'F'.
           03 FILLER PIC X(3).
