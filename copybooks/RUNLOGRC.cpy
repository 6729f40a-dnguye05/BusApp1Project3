      ******************************************************************
      *    RUNLOGRC - RUNLOG OVERRIDE LOG RECORD LAYOUT
      *    PERMANENT, APPENDED TO EVERY TIME A STEP RUNS ON AN
      *    OPERATOR OVERRIDE: WHEN, WHICH STEP AND PERIOD, WHAT
      *    RUNCTL WOULD HAVE REFUSED IT FOR, AND THE OPERATOR AND
      *    REASON FROM THE RUNOVRD RECORD.
      ******************************************************************
       01  RUNLOG-REC.
           03 RL-DATE PIC 9(8).
           03 RL-TIME PIC 9(6).
           03 RL-PERIOD PIC 9(6).
           03 RL-STEP PIC X(8).
           03 RL-BLOCKED PIC X(30).
           03 RL-OPERATOR PIC X(8).
           03 RL-REASON PIC X(40).
