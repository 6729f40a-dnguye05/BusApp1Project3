      ******************************************************************
      *    RUNSTEP - JOB-STREAM CONTROL WORKING STORAGE
      *    SHARED BY EVERY STEP THAT CHECKS AND STAMPS RUNCTL. THE
      *    STEP MOVES ITS OWN NAME, THE STEP THAT MUST BE DONE
      *    BEFORE IT AND THE PERIOD BEFORE ITS CHECK, AND ITS RECORD
      *    COUNTS BEFORE ITS STAMP. STREAM-INCOMPLETE MARKS A RUN
      *    THAT ENDED CLEAN BUT IS NOT THE RUN OF RECORD, SO IT IS
      *    STAMPED FAILED WHATEVER ITS RETURN CODE. A STEP RUN ON
      *    AN OFF-CYCLE EXTRACT IS CONTROLLED UNDER THE OFF-CYCLE
      *    PERIOD ID, WITH THE CURRENT PAYPERD PERIOD AND ITS YEAR
      *    KEPT FOR THE STEPS THAT NEED THE REGULAR CALENDAR.
      ******************************************************************
       01  STREAM-CTL.
           03 RUNCTL-STATUS PIC XX VALUE '00'.
           03 RUNOVRD-STATUS PIC XX VALUE '00'.
           03 RUNLOG-STATUS PIC XX VALUE '00'.
           03 STREAM-STEP PIC X(8) VALUE SPACES.
           03 STREAM-PREREQ PIC X(8) VALUE SPACES.
           03 STREAM-PERIOD PIC 9(6) VALUE 0.
           03 STREAM-PREREQ-PERIOD PIC 9(6) VALUE 0.
           03 STREAM-BLOCK-SW PIC 9 VALUE 0.
               88 STEP-BLOCKED VALUE 1.
           03 STREAM-BLOCK-REASON PIC X(30) VALUE SPACES.
           03 STREAM-OVERRIDE-SW PIC 9 VALUE 0.
               88 STEP-OVERRIDDEN VALUE 1.
           03 STREAM-FOUND-SW PIC 9 VALUE 0.
               88 STEP-ON-RUNCTL VALUE 1.
           03 STREAM-INCOMPLETE-SW PIC 9 VALUE 0.
               88 STREAM-INCOMPLETE VALUE 1.
           03 STREAM-RUNS PIC 9(3) VALUE 0.
           03 STREAM-OFFCYCLE-SW PIC 9 VALUE 0.
               88 STREAM-OFFCYCLE VALUE 1.
           03 STREAM-REGULAR-PERIOD PIC 9(6) VALUE 0.
           03 STREAM-REGULAR-YEAR PIC X(4) VALUE SPACES.
           03 STREAM-DATE PIC 9(8).
           03 STREAM-TIME-RAW PIC X(8).
           03 STREAM-COUNT-IN PIC 9(7) VALUE 0.
           03 STREAM-COUNT-OUT PIC 9(7) VALUE 0.
