      ******************************************************************
      *    RUNCTLRC - RUNCTL PAY-PERIOD RUN-CONTROL RECORD LAYOUT
      *    ONE RECORD PER PERIOD PER JOB-STREAM STEP, KEYED ON THE
      *    PERIOD PLUS THE STEP NAME (PPMAINT, TCEDIT, PROJECT3,
      *    VARIANCE, PAYBAL, ACHGEN, CHKPRINT, GLPOST, LEAVEACC,
      *    PAYSTUB, AND REMIT AFTER GLPOST).
      *    A STEP WRITES ITS RECORD STARTED WHEN IT PASSES ITS
      *    PREREQUISITE CHECK AND STAMPS IT DONE OR FAILED AT ITS
      *    FINISH WITH THE DATE, TIME, RETURN CODE AND RECORD
      *    COUNTS. A STEP THAT ABENDS IS LEFT STARTED. NO RECORD
      *    MEANS THE STEP IS PENDING.
      *    RC-OVERRIDE IS 'Y' WHEN THE LATEST RUN WENT AHEAD ON AN
      *    OPERATOR OVERRIDE; RC-RUNS COUNTS EVERY START.
      ******************************************************************
       01  RUNCTL-REC.
           03 RC-KEY.
               05 RC-PERIOD PIC 9(6).
               05 RC-STEP PIC X(8).
           03 RC-STATUS PIC X(1).
               88 RC-STEP-STARTED VALUE 'S'.
               88 RC-STEP-DONE VALUE 'C'.
               88 RC-STEP-FAILED VALUE 'F'.
           03 RC-START-DATE PIC 9(8).
           03 RC-START-TIME PIC 9(6).
           03 RC-END-DATE PIC 9(8).
           03 RC-END-TIME PIC 9(6).
           03 RC-RETCODE PIC 9(3).
           03 RC-COUNT-IN PIC 9(7).
           03 RC-COUNT-OUT PIC 9(7).
           03 RC-OVERRIDE PIC X(1).
           03 RC-RUNS PIC 9(3).
