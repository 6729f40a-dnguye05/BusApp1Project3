      ******************************************************************
      *    VARSGNRC - VARSIGN SUPERVISOR VARIANCE SIGN-OFF RECORD
      *    A SINGLE RECORD THE PAYROLL SUPERVISOR WRITES ONCE THE
      *    PERIOD'S VARIANCE REPORT HAS BEEN REVIEWED. THE VARIANCE
      *    STEP EMPTIES VARSIGN EVERY TIME IT RUNS, SO A SIGN-OFF ON
      *    FILE ALWAYS POST-DATES THE LATEST REPORT. PAYBAL WILL NOT
      *    RELEASE THE EXTRACT WITHOUT A SIGN-OFF FOR THE PERIOD.
      ******************************************************************
       01  VARSIGN-REC.
           03 SG-PERIOD PIC 9(6).
           03 SG-SUPERVISOR PIC X(8).
           03 SG-DATE PIC 9(8).
           03 SG-COMMENT PIC X(40).
