      ******************************************************************
      *    RUNOVRRC - RUNOVRD OPERATOR OVERRIDE RECORD LAYOUT
      *    A SINGLE RECORD OPS WRITES TO LET ONE STEP RUN FOR ONE
      *    PERIOD WHEN RUNCTL WOULD REFUSE IT - ITS PREREQUISITE IS
      *    NOT DONE, OR IT IS ALREADY DONE. THE STEP IT NAMES USES
      *    IT ONCE: THE OVERRIDE IS LOGGED TO RUNLOG AND RUNOVRD IS
      *    EMPTIED, SO ANOTHER RUN NEEDS ANOTHER OVERRIDE.
      ******************************************************************
       01  RUNOVRD-REC.
           03 OV-PERIOD PIC 9(6).
           03 OV-STEP PIC X(8).
           03 OV-OPERATOR PIC X(8).
           03 OV-REASON PIC X(40).
