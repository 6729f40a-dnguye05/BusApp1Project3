      *    ACTIVE.
           03 I-EMPACTIVE PIC X(1).
               88 EMP-INACTIVE VALUE 'I'.
      *    I-COSTCTR IS THE EMPLOYEE'S HOME COST CENTER, CARVED FROM
      *    THE NEXT SIX BYTES OF THE SAME FILLER. HOURS NOT CARDED
      *    TO ANOTHER COST CENTER, AND SALARIED PAY NOT SPREAD BY
      *    THE SALDIST TABLE, ARE CHARGED HERE. SPACES (EVERY RECORD
      *    WRITTEN BEFORE THE FIELD EXISTED) IS UNASSIGNED.
           03 I-COSTCTR PIC X(6).
           03 I-EMPTYSPACES1 PIC X(17).
           03 I-DATE PIC X(8).
           03 I-EMPTYSPACES2 PIC X(2).
           03 I-EMPRATE.
