      *    PE-EMPTYPE CARRIES THE I-EMPTYPE GROUP (FT/PT/TE/CO) SO
      *    THE GL POSTING STEP CAN SPLIT THE GROSS PAY EXPENSE BY
      *    TYPE WITHOUT GOING BACK TO THE MASTER.
      *    PE-RECTYPE TELLS A REGULAR PERIOD PAYMENT (PROJECT3) FROM
      *    AN OFF-CYCLE ONE (OFFCYCLE) AND FROM THE REVERSAL PAYVOID
      *    APPENDS TO PAYHIST WHEN A POSTED PAYMENT IS VOIDED - A
      *    REVERSAL CARRIES EVERY AMOUNT OF THE ORIGINAL NEGATED, SO
      *    HISTORY SUMS NET THE VOIDED PAYMENT OUT, AND PE-CHECKNO
      *    NAMES THE VOIDED CHECK (ZERO FOR A DEPOSIT). PE-ARREARS
      *    IS THE PART OF EACH SLOT'S PE-DEDUCT THAT RECOVERED
      *    ARREARS CARRIED ON GARNARR, SO A VOID CAN PUT THE DEBT
      *    BACK. RECORDS WRITTEN BEFORE THESE FIELDS EXISTED READ
      *    THEM AS SPACES.
      *    PE-DIST IS THE LABOR DISTRIBUTION OF PE-GROSS - UP TO FIVE
      *    COST CENTERS WITH THE HOURS AND GROSS CHARGED TO EACH. AN
      *    HOURLY EMPLOYEE'S GROSS IS SPREAD BY THE HOURS CARDED TO
      *    EACH COST CENTER, A SALARIED EMPLOYEE'S BY THE SALDIST
      *    PERCENTAGES; THE SLOTS USED ALWAYS ADD BACK TO PE-GROSS.
      *    UNUSED SLOTS ARE SPACES, AS ARE ALL FIVE ON A RECORD
      *    WRITTEN BEFORE THE DISTRIBUTION EXISTED - A READER CHARGES
      *    ANY GROSS NOT COVERED BY A SLOT TO COST CENTER SPACES.
      ******************************************************************
       01  PAYEXTRACT-REC.
           03 PE-EMPID PIC X(7).
           03 PE-EMPSTATUS PIC X(1).
           03 PE-EMPRATE PIC 9(4)V99.
           03 PE-TOTALDEDUCT PIC S9(6)V99.
           03 PE-FEDTAX PIC S9(6)V99.
           03 PE-STATETAX PIC S9(6)V99.
           03 PE-FICA PIC S9(6)V99.
           03 PE-NETPAY PIC S9(6)V99.
           03 PE-PERIOD PIC 9(6).
           03 PE-GROSS PIC S9(6)V99.
           03 PE-HOURS PIC S9(3)V99.
           03 PE-DEDUCT PIC S9(5)V99 OCCURS 10 TIMES.
           03 PE-EMPTYPE PIC X(2).
           03 PE-RECTYPE PIC X(1).
               88 PE-REGULAR-PAY VALUE 'R'.
               88 PE-OFFCYCLE-PAY VALUE 'O'.
               88 PE-VOID-REVERSAL VALUE 'V'.
           03 PE-CHECKNO PIC 9(6).
           03 PE-ARREARS PIC S9(5)V99 OCCURS 10 TIMES.
           03 PE-DIST OCCURS 5 TIMES.
               05 PE-DIST-COSTCTR PIC X(6).
               05 PE-DIST-HOURS PIC S9(3)V99.
               05 PE-DIST-GROSS PIC S9(6)V99.
