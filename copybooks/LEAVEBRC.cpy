      ******************************************************************
      *    LEAVEBRC - LEAVEBAL LEAVE BALANCE MASTER RECORD LAYOUT
      *    ONE RECORD PER EMPLOYEE, KEYED ON THE EMPID, SHARED BY
      *    LEAVEACC (WRITER), TCEDIT, PAYSTUB AND LEAVLIAB SO THE
      *    LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE. THE
      *    BALANCES ARE HOURS AVAILABLE IN THE VACATION AND SICK
      *    BUCKETS. LB-YEAR IS THE CALENDAR YEAR THE BALANCES WERE
      *    LAST ACCRUED IN - THE FIRST ACCRUAL OF A NEW YEAR CAPS
      *    EACH BUCKET AT ITS CARRYOVER LIMIT AND CLEARS THE USED
      *    FIGURES. LB-LAST-PERIOD IS THE LAST POSTED PERIOD
      *    ACCRUED, SO A RERUN NEVER ACCRUES THE SAME PERIOD TWICE.
      ******************************************************************
       01  LEAVEBAL-REC.
           03 LB-EMPID PIC X(7).
           03 LB-YEAR PIC 9(4).
           03 LB-LAST-PERIOD PIC 9(6).
           03 LB-VAC-BAL PIC 9(4)V9(2).
           03 LB-SICK-BAL PIC 9(4)V9(2).
           03 LB-VAC-USED PIC 9(4)V9(2).
           03 LB-SICK-USED PIC 9(4)V9(2).
           03 LB-VAC-ACCRUED PIC 9(4)V9(2).
           03 LB-SICK-ACCRUED PIC 9(4)V9(2).
