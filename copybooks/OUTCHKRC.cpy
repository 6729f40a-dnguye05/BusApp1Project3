      ******************************************************************
      *    OUTCHKRC - OUTCHECK OUTSTANDING-CHECK MASTER RECORD LAYOUT
      *    ONE RECORD PER PAYROLL CHECK EVER ISSUED, KEYED ON THE
      *    CHECK NUMBER. CHKPRINT WRITES EACH CHECK AS OUTSTANDING
      *    WHEN IT IS CUT; CHKRECON MARKS IT CLEARED FROM THE BANK'S
      *    PAID-CHECKS FILE, KEEPING THE AMOUNT THE BANK PAID AND
      *    FLAGGING ANY DIFFERENCE FROM THE AMOUNT ISSUED; PAYVOID
      *    MARKS IT VOIDED. RECORDS ARE NEVER DELETED, SO THE FILE
      *    IS THE PERMANENT ISSUE HISTORY AS WELL.
      ******************************************************************
       01  OUTCHECK-REC.
           03 OC-CHECKNO PIC 9(6).
           03 OC-EMPID PIC X(7).
           03 OC-PERIOD PIC 9(6).
           03 OC-ISSUE-DATE PIC 9(8).
           03 OC-AMOUNT PIC 9(6)V9(2).
           03 OC-FNAME PIC X(15).
           03 OC-LNAME PIC X(15).
           03 OC-STATUS PIC X(1).
               88 OC-OUTSTANDING VALUE 'O'.
               88 OC-CLEARED VALUE 'C'.
               88 OC-VOIDED VALUE 'V'.
      *    OC-STATUS-DATE IS THE DATE THE BANK PAID IT OR THE DATE
      *    IT WAS VOIDED; ZERO WHILE OUTSTANDING
           03 OC-STATUS-DATE PIC 9(8).
           03 OC-PAID-AMOUNT PIC 9(6)V9(2).
           03 OC-MISMATCH-SW PIC X(1).
               88 OC-AMOUNT-MISMATCH VALUE 'Y'.
