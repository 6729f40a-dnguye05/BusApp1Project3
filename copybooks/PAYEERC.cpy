      ******************************************************************
      *    PAYEERC - PAYEE DEDUCTION PAYEE MASTER RECORD LAYOUT
      *    OPS-MAINTAINED, ONE LINE PER PAYEE MAPPING. WITH PY-EMPID
      *    SPACES THE LINE NAMES THE CARRIER EVERY DOLLAR WITHHELD
      *    UNDER PY-DEDCODE IS REMITTED TO. WITH AN EMPLOYEE ID IT
      *    NAMES THE COURT OR AGENCY THAT EMPLOYEE'S GARNISHMENT
      *    (THE DEDELECT ELECTION FOR THE CODE WITH A NONZERO
      *    DE-PRIORITY) IS PAID TO, WITH THE CASE OR ORDER NUMBER
      *    THE REMITTANCE MUST QUOTE. PY-VENDOR IS THE PAYEE'S
      *    ACCOUNTS PAYABLE VENDOR NUMBER.
      ******************************************************************
       01  PAYEE-REC.
           03 PY-DEDCODE PIC X(2).
           03 PY-EMPID PIC X(7).
           03 PY-VENDOR PIC X(8).
           03 PY-NAME PIC X(30).
           03 PY-CASENO PIC X(20).
