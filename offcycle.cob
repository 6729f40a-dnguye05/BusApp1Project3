      *    PAYS SP-VALUE AS A FLAT GROSS AMOUNT; 'H' PAYS SP-VALUE
      *    AS HOURS AT THE EMPLOYEE'S MASTER RATE WITH THE SAME
      *    OVER-160 OVERTIME SPLIT THE REGULAR RUN USES. SP-REASON
      *    IS A FREE CODE FOR THE REPORT (E.G. TRM, BON, MTC, AND
      *    RET FOR THE RETRO DIFFERENCES RETROPAY WRITES).
      ******************************************************************
       FD  SUPPPAY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY GARNARRC.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYHIST-REC PIC X(317).
       FD  PAYEXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
               WRITE RPT-REC FROM RPT-REJECT-LINE
               ADD 1 TO REJCOUNT
           ELSE
           IF EMP-INACTIVE AND SP-REASON NOT = 'TRM' AND
               SP-REASON NOT = 'RET'
      *        A TERMINATION PAYOUT ('TRM') AND RETRO PAY OWED FOR
      *        PERIODS ALREADY WORKED ('RET', WRITTEN BY RETROPAY)
      *        ARE THE PAYMENTS AN INACTIVE EMPLOYEE CAN STILL
      *        RECEIVE - FINAL PAY GOES OUT EVEN AFTER THE 'D'
      *        TRANSACTION HAS BEEN KEYED
               MOVE SP-EMPID TO RJ-EMPID
               MOVE 'EMPLOYEE IS INACTIVE - NOT PAID' TO RJ-REASON
               WRITE RPT-REC FROM RPT-REJECT-LINE
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               MOVE EMP-DEDUCT-AMT(SUB) TO PE-DEDUCT(SUB)
      *        AN OFF-CYCLE PAYMENT PRICES NO ELECTIONS, SO ALL OF
      *        ITS TAKE IS ARREARS RECOVERED
               MOVE EMP-DEDUCT-AMT(SUB) TO PE-ARREARS(SUB)
           END-PERFORM.
           MOVE I-EMPTYPE TO PE-EMPTYPE.
           MOVE 'O' TO PE-RECTYPE.
           MOVE 0 TO PE-CHECKNO.
      *    AN OFF-CYCLE PAYMENT HAS NO CARDS OR SALDIST SPLIT OF ITS
      *    OWN - IT IS CHARGED WHOLLY TO THE HOME COST CENTER
           PERFORM VARYING SUB FROM 2 BY 1
               UNTIL SUB > 5
               MOVE SPACES TO PE-DIST(SUB)
           END-PERFORM.
           MOVE I-COSTCTR TO PE-DIST-COSTCTR(1).
           MOVE PAY-HOURS TO PE-DIST-HOURS(1).
           MOVE GROSSPAY TO PE-DIST-GROSS(1).
           WRITE PAYEXTRACT-REC.
           ADD 1 TO XT-COUNT.
           ADD 1 TO PAYCOUNT.
