      *         EMPMAST, the earnings split rebuilt from the hours
      *         and rate on the extract, each deduction named from
      *         DEDCODES with its year-to-date figure from EMPYTD,
      *         the three withholding lines, the net pay, the
      *         vacation and sick hours left on LEAVEBAL, and the
      *         masked EMPBANK account the deposit went to. REFUSES
      *         TO RUN UNLESS PAYBAL HAS RELEASED THE EXTRACT AND
      *         LEAVEACC HAS ACCRUED THE PERIOD (GLPOST HAS POSTED IT,
      *         FOR AN OFF-CYCLE EXTRACT). A STUB WHOSE LEAVE
      *         BALANCES WERE NOT ACCRUED FOR ITS PERIOD SAYS SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. paystub.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMPID
               FILE STATUS IS BANK-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPID
               FILE STATUS IS LEAVE-STATUS.
           SELECT STUB-FILE ASSIGN TO 'UR-S-STUB'.
           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUNCTL-STATUS.
           SELECT RUNOVRD-FILE ASSIGN TO 'RUNOVRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOVRD-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FILE
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPBANK.
       FD  LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEBRC.
       FD  STUB-FILE
           LABEL RECORDS ARE OMITTED.
       01  STUB-REC PIC X(132).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTLRC.
       FD  RUNOVRD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNOVRRC.
       FD  RUNLOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOGRC.
       FD  PAYPERD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYPERRC.
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
           COPY DEDCODES.
           03 FILLER PIC X(20) VALUE 'NET PAY'.
           03 FILLER PIC X(19) VALUE SPACES.
           03 SN-NETPAY PIC $$$,$$9.99-.
       01  STUB-LEAVEHEAD.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'LEAVE HOURS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'AVAILABLE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'USED YTD'.
       01  STUB-LEAVELINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 SL-NAME PIC X(20).
           03 FILLER PIC X(4) VALUE SPACES.
           03 SL-AVAIL PIC ZZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 SL-USED PIC ZZZ9.99.
       01  STUB-LEAVESTALE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(22) VALUE 'BALANCES AS OF PERIOD'.
           03 SS-LAST-PERIOD PIC 9(6).
           03 FILLER PIC X(32)
               VALUE ' - NOT ACCRUED FOR THIS PERIOD'.
       01  STUB-BANKLINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'DEPOSITED TO:'.
           03 FILLER PIC X(44) VALUE
               'PAID BY CHECK - BANK ACCOUNT UNUSABLE'.
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 RELEASE-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
               88 YTD-FILE-MISSING VALUE 1.
           03 BANK-MISSING-SW PIC 9 VALUE 0.
               88 BANK-FILE-MISSING VALUE 1.
           03 LEAVE-STATUS PIC XX VALUE '00'.
           03 LEAVE-MISSING-SW PIC 9 VALUE 0.
               88 LEAVE-FILE-MISSING VALUE 1.
           03 DED-EOF-SW PIC 9 VALUE 0.
           03 SUB PIC 99.
           03 DC-COUNT PIC 9(2) VALUE 0.
           03 OT-HOURS PIC 9(3)V9(2).
           03 REG-AMT PIC 9(6)V9(2).
           03 OT-AMT PIC 9(6)V9(2).
           03 OT-PREMIUM PIC S9(6)V9(2).
           03 ACCT-SUB PIC 9(2).
           03 LAST4-START PIC 9(2).
           03 STUBCOUNT PIC 9(4) VALUE 0.
           03 STALECOUNT PIC 9(4) VALUE 0.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'PAYSTUB' TO STREAM-STEP.
           MOVE 'LEAVEACC' TO STREAM-PREREQ.
           IF STREAM-OFFCYCLE
               MOVE 'GLPOST' TO STREAM-PREREQ
           END-IF.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1010-CHECK-RELEASE.
           PERFORM 1000-LOAD-DEDCODES.
           PERFORM 1011-OPEN-EMPYTD.
           PERFORM 1012-OPEN-BANK.
           PERFORM 1013-OPEN-LEAVE.
           OPEN INPUT PAYEXTRACT-FILE
               MASTER-FILE
               OUTPUT STUB-FILE.
           IF NOT BANK-FILE-MISSING
               CLOSE BANK-FILE
           END-IF.
           IF NOT LEAVE-FILE-MISSING
               CLOSE LEAVE-FILE
           END-IF.
           DISPLAY 'PAYSTUB - STUBS PRINTED: ' STUBCOUNT.
           IF STALECOUNT > 0
               DISPLAY 'PAYSTUB - STUBS WITH LEAVE NOT ACCRUED FOR '
                   'THE PERIOD: ' STALECOUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE STUBCOUNT TO STREAM-COUNT-OUT.
           PERFORM 1795-STAMP-RUNCTL.
           STOP RUN.
      ******************************************************************
      *    JOB-STREAM CONTROL. THE STEP RUNS ONLY WHEN THE STEP
      *    BEFORE IT IS DONE FOR THE PERIOD AND IT IS NOT ALREADY
      *    DONE ITSELF, UNLESS OPS HAS LEFT AN OVERRIDE NAMING IT ON
      *    RUNOVRD. IT IS MARKED STARTED ON RUNCTL HERE AND STAMPED
      *    AT ITS FINISH, SO A RUN THAT ABENDS STAYS STARTED AND THE
      *    PERIOD STATUS REPORT SHOWS IT FAILED.
      ******************************************************************
       1001-CHECK-RUNCTL.
           MOVE 0 TO STREAM-BLOCK-SW.
           MOVE 0 TO STREAM-OVERRIDE-SW.
           MOVE 0 TO STREAM-RUNS.
           MOVE SPACES TO STREAM-BLOCK-REASON.
           OPEN I-O RUNCTL-FILE.
           IF RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNCTL-STATUS NOT = '00'
               DISPLAY 'FATAL - RUN-CONTROL FILE RUNCTL OPEN FAILED, '
                   'STATUS ' RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STREAM-PREREQ NOT = SPACES
               MOVE STREAM-PREREQ-PERIOD TO RC-PERIOD
               MOVE STREAM-PREREQ TO RC-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       MOVE 1 TO STREAM-BLOCK-SW
                   NOT INVALID KEY
                       IF NOT RC-STEP-DONE
                           MOVE 1 TO STREAM-BLOCK-SW
                       END-IF
               END-READ
               IF STEP-BLOCKED
                   STRING STREAM-PREREQ DELIMITED BY SPACE
                       ' IS NOT DONE' DELIMITED BY SIZE
                       INTO STREAM-BLOCK-REASON
               END-IF
           END-IF.
           MOVE STREAM-PERIOD TO RC-PERIOD.
           MOVE STREAM-STEP TO RC-STEP.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE 0 TO STREAM-FOUND-SW
               NOT INVALID KEY
                   MOVE 1 TO STREAM-FOUND-SW
                   MOVE RC-RUNS TO STREAM-RUNS
                   IF RC-STEP-DONE
                       MOVE 1 TO STREAM-BLOCK-SW
                       MOVE 'ALREADY DONE FOR THE PERIOD'
                           TO STREAM-BLOCK-REASON
                   END-IF
           END-READ.
           IF STEP-BLOCKED
               PERFORM 1002-CHECK-OVERRIDE
               IF NOT STEP-OVERRIDDEN
                   DISPLAY 'FATAL - ' STREAM-STEP ' REFUSED FOR PERIOD '
                       STREAM-PERIOD ' - ' STREAM-BLOCK-REASON
                   DISPLAY '        LEAVE A RUNOVRD OVERRIDE TO RUN IT '
                       'ANYWAY.'
                   CLOSE RUNCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT STREAM-TIME-RAW FROM TIME.
           MOVE STREAM-PERIOD TO RC-PERIOD.
           MOVE STREAM-STEP TO RC-STEP.
           MOVE 'S' TO RC-STATUS.
           MOVE STREAM-DATE TO RC-START-DATE.
           MOVE STREAM-TIME-RAW(1:6) TO RC-START-TIME.
           MOVE 0 TO RC-END-DATE.
           MOVE 0 TO RC-END-TIME.
           MOVE 0 TO RC-RETCODE.
           MOVE 0 TO RC-COUNT-IN.
           MOVE 0 TO RC-COUNT-OUT.
           IF STEP-OVERRIDDEN
               MOVE 'Y' TO RC-OVERRIDE
           ELSE
               MOVE 'N' TO RC-OVERRIDE
           END-IF.
           ADD 1 TO STREAM-RUNS.
           MOVE STREAM-RUNS TO RC-RUNS.
           IF STEP-ON-RUNCTL
               REWRITE RUNCTL-REC
                   INVALID KEY
                       DISPLAY 'FATAL - RUNCTL REWRITE FAILED, STATUS '
                           RUNCTL-STATUS
                       CLOSE RUNCTL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE RUNCTL-REC
                   INVALID KEY
                       DISPLAY 'FATAL - RUNCTL WRITE FAILED, STATUS '
                           RUNCTL-STATUS
                       CLOSE RUNCTL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
           CLOSE RUNCTL-FILE.
      ******************************************************************
      *    TAKE THE OPERATOR OVERRIDE WHEN RUNOVRD NAMES THIS STEP
      *    AND PERIOD. IT IS LOGGED TO THE PERMANENT RUNLOG AND
      *    RUNOVRD IS EMPTIED, SO IT ONLY EVER LETS ONE RUN THROUGH.
      ******************************************************************
       1002-CHECK-OVERRIDE.
           OPEN INPUT RUNOVRD-FILE.
           IF RUNOVRD-STATUS = '00'
               READ RUNOVRD-FILE
                   AT END CONTINUE
               END-READ
               IF RUNOVRD-STATUS = '00' AND
                   OV-PERIOD = STREAM-PERIOD AND
                   OV-STEP = STREAM-STEP
                   MOVE 1 TO STREAM-OVERRIDE-SW
               END-IF
               CLOSE RUNOVRD-FILE
           END-IF.
           IF STEP-OVERRIDDEN
               ACCEPT STREAM-DATE FROM DATE YYYYMMDD
               ACCEPT STREAM-TIME-RAW FROM TIME
               MOVE STREAM-DATE TO RL-DATE
               MOVE STREAM-TIME-RAW(1:6) TO RL-TIME
               MOVE STREAM-PERIOD TO RL-PERIOD
               MOVE STREAM-STEP TO RL-STEP
               MOVE STREAM-BLOCK-REASON TO RL-BLOCKED
               MOVE OV-OPERATOR TO RL-OPERATOR
               MOVE OV-REASON TO RL-REASON
               OPEN EXTEND RUNLOG-FILE
               IF RUNLOG-STATUS = '35'
                   OPEN OUTPUT RUNLOG-FILE
               END-IF
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE
               OPEN OUTPUT RUNOVRD-FILE
               CLOSE RUNOVRD-FILE
               DISPLAY 'NOTE - ' STREAM-STEP ' RUN ON OVERRIDE BY '
                   RL-OPERATOR ' - ' STREAM-BLOCK-REASON
           END-IF.
      ******************************************************************
      *    THE RUN-CONTROL PERIOD IS THE CURRENT ONE ON PAYPERD, UNLESS
      *    THE EXTRACT ON HAND IS AN OFF-CYCLE ONE (RECORD TYPE O, OR A
      *    PERIOD OTHER THAN PAYPERD'S) - THEN THE STEP IS CONTROLLED
      *    UNDER THE EXTRACT'S OWN PERIOD ID, SO AN OFF-CYCLE RUN NEVER
      *    STAMPS OR WAITS ON THE REGULAR PERIOD'S RUNCTL ROWS.
      ******************************************************************
       1003-READ-STREAM-PERIOD.
           OPEN INPUT PAYPERD-FILE.
           IF PAYPERD-STATUS NOT = '00'
               DISPLAY 'FATAL - PAY-PERIOD CONTROL FILE PAYPERD IS '
                   'MISSING, STATUS ' PAYPERD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAYPERD-FILE
               AT END
                   DISPLAY 'FATAL - PAYPERD IS EMPTY'
                   CLOSE PAYPERD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PAYPERD-FILE.
           MOVE PP-PERIOD TO STREAM-PERIOD.
           MOVE PP-PERIOD TO STREAM-PREREQ-PERIOD.
           MOVE PP-PERIOD TO STREAM-REGULAR-PERIOD.
           MOVE PP-ENDDATE(1:4) TO STREAM-REGULAR-YEAR.
           MOVE 0 TO STREAM-OFFCYCLE-SW.
           OPEN INPUT PAYEXTRACT-FILE.
           IF PAYEXTRACT-STATUS NOT = '00'
               DISPLAY 'FATAL - NO PAYEXTRACT ON HAND, STATUS '
                   PAYEXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAYEXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PE-RECTYPE = 'O' OR
                       PE-PERIOD NOT = STREAM-REGULAR-PERIOD
                       MOVE 1 TO STREAM-OFFCYCLE-SW
                       MOVE PE-PERIOD TO STREAM-PERIOD
                       MOVE PE-PERIOD TO STREAM-PREREQ-PERIOD
                   END-IF
           END-READ.
           CLOSE PAYEXTRACT-FILE.
      ******************************************************************
      *    STUBS ARE ONLY PRINTED FROM AN EXTRACT PAYBAL HAS PROVED
      *    IN BALANCE - THE SAME RELEASE GATE ACHGEN CHECKS, SO AN
      *    EMPLOYEE'S STUB CAN NEVER DISAGREE WITH THE DEPOSIT SENT
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE LEAVE BALANCE MASTER FOR KEYED READS. MISSING
      *    MEANS NO LEAVE HAS BEEN ACCRUED YET AND THE LEAVE BLOCK IS
      *    LEFT OFF EVERY STUB; ANY OTHER FAILED OPEN STOPS THE RUN.
      ******************************************************************
       1013-OPEN-LEAVE.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = '35'
               MOVE 1 TO LEAVE-MISSING-SW
           END-IF.
           IF LEAVE-STATUS NOT = '00' AND LEAVE-STATUS NOT = '35'
               DISPLAY 'FATAL - LEAVEBAL OPEN FAILED, STATUS '
                   LEAVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE DEDUCTION CODE REFERENCE TABLE, FALLING BACK TO
      *    'UNKNOWN' SLOT NAMES THE SAME WAY PROJECT3 DOES
      ******************************************************************
      ******************************************************************
      *    PRINT ONE EMPLOYEE'S PAY ADVICE ON ITS OWN PAGE - THE
      *    EARNINGS BLOCK, THE DEDUCTION BLOCK WITH YEAR-TO-DATE
      *    FIGURES, THE WITHHOLDING LINES, THE NET PAY, THE LEAVE
      *    BALANCES AND THE MASKED DEPOSIT ACCOUNT
      ******************************************************************
       1600-PRINT-STUB.
           ADD 1 TO STUBCOUNT.
           PERFORM 1630-PRINT-DEDUCTIONS.
           PERFORM 1640-PRINT-TAXES.
           PERFORM 1650-PRINT-NET.
           PERFORM 1655-PRINT-LEAVE.
           PERFORM 1660-PRINT-BANK.
      ******************************************************************
      *    THE EMPLOYEE'S NAME COMES FROM A KEYED READ OF THE MASTER.
           WRITE STUB-REC
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    REBUILD THE EARNINGS SPLIT FROM THE HOURS, RATE AND GROSS
      *    ON THE EXTRACT. THE PAY RUN PAYS HOURS WORKED ABOVE 160 AT
      *    TIME AND A HALF BUT LEAVE HOURS AT STRAIGHT RATE, AND
      *    PE-HOURS CARRIES BOTH, SO THE OVERTIME HOURS ARE THE ONES
      *    THE HALF-TIME PREMIUM IN PE-GROSS PAID FOR. THE PIECES
      *    ALWAYS ADD BACK TO PE-GROSS. AN HOURLY EMPLOYEE
      *    WITH A GROSS BUT NO HOURS IS A FLAT OFF-CYCLE PAYMENT -
      *    A BONUS OR A PAYOUT, NOT WORKED TIME - SO IT PRINTS AS
      *    ONE AMOUNT-ONLY LINE INSTEAD OF A ZERO-HOURS SPLIT THAT
                   AFTER ADVANCING 1 LINE
           ELSE
           IF PE-EMPSTATUS = 'H'
               MOVE 0 TO OT-HOURS
               COMPUTE OT-PREMIUM = PE-GROSS - (PE-HOURS * PE-EMPRATE)
               IF OT-PREMIUM > 0 AND PE-EMPRATE > 0
                   COMPUTE OT-HOURS ROUNDED =
                       OT-PREMIUM * 2 / PE-EMPRATE
                   IF OT-HOURS > PE-HOURS
                       MOVE PE-HOURS TO OT-HOURS
                   END-IF
               END-IF
               COMPUTE REG-HOURS = PE-HOURS - OT-HOURS
               COMPUTE REG-AMT = REG-HOURS * PE-EMPRATE
               MOVE 'REGULAR' TO SE-EARNNAME
               MOVE REG-HOURS TO SE-HOURS
           WRITE STUB-REC
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    THE VACATION AND SICK HOURS STILL AVAILABLE AND THOSE USED
      *    SO FAR THIS YEAR, AS LEAVEACC LAST LEFT THEM. AN EMPLOYEE
      *    WITH NO LEAVEBAL RECORD HAS NOTHING TO SHOW. BALANCES LAST
      *    ACCRUED FOR AN EARLIER PERIOD (AN EMPLOYEE LEAVEACC SKIPPED
      *    AS INACTIVE OR WITH NO LEAVERATE ENTRY) ARE MARKED WITH THE
      *    PERIOD THEY STAND AS OF, AND THE STEP ENDS WITH RC 4. AN
      *    OFF-CYCLE PAYMENT IS NOT ACCRUED FOR, SO ITS STUB SHOWS THE
      *    BALANCES AS THEY STAND WITHOUT THE MARK.
      ******************************************************************
       1655-PRINT-LEAVE.
           IF NOT LEAVE-FILE-MISSING
               MOVE PE-EMPID TO LB-EMPID
               READ LEAVE-FILE
                   KEY IS LB-EMPID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       WRITE STUB-REC FROM STUB-LEAVEHEAD
                           AFTER ADVANCING 1 LINE
                       MOVE 'VACATION' TO SL-NAME
                       MOVE LB-VAC-BAL TO SL-AVAIL
                       MOVE LB-VAC-USED TO SL-USED
                       WRITE STUB-REC FROM STUB-LEAVELINE
                           AFTER ADVANCING 1 LINE
                       MOVE 'SICK' TO SL-NAME
                       MOVE LB-SICK-BAL TO SL-AVAIL
                       MOVE LB-SICK-USED TO SL-USED
                       WRITE STUB-REC FROM STUB-LEAVELINE
                           AFTER ADVANCING 1 LINE
                       IF NOT STREAM-OFFCYCLE AND
                           LB-LAST-PERIOD < PE-PERIOD
                           MOVE LB-LAST-PERIOD TO SS-LAST-PERIOD
                           WRITE STUB-REC FROM STUB-LEAVESTALE
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO STALECOUNT
                       END-IF
                       MOVE SPACES TO STUB-REC
                       WRITE STUB-REC
                           AFTER ADVANCING 1 LINE
               END-READ
           END-IF.
      ******************************************************************
      *    SHOW WHERE THE DEPOSIT WENT, WITH EVERYTHING BUT THE LAST
      *    FOUR CHARACTERS OF THE ACCOUNT MASKED. THE STUB ROUTES BY
      *    THE SAME RULE ACHGEN AND CHKPRINT DO - NO BANK RECORD IS
               BK-ACCOUNT(LAST4-START:4) DELIMITED BY SIZE
               INTO SB-MASKED-ACCT.
      ******************************************************************
      *    STAMP THE STEP'S RUNCTL RECORD AT ITS FINISH - DONE ON A
      *    RETURN CODE OF 4 OR LESS, FAILED OTHERWISE OR WHEN THE
      *    RUN WAS NOT THE RUN OF RECORD - WITH THE DATE, TIME,
      *    RETURN CODE AND RECORD COUNTS
      ******************************************************************
       1795-STAMP-RUNCTL.
           ACCEPT STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT STREAM-TIME-RAW FROM TIME.
           OPEN I-O RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = '00'
               DISPLAY 'WARNING - RUNCTL OPEN FAILED, STATUS '
                   RUNCTL-STATUS '. ' STREAM-STEP ' NOT STAMPED.'
           ELSE
               MOVE STREAM-PERIOD TO RC-PERIOD
               MOVE STREAM-STEP TO RC-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       DISPLAY 'WARNING - ' STREAM-STEP ' IS NOT ON '
                           'RUNCTL FOR ' STREAM-PERIOD '. NOT STAMPED.'
                   NOT INVALID KEY
                       IF RETURN-CODE > 4 OR STREAM-INCOMPLETE
                           MOVE 'F' TO RC-STATUS
                       ELSE
                           MOVE 'C' TO RC-STATUS
                       END-IF
                       MOVE STREAM-DATE TO RC-END-DATE
                       MOVE STREAM-TIME-RAW(1:6) TO RC-END-TIME
                       MOVE RETURN-CODE TO RC-RETCODE
                       MOVE STREAM-COUNT-IN TO RC-COUNT-IN
                       MOVE STREAM-COUNT-OUT TO RC-COUNT-OUT
                       REWRITE RUNCTL-REC
                           INVALID KEY
                               DISPLAY 'WARNING - RUNCTL REWRITE '
                                   'FAILED, STATUS ' RUNCTL-STATUS
                       END-REWRITE
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
      ******************************************************************
      *    READ IN PAYEXTRACT-FILE
      ******************************************************************
       2000-READ-EXTRACT.
           READ PAYEXTRACT-FILE
               AT END MOVE 1 TO EOF-X
               NOT AT END ADD 1 TO STREAM-COUNT-IN.
       END PROGRAM paystub.
