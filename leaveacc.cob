      ******************************************************************
      *Author: David Nguyen
      *Purpose: leaveacc - per-period vacation and sick leave
      *         accrual. A JOB-STREAM STEP: IT RUNS ONCE GLPOST IS
      *         DONE FOR THE POSTED PAYPERD PERIOD, AND PAYSTUB WAITS
      *         FOR IT SO THE STUBS PRINT THE PERIOD'S BALANCES. EVERY
      *         ACTIVE EMPLOYEE ON EMPMAST EARNS THE HOURS THE
      *         OPERATIONS-MAINTAINED LEAVERATE TABLE SETS
      *         FOR THEIR I-EMPTYPE, AND THE VACATION AND SICK HOURS
      *         TAKEN ON THE PERIOD'S APPROVED TCCLEAN CARDS COME OFF
      *         THE BALANCES ON LEAVEBAL - AN INACTIVE EMPLOYEE'S
      *         TOO, THOUGH THEY EARN NOTHING. THE FIRST ACCRUAL OF A
      *         NEW CALENDAR YEAR CUTS EACH BUCKET BACK TO ITS ANNUAL
      *         CARRYOVER CAP BEFORE THE PERIOD IS ADDED. A PERIOD
      *         ALREADY ACCRUED FOR AN EMPLOYEE IS NEVER ACCRUED
      *         AGAIN, SO THE STEP IS SAFE TO RERUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. leaveacc.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INPUT-REC-EMPID
               FILE STATUS IS INPUT-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPID
               FILE STATUS IS LEAVE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'LEAVERATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO 'TCCLEAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMECARD-STATUS.
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
           SELECT RPT-FILE ASSIGN TO 'LEAVERPT'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INPUT-REC.
           03 INPUT-REC-EMPID PIC X(7).
           03 FILLER PIC X(125).
       FD  LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEBRC.
      ******************************************************************
      *    LEAVERATE - ONE RECORD PER EMPLOYEE TYPE, KEPT BY
      *    OPERATIONS: THE VACATION AND SICK HOURS EARNED PER POSTED
      *    PERIOD AND THE MOST OF EACH THAT MAY CARRY INTO A NEW
      *    YEAR. A ZERO CAP MEANS THE BUCKET CARRIES OVER IN FULL.
      ******************************************************************
       FD  RATE-FILE
           LABEL RECORDS ARE OMITTED.
       01  RATE-REC.
           03 LR-EMPTYPE PIC X(2).
           03 LR-VAC-HOURS PIC 9(3)V9(2).
           03 LR-SICK-HOURS PIC 9(3)V9(2).
           03 LR-VAC-CAP PIC 9(4)V9(2).
           03 LR-SICK-CAP PIC 9(4)V9(2).
      ******************************************************************
      *    TCCLEAN - THE PERIOD'S APPROVED CARDS, IN EMPID ORDER AS
      *    TCEDIT SORTED THEM
      ******************************************************************
       FD  TIMECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMECARD-REC.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS PIC 9(3)V9(2).
           03 TC-HOURSTYPE PIC X(1).
               88 TC-VACATION VALUE 'V'.
               88 TC-SICK VALUE 'S'.
           03 TC-COSTCTR PIC X(6).
       FD  PAYPERD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYPERRC.
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(110).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTLRC.
       FD  RUNOVRD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNOVRRC.
       FD  RUNLOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOGRC.
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(30)
               VALUE 'LEAVE ACCRUAL REGISTER'.
           03 FILLER PIC X(7) VALUE 'PERIOD:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD2.
           03 FILLER PIC X(28) VALUE SPACES.
           03 FILLER PIC X(28)
               VALUE '--------- VACATION ---------'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(28)
               VALUE '----------- SICK -----------'.
       01  RPT-HEAD3.
           03 FILLER PIC X(5) VALUE 'EMPID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'LAST NAME'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'TY'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EARNED'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'USED'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'BALANCE'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EARNED'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'USED'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'BALANCE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NOTE'.
       01  RPT-DETAIL-LINE.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMPTYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-VAC-EARNED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-VAC-USED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-VAC-BAL PIC ZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RD-SICK-EARNED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-SICK-USED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-SICK-BAL PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-NOTE PIC X(30).
       01  RPT-NOTE-LINE.
           03 FILLER PIC X(8) VALUE SPACES.
           03 RN-NOTE PIC X(60).
       01  RPT-TOTAL-LINE.
           03 RT-LABEL PIC X(30).
           03 RT-COUNT PIC ZZZZ9.
       01  RPT-HOURS-HEAD.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'VACATION'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SICK'.
       01  RPT-HOURS-LINE.
           03 RR-LABEL PIC X(30).
           03 RR-VAC PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RR-SICK PIC ZZZ,ZZ9.99.
      ******************************************************************
      *    THE LEAVERATE TABLE, LOADED ONCE AT START
      ******************************************************************
       01  LR-TABLE.
           03 LR-ENTRY OCCURS 20 TIMES.
               05 LT-EMPTYPE PIC X(2).
               05 LT-VAC-HOURS PIC 9(3)V9(2).
               05 LT-SICK-HOURS PIC 9(3)V9(2).
               05 LT-VAC-CAP PIC 9(4)V9(2).
               05 LT-SICK-CAP PIC 9(4)V9(2).
       01  MISC.
           03 EOF-I PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-TC PIC 9 VALUE 0.
           03 INPUT-STATUS PIC XX VALUE '00'.
           03 LEAVE-STATUS PIC XX VALUE '00'.
           03 RATE-STATUS PIC XX VALUE '00'.
           03 TIMECARD-STATUS PIC XX VALUE '00'.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 RUN-DATE-NUM PIC 9(8).
           03 CUR-PERIOD PIC 9(6) VALUE 0.
           03 CUR-ENDDATE PIC 9(8) VALUE 0.
           03 CUR-ENDDATE-X REDEFINES CUR-ENDDATE.
               05 CUR-YEAR PIC 9(4).
               05 FILLER PIC 9(4).
           03 LR-COUNT PIC 9(2) VALUE 0.
           03 LR-SUB PIC 9(2) VALUE 0.
           03 LR-FOUND-SW PIC 9 VALUE 0.
               88 RATE-FOUND VALUE 1.
           03 LB-FOUND-SW PIC 9 VALUE 0.
               88 BALANCE-ON-FILE VALUE 1.
           03 SHORT-SW PIC 9 VALUE 0.
               88 LEAVE-SHORT VALUE 1.
           03 VAC-EARNED PIC 9(4)V9(2) VALUE 0.
           03 SICK-EARNED PIC 9(4)V9(2) VALUE 0.
           03 VAC-TAKEN PIC 9(4)V9(2) VALUE 0.
           03 SICK-TAKEN PIC 9(4)V9(2) VALUE 0.
           03 VAC-FORFEIT PIC 9(4)V9(2) VALUE 0.
           03 SICK-FORFEIT PIC 9(4)V9(2) VALUE 0.
           03 ACCRUEDCOUNT PIC 9(5) VALUE 0.
           03 ALREADYCOUNT PIC 9(5) VALUE 0.
           03 INACTIVECOUNT PIC 9(5) VALUE 0.
           03 USEONLYCOUNT PIC 9(5) VALUE 0.
           03 NORATECOUNT PIC 9(5) VALUE 0.
           03 ROLLEDCOUNT PIC 9(5) VALUE 0.
           03 SHORTCOUNT PIC 9(5) VALUE 0.
           03 TOT-VAC-EARNED PIC 9(6)V9(2) VALUE 0.
           03 TOT-SICK-EARNED PIC 9(6)V9(2) VALUE 0.
           03 TOT-VAC-USED PIC 9(6)V9(2) VALUE 0.
           03 TOT-SICK-USED PIC 9(6)V9(2) VALUE 0.
           03 TOT-VAC-FORFEIT PIC 9(6)V9(2) VALUE 0.
           03 TOT-SICK-FORFEIT PIC 9(6)V9(2) VALUE 0.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1010-READ-PAYPERD.
           MOVE CUR-PERIOD TO STREAM-PERIOD.
           MOVE CUR-PERIOD TO STREAM-PREREQ-PERIOD.
           MOVE 'LEAVEACC' TO STREAM-STEP.
           MOVE 'GLPOST' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1020-LOAD-RATES.
           PERFORM 1030-OPEN-LEAVE.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
               DISPLAY 'FATAL - EMPMAST OPEN FAILED, STATUS '
                   INPUT-STATUS
               CLOSE LEAVE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TIMECARD-FILE.
           IF TIMECARD-STATUS = '35'
               MOVE 1 TO EOF-TC
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE CUR-PERIOD TO RH-PERIOD.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD2.
           WRITE RPT-REC FROM RPT-HEAD3.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 2100-READ-TIMECARD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1500-LOOP
               UNTIL EOF-I = 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE INPUT-FILE
               LEAVE-FILE
               RPT-FILE.
           IF TIMECARD-STATUS NOT = '35'
               CLOSE TIMECARD-FILE
           END-IF.
           DISPLAY 'LEAVEACC - PERIOD ' CUR-PERIOD
               ' EMPLOYEES ACCRUED: ' ACCRUEDCOUNT
               ' ALREADY ACCRUED: ' ALREADYCOUNT.
           ADD ACCRUEDCOUNT USEONLYCOUNT GIVING STREAM-COUNT-OUT.
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
      *    LEAVE IS EARNED FOR A PERIOD ONLY ONCE IT HAS BEEN PAID,
      *    SO THE CURRENT PAYPERD PERIOD MUST BE POSTED. ITS END
      *    DATE SETS THE CALENDAR YEAR THE ACCRUAL BELONGS TO.
      ******************************************************************
       1010-READ-PAYPERD.
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
           IF NOT PERIOD-POSTED
               DISPLAY 'FATAL - PERIOD ' PP-PERIOD ' IS NOT POSTED. '
                   'RUN LEAVEACC AFTER PROJECT3 HAS POSTED IT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PP-PERIOD TO CUR-PERIOD.
           MOVE PP-ENDDATE TO CUR-ENDDATE.
      ******************************************************************
      *    LOAD THE LEAVERATE TABLE. WITHOUT IT NOBODY CAN EARN
      *    ANYTHING, SO A MISSING OR EMPTY TABLE STOPS THE RUN
      *    RATHER THAN MARKING THE PERIOD ACCRUED AT ZERO.
      ******************************************************************
       1020-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = '00'
               DISPLAY 'FATAL - LEAVE RATE TABLE LEAVERATE IS '
                   'MISSING, STATUS ' RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-R = 1
               READ RATE-FILE
                   AT END MOVE 1 TO EOF-R
               END-READ
               IF EOF-R = 0 AND LR-COUNT < 20
                   ADD 1 TO LR-COUNT
                   MOVE LR-EMPTYPE TO LT-EMPTYPE(LR-COUNT)
                   MOVE LR-VAC-HOURS TO LT-VAC-HOURS(LR-COUNT)
                   MOVE LR-SICK-HOURS TO LT-SICK-HOURS(LR-COUNT)
                   MOVE LR-VAC-CAP TO LT-VAC-CAP(LR-COUNT)
                   MOVE LR-SICK-CAP TO LT-SICK-CAP(LR-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RATE-FILE.
           IF LR-COUNT = 0
               DISPLAY 'FATAL - LEAVE RATE TABLE LEAVERATE IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE LEAVE BALANCE MASTER FOR UPDATE, CREATING IT THE
      *    FIRST TIME LEAVE IS ACCRUED
      ******************************************************************
       1030-OPEN-LEAVE.
           OPEN I-O LEAVE-FILE.
           IF LEAVE-STATUS = '35'
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.
           IF LEAVE-STATUS NOT = '00'
               DISPLAY 'FATAL - LEAVEBAL OPEN FAILED, STATUS '
                   LEAVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    ONE EMPLOYEE PER PASS. THE LEAVE TAKEN IS GATHERED FIRST
      *    SO THE TIMECARD FILE STAYS IN STEP WITH EMPMAST EVEN FOR
      *    EMPLOYEES WHO ARE SKIPPED.
      ******************************************************************
       1500-LOOP.
           MOVE INPUT-REC TO INPUT-DATA.
           PERFORM 1510-GATHER-LEAVE-TAKEN.
           IF EMP-INACTIVE
               ADD 1 TO INACTIVECOUNT
           END-IF.
           IF NOT EMP-INACTIVE OR VAC-TAKEN > 0 OR SICK-TAKEN > 0
               PERFORM 1600-ACCRUE-ONE
           END-IF.
           PERFORM 2000-READ-MASTER.
      ******************************************************************
      *    SUM THE EMPLOYEE'S VACATION AND SICK CARDS. BOTH FILES ARE
      *    IN EMPID ORDER, SO CARDS FOR AN EMPID NOT ON EMPMAST ARE
      *    PASSED OVER ON THE WAY.
      ******************************************************************
       1510-GATHER-LEAVE-TAKEN.
           MOVE 0 TO VAC-TAKEN.
           MOVE 0 TO SICK-TAKEN.
           PERFORM UNTIL EOF-TC = 1 OR TC-EMPID > I-EMPID
               IF TC-EMPID = I-EMPID
                   IF TC-VACATION
                       ADD TC-HOURS TO VAC-TAKEN
                   END-IF
                   IF TC-SICK
                       ADD TC-HOURS TO SICK-TAKEN
                   END-IF
               END-IF
               PERFORM 2100-READ-TIMECARD
           END-PERFORM.
      ******************************************************************
      *    BRING ONE EMPLOYEE'S BALANCES FORWARD BY THE PERIOD. AN
      *    INACTIVE EMPLOYEE COMES HERE ONLY WITH LEAVE TAKEN BEFORE
      *    LEAVING, WHICH STILL COMES OFF THE BALANCE.
      ******************************************************************
       1600-ACCRUE-ONE.
           MOVE SPACES TO RD-NOTE.
           PERFORM 1610-FIND-BALANCE.
           IF BALANCE-ON-FILE AND LB-LAST-PERIOD NOT < CUR-PERIOD
               ADD 1 TO ALREADYCOUNT
           ELSE
               PERFORM 1605-UPDATE-BALANCE
           END-IF.
      ******************************************************************
      *    CARRY OVER AT A YEAR ROLL, ADD THE PERIOD'S EARNINGS, TAKE
      *    OFF THE LEAVE USED AND PUT THE RECORD BACK. AN INACTIVE
      *    EMPLOYEE EARNS NOTHING.
      ******************************************************************
       1605-UPDATE-BALANCE.
           PERFORM 1620-FIND-RATE.
           IF CUR-YEAR > LB-YEAR
               PERFORM 1630-YEAR-CARRYOVER
           END-IF.
           MOVE 0 TO VAC-EARNED.
           MOVE 0 TO SICK-EARNED.
           IF EMP-INACTIVE
               MOVE 'INACTIVE - LEAVE TAKEN ONLY' TO RD-NOTE
           ELSE
               IF RATE-FOUND
                   MOVE LT-VAC-HOURS(LR-SUB) TO VAC-EARNED
                   MOVE LT-SICK-HOURS(LR-SUB) TO SICK-EARNED
               ELSE
                   ADD 1 TO NORATECOUNT
                   MOVE 'NO LEAVERATE ENTRY FOR TYPE' TO RD-NOTE
               END-IF
           END-IF.
           ADD VAC-EARNED TO LB-VAC-BAL LB-VAC-ACCRUED.
           ADD SICK-EARNED TO LB-SICK-BAL LB-SICK-ACCRUED.
           PERFORM 1640-TAKE-LEAVE.
           MOVE CUR-PERIOD TO LB-LAST-PERIOD.
           IF BALANCE-ON-FILE
               REWRITE LEAVEBAL-REC
                   INVALID KEY
                       DISPLAY 'LEAVEACC - REWRITE FAILED FOR '
                           LB-EMPID ' STATUS ' LEAVE-STATUS
               END-REWRITE
           ELSE
               WRITE LEAVEBAL-REC
                   INVALID KEY
                       DISPLAY 'LEAVEACC - WRITE FAILED FOR '
                           LB-EMPID ' STATUS ' LEAVE-STATUS
               END-WRITE
           END-IF.
           IF EMP-INACTIVE
               ADD 1 TO USEONLYCOUNT
           ELSE
               ADD 1 TO ACCRUEDCOUNT
           END-IF.
           ADD VAC-EARNED TO TOT-VAC-EARNED.
           ADD SICK-EARNED TO TOT-SICK-EARNED.
           PERFORM 1650-PRINT-DETAIL.
      ******************************************************************
      *    KEYED READ OF THE EMPLOYEE'S BALANCES. A NEW EMPLOYEE
      *    STARTS FROM ZERO IN THE CURRENT YEAR.
      ******************************************************************
       1610-FIND-BALANCE.
           MOVE 0 TO LB-FOUND-SW.
           MOVE I-EMPID TO LB-EMPID.
           READ LEAVE-FILE
               KEY IS LB-EMPID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO LB-FOUND-SW
           END-READ.
           IF NOT BALANCE-ON-FILE
               MOVE I-EMPID TO LB-EMPID
               MOVE CUR-YEAR TO LB-YEAR
               MOVE 0 TO LB-LAST-PERIOD
               MOVE 0 TO LB-VAC-BAL
               MOVE 0 TO LB-SICK-BAL
               MOVE 0 TO LB-VAC-USED
               MOVE 0 TO LB-SICK-USED
               MOVE 0 TO LB-VAC-ACCRUED
               MOVE 0 TO LB-SICK-ACCRUED
           END-IF.
      ******************************************************************
      *    LOOK UP THE EMPLOYEE'S TYPE ON THE LEAVERATE TABLE
      ******************************************************************
       1620-FIND-RATE.
           MOVE 0 TO LR-FOUND-SW.
           PERFORM VARYING LR-SUB FROM 1 BY 1
               UNTIL LR-SUB > LR-COUNT OR RATE-FOUND
               IF LT-EMPTYPE(LR-SUB) = I-EMPTYPE
                   MOVE 1 TO LR-FOUND-SW
               END-IF
           END-PERFORM.
           IF RATE-FOUND
               SUBTRACT 1 FROM LR-SUB
           END-IF.
      ******************************************************************
      *    FIRST ACCRUAL OF A NEW YEAR - ANYTHING OVER THE CARRYOVER
      *    CAP IS FORFEITED AND THE YEAR-TO-DATE FIGURES START OVER
      ******************************************************************
       1630-YEAR-CARRYOVER.
           MOVE 0 TO VAC-FORFEIT.
           MOVE 0 TO SICK-FORFEIT.
           IF RATE-FOUND
               IF LT-VAC-CAP(LR-SUB) > 0 AND
                   LB-VAC-BAL > LT-VAC-CAP(LR-SUB)
                   COMPUTE VAC-FORFEIT =
                       LB-VAC-BAL - LT-VAC-CAP(LR-SUB)
                   MOVE LT-VAC-CAP(LR-SUB) TO LB-VAC-BAL
               END-IF
               IF LT-SICK-CAP(LR-SUB) > 0 AND
                   LB-SICK-BAL > LT-SICK-CAP(LR-SUB)
                   COMPUTE SICK-FORFEIT =
                       LB-SICK-BAL - LT-SICK-CAP(LR-SUB)
                   MOVE LT-SICK-CAP(LR-SUB) TO LB-SICK-BAL
               END-IF
           END-IF.
           MOVE CUR-YEAR TO LB-YEAR.
           MOVE 0 TO LB-VAC-USED.
           MOVE 0 TO LB-SICK-USED.
           MOVE 0 TO LB-VAC-ACCRUED.
           MOVE 0 TO LB-SICK-ACCRUED.
           ADD 1 TO ROLLEDCOUNT.
           ADD VAC-FORFEIT TO TOT-VAC-FORFEIT.
           ADD SICK-FORFEIT TO TOT-SICK-FORFEIT.
           IF VAC-FORFEIT > 0 OR SICK-FORFEIT > 0
               MOVE 'NEW YEAR - OVER CAP FORFEITED' TO RD-NOTE
           ELSE
               MOVE 'NEW YEAR - CARRIED OVER' TO RD-NOTE
           END-IF.
      ******************************************************************
      *    TAKE THE PERIOD'S LEAVE OFF THE BALANCES. TCEDIT HELD EACH
      *    CARD TO THE BALANCE, SO A SHORTFALL HERE MEANS LEAVEBAL
      *    CHANGED BETWEEN THE EDIT AND THE ACCRUAL - THE BALANCE
      *    STOPS AT ZERO AND THE EMPLOYEE IS FLAGGED FOR REVIEW.
      ******************************************************************
       1640-TAKE-LEAVE.
           MOVE 0 TO SHORT-SW.
           ADD VAC-TAKEN TO LB-VAC-USED TOT-VAC-USED.
           ADD SICK-TAKEN TO LB-SICK-USED TOT-SICK-USED.
           IF VAC-TAKEN > LB-VAC-BAL
               MOVE 0 TO LB-VAC-BAL
               MOVE 1 TO SHORT-SW
           ELSE
               SUBTRACT VAC-TAKEN FROM LB-VAC-BAL
           END-IF.
           IF SICK-TAKEN > LB-SICK-BAL
               MOVE 0 TO LB-SICK-BAL
               MOVE 1 TO SHORT-SW
           ELSE
               SUBTRACT SICK-TAKEN FROM LB-SICK-BAL
           END-IF.
           IF LEAVE-SHORT
               MOVE 'LEAVE TAKEN EXCEEDS BALANCE' TO RD-NOTE
               ADD 1 TO SHORTCOUNT
           END-IF.
      ******************************************************************
      *    ONE REGISTER LINE PER EMPLOYEE ACCRUED, WITH THE FORFEIT
      *    SPELLED OUT UNDER IT AT A YEAR ROLL
      ******************************************************************
       1650-PRINT-DETAIL.
           MOVE I-EMPID TO RD-EMPID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-EMPTYPE TO RD-EMPTYPE.
           MOVE VAC-EARNED TO RD-VAC-EARNED.
           MOVE VAC-TAKEN TO RD-VAC-USED.
           MOVE LB-VAC-BAL TO RD-VAC-BAL.
           MOVE SICK-EARNED TO RD-SICK-EARNED.
           MOVE SICK-TAKEN TO RD-SICK-USED.
           MOVE LB-SICK-BAL TO RD-SICK-BAL.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
           IF VAC-FORFEIT > 0 OR SICK-FORFEIT > 0
               MOVE SPACES TO RPT-REC
               MOVE 'FORFEITED OVER CARRYOVER CAP' TO RR-LABEL
               MOVE VAC-FORFEIT TO RR-VAC
               MOVE SICK-FORFEIT TO RR-SICK
               WRITE RPT-REC FROM RPT-HOURS-LINE
               MOVE 0 TO VAC-FORFEIT
               MOVE 0 TO SICK-FORFEIT
           END-IF.
      ******************************************************************
      *    RUN TOTALS
      ******************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'EMPLOYEES ACCRUED' TO RT-LABEL.
           MOVE ACCRUEDCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY ACCRUED - SKIPPED' TO RT-LABEL.
           MOVE ALREADYCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INACTIVE - NOT ACCRUED' TO RT-LABEL.
           MOVE INACTIVECOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INACTIVE - LEAVE TAKEN ONLY' TO RT-LABEL.
           MOVE USEONLYCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NO LEAVERATE ENTRY' TO RT-LABEL.
           MOVE NORATECOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ROLLED INTO NEW YEAR' TO RT-LABEL.
           MOVE ROLLEDCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'LEAVE TAKEN OVER BALANCE' TO RT-LABEL.
           MOVE SHORTCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HOURS-HEAD.
           MOVE 'HOURS EARNED' TO RR-LABEL.
           MOVE TOT-VAC-EARNED TO RR-VAC.
           MOVE TOT-SICK-EARNED TO RR-SICK.
           WRITE RPT-REC FROM RPT-HOURS-LINE.
           MOVE 'HOURS TAKEN' TO RR-LABEL.
           MOVE TOT-VAC-USED TO RR-VAC.
           MOVE TOT-SICK-USED TO RR-SICK.
           WRITE RPT-REC FROM RPT-HOURS-LINE.
           MOVE 'HOURS FORFEITED AT YEAR ROLL' TO RR-LABEL.
           MOVE TOT-VAC-FORFEIT TO RR-VAC.
           MOVE TOT-SICK-FORFEIT TO RR-SICK.
           WRITE RPT-REC FROM RPT-HOURS-LINE.
           IF SHORTCOUNT > 0
               MOVE 'LEAVE TAKEN OVER BALANCE - REVIEW FLAGGED LINES'
                   TO RN-NOTE
               WRITE RPT-REC FROM RPT-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
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
      *    READ THE NEXT EMPLOYEE OFF EMPMAST
      ******************************************************************
       2000-READ-MASTER.
           READ INPUT-FILE
               AT END MOVE 1 TO EOF-I
               NOT AT END ADD 1 TO STREAM-COUNT-IN
           END-READ.
      ******************************************************************
      *    READ THE NEXT APPROVED TIMECARD
      ******************************************************************
       2100-READ-TIMECARD.
           IF EOF-TC = 0
               READ TIMECARD-FILE
                   AT END MOVE 1 TO EOF-TC
               END-READ
           END-IF.
       END PROGRAM leaveacc.
