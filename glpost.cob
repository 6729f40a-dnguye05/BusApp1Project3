      *Author: David Nguyen
      *Purpose: glpost - turn the released PAYEXTRACT into balanced
      *         general ledger journal records: a gross pay expense
      *         debit per employee type group and cost center (FROM
      *         THE PE-DIST LABOR DISTRIBUTION), a credit per deduction
      *         code, credits for the three withholdings, EMPLOYER
      *         FICA, FUTA AND SUTA EXPENSE DEBITS PER COST CENTER WITH
      *         THEIR PAYABLE CREDITS (PRICED AS QTRTAX PRICES THEM),
      *         and a net pay clearing credit proved equal to
      *         CTL-TOTAL-NETPAY
      *         from PAYCTL. ACCOUNT NUMBERS COME FROM THE GLACCTS
      *         MAPPING FILE OPS MAINTAINS; AN UNMAPPED LINE POSTS
      *         TO THE SUSPENSE ACCOUNT AND IS FLAGGED. DEBITS MUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO 'PAYCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-STATUS.
           SELECT GLACCTS-FILE ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCTS-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRATES-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT GLWORK-FILE ASSIGN TO 'GLWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GW-EMPID
               FILE STATUS IS GLWORK-STATUS.
           SELECT GL-FILE ASSIGN TO 'GLFILE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLRPT-FILE ASSIGN TO 'GLRPT'
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
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FILE
      *    GLACCTS - ONE MAPPING PER LINE. GA-CLASS PICKS THE KIND OF
      *    JOURNAL LINE, GA-KEY PICKS THE LINE WITHIN THE KIND:
      *    GP - GROSS PAY EXPENSE, KEYED BY EMPLOYEE TYPE (FT/PT/..)
      *         THE COST CENTER IS NOT PART OF THE MAPPING - IT RIDES
      *         ON THE JOURNAL LINE AS ITS OWN SEGMENT
      *    DD - DEDUCTION PAYABLE, KEYED BY DEDCODES CODE
      *    TX - TAX WITHHELD,      KEYED FD / ST / FI
      *    ET - EMPLOYER TAX EXPENSE, KEYED FI / FU / SU (EMPLOYER
      *         FICA, FUTA, SUTA) - CHARGED BY COST CENTER SEGMENT
      *         LIKE GROSS PAY
      *    EP - EMPLOYER TAX PAYABLE, KEYED FI / FU / SU
      *    NP - NET PAY CLEARING,  KEY IS SPACES
      ******************************************************************
       FD  GLACCTS-FILE
           03 GL-AMOUNT PIC S9(9)V9(2).
           03 GL-PERIOD PIC 9(6).
           03 GL-DESC PIC X(30).
      *    GL-COSTCTR IS THE COST CENTER SEGMENT OF A GROSS PAY OR
      *    EMPLOYER TAX EXPENSE LINE; SPACES ON EVERY OTHER LINE, AND
      *    ON PAY NOT DISTRIBUTED TO A COST CENTER
           03 GL-COSTCTR PIC X(6).
       FD  GLRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GLRPT-REC PIC X(80).
      ******************************************************************
      *    TAXRATES - THE EMPLOYER RECORDS QTRTAX PRICES FROM:
      *    E - EMPLOYER FICA MATCH PERCENT, TXR-LIMIT = ANNUAL BASE
      *    U - FUTA PERCENT, TXR-LIMIT = ANNUAL WAGE BASE
      *    N - STATE UNEMPLOYMENT PERCENT, TXR-LIMIT = ANNUAL BASE
      *    A ZERO TXR-LIMIT MEANS NO WAGE BASE. WITH NO E RECORD THE
      *    MATCH FOLLOWS THE EMPLOYEE C RATE WITH NO BASE.
      ******************************************************************
       FD  TAXRATES-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRATES-REC.
           03 TXR-TYPE PIC X(1).
           03 TXR-LIMIT PIC 9(7)V9(2).
           03 TXR-RATE PIC 9(2)V9(2).
      ******************************************************************
      *    PAYCAL - ONE POSTED PAYPERD IMAGE PER PERIOD, APPENDED BY
      *    PROJECT3 AT ITS CLEAN FINISH. IT DATES THE PERIODS SO THE
      *    FIRST PERIOD OF THE CALENDAR YEAR CAN BE FOUND.
      ******************************************************************
       FD  PAYCAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYCAL-REC.
           03 PC-PERIOD PIC 9(6).
           03 PC-STARTDATE PIC 9(8).
           03 PC-ENDDATE PIC 9(8).
           03 PC-STATUS PIC X(6).
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYHIST-REC PIC X(317).
      ******************************************************************
      *    GLWORK - EACH EMPLOYEE'S GROSS PAID EARLIER IN THE YEAR,
      *    REBUILT FROM PAYHIST EVERY RUN, THAT THE EMPLOYER TAX WAGE
      *    BASES ARE MEASURED AGAINST
      ******************************************************************
       FD  GLWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLWORK-REC.
           03 GW-EMPID PIC X(7).
           03 GW-YTD-GROSS PIC S9(8)V9(2).
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
           COPY DEDCODES.
      *    A PAYHIST RECORD, READ INTO ITS OWN AREA SO THE EXTRACT
      *    RECORD IS LEFT ALONE
       01  HIST-REC.
           03 HR-EMPID PIC X(7).
           03 FILLER PIC X(7).
           03 HR-TOTALDEDUCT PIC S9(6)V9(2).
           03 HR-FEDTAX PIC S9(6)V9(2).
           03 HR-STATETAX PIC S9(6)V9(2).
           03 HR-FICA PIC S9(6)V9(2).
           03 HR-NETPAY PIC S9(6)V9(2).
           03 HR-PERIOD PIC 9(6).
           03 FILLER PIC X(257).
       01  GLR-HEAD1.
           03 FILLER PIC X(26)
               VALUE 'PAYROLL GL POSTING REPORT'.
       01  GLR-LINE.
           03 GR-ACCOUNT PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GR-COSTCTR PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GR-DRCR PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GR-AMOUNT PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(9) VALUE 'POSTING:'.
           03 GV-VERDICT PIC X(55).
       01  GP-TABLE.
           03 GP-ENTRY OCCURS 200 TIMES.
               05 GP-TYPE PIC X(2).
               05 GP-COSTCTR PIC X(6).
               05 GP-AMOUNT PIC S9(9)V9(2).
      *    EMPLOYER TAXES BY THE COST CENTER THEY ARE CHARGED TO
       01  ER-TABLE.
           03 ER-ENTRY OCCURS 200 TIMES.
               05 ER-COSTCTR PIC X(6).
               05 ER-FICA PIC S9(9)V9(2).
               05 ER-FUTA PIC S9(9)V9(2).
               05 ER-SUTA PIC S9(9)V9(2).
      *    ONE RECORD'S EMPLOYER TAXES SPLIT OVER ITS PE-DIST SLOTS
       01  SH-TABLE.
           03 SH-ENTRY OCCURS 5 TIMES.
               05 SH-FICA PIC S9(7)V9(2).
               05 SH-FUTA PIC S9(7)V9(2).
               05 SH-SUTA PIC S9(7)V9(2).
       01  GA-TABLE.
           03 GA-ENTRY OCCURS 50 TIMES.
               05 GA-TBL-CLASS PIC X(2).
               05 GA-TBL-KEY PIC X(2).
               05 GA-TBL-ACCOUNT PIC X(8).
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 DED-EOF-SW PIC 9 VALUE 0.
           03 PAYCTL-STATUS PIC XX VALUE '00'.
           03 DEDCODES-STATUS PIC XX VALUE '00'.
           03 GLACCTS-STATUS PIC XX VALUE '00'.
           03 TAXRATES-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 GLWORK-STATUS PIC XX VALUE '00'.
           03 EOF-TX PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 CTL-FOUND-SW PIC 9 VALUE 0.
               88 CONTROL-FOUND VALUE 1.
           03 SUB PIC 99.
           03 GP-SUB PIC 999.
           03 GP-COUNT PIC 999 VALUE 0.
           03 GP-SLOT PIC 999.
           03 DIST-SUB PIC 9.
           03 GP-LOOK-CC PIC X(6).
           03 GP-LOOK-AMT PIC S9(6)V9(2).
           03 GP-COVERED PIC S9(7)V9(2).
           03 WORK-COSTCTR PIC X(6) VALUE SPACES.
           03 GA-SUB PIC 99.
           03 GA-COUNT PIC 99 VALUE 0.
           03 DC-COUNT PIC 9(2) VALUE 0.
           03 OUT-OF-BAL-SW PIC 9 VALUE 0.
               88 OUT-OF-BALANCE VALUE 1.
           03 WORK-DESC PIC X(30).
           03 EE-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-BASE PIC 9(7)V9(2) VALUE 0.
           03 ER-FICA-FOUND-SW PIC 9 VALUE 0.
               88 ER-FICA-ON-FILE VALUE 1.
           03 FUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 FUTA-BASE PIC 9(7)V9(2) VALUE 0.
           03 SUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 SUTA-BASE PIC 9(7)V9(2) VALUE 0.
           03 YEAR-TARGET PIC 9(6).
           03 YEAR-PERIOD PIC 9(6).
           03 TARGET-YEAR PIC X(4).
           03 HIST-GROSS PIC S9(8)V9(2).
           03 YTD-BEFORE PIC S9(8)V9(2).
           03 YTD-AFTER PIC S9(8)V9(2).
           03 WAGE-BASE PIC 9(7)V9(2).
           03 CAPPED-BEFORE PIC S9(8)V9(2).
           03 CAPPED-AFTER PIC S9(8)V9(2).
           03 TAXABLE-WAGES PIC S9(8)V9(2).
           03 ER-FICA-AMT PIC S9(7)V9(2).
           03 FUTA-AMT PIC S9(7)V9(2).
           03 SUTA-AMT PIC S9(7)V9(2).
           03 REM-FICA PIC S9(7)V9(2).
           03 REM-FUTA PIC S9(7)V9(2).
           03 REM-SUTA PIC S9(7)V9(2).
           03 SH-COVERED PIC S9(8)V9(2).
           03 SH-LAST PIC 9.
           03 ER-SUB PIC 999.
           03 ER-COUNT PIC 999 VALUE 0.
           03 ER-SLOT PIC 999.
           03 ER-LOOK-CC PIC X(6).
           03 ER-LOOK-FICA PIC S9(7)V9(2).
           03 ER-LOOK-FUTA PIC S9(7)V9(2).
           03 ER-LOOK-SUTA PIC S9(7)V9(2).
           03 ER-FICA-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 FUTA-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 SUTA-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 ER-LINE-AMT PIC S9(9)V9(2).
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'GLPOST' TO STREAM-STEP.
           MOVE 'CHKPRINT' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1010-CHECK-RELEASE.
           PERFORM 1015-READ-CONTROL.
           PERFORM 1000-LOAD-DEDCODES.
           PERFORM 1020-LOAD-GLACCTS.
           PERFORM 1025-LOAD-TAXRATES.
           MOVE STREAM-PERIOD TO YEAR-TARGET.
           IF STREAM-OFFCYCLE
               MOVE STREAM-REGULAR-PERIOD TO YEAR-TARGET
           END-IF.
           PERFORM 1030-FIND-YEAR-START.
           PERFORM 1040-BUILD-YTD-GROSS.
           PERFORM 1100-ACCUMULATE-EXTRACT.
           CLOSE GLWORK-FILE.
           OPEN OUTPUT GLRPT-FILE.
           MOVE RUN-PERIOD TO GH-PERIOD.
           WRITE GLRPT-REC FROM GLR-HEAD1.
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 1795-STAMP-RUNCTL
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-FILE.
           PERFORM 1200-POST-GROSS-DEBITS.
           PERFORM 1300-POST-DEDUCT-CREDITS.
           PERFORM 1400-POST-TAX-CREDITS.
           PERFORM 1450-POST-EMPLOYER-TAXES.
           PERFORM 1500-POST-NET-CREDIT.
           PERFORM 1700-PROVE-BALANCE.
           CLOSE GL-FILE
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO STREAM-COUNT-OUT
           END-IF.
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
      *    THE LEDGER IS ONLY BUILT FROM AN EXTRACT PAYBAL HAS
      *    PROVED IN BALANCE - THE SAME RELEASE GATE ACHGEN CHECKS
      ******************************************************************
               CLOSE GLACCTS-FILE
           END-IF.
      ******************************************************************
      *    LOAD THE EMPLOYER RATES AND WAGE BASES THE SAME WAY QTRTAX
      *    DOES. A MISSING TAXRATES FILE LEAVES EVERY RATE AT ZERO.
      ******************************************************************
       1025-LOAD-TAXRATES.
           MOVE 0 TO EOF-TX.
           OPEN INPUT TAXRATES-FILE.
           IF TAXRATES-STATUS = '35'
               MOVE 1 TO EOF-TX
           END-IF.
           PERFORM UNTIL EOF-TX = 1
               READ TAXRATES-FILE
                   AT END MOVE 1 TO EOF-TX
               END-READ
               IF EOF-TX = 0
                   EVALUATE TXR-TYPE
                       WHEN 'C'
                           MOVE TXR-RATE TO EE-FICA-RATE
                       WHEN 'E'
                           MOVE TXR-RATE TO ER-FICA-RATE
                           MOVE TXR-LIMIT TO ER-FICA-BASE
                           MOVE 1 TO ER-FICA-FOUND-SW
                       WHEN 'U'
                           MOVE TXR-RATE TO FUTA-RATE
                           MOVE TXR-LIMIT TO FUTA-BASE
                       WHEN 'N'
                           MOVE TXR-RATE TO SUTA-RATE
                           MOVE TXR-LIMIT TO SUTA-BASE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF TAXRATES-STATUS NOT = '35'
               CLOSE TAXRATES-FILE
           END-IF.
           IF NOT ER-FICA-ON-FILE
               MOVE EE-FICA-RATE TO ER-FICA-RATE
               MOVE 0 TO ER-FICA-BASE
           END-IF.
      ******************************************************************
      *    THE WAGE BASES RUN FROM THE FIRST PERIOD OF THE CALENDAR
      *    YEAR YEAR-TARGET ENDS IN - THE LOWEST PERIOD ON PAYCAL
      *    ENDING IN THAT YEAR. A PERIOD NOT ON PAYCAL IS TAKEN AS
      *    THE FIRST OF ITS YEAR. AN OFF-CYCLE EXTRACT IS PRICED IN
      *    THE YEAR OF THE CURRENT PAYPERD PERIOD, WHICH MAY NOT BE ON
      *    PAYCAL YET.
      ******************************************************************
       1030-FIND-YEAR-START.
           MOVE YEAR-TARGET TO YEAR-PERIOD.
           MOVE SPACES TO TARGET-YEAR.
           MOVE 0 TO EOF-C.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS NOT = '00'
               MOVE 1 TO EOF-C
           END-IF.
           PERFORM UNTIL EOF-C = 1
               READ PAYCAL-FILE
                   AT END MOVE 1 TO EOF-C
               END-READ
               IF EOF-C = 0 AND PC-PERIOD = YEAR-TARGET
                   MOVE PC-ENDDATE(1:4) TO TARGET-YEAR
               END-IF
           END-PERFORM.
           IF PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF.
           IF TARGET-YEAR = SPACES AND STREAM-OFFCYCLE
               MOVE STREAM-REGULAR-YEAR TO TARGET-YEAR
           END-IF.
           IF TARGET-YEAR NOT = SPACES
               MOVE 0 TO EOF-C
               OPEN INPUT PAYCAL-FILE
               PERFORM UNTIL EOF-C = 1
                   READ PAYCAL-FILE
                       AT END MOVE 1 TO EOF-C
                   END-READ
                   IF EOF-C = 0 AND PC-ENDDATE(1:4) = TARGET-YEAR
                       AND PC-PERIOD < YEAR-PERIOD
                       MOVE PC-PERIOD TO YEAR-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAYCAL-FILE
           END-IF.
      ******************************************************************
      *    TOTAL EACH EMPLOYEE'S GROSS FOR THE YEAR'S PERIODS BEFORE
      *    THIS ONE, REGULAR, OFF-CYCLE OR VOID, INTO GLWORK. THE
      *    GROSS IS REBUILT AS NET PLUS EVERYTHING TAKEN OUT OF IT,
      *    AS QTRTAX DOES. WITH NO PAYHIST EVERY EMPLOYEE STARTS THE
      *    YEAR AT ZERO. OFFCYCLE HAS ALREADY PUT ITS OWN EXTRACT ON
      *    PAYHIST, AND ITS PERIOD ID NEED NOT SORT AFTER THE YEAR'S
      *    OTHER PAYMENTS, SO FOR AN OFF-CYCLE EXTRACT EVERYTHING IN
      *    THE YEAR BUT THAT EXTRACT COUNTS.
      ******************************************************************
       1040-BUILD-YTD-GROSS.
           OPEN OUTPUT GLWORK-FILE.
           CLOSE GLWORK-FILE.
           OPEN I-O GLWORK-FILE.
           IF GLWORK-STATUS NOT = '00'
               DISPLAY 'FATAL - GLWORK OPEN FAILED, STATUS '
                   GLWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-H.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'GLPOST - NO PAYHIST, STATUS ' PAYHIST-STATUS
                   '. EMPLOYER TAX WAGE BASES START AT ZERO.'
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM UNTIL EOF-H = 1
               READ PAYHIST-FILE INTO HIST-REC
                   AT END MOVE 1 TO EOF-H
               END-READ
               IF EOF-H = 0 AND HR-PERIOD >= YEAR-PERIOD AND
                   ((NOT STREAM-OFFCYCLE AND
                     HR-PERIOD < STREAM-PERIOD) OR
                    (STREAM-OFFCYCLE AND
                     HR-PERIOD NOT = STREAM-PERIOD))
                   COMPUTE HIST-GROSS = HR-NETPAY + HR-TOTALDEDUCT +
                       HR-FEDTAX + HR-STATETAX + HR-FICA
                   MOVE HR-EMPID TO GW-EMPID
                   READ GLWORK-FILE
                       INVALID KEY
                           MOVE HIST-GROSS TO GW-YTD-GROSS
                           WRITE GLWORK-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD HIST-GROSS TO GW-YTD-GROSS
                           REWRITE GLWORK-REC
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
           IF PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.
      ******************************************************************
      *    ONE PASS OF THE EXTRACT, ROLLING EVERY FIGURE INTO THE
      *    TOTALS THE JOURNAL LINES ARE CUT FROM - GROSS BY EMPLOYEE
      *    TYPE (THE SAME FT/PT/TE/CO GROUPS THE REPORT SUBTOTALS),
      *    EMPLOYER TAXES BY COST CENTER,
      *    EACH DEDUCTION SLOT, THE THREE WITHHOLDINGS AND THE NET
      ******************************************************************
       1100-ACCUMULATE-EXTRACT.
               MOVE PE-PERIOD TO RUN-PERIOD
           END-IF.
           PERFORM 1120-ADD-GROSS-BY-TYPE.
           PERFORM 1130-ADD-EMPLOYER-TAXES.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               COMPUTE DED-TOTAL(SUB) =
           COMPUTE NET-TOTAL = NET-TOTAL + PE-NETPAY.
           PERFORM 2000-READ-EXTRACT.
      ******************************************************************
      *    SPLIT THE RECORD'S GROSS OVER ITS PE-DIST COST CENTERS.
      *    ANY GROSS THE SLOTS DO NOT COVER - ALL OF IT ON A RECORD
      *    CUT BEFORE THE DISTRIBUTION EXISTED - IS CHARGED TO COST
      *    CENTER SPACES, SO THE DEBITS STILL FOOT TO PE-GROSS.
      ******************************************************************
       1120-ADD-GROSS-BY-TYPE.
           MOVE 0 TO GP-COVERED.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE PE-DIST-COSTCTR(DIST-SUB) TO GP-LOOK-CC
                   MOVE PE-DIST-GROSS(DIST-SUB) TO GP-LOOK-AMT
                   PERFORM 1125-ADD-GROSS-BUCKET
                   COMPUTE GP-COVERED = GP-COVERED + GP-LOOK-AMT
               END-IF
           END-PERFORM.
           IF PE-GROSS NOT = GP-COVERED
               MOVE SPACES TO GP-LOOK-CC
               COMPUTE GP-LOOK-AMT = PE-GROSS - GP-COVERED
               PERFORM 1125-ADD-GROSS-BUCKET
           END-IF.
      ******************************************************************
      *    FIND (OR OPEN) THE GROSS BUCKET FOR THIS RECORD'S
      *    EMPLOYEE TYPE AND THE COST CENTER BEING CHARGED
      ******************************************************************
       1125-ADD-GROSS-BUCKET.
           MOVE 0 TO GP-SLOT.
           PERFORM VARYING GP-SUB FROM 1 BY 1
               UNTIL GP-SUB > GP-COUNT OR GP-SLOT NOT = 0
               IF GP-TYPE(GP-SUB) = PE-EMPTYPE AND
                   GP-COSTCTR(GP-SUB) = GP-LOOK-CC
                   MOVE GP-SUB TO GP-SLOT
               END-IF
           END-PERFORM.
           IF GP-SLOT = 0 AND GP-COUNT < 200
               ADD 1 TO GP-COUNT
               MOVE PE-EMPTYPE TO GP-TYPE(GP-COUNT)
               MOVE GP-LOOK-CC TO GP-COSTCTR(GP-COUNT)
               MOVE 0 TO GP-AMOUNT(GP-COUNT)
               MOVE GP-COUNT TO GP-SLOT
           END-IF.
      *    A FULL TABLE STILL POSTS THE AMOUNT, TO THE LAST BUCKET,
      *    SO THE ENTRY BALANCES - THE CONSOLE SAYS WHY
           IF GP-SLOT = 0
               DISPLAY 'GLPOST - MORE THAN 200 TYPE/COST CENTER '
                   'PAIRS. ' PE-EMPTYPE ' ' GP-LOOK-CC
                   ' POSTED TO THE LAST ONE.'
               MOVE GP-COUNT TO GP-SLOT
           END-IF.
           COMPUTE GP-AMOUNT(GP-SLOT) =
               GP-AMOUNT(GP-SLOT) + GP-LOOK-AMT.
      ******************************************************************
      *    PRICE THE RECORD'S EMPLOYER TAXES AGAINST THE EMPLOYEE'S
      *    GROSS EARLIER IN THE YEAR, THEN CHARGE EACH COST CENTER ITS
      *    SHARE. THE RUNNING GROSS IS CARRIED FORWARD IN CASE THE
      *    EMPLOYEE HAS A SECOND RECORD ON THE EXTRACT.
      ******************************************************************
       1130-ADD-EMPLOYER-TAXES.
           MOVE PE-GROSS TO HIST-GROSS.
           MOVE PE-EMPID TO GW-EMPID.
           READ GLWORK-FILE
               INVALID KEY
                   MOVE 0 TO GW-YTD-GROSS
                   WRITE GLWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.
           MOVE GW-YTD-GROSS TO YTD-BEFORE.
           PERFORM 1135-PRICE-EMPLOYER-TAXES.
           MOVE YTD-AFTER TO GW-YTD-GROSS.
           REWRITE GLWORK-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           COMPUTE ER-FICA-TOTAL = ER-FICA-TOTAL + ER-FICA-AMT.
           COMPUTE FUTA-TOTAL = FUTA-TOTAL + FUTA-AMT.
           COMPUTE SUTA-TOTAL = SUTA-TOTAL + SUTA-AMT.
           PERFORM 1138-SPLIT-EMPLOYER-TAXES.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE PE-DIST-COSTCTR(DIST-SUB) TO ER-LOOK-CC
                   MOVE SH-FICA(DIST-SUB) TO ER-LOOK-FICA
                   MOVE SH-FUTA(DIST-SUB) TO ER-LOOK-FUTA
                   MOVE SH-SUTA(DIST-SUB) TO ER-LOOK-SUTA
                   PERFORM 1140-ADD-EMPLOYER-BUCKET
               END-IF
           END-PERFORM.
           IF REM-FICA NOT = 0 OR REM-FUTA NOT = 0 OR
               REM-SUTA NOT = 0
               MOVE SPACES TO ER-LOOK-CC
               MOVE REM-FICA TO ER-LOOK-FICA
               MOVE REM-FUTA TO ER-LOOK-FUTA
               MOVE REM-SUTA TO ER-LOOK-SUTA
               PERFORM 1140-ADD-EMPLOYER-BUCKET
           END-IF.
      ******************************************************************
      *    PRICE ONE PAYMENT. FOR EACH TAX THE TAXABLE PART OF THIS
      *    GROSS IS THE GROWTH IN YEAR-TO-DATE GROSS HELD UNDER THE
      *    WAGE BASE, AS QTRTAX PRICES IT, SO THE LEDGER AND THE
      *    QUARTERLY RETURN AGREE.
      ******************************************************************
       1135-PRICE-EMPLOYER-TAXES.
           COMPUTE YTD-AFTER = YTD-BEFORE + HIST-GROSS.
           MOVE ER-FICA-BASE TO WAGE-BASE.
           PERFORM 1136-TAXABLE-UNDER-BASE.
           COMPUTE ER-FICA-AMT ROUNDED = TAXABLE-WAGES * ER-FICA-RATE
               / 100.
           MOVE FUTA-BASE TO WAGE-BASE.
           PERFORM 1136-TAXABLE-UNDER-BASE.
           COMPUTE FUTA-AMT ROUNDED = TAXABLE-WAGES * FUTA-RATE / 100.
           MOVE SUTA-BASE TO WAGE-BASE.
           PERFORM 1136-TAXABLE-UNDER-BASE.
           COMPUTE SUTA-AMT ROUNDED = TAXABLE-WAGES * SUTA-RATE / 100.
      ******************************************************************
      *    TAXABLE WAGES FOR ONE TAX - THE YEAR-TO-DATE GROSS BEFORE
      *    AND AFTER THIS PAYMENT, EACH HELD TO THE WAGE BASE, AND
      *    THE DIFFERENCE TAKEN. A ZERO BASE MEANS NO CAP.
      ******************************************************************
       1136-TAXABLE-UNDER-BASE.
           IF WAGE-BASE = 0
               MOVE HIST-GROSS TO TAXABLE-WAGES
           ELSE
               MOVE YTD-BEFORE TO CAPPED-BEFORE
               IF CAPPED-BEFORE > WAGE-BASE
                   MOVE WAGE-BASE TO CAPPED-BEFORE
               END-IF
               MOVE YTD-AFTER TO CAPPED-AFTER
               IF CAPPED-AFTER > WAGE-BASE
                   MOVE WAGE-BASE TO CAPPED-AFTER
               END-IF
               COMPUTE TAXABLE-WAGES = CAPPED-AFTER - CAPPED-BEFORE
           END-IF.
      ******************************************************************
      *    SPLIT THE THREE TAXES OVER THE PE-DIST SLOTS IN PROPORTION
      *    TO EACH SLOT'S GROSS. THE ROUNDING LEFT OVER GOES TO THE
      *    LAST SLOT WHEN THE SLOTS COVER THE WHOLE GROSS; OTHERWISE
      *    IT STAYS IN REM- FOR COST CENTER SPACES WITH THE GROSS
      *    THE SLOTS DO NOT COVER.
      ******************************************************************
       1138-SPLIT-EMPLOYER-TAXES.
           MOVE ER-FICA-AMT TO REM-FICA.
           MOVE FUTA-AMT TO REM-FUTA.
           MOVE SUTA-AMT TO REM-SUTA.
           MOVE 0 TO SH-COVERED.
           MOVE 0 TO SH-LAST.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               MOVE 0 TO SH-FICA(DIST-SUB)
               MOVE 0 TO SH-FUTA(DIST-SUB)
               MOVE 0 TO SH-SUTA(DIST-SUB)
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE DIST-SUB TO SH-LAST
                   ADD PE-DIST-GROSS(DIST-SUB) TO SH-COVERED
                   IF HIST-GROSS NOT = 0
                       COMPUTE SH-FICA(DIST-SUB) ROUNDED =
                           ER-FICA-AMT * PE-DIST-GROSS(DIST-SUB)
                           / HIST-GROSS
                       COMPUTE SH-FUTA(DIST-SUB) ROUNDED =
                           FUTA-AMT * PE-DIST-GROSS(DIST-SUB)
                           / HIST-GROSS
                       COMPUTE SH-SUTA(DIST-SUB) ROUNDED =
                           SUTA-AMT * PE-DIST-GROSS(DIST-SUB)
                           / HIST-GROSS
                   END-IF
                   SUBTRACT SH-FICA(DIST-SUB) FROM REM-FICA
                   SUBTRACT SH-FUTA(DIST-SUB) FROM REM-FUTA
                   SUBTRACT SH-SUTA(DIST-SUB) FROM REM-SUTA
               END-IF
           END-PERFORM.
           IF SH-LAST > 0 AND SH-COVERED = HIST-GROSS
               ADD REM-FICA TO SH-FICA(SH-LAST)
               ADD REM-FUTA TO SH-FUTA(SH-LAST)
               ADD REM-SUTA TO SH-SUTA(SH-LAST)
               MOVE 0 TO REM-FICA
               MOVE 0 TO REM-FUTA
               MOVE 0 TO REM-SUTA
           END-IF.
      ******************************************************************
      *    FIND (OR OPEN) THE EMPLOYER TAX BUCKET FOR THE COST CENTER
      *    BEING CHARGED
      ******************************************************************
       1140-ADD-EMPLOYER-BUCKET.
           MOVE 0 TO ER-SLOT.
           PERFORM VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > ER-COUNT OR ER-SLOT NOT = 0
               IF ER-COSTCTR(ER-SUB) = ER-LOOK-CC
                   MOVE ER-SUB TO ER-SLOT
               END-IF
           END-PERFORM.
           IF ER-SLOT = 0 AND ER-COUNT < 200
               ADD 1 TO ER-COUNT
               MOVE ER-LOOK-CC TO ER-COSTCTR(ER-COUNT)
               MOVE 0 TO ER-FICA(ER-COUNT)
               MOVE 0 TO ER-FUTA(ER-COUNT)
               MOVE 0 TO ER-SUTA(ER-COUNT)
               MOVE ER-COUNT TO ER-SLOT
           END-IF.
      *    A FULL TABLE STILL POSTS THE AMOUNT, TO THE LAST BUCKET,
      *    SO THE ENTRY BALANCES - THE CONSOLE SAYS WHY
           IF ER-SLOT = 0
               DISPLAY 'GLPOST - MORE THAN 200 EMPLOYER TAX COST '
                   'CENTERS. ' ER-LOOK-CC ' POSTED TO THE LAST ONE.'
               MOVE ER-COUNT TO ER-SLOT
           END-IF.
           COMPUTE ER-FICA(ER-SLOT) = ER-FICA(ER-SLOT) + ER-LOOK-FICA.
           COMPUTE ER-FUTA(ER-SLOT) = ER-FUTA(ER-SLOT) + ER-LOOK-FUTA.
           COMPUTE ER-SUTA(ER-SLOT) = ER-SUTA(ER-SLOT) + ER-LOOK-SUTA.
      ******************************************************************
      *    ONE GROSS PAY EXPENSE DEBIT PER EMPLOYEE TYPE AND COST
      *    CENTER SEEN
      ******************************************************************
       1200-POST-GROSS-DEBITS.
           PERFORM VARYING GP-SUB FROM 1 BY 1
                   DELIMITED BY SIZE
                   GP-TYPE(GP-SUB) DELIMITED BY SIZE
                   INTO WORK-DESC
               MOVE GP-COSTCTR(GP-SUB) TO WORK-COSTCTR
               MOVE 'DR' TO GL-DRCR
               MOVE GP-AMOUNT(GP-SUB) TO GL-AMOUNT
               PERFORM 1650-WRITE-JOURNAL
               COMPUTE DEBIT-TOTAL = DEBIT-TOTAL + GP-AMOUNT(GP-SUB)
           END-PERFORM.
           MOVE SPACES TO WORK-COSTCTR.
      ******************************************************************
      *    ONE PAYABLE CREDIT PER DEDUCTION CODE WITH AN AMOUNT
      ******************************************************************
           PERFORM 1650-WRITE-JOURNAL.
           COMPUTE CREDIT-TOTAL = CREDIT-TOTAL + FICA-TOTAL.
      ******************************************************************
      *    EMPLOYER TAX EXPENSE DEBITS - EMPLOYER FICA, FUTA AND SUTA
      *    FOR EACH COST CENTER CHARGED - AND ONE PAYABLE CREDIT PER
      *    TAX FOR THEIR TOTAL
      ******************************************************************
       1450-POST-EMPLOYER-TAXES.
           PERFORM VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > ER-COUNT
               MOVE ER-COSTCTR(ER-SUB) TO WORK-COSTCTR
               MOVE 'FI' TO LOOK-KEY
               MOVE 'EMPLOYER FICA EXPENSE' TO WORK-DESC
               MOVE ER-FICA(ER-SUB) TO ER-LINE-AMT
               PERFORM 1455-POST-EXPENSE-LINE
               MOVE 'FU' TO LOOK-KEY
               MOVE 'FUTA EXPENSE' TO WORK-DESC
               MOVE ER-FUTA(ER-SUB) TO ER-LINE-AMT
               PERFORM 1455-POST-EXPENSE-LINE
               MOVE 'SU' TO LOOK-KEY
               MOVE 'SUTA EXPENSE' TO WORK-DESC
               MOVE ER-SUTA(ER-SUB) TO ER-LINE-AMT
               PERFORM 1455-POST-EXPENSE-LINE
           END-PERFORM.
           MOVE SPACES TO WORK-COSTCTR.
           MOVE 'EP' TO LOOK-CLASS.
           MOVE 'FI' TO LOOK-KEY.
           PERFORM 1600-FIND-ACCOUNT.
           MOVE 'EMPLOYER FICA PAYABLE' TO WORK-DESC.
           MOVE 'CR' TO GL-DRCR.
           MOVE ER-FICA-TOTAL TO GL-AMOUNT.
           PERFORM 1650-WRITE-JOURNAL.
           COMPUTE CREDIT-TOTAL = CREDIT-TOTAL + ER-FICA-TOTAL.
           MOVE 'EP' TO LOOK-CLASS.
           MOVE 'FU' TO LOOK-KEY.
           PERFORM 1600-FIND-ACCOUNT.
           MOVE 'FUTA PAYABLE' TO WORK-DESC.
           MOVE 'CR' TO GL-DRCR.
           MOVE FUTA-TOTAL TO GL-AMOUNT.
           PERFORM 1650-WRITE-JOURNAL.
           COMPUTE CREDIT-TOTAL = CREDIT-TOTAL + FUTA-TOTAL.
           MOVE 'EP' TO LOOK-CLASS.
           MOVE 'SU' TO LOOK-KEY.
           PERFORM 1600-FIND-ACCOUNT.
           MOVE 'SUTA PAYABLE' TO WORK-DESC.
           MOVE 'CR' TO GL-DRCR.
           MOVE SUTA-TOTAL TO GL-AMOUNT.
           PERFORM 1650-WRITE-JOURNAL.
           COMPUTE CREDIT-TOTAL = CREDIT-TOTAL + SUTA-TOTAL.
      ******************************************************************
      *    ONE EMPLOYER TAX EXPENSE DEBIT FOR THE COST CENTER IN
      *    WORK-COSTCTR, SKIPPED WHEN THE COST CENTER OWES NONE
      ******************************************************************
       1455-POST-EXPENSE-LINE.
           IF ER-LINE-AMT NOT = 0
               MOVE 'ET' TO LOOK-CLASS
               PERFORM 1600-FIND-ACCOUNT
               MOVE 'DR' TO GL-DRCR
               MOVE ER-LINE-AMT TO GL-AMOUNT
               PERFORM 1650-WRITE-JOURNAL
               COMPUTE DEBIT-TOTAL = DEBIT-TOTAL + ER-LINE-AMT
           END-IF.
      ******************************************************************
      *    THE NET PAY CLEARING CREDIT - ALREADY PROVED EQUAL TO
      *    CTL-TOTAL-NETPAY BEFORE ANY JOURNAL LINE WAS CUT
      ******************************************************************
           MOVE MAP-ACCOUNT TO GL-ACCOUNT.
           MOVE RUN-PERIOD TO GL-PERIOD.
           MOVE WORK-DESC TO GL-DESC.
           MOVE WORK-COSTCTR TO GL-COSTCTR.
           WRITE GL-REC.
           ADD 1 TO STREAM-COUNT-OUT.
           MOVE MAP-ACCOUNT TO GR-ACCOUNT.
           MOVE WORK-COSTCTR TO GR-COSTCTR.
           MOVE GL-DRCR TO GR-DRCR.
           MOVE GL-AMOUNT TO GR-AMOUNT.
           MOVE WORK-DESC TO GR-DESC.
           END-IF.
           WRITE GLRPT-REC FROM GLR-VERDICT-LINE.
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
       END PROGRAM glpost.
