      ******************************************************************
      *Author: David Nguyen
      *Purpose: remit - remittance of the period's withheld
      *         deductions. EVERY PE-DEDUCT AMOUNT ON THE RELEASED
      *         PAYEXTRACT IS ASSIGNED TO ITS PAYEE FROM THE PAYEE
      *         MASTER - A GARNISHMENT (A DEDELECT ELECTION WITH A
      *         NONZERO DE-PRIORITY) TO THE COURT OR AGENCY AND CASE
      *         NAMED FOR THAT EMPLOYEE, ANY OTHER DEDUCTION TO THE
      *         CARRIER FOR ITS CODE. PRINTS A REMITTANCE REGISTER
      *         WITH THE EMPLOYEE DETAIL BEHIND EVERY PAYMENT, WRITES
      *         ONE VENDOR PAYMENT RECORD PER PAYEE AND CASE TO THE
      *         REMITAP FILE ACCOUNTS PAYABLE LOADS, AND PROVES THE
      *         TOTAL WITHHELD EQUAL TO THE DEDUCTION PAYABLE CREDITS
      *         GLPOST POSTED TO GLFILE FOR THE PERIOD. AMOUNTS WITH
      *         NO PAYEE ON FILE ARE HELD, LISTED AND LEFT OFF
      *         REMITAP. REFUSES TO RUN UNLESS PAYBAL HAS RELEASED
      *         THE EXTRACT. A STEP UNDER RUN CONTROL, RUN ONCE
      *         GLPOST IS DONE FOR THE PERIOD - AP LOADS REMITAP AS
      *         IT STANDS, SO A SECOND RUN FOR THE SAME PERIOD IS
      *         REFUSED UNLESS OPS LEAVES AN OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. remit.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FILE ASSIGN TO 'PAYRELEASE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT DEDCODES-FILE ASSIGN TO 'DEDCODES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDCODES-STATUS.
           SELECT DEDELECT-FILE ASSIGN TO 'DEDELECT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDELECT-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT GL-FILE ASSIGN TO 'GLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT PYWORK-FILE ASSIGN TO 'PYWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-WK-KEY
               FILE STATUS IS PYWORK-STATUS.
           SELECT GNWORK-FILE ASSIGN TO 'GNWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GN-WK-KEY
               FILE STATUS IS GNWORK-STATUS.
           SELECT REMITAP-FILE ASSIGN TO 'REMITAP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO 'REMITRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SORT ASSIGN TO 'SRTWK06'.
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
           LABEL RECORDS ARE OMITTED.
       01  RELEASE-REC.
           03 REL-STATUS PIC X(8).
       FD  PAYEXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
       FD  DEDCODES-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEDCODES-REC PIC X(22).
       FD  DEDELECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEDELECT.
       FD  PAYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEERC.
       FD  MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
      ******************************************************************
      *    GLFILE AS GLPOST WRITES IT. ITS DEDUCTION PAYABLE CREDITS
      *    ARE THE CR LINES DESCRIBED 'PAYABLE - ', ONE PER CODE.
      ******************************************************************
       FD  GL-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-REC.
           03 GL-ACCOUNT PIC X(8).
           03 GL-DRCR PIC X(2).
           03 GL-AMOUNT PIC S9(9)V9(2).
           03 GL-PERIOD PIC 9(6).
           03 GL-DESC PIC X(30).
           03 GL-COSTCTR PIC X(6).
      ******************************************************************
      *    PYWORK - THE PAYEE MASTER REKEYED ON CODE PLUS EMPID
      *    (SPACES FOR A CARRIER). GNWORK - ONE RECORD PER EMPLOYEE
      *    AND CODE CARRYING A GARNISHMENT ELECTION ON DEDELECT.
      *    BOTH ARE BUILT FRESH AT THE TOP OF EVERY RUN, LIKE THE
      *    PAY RUN'S DEWORK, SO NEITHER HAS A TABLE CEILING.
      ******************************************************************
       FD  PYWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PYWORK-REC.
           03 PY-WK-KEY.
               05 PY-WK-DEDCODE PIC X(2).
               05 PY-WK-EMPID PIC X(7).
           03 PY-WK-VENDOR PIC X(8).
           03 PY-WK-NAME PIC X(30).
           03 PY-WK-CASENO PIC X(20).
       FD  GNWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  GNWORK-REC.
           03 GN-WK-KEY.
               05 GN-WK-EMPID PIC X(7).
               05 GN-WK-DEDCODE PIC X(2).
      ******************************************************************
      *    REMITAP - ONE VENDOR PAYMENT PER PAYEE AND CASE FOR THE
      *    ACCOUNTS PAYABLE LOAD. AP-CASENO IS SPACES FOR A CARRIER.
      ******************************************************************
       FD  REMITAP-FILE
           LABEL RECORDS ARE OMITTED.
       01  REMITAP-REC.
           03 AP-VENDOR PIC X(8).
           03 AP-NAME PIC X(30).
           03 AP-CASENO PIC X(20).
           03 AP-PERIOD PIC 9(6).
           03 AP-AMOUNT PIC 9(7)V9(2).
           03 AP-EMPCOUNT PIC 9(4).
           03 AP-REMIT-DATE PIC 9(8).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(100).
       SD  REMIT-SORT.
       01  REMIT-SORT-REC.
           03 RS-VENDOR PIC X(8).
           03 RS-CASENO PIC X(20).
           03 RS-EMPID PIC X(7).
           03 RS-DEDCODE PIC X(2).
           03 RS-SLOT PIC 9(2).
           03 RS-NAME PIC X(30).
           03 RS-AMOUNT PIC S9(7)V9(2).
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
       01  RPT-HEAD1.
           03 FILLER PIC X(31)
               VALUE 'DEDUCTION REMITTANCE REGISTER'.
           03 FILLER PIC X(8) VALUE 'PERIOD:'.
           03 RH-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-PAYEE-LINE.
           03 FILLER PIC X(7) VALUE 'PAYEE: '.
           03 RP-VENDOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-NAME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-CASE-LABEL PIC X(6).
           03 RP-CASENO PIC X(20).
       01  RPT-DET-COLS.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'LAST NAME'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'CODE'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'DEDUCTION'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AMOUNT'.
       01  RPT-DET-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-DEDCODE PIC X(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RD-DEDDESC PIC X(20).
           03 RD-AMOUNT PIC $$$,$$$,$$9.99-.
       01  RPT-TOTAL-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RT-LABEL PIC X(36).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RT-EMPCOUNT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RT-EMP-LABEL PIC X(9).
           03 FILLER PIC X(14) VALUE SPACES.
           03 RT-AMOUNT PIC $$$,$$$,$$9.99-.
       01  RPT-SUM-LINE.
           03 RM-LABEL PIC X(36).
           03 RM-AMOUNT PIC $$$,$$$,$$9.99-.
       01  RPT-VERDICT-LINE.
           03 FILLER PIC X(8) VALUE 'PROOF: '.
           03 RV-VERDICT PIC X(60).
       01  MISC.
           03 EOF-X PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-DE PIC 9 VALUE 0.
           03 EOF-PY PIC 9 VALUE 0.
           03 DED-EOF-SW PIC 9 VALUE 0.
           03 RELEASE-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 DEDCODES-STATUS PIC XX VALUE '00'.
           03 DEDELECT-STATUS PIC XX VALUE '00'.
           03 PAYEE-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 GL-STATUS PIC XX VALUE '00'.
           03 PYWORK-STATUS PIC XX VALUE '00'.
           03 GNWORK-STATUS PIC XX VALUE '00'.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 MASTER-OPEN-SW PIC 9 VALUE 0.
           03 GARN-SW PIC 9 VALUE 0.
               88 SLOT-IS-GARNISHMENT VALUE 1.
           03 PAYEE-FOUND-SW PIC 9 VALUE 0.
               88 PAYEE-FOUND VALUE 1.
           03 HELD-GROUP-SW PIC 9 VALUE 0.
               88 GROUP-IS-HELD VALUE 1.
           03 SUB PIC 99.
           03 DC-COUNT PIC 9(2) VALUE 0.
           03 RUN-DATE-NUM PIC 9(8).
           03 RUN-PERIOD PIC 9(6) VALUE 0.
      *    AMOUNTS NOBODY IS SET UP TO RECEIVE SORT LAST, UNDER A
      *    VENDOR NUMBER NO PAYEE CAN CARRY
           03 HELD-VENDOR PIC X(8) VALUE HIGH-VALUES.
           03 CUR-VENDOR PIC X(8).
           03 CUR-CASENO PIC X(20).
           03 CUR-NAME PIC X(30).
           03 PREV-EMPID PIC X(7).
           03 GRP-EMPCOUNT PIC 9(4) VALUE 0.
           03 GRP-AMOUNT PIC S9(7)V9(2) VALUE 0.
           03 WITHHELD-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 REMITTED-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 HELD-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 GL-DEDUCT-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 GL-LINE-COUNT PIC 9(6) VALUE 0.
           03 EXTRACTCOUNT PIC 9(6) VALUE 0.
           03 SLOTCOUNT PIC 9(6) VALUE 0.
           03 PAYMENTCOUNT PIC 9(4) VALUE 0.
           03 HELDCOUNT PIC 9(6) VALUE 0.
           03 DUPPAYEECOUNT PIC 9(4) VALUE 0.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'REMIT' TO STREAM-STEP.
           MOVE 'GLPOST' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1010-CHECK-RELEASE.
           PERFORM 1000-LOAD-DEDCODES.
           PERFORM 1020-LOAD-PAYEES.
           PERFORM 1030-LOAD-GARNISHMENTS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               MOVE 1 TO MASTER-OPEN-SW
           END-IF.
           OPEN INPUT PAYEXTRACT-FILE.
           IF PAYEXTRACT-STATUS NOT = '00'
               DISPLAY 'FATAL - NO PAYEXTRACT ON HAND, STATUS '
                   PAYEXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REMITAP-FILE
               RPT-FILE.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           SORT REMIT-SORT ON ASCENDING KEY RS-VENDOR
               ON ASCENDING KEY RS-CASENO
               ON ASCENDING KEY RS-EMPID
               ON ASCENDING KEY RS-DEDCODE
               INPUT PROCEDURE IS 1100-RELEASE-SLOTS
               OUTPUT PROCEDURE IS 1200-PRINT-REGISTER.
           PERFORM 1300-READ-GL-CREDITS.
           PERFORM 1700-PRINT-PROOF.
           CLOSE PAYEXTRACT-FILE
               PYWORK-FILE
               GNWORK-FILE
               REMITAP-FILE
               RPT-FILE.
           IF MASTER-OPEN-SW = 1
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY 'REMIT - PAYMENTS: ' PAYMENTCOUNT
               ' REMITTED: ' REMITTED-TOTAL ' HELD: ' HELD-TOTAL.
           MOVE EXTRACTCOUNT TO STREAM-COUNT-IN.
           MOVE PAYMENTCOUNT TO STREAM-COUNT-OUT.
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
           IF PAYEXTRACT-STATUS = '00'
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
               END-READ
               CLOSE PAYEXTRACT-FILE
           END-IF.
      ******************************************************************
      *    WITHHOLDINGS ARE ONLY REMITTED FROM AN EXTRACT PAYBAL HAS
      *    PROVED IN BALANCE - THE SAME RELEASE GATE ACHGEN CHECKS
      ******************************************************************
       1010-CHECK-RELEASE.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-STATUS NOT = '00'
               DISPLAY 'FATAL - NO PAYRELEASE FLAG. RUN PAYBAL '
                   'BEFORE REMIT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RELEASE-FILE
               AT END
                   MOVE SPACES TO REL-STATUS
           END-READ.
           IF REL-STATUS NOT = 'RELEASED'
               DISPLAY 'FATAL - EXTRACT IS NOT RELEASED (FLAG IS '
                   REL-STATUS '). RESOLVE THE PAYBAL HOLD FIRST.'
               CLOSE RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RELEASE-FILE.
      ******************************************************************
      *    LOAD THE DEDUCTION CODE REFERENCE TABLE, THE SAME LOAD
      *    SHAPE PROJECT3 AND GLPOST USE. PE-DEDUCT LINES UP SLOT
      *    FOR SLOT WITH IT.
      ******************************************************************
       1000-LOAD-DEDCODES.
           MOVE 0 TO DED-EOF-SW.
           OPEN INPUT DEDCODES-FILE.
           IF DEDCODES-STATUS = '35'
               MOVE 1 TO DED-EOF-SW
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF DED-EOF-SW = 0
                   READ DEDCODES-FILE
                       AT END MOVE 1 TO DED-EOF-SW
                   END-READ
               END-IF
               IF DED-EOF-SW = 0
                   MOVE DEDCODES-REC(1:2) TO DC-CODE(SUB)
                   MOVE DEDCODES-REC(3:20) TO DC-DESC(SUB)
                   MOVE SUB TO DC-COUNT
               ELSE
                   MOVE SPACES TO DC-CODE(SUB)
                   MOVE 'UNKNOWN' TO DC-DESC(SUB)
               END-IF
           END-PERFORM.
           IF DEDCODES-STATUS NOT = '35'
               CLOSE DEDCODES-FILE
           END-IF.
      ******************************************************************
      *    REKEY THE PAYEE MASTER INTO PYWORK. A SECOND LINE FOR THE
      *    SAME CODE AND EMPLOYEE IS IGNORED - THE FIRST ONE STANDS -
      *    AND COUNTED ON THE CONSOLE. A MISSING PAYEE MASTER LEAVES
      *    EVERY AMOUNT HELD.
      ******************************************************************
       1020-LOAD-PAYEES.
           MOVE 0 TO EOF-PY.
           OPEN OUTPUT PYWORK-FILE.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-STATUS = '35'
               DISPLAY 'REMIT - NO PAYEE MASTER ON HAND. EVERY '
                   'AMOUNT WILL BE HELD.'
               MOVE 1 TO EOF-PY
           END-IF.
           PERFORM UNTIL EOF-PY = 1
               READ PAYEE-FILE
                   AT END MOVE 1 TO EOF-PY
               END-READ
               IF EOF-PY = 0 AND PY-DEDCODE NOT = SPACES
                   MOVE PY-DEDCODE TO PY-WK-DEDCODE
                   MOVE PY-EMPID TO PY-WK-EMPID
                   MOVE PY-VENDOR TO PY-WK-VENDOR
                   MOVE PY-NAME TO PY-WK-NAME
                   MOVE PY-CASENO TO PY-WK-CASENO
                   WRITE PYWORK-REC
                       INVALID KEY ADD 1 TO DUPPAYEECOUNT
                   END-WRITE
               END-IF
           END-PERFORM.
           IF PAYEE-STATUS NOT = '35'
               CLOSE PAYEE-FILE
           END-IF.
           CLOSE PYWORK-FILE.
           OPEN INPUT PYWORK-FILE.
           IF DUPPAYEECOUNT > 0
               DISPLAY 'REMIT - ' DUPPAYEECOUNT ' DUPLICATE PAYEE '
                   'LINE(S) IGNORED - THE FIRST FOR EACH CODE AND '
                   'EMPLOYEE STANDS.'
           END-IF.
      ******************************************************************
      *    NOTE EVERY EMPLOYEE AND CODE CARRYING A GARNISHMENT
      *    ELECTION. THE ELECTION'S DATES ARE NOT CHECKED - A STOPPED
      *    GARNISHMENT CAN STILL BE RECOVERING ARREARS, AND THAT
      *    MONEY GOES TO THE AGENCY, NOT THE CODE'S CARRIER.
      ******************************************************************
       1030-LOAD-GARNISHMENTS.
           MOVE 0 TO EOF-DE.
           OPEN OUTPUT GNWORK-FILE.
           OPEN INPUT DEDELECT-FILE.
           IF DEDELECT-STATUS = '35'
               MOVE 1 TO EOF-DE
           END-IF.
           PERFORM UNTIL EOF-DE = 1
               READ DEDELECT-FILE
                   AT END MOVE 1 TO EOF-DE
               END-READ
               IF EOF-DE = 0 AND DE-PRIORITY IS NUMERIC
                   IF DE-PRIORITY > 0
                       MOVE DE-EMPID TO GN-WK-EMPID
                       MOVE DE-DEDCODE TO GN-WK-DEDCODE
                       WRITE GNWORK-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.
           IF DEDELECT-STATUS NOT = '35'
               CLOSE DEDELECT-FILE
           END-IF.
           CLOSE GNWORK-FILE.
           OPEN INPUT GNWORK-FILE.
      ******************************************************************
      *    RELEASE ONE SORT RECORD PER NONZERO DEDUCTION SLOT ON THE
      *    EXTRACT, TAGGED WITH THE PAYEE IT IS REMITTED TO
      ******************************************************************
       1100-RELEASE-SLOTS.
           PERFORM 2000-READ-EXTRACT.
           PERFORM UNTIL EOF-X = 1
               ADD 1 TO EXTRACTCOUNT
               IF RUN-PERIOD = 0
                   MOVE PE-PERIOD TO RUN-PERIOD
               END-IF
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 10
                   IF PE-DEDUCT(SUB) IS NUMERIC
                       IF PE-DEDUCT(SUB) NOT = 0
                           PERFORM 1110-RELEASE-ONE-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 2000-READ-EXTRACT
           END-PERFORM.
      ******************************************************************
      *    A GARNISHMENT GOES TO THE AGENCY SET UP FOR THE EMPLOYEE
      *    AND CODE AND NEVER FALLS BACK TO THE CODE'S CARRIER; ANY
      *    OTHER DEDUCTION GOES TO THE CARRIER FOR THE CODE. NO
      *    PAYEE ON FILE HOLDS THE AMOUNT.
      ******************************************************************
       1110-RELEASE-ONE-SLOT.
           ADD 1 TO SLOTCOUNT.
           MOVE 0 TO GARN-SW.
           MOVE 0 TO PAYEE-FOUND-SW.
           MOVE PE-EMPID TO GN-WK-EMPID.
           MOVE DC-CODE(SUB) TO GN-WK-DEDCODE.
           READ GNWORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO GARN-SW
           END-READ.
           MOVE DC-CODE(SUB) TO PY-WK-DEDCODE.
           IF SLOT-IS-GARNISHMENT
               MOVE PE-EMPID TO PY-WK-EMPID
           ELSE
               MOVE SPACES TO PY-WK-EMPID
           END-IF.
           READ PYWORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO PAYEE-FOUND-SW
           END-READ.
           IF PAYEE-FOUND
               MOVE PY-WK-VENDOR TO RS-VENDOR
               MOVE PY-WK-NAME TO RS-NAME
               IF SLOT-IS-GARNISHMENT
                   MOVE PY-WK-CASENO TO RS-CASENO
               ELSE
                   MOVE SPACES TO RS-CASENO
               END-IF
           ELSE
               MOVE HELD-VENDOR TO RS-VENDOR
               MOVE SPACES TO RS-CASENO
               IF SLOT-IS-GARNISHMENT
                   MOVE 'NO AGENCY ON PAYEE MASTER' TO RS-NAME
               ELSE
                   MOVE 'NO CARRIER ON PAYEE MASTER' TO RS-NAME
               END-IF
           END-IF.
           MOVE PE-EMPID TO RS-EMPID.
           MOVE DC-CODE(SUB) TO RS-DEDCODE.
           MOVE SUB TO RS-SLOT.
           MOVE PE-DEDUCT(SUB) TO RS-AMOUNT.
           RELEASE REMIT-SORT-REC.
      ******************************************************************
      *    TAKE THE SLOTS BACK IN PAYEE AND CASE ORDER. EACH PAYEE
      *    AND CASE PRINTS ITS EMPLOYEE DETAIL AND A TOTAL AND CUTS
      *    ONE VENDOR PAYMENT; THE HELD AMOUNTS PRINT LAST.
      ******************************************************************
       1200-PRINT-REGISTER.
           MOVE RUN-PERIOD TO RH-PERIOD.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO EOF-S.
           RETURN REMIT-SORT
               AT END MOVE 1 TO EOF-S
           END-RETURN.
           IF EOF-S = 0
               PERFORM 1210-START-GROUP
           END-IF.
           PERFORM UNTIL EOF-S = 1
               IF RS-VENDOR NOT = CUR-VENDOR OR
                   RS-CASENO NOT = CUR-CASENO
                   PERFORM 1230-END-GROUP
                   PERFORM 1210-START-GROUP
               END-IF
               PERFORM 1220-PRINT-DETAIL
               RETURN REMIT-SORT
                   AT END MOVE 1 TO EOF-S
               END-RETURN
           END-PERFORM.
           IF SLOTCOUNT > 0
               PERFORM 1230-END-GROUP
           END-IF.
      ******************************************************************
      *    PRINT THE PAYEE HEADING FOR A NEW PAYEE AND CASE
      ******************************************************************
       1210-START-GROUP.
           MOVE RS-VENDOR TO CUR-VENDOR.
           MOVE RS-CASENO TO CUR-CASENO.
           MOVE RS-NAME TO CUR-NAME.
           MOVE LOW-VALUES TO PREV-EMPID.
           MOVE 0 TO GRP-EMPCOUNT.
           MOVE 0 TO GRP-AMOUNT.
           IF RS-VENDOR = HELD-VENDOR
               MOVE 1 TO HELD-GROUP-SW
               MOVE '*HELD*' TO RP-VENDOR
               MOVE 'NO PAYEE ON FILE - NOT REMITTED' TO RP-NAME
           ELSE
               MOVE 0 TO HELD-GROUP-SW
               MOVE RS-VENDOR TO RP-VENDOR
               MOVE RS-NAME TO RP-NAME
           END-IF.
           IF RS-CASENO = SPACES
               MOVE SPACES TO RP-CASE-LABEL
           ELSE
               MOVE 'CASE: ' TO RP-CASE-LABEL
           END-IF.
           MOVE RS-CASENO TO RP-CASENO.
           WRITE RPT-REC FROM RPT-PAYEE-LINE.
           WRITE RPT-REC FROM RPT-DET-COLS.
      ******************************************************************
      *    ONE EMPLOYEE DETAIL LINE, NAMED FROM THE MASTER WHEN THE
      *    EMPLOYEE IS STILL ON IT. A HELD LINE SAYS WHICH KIND OF
      *    PAYEE IS MISSING IN PLACE OF THE DEDUCTION NAME.
      ******************************************************************
       1220-PRINT-DETAIL.
           MOVE SPACES TO RD-LNAME.
           MOVE SPACES TO RD-FNAME.
           IF MASTER-OPEN-SW = 1
               MOVE RS-EMPID TO MASTER-EMPID
               READ MASTER-FILE
                   KEY IS MASTER-EMPID
                   INVALID KEY
                       MOVE '*NOT ON MASTER*' TO RD-LNAME
                   NOT INVALID KEY
                       MOVE MASTER-REC TO INPUT-DATA
                       MOVE I-LNAME TO RD-LNAME
                       MOVE I-FNAME TO RD-FNAME
               END-READ
           END-IF.
           MOVE RS-EMPID TO RD-EMPID.
           MOVE RS-DEDCODE TO RD-DEDCODE.
           IF GROUP-IS-HELD
               MOVE RS-NAME TO RD-DEDDESC
           ELSE
               MOVE DC-DESC(RS-SLOT) TO RD-DEDDESC
           END-IF.
           MOVE RS-AMOUNT TO RD-AMOUNT.
           WRITE RPT-REC FROM RPT-DET-LINE.
           IF RS-EMPID NOT = PREV-EMPID
               ADD 1 TO GRP-EMPCOUNT
               MOVE RS-EMPID TO PREV-EMPID
           END-IF.
           ADD RS-AMOUNT TO GRP-AMOUNT.
           ADD RS-AMOUNT TO WITHHELD-TOTAL.
      ******************************************************************
      *    CLOSE OUT A PAYEE AND CASE - ITS TOTAL, AND THE VENDOR
      *    PAYMENT UNLESS THE AMOUNTS ARE HELD
      ******************************************************************
       1230-END-GROUP.
           IF GROUP-IS-HELD
               MOVE 'TOTAL HELD' TO RT-LABEL
               ADD GRP-AMOUNT TO HELD-TOTAL
               ADD GRP-EMPCOUNT TO HELDCOUNT
           ELSE
               MOVE 'TOTAL REMITTED' TO RT-LABEL
               ADD GRP-AMOUNT TO REMITTED-TOTAL
               MOVE CUR-VENDOR TO AP-VENDOR
               MOVE CUR-NAME TO AP-NAME
               MOVE CUR-CASENO TO AP-CASENO
               MOVE RUN-PERIOD TO AP-PERIOD
               MOVE GRP-AMOUNT TO AP-AMOUNT
               MOVE GRP-EMPCOUNT TO AP-EMPCOUNT
               MOVE RUN-DATE-NUM TO AP-REMIT-DATE
               WRITE REMITAP-REC
               ADD 1 TO PAYMENTCOUNT
           END-IF.
           MOVE GRP-EMPCOUNT TO RT-EMPCOUNT.
           MOVE 'EMPLOYEES' TO RT-EMP-LABEL.
           MOVE GRP-AMOUNT TO RT-AMOUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    TOTAL THE DEDUCTION PAYABLE CREDITS GLPOST POSTED FOR THE
      *    PERIOD. PAYVOID'S REVERSING LINES ARE DESCRIBED 'VOID '
      *    AND ARE NOT PART OF GLPOST'S ENTRY.
      ******************************************************************
       1300-READ-GL-CREDITS.
           MOVE 0 TO EOF-G.
           OPEN INPUT GL-FILE.
           IF GL-STATUS NOT = '00'
               MOVE 1 TO EOF-G
           END-IF.
           PERFORM UNTIL EOF-G = 1
               READ GL-FILE
                   AT END MOVE 1 TO EOF-G
               END-READ
               IF EOF-G = 0
                   IF GL-PERIOD = RUN-PERIOD AND GL-DRCR = 'CR' AND
                       GL-DESC(1:10) = 'PAYABLE - '
                       ADD GL-AMOUNT TO GL-DEDUCT-TOTAL
                       ADD 1 TO GL-LINE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF GL-STATUS NOT = '35'
               CLOSE GL-FILE
           END-IF.
      ******************************************************************
      *    PROVE THE REMITTANCE. EVERYTHING WITHHELD - REMITTED OR
      *    HELD - MUST EQUAL WHAT GLPOST CREDITED TO THE PAYABLES,
      *    AND NOTHING MAY BE LEFT HELD, BEFORE AP RELEASES THE
      *    PAYMENTS.
      ******************************************************************
       1700-PRINT-PROOF.
           MOVE 'TOTAL WITHHELD ON PAYEXTRACT:' TO RM-LABEL.
           MOVE WITHHELD-TOTAL TO RM-AMOUNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'TOTAL REMITTED TO REMITAP:' TO RM-LABEL.
           MOVE REMITTED-TOTAL TO RM-AMOUNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'TOTAL HELD - NO PAYEE ON FILE:' TO RM-LABEL.
           MOVE HELD-TOTAL TO RM-AMOUNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE 'GLPOST DEDUCTION PAYABLE CREDITS:' TO RM-LABEL.
           MOVE GL-DEDUCT-TOTAL TO RM-AMOUNT.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF GL-LINE-COUNT = 0 AND WITHHELD-TOTAL NOT = 0
               MOVE 'FAILED - GLPOST HAS NOT POSTED THIS PERIOD'
                   TO RV-VERDICT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WITHHELD-TOTAL NOT = GL-DEDUCT-TOTAL
                   MOVE 'FAILED - WITHHELD NOT EQUAL TO GLPOST CREDITS'
                       TO RV-VERDICT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF HELD-TOTAL NOT = 0
                       MOVE 'TIES TO GLPOST - HELD AMOUNTS NEED A PAYEE'
                           TO RV-VERDICT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 'REMITTED TOTAL EQUALS GLPOST CREDITS'
                           TO RV-VERDICT
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-REC FROM RPT-VERDICT-LINE.
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
      *    READ THE NEXT EXTRACT RECORD
      ******************************************************************
       2000-READ-EXTRACT.
           READ PAYEXTRACT-FILE
               AT END MOVE 1 TO EOF-X
           END-READ.
       END PROGRAM remit.
