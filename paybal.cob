      *         control totals project3 wrote at the clean end of its
      *         run, writing a balanced/out-of-balance report and a
      *         PAYRELEASE flag the ACH send checks before it takes
      *         the extract. A BALANCED EXTRACT IS STILL HELD UNTIL A
      *         SUPERVISOR HAS SIGNED OFF THE PERIOD'S VARIANCE
      *         REPORT ON VARSIGN. AN OFF-CYCLE EXTRACT HAS NO
      *         VARIANCE STEP AND NEEDS NO SIGN-OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. paybal.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-FILE ASSIGN TO 'PAYRELEASE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARSIGN-FILE ASSIGN TO 'VARSIGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARSIGN-STATUS.
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
       FD  PAYEXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RELEASE-REC.
           03 REL-STATUS PIC X(8).
       FD  VARSIGN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY VARSGNRC.
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
       01  BAL-HEAD1.
           03 FILLER PIC X(34)
           03 BL-CTL-NETPAY PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-NETPAY-FLAG PIC X(14).
       01  BAL-SIGNOFF-LINE.
           03 FILLER PIC X(18) VALUE 'VARIANCE SIGN-OFF:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 BL-SUPERVISOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 BL-SIGN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-SIGN-COMMENT PIC X(40).
       01  BAL-OFFCYCLE-LINE.
           03 FILLER PIC X(18) VALUE 'VARIANCE SIGN-OFF:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(33)
               VALUE 'NOT REQUIRED - OFF-CYCLE EXTRACT'.
           03 BL-OFF-PERIOD PIC 9(6).
       01  BAL-VERDICT-LINE.
           03 FILLER PIC X(18) VALUE 'EXTRACT RELEASE  :'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 BL-VERDICT PIC X(50).
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 PAYCTL-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
               88 CONTROL-FOUND VALUE 1.
           03 OUT-OF-BAL-SW PIC 9 VALUE 0.
               88 OUT-OF-BALANCE VALUE 1.
           03 VARSIGN-STATUS PIC XX VALUE '00'.
           03 SIGNOFF-SW PIC 9 VALUE 0.
               88 VARIANCE-SIGNED-OFF VALUE 1.
           03 EXT-COUNT PIC 9(4) VALUE 0.
           03 EXT-TOTAL-DEDUCT PIC 9(7)V9(2) VALUE 0.
           03 EXT-TOTAL-NETPAY PIC S9(8)V9(2) VALUE 0.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'PAYBAL' TO STREAM-STEP.
           MOVE 'VARIANCE' TO STREAM-PREREQ.
           IF STREAM-OFFCYCLE
               MOVE SPACES TO STREAM-PREREQ
           END-IF.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1000-READ-CONTROL.
           PERFORM 1100-ACCUMULATE-EXTRACT.
           OPEN OUTPUT BALRPT-FILE.
               WHEN OTHER
                   PERFORM 1200-COMPARE-TOTALS
           END-EVALUATE.
           IF NOT OUT-OF-BALANCE
               IF STREAM-OFFCYCLE
                   MOVE STREAM-PERIOD TO BL-OFF-PERIOD
                   WRITE BALRPT-REC FROM BAL-OFFCYCLE-LINE
               ELSE
                   PERFORM 1250-CHECK-SIGNOFF
               END-IF
           END-IF.
           IF OUT-OF-BALANCE
               PERFORM 1300-HOLD-EXTRACT
           ELSE
           END-IF.
           WRITE BALRPT-REC FROM BAL-VERDICT-LINE.
           CLOSE BALRPT-FILE.
           MOVE EXT-COUNT TO STREAM-COUNT-IN.
           IF NOT OUT-OF-BALANCE
               MOVE EXT-COUNT TO STREAM-COUNT-OUT
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
      *    READ THE CONTROL TOTALS PROJECT3 WROTE AT ITS CLEAN FINISH.
      *    A MISSING OR EMPTY PAYCTL MEANS THE RUN NEVER GOT THERE -
      *    THE EXTRACT IS HELD RATHER THAN TRUSTED.
                   TO BL-VERDICT
           END-IF.
      ******************************************************************
      *    THE VARIANCE STEP EMPTIES VARSIGN EACH TIME IT RUNS, SO A
      *    SIGN-OFF FOR THIS PERIOD ON FILE MEANS THE SUPERVISOR HAS
      *    REVIEWED THE LATEST VARIANCE REPORT. NONE HOLDS THE
      *    EXTRACT EVEN THOUGH IT BALANCES.
      ******************************************************************
       1250-CHECK-SIGNOFF.
           MOVE 0 TO SIGNOFF-SW.
           OPEN INPUT VARSIGN-FILE.
           IF VARSIGN-STATUS = '00'
               READ VARSIGN-FILE
                   AT END CONTINUE
               END-READ
               IF VARSIGN-STATUS = '00' AND
                   SG-PERIOD = STREAM-PERIOD AND
                   SG-SUPERVISOR NOT = SPACES
                   MOVE 1 TO SIGNOFF-SW
               END-IF
               CLOSE VARSIGN-FILE
           END-IF.
           IF VARIANCE-SIGNED-OFF
               MOVE SG-SUPERVISOR TO BL-SUPERVISOR
               MOVE SG-DATE TO BL-SIGN-DATE
               MOVE SG-COMMENT TO BL-SIGN-COMMENT
               WRITE BALRPT-REC FROM BAL-SIGNOFF-LINE
           ELSE
               MOVE 1 TO OUT-OF-BAL-SW
               MOVE 'HELD - NO SUPERVISOR SIGN-OFF OF THE VARIANCES'
                   TO BL-VERDICT
           END-IF.
      ******************************************************************
      *    REFUSE THE RELEASE - WRITE A HELD FLAG FOR THE ACH SEND
      *    AND A NONZERO RETURN CODE SO THE JOB STREAM STOPS HERE
      ******************************************************************
           WRITE RELEASE-REC.
           CLOSE RELEASE-FILE.
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
