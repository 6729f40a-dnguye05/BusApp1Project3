               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT BANK-FILE ASSIGN TO 'EMPBANK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACHEXCPT-FILE ASSIGN TO 'ACHEXCPT'
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
       FD  ACHEXCPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACHEXCPT-REC PIC X(60).
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
      ******************************************************************
      *    THE THREE 94-BYTE ACH RECORD SHAPES. RECORD TYPE IS THE
           03 FILLER PIC X(3) VALUE SPACES.
           03 XB-NETPAY PIC $$$,$$9.99.
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 RELEASE-STATUS PIC XX VALUE '00'.
           03 BANK-STATUS PIC XX VALUE '00'.
           03 EXCPTCOUNT PIC 9(4) VALUE 0.
           03 TOTALDEPOSIT PIC 9(12)V9(2) VALUE 0.
           03 RUN-DATE-NUM PIC 9(8).
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'ACHGEN' TO STREAM-STEP.
           MOVE 'PAYBAL' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1010-CHECK-RELEASE.
           PERFORM 1015-OPEN-BANK.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           END-IF.
           DISPLAY 'ACHGEN - DEPOSITS WRITTEN:  ' DETAILCOUNT.
           DISPLAY 'ACHGEN - EXCEPTIONS LISTED: ' EXCPTCOUNT.
           MOVE DETAILCOUNT TO STREAM-COUNT-OUT.
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
      *    THE ACH FILE IS ONLY BUILT FROM AN EXTRACT PAYBAL HAS
      *    PROVED IN BALANCE - ANYTHING ELSE IS REFUSED, SO THE SAME
      *    RELEASE GATE THAT CATCHES A DUPLICATE EXTRACT RECORD ALSO
           MOVE TOTALDEPOSIT TO AT-TOTAL.
           WRITE ACH-REC FROM ACH-TRAILER.
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
       END PROGRAM achgen.
