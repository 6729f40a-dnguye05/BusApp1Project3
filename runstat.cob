      ******************************************************************
      *Author: David Nguyen
      *Purpose: runstat - pay-period job-stream status report. FOR
      *         ONE PERIOD EVERY STEP OF THE STREAM IS LISTED IN RUN
      *         ORDER FROM ITS RUNCTL RECORD AS DONE, FAILED OR
      *         PENDING, WITH WHEN IT STARTED AND FINISHED, ITS
      *         RETURN CODE AND RECORD COUNTS, HOW MANY TIMES IT HAS
      *         BEEN RUN AND WHETHER ITS LATEST RUN WENT AHEAD ON AN
      *         OPERATOR OVERRIDE. A STEP LEFT STARTED NEVER REACHED
      *         ITS FINISH AND IS REPORTED FAILED. THE OVERRIDES
      *         LOGGED TO RUNLOG FOR THE PERIOD FOLLOW.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. runstat.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUNCTL-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
           SELECT RPT-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTLRC.
       FD  RUNLOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOGRC.
       FD  PAYPERD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYPERRC.
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
      *    THE STEPS OF THE STREAM IN THE ORDER THEY RUN. REMIT
      *    HANGS OFF GLPOST BESIDE LEAVEACC AND PAYSTUB AND IS
      *    LISTED LAST.
       01  STEP-NAMES.
           03 FILLER PIC X(8) VALUE 'PPMAINT'.
           03 FILLER PIC X(8) VALUE 'TCEDIT'.
           03 FILLER PIC X(8) VALUE 'PROJECT3'.
           03 FILLER PIC X(8) VALUE 'VARIANCE'.
           03 FILLER PIC X(8) VALUE 'PAYBAL'.
           03 FILLER PIC X(8) VALUE 'ACHGEN'.
           03 FILLER PIC X(8) VALUE 'CHKPRINT'.
           03 FILLER PIC X(8) VALUE 'GLPOST'.
           03 FILLER PIC X(8) VALUE 'LEAVEACC'.
           03 FILLER PIC X(8) VALUE 'PAYSTUB'.
           03 FILLER PIC X(8) VALUE 'REMIT'.
       01  STEP-TABLE REDEFINES STEP-NAMES.
           03 STEP-NAME PIC X(8) OCCURS 11 TIMES.
       01  RPT-HEAD1.
           03 FILLER PIC X(31)
               VALUE 'PAY-PERIOD JOB-STREAM STATUS'.
           03 FILLER PIC X(8) VALUE 'PERIOD:'.
           03 RH-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD-COLS.
           03 FILLER PIC X(10) VALUE 'STEP'.
           03 FILLER PIC X(9) VALUE 'STATUS'.
           03 FILLER PIC X(17) VALUE 'STARTED'.
           03 FILLER PIC X(17) VALUE 'FINISHED'.
           03 FILLER PIC X(5) VALUE ' RC'.
           03 FILLER PIC X(11) VALUE '   RECS IN'.
           03 FILLER PIC X(11) VALUE '  RECS OUT'.
           03 FILLER PIC X(6) VALUE 'RUNS'.
           03 FILLER PIC X(10) VALUE 'OVERRIDE'.
           03 FILLER PIC X(12) VALUE 'REMARK'.
       01  RPT-STEP-LINE.
           03 SL-STEP PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-STATUS PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-START-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-START-TIME PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-END-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-END-TIME PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-RETCODE PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-COUNT-IN PIC Z(6)9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SL-COUNT-OUT PIC Z(6)9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 SL-RUNS PIC ZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 SL-OVERRIDE PIC X(1).
           03 FILLER PIC X(9) VALUE SPACES.
           03 SL-REMARK PIC X(14).
       01  RPT-LOG-HEAD.
           03 FILLER PIC X(40)
               VALUE 'OPERATOR OVERRIDES LOGGED FOR THE PERIOD'.
       01  RPT-LOG-COLS.
           03 FILLER PIC X(17) VALUE 'LOGGED'.
           03 FILLER PIC X(10) VALUE 'STEP'.
           03 FILLER PIC X(32) VALUE 'WOULD HAVE BEEN REFUSED FOR'.
           03 FILLER PIC X(10) VALUE 'OPERATOR'.
           03 FILLER PIC X(6) VALUE 'REASON'.
       01  RPT-LOG-LINE.
           03 LG-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-TIME PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-STEP PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-BLOCKED PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-OPERATOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-REASON PIC X(40).
       01  RPT-NOLOG-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'NONE'.
       01  RPT-COUNT-LINE.
           03 CL-LABEL PIC X(30).
           03 CL-COUNT PIC ZZZZZ9.
       01  RPT-NEXT-LINE.
           03 FILLER PIC X(30) VALUE 'NEXT STEP TO RUN:'.
           03 NL-STEP PIC X(8).
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 RUNCTL-STATUS PIC XX VALUE '00'.
           03 RUNLOG-STATUS PIC XX VALUE '00'.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 RUNCTL-MISSING-SW PIC 9 VALUE 0.
               88 RUNCTL-FILE-MISSING VALUE 1.
           03 ARG-NUM PIC 9(2).
           03 ARG-PERIOD PIC X(6) VALUE SPACES.
           03 RPT-PERIOD PIC 9(6) VALUE 0.
           03 RUN-DATE-NUM PIC 9(8).
           03 STEP-COUNT PIC 9(2) VALUE 11.
           03 STEP-SUB PIC 9(2).
           03 NEXT-STEP PIC X(8) VALUE SPACES.
           03 DONECOUNT PIC 9(4) VALUE 0.
           03 FAILCOUNT PIC 9(4) VALUE 0.
           03 PENDCOUNT PIC 9(4) VALUE 0.
           03 OVRDCOUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1020-GET-RUN-PARMS.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS = '35'
               MOVE 1 TO RUNCTL-MISSING-SW
           ELSE
               IF RUNCTL-STATUS NOT = '00'
                   DISPLAY 'FATAL - RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE RPT-PERIOD TO RH-PERIOD.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT
               PERFORM 1100-PRINT-STEP
           END-PERFORM.
           IF NOT RUNCTL-FILE-MISSING
               CLOSE RUNCTL-FILE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 1200-PRINT-OVERRIDES.
           PERFORM 1900-PRINT-COUNTS.
           CLOSE RPT-FILE.
           DISPLAY 'RUNSTAT - PERIOD ' RPT-PERIOD ' DONE: ' DONECOUNT
               ' FAILED: ' FAILCOUNT ' PENDING: ' PENDCOUNT.
      *    A FAILED STEP NEEDS OPS ATTENTION BEFORE THE STREAM CAN
      *    GO ON, SO IT IS FLAGGED IN THE RETURN CODE AS A WARNING
           IF FAILCOUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    ARG 1 IS THE PERIOD TO REPORT. WITH NO ARG IT IS THE
      *    CURRENT PERIOD ON PAYPERD.
      ******************************************************************
       1020-GET-RUN-PARMS.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-PERIOD
           END-ACCEPT.
           IF ARG-PERIOD = SPACES
               PERFORM 1030-READ-PAYPERD
               MOVE PP-PERIOD TO RPT-PERIOD
           ELSE
               IF ARG-PERIOD NOT NUMERIC
                   DISPLAY 'RUNSTAT - USAGE: [PERIOD(9(6))]'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-PERIOD TO RPT-PERIOD
           END-IF.
      ******************************************************************
      *    THE DEFAULT PERIOD IS THE ONE ON THE PAY-PERIOD CONTROL
      *    FILE
      ******************************************************************
       1030-READ-PAYPERD.
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
      ******************************************************************
      *    ONE LINE PER STEP. NO RUNCTL RECORD MEANS THE STEP HAS
      *    NOT BEEN RUN FOR THE PERIOD. THE FIRST STEP THAT IS NOT
      *    DONE IS THE ONE THE STREAM PICKS UP FROM.
      ******************************************************************
       1100-PRINT-STEP.
           MOVE SPACES TO SL-START-DATE SL-START-TIME
               SL-END-DATE SL-END-TIME SL-OVERRIDE SL-REMARK.
           MOVE 0 TO SL-RETCODE SL-COUNT-IN SL-COUNT-OUT SL-RUNS.
           MOVE STEP-NAME(STEP-SUB) TO SL-STEP.
           MOVE 'PENDING' TO SL-STATUS.
           IF NOT RUNCTL-FILE-MISSING
               MOVE RPT-PERIOD TO RC-PERIOD
               MOVE STEP-NAME(STEP-SUB) TO RC-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1110-FORMAT-STEP
               END-READ
           END-IF.
           EVALUATE SL-STATUS
               WHEN 'DONE'
                   ADD 1 TO DONECOUNT
               WHEN 'FAILED'
                   ADD 1 TO FAILCOUNT
               WHEN OTHER
                   ADD 1 TO PENDCOUNT
           END-EVALUATE.
           IF SL-STATUS NOT = 'DONE' AND NEXT-STEP = SPACES
               MOVE STEP-NAME(STEP-SUB) TO NEXT-STEP
           END-IF.
           WRITE RPT-REC FROM RPT-STEP-LINE.
      ******************************************************************
      *    FILL THE LINE FROM THE STEP'S RUNCTL RECORD
      ******************************************************************
       1110-FORMAT-STEP.
           MOVE RC-START-DATE TO SL-START-DATE.
           MOVE RC-START-TIME TO SL-START-TIME.
           MOVE RC-RUNS TO SL-RUNS.
           MOVE RC-OVERRIDE TO SL-OVERRIDE.
           EVALUATE TRUE
               WHEN RC-STEP-DONE
                   MOVE 'DONE' TO SL-STATUS
               WHEN RC-STEP-FAILED
                   MOVE 'FAILED' TO SL-STATUS
               WHEN OTHER
                   MOVE 'FAILED' TO SL-STATUS
                   MOVE 'NEVER FINISHED' TO SL-REMARK
           END-EVALUATE.
           IF NOT RC-STEP-STARTED
               MOVE RC-END-DATE TO SL-END-DATE
               MOVE RC-END-TIME TO SL-END-TIME
               MOVE RC-RETCODE TO SL-RETCODE
               MOVE RC-COUNT-IN TO SL-COUNT-IN
               MOVE RC-COUNT-OUT TO SL-COUNT-OUT
           END-IF.
      ******************************************************************
      *    LIST EVERY OVERRIDE RUNLOG HOLDS FOR THE PERIOD. NO
      *    RUNLOG FILE MEANS NO OVERRIDE HAS EVER BEEN TAKEN.
      ******************************************************************
       1200-PRINT-OVERRIDES.
           WRITE RPT-REC FROM RPT-LOG-HEAD.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-LOG-COLS.
           MOVE 0 TO EOF-L.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS NOT = '00'
               MOVE 1 TO EOF-L
           ELSE
               PERFORM 2000-READ-RUNLOG
           END-IF.
           PERFORM UNTIL EOF-L = 1
               IF RL-PERIOD = RPT-PERIOD
                   MOVE RL-DATE TO LG-DATE
                   MOVE RL-TIME TO LG-TIME
                   MOVE RL-STEP TO LG-STEP
                   MOVE RL-BLOCKED TO LG-BLOCKED
                   MOVE RL-OPERATOR TO LG-OPERATOR
                   MOVE RL-REASON TO LG-REASON
                   WRITE RPT-REC FROM RPT-LOG-LINE
                   ADD 1 TO OVRDCOUNT
               END-IF
               PERFORM 2000-READ-RUNLOG
           END-PERFORM.
           IF RUNLOG-STATUS NOT = '35'
               CLOSE RUNLOG-FILE
           END-IF.
           IF OVRDCOUNT = 0
               WRITE RPT-REC FROM RPT-NOLOG-LINE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    STEP COUNTS BY STATUS AND WHERE THE STREAM STANDS
      ******************************************************************
       1900-PRINT-COUNTS.
           MOVE 'STEPS DONE:' TO CL-LABEL.
           MOVE DONECOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'STEPS FAILED:' TO CL-LABEL.
           MOVE FAILCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'STEPS PENDING:' TO CL-LABEL.
           MOVE PENDCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'OVERRIDES TAKEN:' TO CL-LABEL.
           MOVE OVRDCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           IF NEXT-STEP = SPACES
               MOVE 'NONE' TO NL-STEP
           ELSE
               MOVE NEXT-STEP TO NL-STEP
           END-IF.
           WRITE RPT-REC FROM RPT-NEXT-LINE.
      ******************************************************************
      *    READ THE NEXT OVERRIDE LOG RECORD
      ******************************************************************
       2000-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END MOVE 1 TO EOF-L
           END-READ.
       END PROGRAM runstat.
