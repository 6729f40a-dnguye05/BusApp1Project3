      ******************************************************************
      *Author: David Nguyen
      *Purpose: variance - period-over-period pay variance review,
      *         run after project3 and before paybal releases the
      *         extract. EVERY EMPLOYEE ON PAYEXTRACT IS COMPARED TO
      *         THE EMPLOYEE'S LATEST REGULAR PAYMENT OF AN EARLIER
      *         PERIOD ON PAYHIST, AND A GROSS, NET, HOURS OR TOTAL
      *         DEDUCTION FIGURE THAT SWUNG BY MORE THAN THE RUN'S
      *         PERCENTAGE AND MORE THAN ITS FLOOR IS FLAGGED.
      *         EMPLOYEES WITH NO EARLIER REGULAR PAYMENT ARE LISTED
      *         AS NEW, AND EMPLOYEES PAID IN THE PRIOR REGULAR
      *         PERIOD BUT NOT ON THIS EXTRACT ARE LISTED AS MISSING.
      *         THE REPORT IS GROUPED BY EMPLOYEE TYPE WITH TOTALS
      *         FOR EACH TYPE, AND WITHIN EACH TYPE BY DEPARTMENT -
      *         THE EMPLOYEE'S HOME COST CENTER ON EMPMAST - WITH THE
      *         FLAGGED COUNT AND THE GROSS AND NET VARIANCE FOR EACH
      *         DEPARTMENT. A RECAP OF EVERY DEPARTMENT ACROSS ALL
      *         TYPES PRINTS AHEAD OF THE PAYROLL TOTALS. THE STEP
      *         EMPTIES VARSIGN, AND PAYBAL
      *         HOLDS THE EXTRACT UNTIL A SUPERVISOR HAS REVIEWED
      *         THE REPORT AND WRITTEN A SIGN-OFF THERE.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. variance.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT PHWORK-FILE ASSIGN TO 'PHWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-WK-EMPID
               FILE STATUS IS PHWORK-STATUS.
           SELECT VARSIGN-FILE ASSIGN TO 'VARSIGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARSIGN-STATUS.
           SELECT RPT-FILE ASSIGN TO 'VARRPT'
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
           SELECT VAR-SORT ASSIGN TO 'SRTWK07'.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYEXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYHIST-REC PIC X(317).
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
      *    PHWORK - EACH EMPLOYEE'S LATEST REGULAR PAYMENT OF A
      *    PERIOD BEFORE THIS ONE, TAKEN FROM PAYHIST. PH-WK-SEEN IS
      *    SET WHEN THE EMPLOYEE TURNS UP ON THIS PERIOD'S EXTRACT.
       FD  PHWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHWORK-REC.
           03 PH-WK-EMPID PIC X(7).
           03 PH-WK-PERIOD PIC 9(6).
           03 PH-WK-EMPTYPE PIC X(2).
           03 PH-WK-GROSS PIC S9(6)V99.
           03 PH-WK-NETPAY PIC S9(6)V99.
           03 PH-WK-HOURS PIC S9(3)V99.
           03 PH-WK-DEDUCT PIC S9(6)V99.
           03 PH-WK-SEEN PIC X(1).
       FD  VARSIGN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY VARSGNRC.
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(132).
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
       SD  VAR-SORT.
       01  VAR-SORT-REC.
           03 VS-EMPTYPE PIC X(2).
           03 VS-COSTCTR PIC X(6).
           03 VS-EMPID PIC X(7).
           03 VS-KIND PIC X(1).
               88 VS-NOT-FLAGGED VALUE SPACE.
               88 VS-SWING VALUE 'V'.
               88 VS-NEW VALUE 'N'.
               88 VS-MISSING VALUE 'M'.
           03 VS-PRI-PERIOD PIC 9(6).
           03 VS-CUR-GROSS PIC S9(6)V99.
           03 VS-PRI-GROSS PIC S9(6)V99.
           03 VS-CUR-NETPAY PIC S9(6)V99.
           03 VS-PRI-NETPAY PIC S9(6)V99.
           03 VS-CUR-HOURS PIC S9(3)V99.
           03 VS-PRI-HOURS PIC S9(3)V99.
           03 VS-CUR-DEDUCT PIC S9(6)V99.
           03 VS-PRI-DEDUCT PIC S9(6)V99.
           03 VS-FLAGS.
               05 VS-GROSS-FLAG PIC X(1).
               05 VS-NETPAY-FLAG PIC X(1).
               05 VS-HOURS-FLAG PIC X(1).
               05 VS-DEDUCT-FLAG PIC X(1).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(31)
               VALUE 'PAY VARIANCE REVIEW'.
           03 FILLER PIC X(8) VALUE 'PERIOD:'.
           03 RH-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'PRIOR PERIOD:'.
           03 RH-PRIOR-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD2.
           03 FILLER PIC X(18) VALUE 'FLAG A SWING OVER'.
           03 RH-PCT PIC ZZ9.
           03 FILLER PIC X(20) VALUE ' PERCENT AND OVER $'.
           03 RH-AMOUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(11) VALUE ' IN PAY OR'.
           03 RH-HOURS PIC ZZ9.
           03 FILLER PIC X(6) VALUE ' HOURS'.
       01  RPT-HEAD-COLS.
           03 FILLER PIC X(9) VALUE 'EMPID'.
           03 FILLER PIC X(22) VALUE 'FLAGGED FOR'.
           03 FILLER PIC X(8) VALUE 'PRIOR'.
           03 FILLER PIC X(25) VALUE '  GROSS NOW / PRIOR'.
           03 FILLER PIC X(25) VALUE '    NET NOW / PRIOR'.
           03 FILLER PIC X(17) VALUE 'HOURS NOW/PRIOR'.
           03 FILLER PIC X(25) VALUE ' DEDUCT NOW / PRIOR'.
       01  RPT-TYPE-HEAD.
           03 FILLER PIC X(15) VALUE 'EMPLOYEE TYPE: '.
           03 TH-EMPTYPE PIC X(2).
       01  RPT-DETAIL-LINE.
           03 VD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 VD-REASON PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 VD-PRI-PERIOD PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 VD-CUR-GROSS PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-PRI-GROSS PIC ZZZ,ZZ9.99-.
           03 VD-GROSS-FLAG PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-CUR-NETPAY PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-PRI-NETPAY PIC ZZZ,ZZ9.99-.
           03 VD-NETPAY-FLAG PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-CUR-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-PRI-HOURS PIC ZZ9.99-.
           03 VD-HOURS-FLAG PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-CUR-DEDUCT PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 VD-PRI-DEDUCT PIC ZZZ,ZZ9.99-.
           03 VD-DEDUCT-FLAG PIC X(1).
       01  RPT-TOTAL-COUNTS.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TC-LABEL PIC X(12).
           03 FILLER PIC X(11) VALUE 'EMPLOYEES:'.
           03 TC-EMPS PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE '   FLAGGED:'.
           03 TC-FLAGS PIC ZZZZ9.
           03 FILLER PIC X(8) VALUE '   NEW:'.
           03 TC-NEW PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE '   MISSING:'.
           03 TC-MISSING PIC ZZZZ9.
       01  RPT-TOTAL-AMTS.
           03 FILLER PIC X(4) VALUE SPACES.
           03 TA-LABEL PIC X(14).
           03 FILLER PIC X(7) VALUE 'GROSS'.
           03 TA-GROSS PIC $$$,$$$,$$9.99-.
           03 FILLER PIC X(6) VALUE '  NET'.
           03 TA-NETPAY PIC $$$,$$$,$$9.99-.
           03 FILLER PIC X(8) VALUE '  HOURS'.
           03 TA-HOURS PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(9) VALUE '  DEDUCT'.
           03 TA-DEDUCT PIC $$$,$$$,$$9.99-.
      *    ONE LINE PER DEPARTMENT - GROSS AND NET VARIANCE ARE THIS
      *    PERIOD LESS THE PRIOR PERIOD
       01  RPT-DEPT-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DEPT '.
           03 DL-COSTCTR PIC X(6).
           03 FILLER PIC X(13) VALUE '   EMPLOYEES:'.
           03 DL-EMPS PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE '   FLAGGED:'.
           03 DL-FLAGS PIC ZZZZ9.
           03 FILLER PIC X(18) VALUE '   GROSS VARIANCE:'.
           03 DL-GROSS-VAR PIC $$$,$$$,$$9.99-.
           03 FILLER PIC X(16) VALUE '   NET VARIANCE:'.
           03 DL-NET-VAR PIC $$$,$$$,$$9.99-.
       01  RPT-RECAP-HEAD.
           03 FILLER PIC X(40)
               VALUE 'DEPARTMENT RECAP - ALL EMPLOYEE TYPES'.
       01  RPT-COUNT-LINE.
           03 CL-LABEL PIC X(34).
           03 CL-COUNT PIC ZZZZZ9.
       01  RPT-SIGNOFF-LINE.
           03 FILLER PIC X(44)
               VALUE 'PAYBAL WILL NOT RELEASE THE EXTRACT UNTIL A '.
           03 FILLER PIC X(49)
               VALUE 'SUPERVISOR SIGN-OFF FOR THE PERIOD IS ON VARSIGN'.
      *    ONE SET OF TOTALS FOR THE EMPLOYEE TYPE BEING PRINTED AND
      *    ONE FOR THE WHOLE PAYROLL, LAID OUT ALIKE SO THE GRAND
      *    TOTALS PRINT THROUGH THE SAME PARAGRAPH
       01  TYPE-TOTALS.
           03 TT-EMPS PIC 9(5).
           03 TT-FLAGS PIC 9(5).
           03 TT-NEW PIC 9(5).
           03 TT-MISSING PIC 9(5).
           03 TT-CUR-GROSS PIC S9(9)V99.
           03 TT-PRI-GROSS PIC S9(9)V99.
           03 TT-CUR-NETPAY PIC S9(9)V99.
           03 TT-PRI-NETPAY PIC S9(9)V99.
           03 TT-CUR-HOURS PIC S9(6)V99.
           03 TT-PRI-HOURS PIC S9(6)V99.
           03 TT-CUR-DEDUCT PIC S9(9)V99.
           03 TT-PRI-DEDUCT PIC S9(9)V99.
       01  GRAND-TOTALS.
           03 GT-EMPS PIC 9(5).
           03 GT-FLAGS PIC 9(5).
           03 GT-NEW PIC 9(5).
           03 GT-MISSING PIC 9(5).
           03 GT-CUR-GROSS PIC S9(9)V99.
           03 GT-PRI-GROSS PIC S9(9)V99.
           03 GT-CUR-NETPAY PIC S9(9)V99.
           03 GT-PRI-NETPAY PIC S9(9)V99.
           03 GT-CUR-HOURS PIC S9(6)V99.
           03 GT-PRI-HOURS PIC S9(6)V99.
           03 GT-CUR-DEDUCT PIC S9(9)V99.
           03 GT-PRI-DEDUCT PIC S9(9)V99.
      *    THE DEPARTMENT BEING PRINTED, LAID OUT LIKE ONE ENTRY OF
      *    THE RECAP TABLE SO EITHER PRINTS THROUGH THE SAME PARAGRAPH
       01  DEPT-TOTALS.
           03 DT-COSTCTR PIC X(6).
           03 DT-EMPS PIC 9(5).
           03 DT-FLAGS PIC 9(5).
           03 DT-CUR-GROSS PIC S9(9)V99.
           03 DT-PRI-GROSS PIC S9(9)V99.
           03 DT-CUR-NETPAY PIC S9(9)V99.
           03 DT-PRI-NETPAY PIC S9(9)V99.
      *    EVERY DEPARTMENT ACROSS ALL TYPES, KEPT IN COST CENTER
      *    ORDER FOR THE RECAP
       01  DR-TABLE.
           03 DR-ENTRY OCCURS 200 TIMES.
               05 DR-COSTCTR PIC X(6).
               05 DR-EMPS PIC 9(5).
               05 DR-FLAGS PIC 9(5).
               05 DR-CUR-GROSS PIC S9(9)V99.
               05 DR-PRI-GROSS PIC S9(9)V99.
               05 DR-CUR-NETPAY PIC S9(9)V99.
               05 DR-PRI-NETPAY PIC S9(9)V99.
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 PHWORK-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 VARSIGN-STATUS PIC XX VALUE '00'.
           03 ARG-NUM PIC 9(2).
           03 ARG-PCT PIC X(3) VALUE SPACES.
           03 ARG-AMOUNT PIC X(5) VALUE SPACES.
           03 ARG-HOURS PIC X(3) VALUE SPACES.
      *    THE DEFAULTS CATCH A RATE OR HOURS KEYED A DIGIT OUT
      *    WITHOUT FLAGGING EVERY SMALL OVERTIME OR DEDUCTION CHANGE
           03 SWING-PCT PIC 9(3) VALUE 25.
           03 SWING-AMOUNT PIC 9(5) VALUE 50.
           03 SWING-HOURS PIC 9(3) VALUE 8.
           03 RUN-PERIOD PIC 9(6) VALUE 0.
           03 PRIOR-PERIOD PIC 9(6) VALUE 0.
           03 RUN-DATE-NUM PIC 9(8).
           03 REGULAR-SW PIC 9 VALUE 0.
               88 HISTORY-IS-REGULAR VALUE 1.
           03 HIST-GROSS PIC S9(6)V99.
           03 HIST-HOURS PIC S9(3)V99.
           03 TEST-CUR PIC S9(6)V99.
           03 TEST-PRIOR PIC S9(6)V99.
           03 TEST-FLOOR PIC 9(5).
           03 TEST-DIFF PIC S9(7)V99.
           03 TEST-BASE PIC S9(7)V99.
           03 TEST-LIMIT PIC S9(9)V99.
           03 TEST-HIT-SW PIC 9 VALUE 0.
               88 SWING-OVER-LIMIT VALUE 1.
           03 CUR-EMPTYPE PIC X(2) VALUE SPACES.
           03 CUR-COSTCTR PIC X(6) VALUE SPACES.
           03 DR-COUNT PIC 9(3) VALUE 0.
           03 DR-SUB PIC 9(3).
           03 DR-MOVE PIC 9(3).
           03 DR-FOUND-SW PIC 9 VALUE 0.
           03 DR-OVERFLOW PIC 9(5) VALUE 0.
           03 HISTCOUNT PIC 9(7) VALUE 0.
           03 PRIORCOUNT PIC 9(6) VALUE 0.
           03 XTCOUNT PIC 9(6) VALUE 0.
           03 RELCOUNT PIC 9(6) VALUE 0.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1020-GET-RUN-PARMS.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'VARIANCE' TO STREAM-STEP.
           MOVE 'PROJECT3' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           MOVE STREAM-PERIOD TO RUN-PERIOD.
      *    ANY SIGN-OFF ON FILE WAS FOR AN EARLIER REPORT - IT GOES
      *    BEFORE THIS ONE IS PRODUCED, SO PAYBAL HOLDS UNTIL THE
      *    SUPERVISOR HAS SIGNED OFF THE REPORT THIS RUN PRINTS
           OPEN OUTPUT VARSIGN-FILE.
           CLOSE VARSIGN-FILE.
           OPEN INPUT PAYEXTRACT-FILE.
           IF PAYEXTRACT-STATUS NOT = '00'
               DISPLAY 'FATAL - PAYEXTRACT NOT FOUND, STATUS '
                   PAYEXTRACT-STATUS '. RUN PROJECT3 FIRST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - EMPMAST OPEN FAILED, STATUS '
                   MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1030-LOAD-PRIOR-PAY.
           INITIALIZE GRAND-TOTALS.
           OPEN OUTPUT RPT-FILE.
           SORT VAR-SORT ON ASCENDING KEY VS-EMPTYPE
               ON ASCENDING KEY VS-COSTCTR
               ON ASCENDING KEY VS-EMPID
               INPUT PROCEDURE IS 1100-RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS 1200-PRINT-VARIANCES.
           PERFORM 1900-PRINT-COUNTS.
           CLOSE PAYEXTRACT-FILE
               MASTER-FILE
               PHWORK-FILE
               RPT-FILE.
           DISPLAY 'VARIANCE - EMPLOYEES: ' XTCOUNT
               ' FLAGGED: ' GT-FLAGS ' NEW: ' GT-NEW
               ' MISSING: ' GT-MISSING.
           DISPLAY 'VARIANCE - REVIEW VARRPT AND WRITE THE SIGN-OFF '
               'TO VARSIGN BEFORE PAYBAL.'.
           IF GT-FLAGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE XTCOUNT TO STREAM-COUNT-IN.
           MOVE GT-FLAGS TO STREAM-COUNT-OUT.
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
      *    THE RUN-CONTROL PERIOD IS THE CURRENT ONE ON PAYPERD
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
      ******************************************************************
      *    ARG 1 IS THE SWING PERCENTAGE, ARG 2 THE DOLLAR FLOOR FOR
      *    GROSS, NET AND DEDUCTIONS, ARG 3 THE HOURS FLOOR. A FIGURE
      *    IS FLAGGED WHEN IT MOVED BY MORE THAN BOTH THE PERCENTAGE
      *    OF ITS PRIOR VALUE AND THE FLOOR. AN ARG LEFT OFF OR NOT
      *    NUMERIC KEEPS ITS DEFAULT.
      ******************************************************************
       1020-GET-RUN-PARMS.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-PCT FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-PCT
           END-ACCEPT.
           IF ARG-PCT IS NUMERIC
               MOVE ARG-PCT TO SWING-PCT
           END-IF.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-AMOUNT FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-AMOUNT
           END-ACCEPT.
           IF ARG-AMOUNT IS NUMERIC
               MOVE ARG-AMOUNT TO SWING-AMOUNT
           END-IF.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-HOURS FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-HOURS
           END-ACCEPT.
           IF ARG-HOURS IS NUMERIC
               MOVE ARG-HOURS TO SWING-HOURS
           END-IF.
      ******************************************************************
      *    PASS PAYHIST AND KEEP EACH EMPLOYEE'S LATEST REGULAR
      *    PAYMENT OF AN EARLIER PERIOD IN PHWORK. THE CURRENT
      *    PERIOD'S OWN PAYMENTS, OFF-CYCLE PAYMENTS AND VOID
      *    REVERSALS ARE PASSED OVER. THE HIGHEST EARLIER PERIOD
      *    SEEN IS THE PRIOR REGULAR PERIOD.
      ******************************************************************
       1030-LOAD-PRIOR-PAY.
           MOVE 0 TO EOF-H.
           OPEN OUTPUT PHWORK-FILE.
           CLOSE PHWORK-FILE.
           OPEN I-O PHWORK-FILE.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS = '35'
               DISPLAY 'VARIANCE - NO PAY HISTORY ON HAND. EVERY '
                   'EMPLOYEE WILL BE LISTED AS NEW.'
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM UNTIL EOF-H = 1
               READ PAYHIST-FILE INTO PAYEXTRACT-REC
                   AT END MOVE 1 TO EOF-H
               END-READ
               IF EOF-H = 0
                   ADD 1 TO HISTCOUNT
                   PERFORM 1035-KEEP-PRIOR-PAY
               END-IF
           END-PERFORM.
           IF PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.
      ******************************************************************
      *    HISTORY WRITTEN BEFORE THE RECORD TYPE EXISTED CARRIES IT
      *    AS SPACES AND CAME FROM THE REGULAR RUN. ITS GROSS IS
      *    REBUILT FROM NET PAY AND EVERYTHING TAKEN OUT OF IT, THE
      *    SAME WAY QTRTAX DOES, AND ITS HOURS READ AS ZERO.
      ******************************************************************
       1035-KEEP-PRIOR-PAY.
           MOVE 0 TO REGULAR-SW.
           IF PE-REGULAR-PAY OR PE-RECTYPE = SPACE
               MOVE 1 TO REGULAR-SW
           END-IF.
           IF HISTORY-IS-REGULAR AND PE-PERIOD IS NUMERIC
               IF PE-PERIOD < RUN-PERIOD
                   IF PE-PERIOD > PRIOR-PERIOD
                       MOVE PE-PERIOD TO PRIOR-PERIOD
                   END-IF
                   IF PE-GROSS IS NUMERIC
                       MOVE PE-GROSS TO HIST-GROSS
                   ELSE
                       COMPUTE HIST-GROSS = PE-NETPAY +
                           PE-TOTALDEDUCT + PE-FEDTAX +
                           PE-STATETAX + PE-FICA
                   END-IF
                   IF PE-HOURS IS NUMERIC
                       MOVE PE-HOURS TO HIST-HOURS
                   ELSE
                       MOVE 0 TO HIST-HOURS
                   END-IF
                   MOVE PE-EMPID TO PH-WK-EMPID
                   READ PHWORK-FILE
                       INVALID KEY
                           PERFORM 1036-FILL-PRIOR-PAY
                           WRITE PHWORK-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO PRIORCOUNT
                       NOT INVALID KEY
                           IF PE-PERIOD NOT < PH-WK-PERIOD
                               PERFORM 1036-FILL-PRIOR-PAY
                               REWRITE PHWORK-REC
                                   INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      ******************************************************************
      *    BUILD THE PHWORK RECORD FROM THE HISTORY PAYMENT
      ******************************************************************
       1036-FILL-PRIOR-PAY.
           MOVE PE-EMPID TO PH-WK-EMPID.
           MOVE PE-PERIOD TO PH-WK-PERIOD.
           MOVE PE-EMPTYPE TO PH-WK-EMPTYPE.
           MOVE HIST-GROSS TO PH-WK-GROSS.
           MOVE PE-NETPAY TO PH-WK-NETPAY.
           MOVE HIST-HOURS TO PH-WK-HOURS.
           MOVE PE-TOTALDEDUCT TO PH-WK-DEDUCT.
           MOVE 'N' TO PH-WK-SEEN.
      ******************************************************************
      *    RELEASE EVERY EMPLOYEE ON THE EXTRACT, FLAGGED OR NOT, SO
      *    THE TYPE TOTALS COVER THE WHOLE PAYROLL. THEN RELEASE
      *    EVERYONE PAID IN THE PRIOR REGULAR PERIOD WHO IS NOT ON
      *    THIS EXTRACT.
      ******************************************************************
       1100-RELEASE-EMPLOYEES.
           PERFORM 2000-READ-EXTRACT.
           PERFORM UNTIL EOF-X = 1
               ADD 1 TO XTCOUNT
               PERFORM 1110-COMPARE-EMPLOYEE
               RELEASE VAR-SORT-REC
               ADD 1 TO RELCOUNT
               PERFORM 2000-READ-EXTRACT
           END-PERFORM.
           PERFORM 1130-RELEASE-MISSING.
      ******************************************************************
      *    COMPARE ONE EXTRACT EMPLOYEE TO THE PRIOR PAYMENT ON
      *    PHWORK. NO PRIOR PAYMENT MAKES THE EMPLOYEE NEW.
      ******************************************************************
       1110-COMPARE-EMPLOYEE.
           MOVE SPACES TO VS-KIND.
           MOVE SPACES TO VS-FLAGS.
           MOVE PE-EMPTYPE TO VS-EMPTYPE.
           MOVE PE-EMPID TO VS-EMPID.
           MOVE PE-DIST-COSTCTR(1) TO VS-COSTCTR.
           PERFORM 1125-FIND-DEPARTMENT.
           MOVE PE-GROSS TO VS-CUR-GROSS.
           MOVE PE-NETPAY TO VS-CUR-NETPAY.
           MOVE PE-HOURS TO VS-CUR-HOURS.
           MOVE PE-TOTALDEDUCT TO VS-CUR-DEDUCT.
           MOVE PE-EMPID TO PH-WK-EMPID.
           READ PHWORK-FILE
               INVALID KEY
                   MOVE 'N' TO VS-KIND
                   MOVE 0 TO VS-PRI-PERIOD
                   MOVE 0 TO VS-PRI-GROSS
                   MOVE 0 TO VS-PRI-NETPAY
                   MOVE 0 TO VS-PRI-HOURS
                   MOVE 0 TO VS-PRI-DEDUCT
               NOT INVALID KEY
                   MOVE 'Y' TO PH-WK-SEEN
                   REWRITE PHWORK-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE PH-WK-PERIOD TO VS-PRI-PERIOD
                   MOVE PH-WK-GROSS TO VS-PRI-GROSS
                   MOVE PH-WK-NETPAY TO VS-PRI-NETPAY
                   MOVE PH-WK-HOURS TO VS-PRI-HOURS
                   MOVE PH-WK-DEDUCT TO VS-PRI-DEDUCT
                   PERFORM 1115-TEST-FIGURES
           END-READ.
      ******************************************************************
      *    TEST THE FOUR FIGURES AND MARK EACH ONE THAT SWUNG TOO FAR
      ******************************************************************
       1115-TEST-FIGURES.
           MOVE VS-CUR-GROSS TO TEST-CUR.
           MOVE VS-PRI-GROSS TO TEST-PRIOR.
           MOVE SWING-AMOUNT TO TEST-FLOOR.
           PERFORM 1120-TEST-SWING.
           IF SWING-OVER-LIMIT
               MOVE '*' TO VS-GROSS-FLAG
           END-IF.
           MOVE VS-CUR-NETPAY TO TEST-CUR.
           MOVE VS-PRI-NETPAY TO TEST-PRIOR.
           PERFORM 1120-TEST-SWING.
           IF SWING-OVER-LIMIT
               MOVE '*' TO VS-NETPAY-FLAG
           END-IF.
           MOVE VS-CUR-DEDUCT TO TEST-CUR.
           MOVE VS-PRI-DEDUCT TO TEST-PRIOR.
           PERFORM 1120-TEST-SWING.
           IF SWING-OVER-LIMIT
               MOVE '*' TO VS-DEDUCT-FLAG
           END-IF.
           MOVE VS-CUR-HOURS TO TEST-CUR.
           MOVE VS-PRI-HOURS TO TEST-PRIOR.
           MOVE SWING-HOURS TO TEST-FLOOR.
           PERFORM 1120-TEST-SWING.
           IF SWING-OVER-LIMIT
               MOVE '*' TO VS-HOURS-FLAG
           END-IF.
           IF VS-FLAGS NOT = SPACES
               MOVE 'V' TO VS-KIND
           END-IF.
      ******************************************************************
      *    A SWING IS OVER THE LIMIT WHEN THE CHANGE IS MORE THAN THE
      *    FLOOR AND MORE THAN THE PERCENTAGE OF THE PRIOR FIGURE
      ******************************************************************
       1120-TEST-SWING.
           MOVE 0 TO TEST-HIT-SW.
           COMPUTE TEST-DIFF = TEST-CUR - TEST-PRIOR.
           IF TEST-DIFF < 0
               COMPUTE TEST-DIFF = 0 - TEST-DIFF
           END-IF.
           MOVE TEST-PRIOR TO TEST-BASE.
           IF TEST-BASE < 0
               COMPUTE TEST-BASE = 0 - TEST-BASE
           END-IF.
           COMPUTE TEST-LIMIT = TEST-BASE * SWING-PCT / 100.
           IF TEST-DIFF > TEST-FLOOR AND TEST-DIFF > TEST-LIMIT
               MOVE 1 TO TEST-HIT-SW
           END-IF.
      ******************************************************************
      *    THE DEPARTMENT IS THE EMPLOYEE'S HOME COST CENTER ON
      *    EMPMAST. AN EMPLOYEE NO LONGER ON THE MASTER KEEPS WHAT
      *    THE CALLER SET - THE FIRST COST CENTER THE PAY WAS
      *    DISTRIBUTED TO, OR NONE.
      ******************************************************************
       1125-FIND-DEPARTMENT.
           MOVE VS-EMPID TO MASTER-EMPID.
           READ MASTER-FILE
               KEY IS MASTER-EMPID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-REC TO INPUT-DATA
                   MOVE I-COSTCTR TO VS-COSTCTR
           END-READ.
      ******************************************************************
      *    EVERYONE PAID IN THE PRIOR REGULAR PERIOD WHO DID NOT TURN
      *    UP ON THIS EXTRACT IS RELEASED AS MISSING
      ******************************************************************
       1130-RELEASE-MISSING.
           MOVE 0 TO EOF-W.
           MOVE LOW-VALUES TO PH-WK-EMPID.
           START PHWORK-FILE KEY IS NOT LESS THAN PH-WK-EMPID
               INVALID KEY MOVE 1 TO EOF-W
           END-START.
           PERFORM UNTIL EOF-W = 1
               READ PHWORK-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-W
               END-READ
               IF EOF-W = 0 AND PH-WK-SEEN NOT = 'Y' AND
                   PH-WK-PERIOD = PRIOR-PERIOD
                   MOVE 'M' TO VS-KIND
                   MOVE SPACES TO VS-FLAGS
                   MOVE PH-WK-EMPTYPE TO VS-EMPTYPE
                   MOVE PH-WK-EMPID TO VS-EMPID
                   MOVE SPACES TO VS-COSTCTR
                   PERFORM 1125-FIND-DEPARTMENT
                   MOVE PH-WK-PERIOD TO VS-PRI-PERIOD
                   MOVE 0 TO VS-CUR-GROSS
                   MOVE 0 TO VS-CUR-NETPAY
                   MOVE 0 TO VS-CUR-HOURS
                   MOVE 0 TO VS-CUR-DEDUCT
                   MOVE PH-WK-GROSS TO VS-PRI-GROSS
                   MOVE PH-WK-NETPAY TO VS-PRI-NETPAY
                   MOVE PH-WK-HOURS TO VS-PRI-HOURS
                   MOVE PH-WK-DEDUCT TO VS-PRI-DEDUCT
                   RELEASE VAR-SORT-REC
                   ADD 1 TO RELCOUNT
               END-IF
           END-PERFORM.
      ******************************************************************
      *    TAKE THE EMPLOYEES BACK BY TYPE AND DEPARTMENT. EACH
      *    DEPARTMENT PRINTS ITS FLAGGED EMPLOYEES AND ITS SUBTOTAL,
      *    EACH TYPE ITS TOTALS; THE DEPARTMENT RECAP AND THE
      *    PAYROLL TOTALS FOLLOW THE LAST TYPE.
      ******************************************************************
       1200-PRINT-VARIANCES.
           MOVE RUN-PERIOD TO RH-PERIOD.
           MOVE PRIOR-PERIOD TO RH-PRIOR-PERIOD.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           MOVE SWING-PCT TO RH-PCT.
           MOVE SWING-AMOUNT TO RH-AMOUNT.
           MOVE SWING-HOURS TO RH-HOURS.
           WRITE RPT-REC FROM RPT-HEAD1.
           WRITE RPT-REC FROM RPT-HEAD2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO EOF-S.
           RETURN VAR-SORT
               AT END MOVE 1 TO EOF-S
           END-RETURN.
           IF EOF-S = 0
               PERFORM 1210-START-TYPE
           END-IF.
           PERFORM UNTIL EOF-S = 1
               IF VS-EMPTYPE NOT = CUR-EMPTYPE
                   PERFORM 1225-END-DEPT
                   PERFORM 1230-END-TYPE
                   PERFORM 1210-START-TYPE
               ELSE
                   IF VS-COSTCTR NOT = CUR-COSTCTR
                       PERFORM 1225-END-DEPT
                       PERFORM 1215-START-DEPT
                   END-IF
               END-IF
               PERFORM 1220-ADD-EMPLOYEE
               RETURN VAR-SORT
                   AT END MOVE 1 TO EOF-S
               END-RETURN
           END-PERFORM.
           IF RELCOUNT > 0
               PERFORM 1225-END-DEPT
               PERFORM 1230-END-TYPE
           END-IF.
           PERFORM 1250-PRINT-RECAP.
           MOVE GRAND-TOTALS TO TYPE-TOTALS.
           MOVE 'PAYROLL' TO TC-LABEL.
           PERFORM 1240-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    PRINT THE HEADING FOR A NEW EMPLOYEE TYPE
      ******************************************************************
       1210-START-TYPE.
           MOVE VS-EMPTYPE TO CUR-EMPTYPE.
           INITIALIZE TYPE-TOTALS.
           MOVE VS-EMPTYPE TO TH-EMPTYPE.
           WRITE RPT-REC FROM RPT-TYPE-HEAD.
           PERFORM 1215-START-DEPT.
      ******************************************************************
      *    START THE TOTALS FOR A NEW DEPARTMENT WITHIN THE TYPE
      ******************************************************************
       1215-START-DEPT.
           MOVE VS-COSTCTR TO CUR-COSTCTR.
           INITIALIZE DEPT-TOTALS.
           MOVE VS-COSTCTR TO DT-COSTCTR.
      ******************************************************************
      *    ROLL ONE EMPLOYEE INTO THE TYPE TOTALS AND PRINT IT WHEN
      *    IT IS FLAGGED
      ******************************************************************
       1220-ADD-EMPLOYEE.
           IF NOT VS-MISSING
               ADD 1 TO TT-EMPS
               ADD 1 TO DT-EMPS
           END-IF.
           ADD VS-CUR-GROSS TO DT-CUR-GROSS.
           ADD VS-PRI-GROSS TO DT-PRI-GROSS.
           ADD VS-CUR-NETPAY TO DT-CUR-NETPAY.
           ADD VS-PRI-NETPAY TO DT-PRI-NETPAY.
           ADD VS-CUR-GROSS TO TT-CUR-GROSS.
           ADD VS-PRI-GROSS TO TT-PRI-GROSS.
           ADD VS-CUR-NETPAY TO TT-CUR-NETPAY.
           ADD VS-PRI-NETPAY TO TT-PRI-NETPAY.
           ADD VS-CUR-HOURS TO TT-CUR-HOURS.
           ADD VS-PRI-HOURS TO TT-PRI-HOURS.
           ADD VS-CUR-DEDUCT TO TT-CUR-DEDUCT.
           ADD VS-PRI-DEDUCT TO TT-PRI-DEDUCT.
           IF NOT VS-NOT-FLAGGED
               ADD 1 TO TT-FLAGS
               ADD 1 TO DT-FLAGS
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE VS-EMPID TO VD-EMPID
               EVALUATE TRUE
                   WHEN VS-NEW
                       ADD 1 TO TT-NEW
                       MOVE 'NEW TO THE PAYROLL' TO VD-REASON
                       MOVE 'NONE' TO VD-PRI-PERIOD
                   WHEN VS-MISSING
                       ADD 1 TO TT-MISSING
                       MOVE 'NOT PAID THIS PERIOD' TO VD-REASON
                       MOVE VS-PRI-PERIOD TO VD-PRI-PERIOD
                   WHEN OTHER
                       MOVE 'SWING OVER LIMIT' TO VD-REASON
                       MOVE VS-PRI-PERIOD TO VD-PRI-PERIOD
               END-EVALUATE
               MOVE VS-CUR-GROSS TO VD-CUR-GROSS
               MOVE VS-PRI-GROSS TO VD-PRI-GROSS
               MOVE VS-GROSS-FLAG TO VD-GROSS-FLAG
               MOVE VS-CUR-NETPAY TO VD-CUR-NETPAY
               MOVE VS-PRI-NETPAY TO VD-PRI-NETPAY
               MOVE VS-NETPAY-FLAG TO VD-NETPAY-FLAG
               MOVE VS-CUR-HOURS TO VD-CUR-HOURS
               MOVE VS-PRI-HOURS TO VD-PRI-HOURS
               MOVE VS-HOURS-FLAG TO VD-HOURS-FLAG
               MOVE VS-CUR-DEDUCT TO VD-CUR-DEDUCT
               MOVE VS-PRI-DEDUCT TO VD-PRI-DEDUCT
               MOVE VS-DEDUCT-FLAG TO VD-DEDUCT-FLAG
               WRITE RPT-REC FROM RPT-DETAIL-LINE
           END-IF.
      ******************************************************************
      *    CLOSE OUT A DEPARTMENT - PRINT ITS SUBTOTAL UNDER ITS
      *    FLAGGED EMPLOYEES AND ROLL IT INTO THE RECAP
      ******************************************************************
       1225-END-DEPT.
           PERFORM 1245-PRINT-DEPT.
           PERFORM 1226-ADD-TO-RECAP.
      ******************************************************************
      *    ADD THE DEPARTMENT TO THE RECAP TABLE, OPENING AN ENTRY IN
      *    COST CENTER ORDER THE FIRST TIME THE DEPARTMENT TURNS UP
      ******************************************************************
       1226-ADD-TO-RECAP.
           MOVE 0 TO DR-FOUND-SW.
           PERFORM VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-COUNT OR DR-FOUND-SW = 1
               IF DR-COSTCTR(DR-SUB) NOT < DT-COSTCTR
                   MOVE 1 TO DR-FOUND-SW
               END-IF
           END-PERFORM.
           IF DR-FOUND-SW = 1
               SUBTRACT 1 FROM DR-SUB
           END-IF.
           IF DR-FOUND-SW = 1 AND DR-COSTCTR(DR-SUB) = DT-COSTCTR
               ADD DT-EMPS TO DR-EMPS(DR-SUB)
               ADD DT-FLAGS TO DR-FLAGS(DR-SUB)
               ADD DT-CUR-GROSS TO DR-CUR-GROSS(DR-SUB)
               ADD DT-PRI-GROSS TO DR-PRI-GROSS(DR-SUB)
               ADD DT-CUR-NETPAY TO DR-CUR-NETPAY(DR-SUB)
               ADD DT-PRI-NETPAY TO DR-PRI-NETPAY(DR-SUB)
           ELSE
               IF DR-COUNT >= 200
                   ADD 1 TO DR-OVERFLOW
               ELSE
                   PERFORM VARYING DR-MOVE FROM DR-COUNT BY -1
                       UNTIL DR-MOVE < DR-SUB
                       MOVE DR-ENTRY(DR-MOVE) TO DR-ENTRY(DR-MOVE + 1)
                   END-PERFORM
                   MOVE DEPT-TOTALS TO DR-ENTRY(DR-SUB)
                   ADD 1 TO DR-COUNT
               END-IF
           END-IF.
      ******************************************************************
      *    CLOSE OUT AN EMPLOYEE TYPE - PRINT ITS TOTALS AND ROLL
      *    THEM INTO THE PAYROLL TOTALS
      ******************************************************************
       1230-END-TYPE.
           MOVE SPACES TO TC-LABEL.
           STRING 'TYPE ' CUR-EMPTYPE DELIMITED BY SIZE
               INTO TC-LABEL.
           PERFORM 1240-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           ADD TT-EMPS TO GT-EMPS.
           ADD TT-FLAGS TO GT-FLAGS.
           ADD TT-NEW TO GT-NEW.
           ADD TT-MISSING TO GT-MISSING.
           ADD TT-CUR-GROSS TO GT-CUR-GROSS.
           ADD TT-PRI-GROSS TO GT-PRI-GROSS.
           ADD TT-CUR-NETPAY TO GT-CUR-NETPAY.
           ADD TT-PRI-NETPAY TO GT-PRI-NETPAY.
           ADD TT-CUR-HOURS TO GT-CUR-HOURS.
           ADD TT-PRI-HOURS TO GT-PRI-HOURS.
           ADD TT-CUR-DEDUCT TO GT-CUR-DEDUCT.
           ADD TT-PRI-DEDUCT TO GT-PRI-DEDUCT.
      ******************************************************************
      *    PRINT THE COUNTS AND THE THIS-PERIOD AND PRIOR-PERIOD
      *    AMOUNTS HELD IN TYPE-TOTALS UNDER THE LABEL IN TC-LABEL
      ******************************************************************
       1240-PRINT-TOTALS.
           MOVE TT-EMPS TO TC-EMPS.
           MOVE TT-FLAGS TO TC-FLAGS.
           MOVE TT-NEW TO TC-NEW.
           MOVE TT-MISSING TO TC-MISSING.
           WRITE RPT-REC FROM RPT-TOTAL-COUNTS.
           MOVE 'THIS PERIOD' TO TA-LABEL.
           MOVE TT-CUR-GROSS TO TA-GROSS.
           MOVE TT-CUR-NETPAY TO TA-NETPAY.
           MOVE TT-CUR-HOURS TO TA-HOURS.
           MOVE TT-CUR-DEDUCT TO TA-DEDUCT.
           WRITE RPT-REC FROM RPT-TOTAL-AMTS.
           MOVE 'PRIOR PERIOD' TO TA-LABEL.
           MOVE TT-PRI-GROSS TO TA-GROSS.
           MOVE TT-PRI-NETPAY TO TA-NETPAY.
           MOVE TT-PRI-HOURS TO TA-HOURS.
           MOVE TT-PRI-DEDUCT TO TA-DEDUCT.
           WRITE RPT-REC FROM RPT-TOTAL-AMTS.
      ******************************************************************
      *    PRINT THE DEPARTMENT HELD IN DEPT-TOTALS - ITS EMPLOYEES,
      *    HOW MANY WERE FLAGGED AND ITS GROSS AND NET VARIANCE
      ******************************************************************
       1245-PRINT-DEPT.
           IF DT-COSTCTR = SPACES
               MOVE 'NONE' TO DL-COSTCTR
           ELSE
               MOVE DT-COSTCTR TO DL-COSTCTR
           END-IF.
           MOVE DT-EMPS TO DL-EMPS.
           MOVE DT-FLAGS TO DL-FLAGS.
           COMPUTE DL-GROSS-VAR = DT-CUR-GROSS - DT-PRI-GROSS.
           COMPUTE DL-NET-VAR = DT-CUR-NETPAY - DT-PRI-NETPAY.
           WRITE RPT-REC FROM RPT-DEPT-LINE.
      ******************************************************************
      *    THE DEPARTMENT RECAP - EVERY DEPARTMENT ACROSS ALL TYPES,
      *    IN COST CENTER ORDER
      ******************************************************************
       1250-PRINT-RECAP.
           WRITE RPT-REC FROM RPT-RECAP-HEAD.
           PERFORM VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-COUNT
               MOVE DR-ENTRY(DR-SUB) TO DEPT-TOTALS
               PERFORM 1245-PRINT-DEPT
           END-PERFORM.
           IF DR-OVERFLOW > 0
               MOVE 'DEPTS NOT IN RECAP - OVER 200:' TO CL-LABEL
               MOVE DR-OVERFLOW TO CL-COUNT
               WRITE RPT-REC FROM RPT-COUNT-LINE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    RUN COUNTS AND THE SIGN-OFF REMINDER
      ******************************************************************
       1900-PRINT-COUNTS.
           MOVE 'HISTORY RECORDS READ:' TO CL-LABEL.
           MOVE HISTCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'EMPLOYEES WITH EARLIER PAY:' TO CL-LABEL.
           MOVE PRIORCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'EMPLOYEES ON THIS EXTRACT:' TO CL-LABEL.
           MOVE XTCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'EMPLOYEES FLAGGED:' TO CL-LABEL.
           MOVE GT-FLAGS TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-SIGNOFF-LINE.
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
               AT END MOVE 1 TO EOF-X.
       END PROGRAM variance.
