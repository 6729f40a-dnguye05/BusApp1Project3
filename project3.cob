               FILE STATUS IS PAYHIST-STATUS.
           SELECT RELEASE-FILE ASSIGN TO 'PAYRELEASE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARSIGN-FILE ASSIGN TO 'VARSIGN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT TCWORK-FILE ASSIGN TO 'TCWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-WK-KEY
               FILE STATUS IS DEWORK-STATUS.
           SELECT SALDIST-FILE ASSIGN TO 'SALDIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDIST-STATUS.
           SELECT DSWORK-FILE ASSIGN TO 'DSWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-WK-KEY
               FILE STATUS IS DSWORK-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SRTWK01'.
           SELECT SRTWORK-FILE ASSIGN TO 'SRTWORK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCDEDUCT-FILE ASSIGN TO 'EXCDEDUCT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-PRNT'.
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
       01  DEDCODES-REC PIC X(22).
       FD  TIMECARD-FILE
           LABEL RECORDS ARE STANDARD.
      *    TC-HOURSTYPE IS R, V OR S. AN HOURLY EMPLOYEE'S VACATION
      *    AND SICK HOURS ARE PAID HOURS LIKE ANY OTHER, BUT ONLY
      *    HOURS WORKED ('R') COUNT TOWARD OVERTIME - LEAVE HOURS
      *    ARE ALWAYS PAID AT STRAIGHT RATE.
      *    TC-COSTCTR IS WHERE THE CARD'S HOURS ARE CHARGED - SPACES
      *    CHARGES THEM TO THE EMPLOYEE'S HOME I-COSTCTR.
       01  TIMECARD-REC.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS PIC 9(3)V9(2).
           03 TC-HOURSTYPE PIC X(1).
           03 TC-COSTCTR PIC X(6).
       FD  TAXRATES-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRATES-REC.
               05 TC-WK-EMPID PIC X(7).
               05 TC-WK-SEQ PIC 9(7).
           03 TC-WK-HOURS PIC 9(3)V9(2).
           03 TC-WK-HOURSTYPE PIC X(1).
               88 TC-WK-LEAVE VALUE 'V' 'S'.
           03 TC-WK-COSTCTR PIC X(6).
       FD  DEWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEWORK-REC.
           03 DE-WK-STOP PIC 9(8).
           03 DE-WK-PRIORITY PIC 9(2).
           03 DE-WK-MAXPCT PIC 9(2)V9(2).
      ******************************************************************
      *    SALDIST - THE OPS-MAINTAINED SALARIED LABOR DISTRIBUTION
      *    TABLE, ONE LINE PER EMPLOYEE PER COST CENTER WITH THE
      *    PERCENT OF THE PERIOD'S SALARY CHARGED THERE. WHATEVER
      *    THE LINES LEAVE SHORT OF 100 PERCENT IS CHARGED TO THE
      *    HOME COST CENTER, SO A SALARIED EMPLOYEE WITH NO LINES IS
      *    CHARGED WHOLLY HOME. DSWORK IS THE SAME TABLE REKEYED ON
      *    EMPID PLUS A LOAD SEQUENCE, LIKE TCWORK AND DEWORK.
      ******************************************************************
       FD  SALDIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALDIST-REC.
           03 SD-EMPID PIC X(7).
           03 SD-COSTCTR PIC X(6).
           03 SD-PCT PIC 9(3)V9(2).
       FD  DSWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DSWORK-REC.
           03 DS-WK-KEY.
               05 DS-WK-EMPID PIC X(7).
               05 DS-WK-SEQ PIC 9(7).
           03 DS-WK-COSTCTR PIC X(6).
           03 DS-WK-PCT PIC 9(3)V9(2).
       FD  PAYEXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
           COPY PAYCTLRC.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYHIST-REC PIC X(317).
      ******************************************************************
      *    PAYCAL - THE PERMANENT CALENDAR OF POSTED PERIODS, ONE
      *    PAYPERD IMAGE APPENDED PER POSTING. PAYHIST ONLY CARRIES
      *    THE PERIOD NUMBER; THIS IS WHERE ITS DATES ARE KEPT ONCE
      *    PPMAINT HAS ROLLED PAYPERD ON TO THE NEXT PERIOD.
      ******************************************************************
       FD  PAYCAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYCAL-REC PIC X(28).
       FD  RELEASE-FILE
           LABEL RECORDS ARE OMITTED.
       01  RELEASE-REC.
           03 REL-STATUS PIC X(8).
       FD  VARSIGN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY VARSGNRC.
       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC PIC X(132).
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
           COPY DEDCODES.
           03 FILLER PIC X(51) VALUE
               'NO TIMECARD REPORTED - HOURLY EMPLOYEE PAID 0 HOURS'.
           03 FILLER PIC X(78) VALUE SPACES.
       01  PRNT-DISTNOTE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DN-NOTE PIC X(51).
           03 FILLER PIC X(78) VALUE SPACES.
       01  PRNT-DATA3.
           03 FILLER PIC X(66) VALUE SPACES.
           03 L-DEDNAMEOTHERS PIC X(15).
           03 TC-FOUND-SW PIC 9 VALUE 0.
               88 TIMECARD-FOUND VALUE 1.
           03 PERIOD-HOURS PIC 9(3)V9(2) VALUE 0.
           03 WORKED-HOURS PIC 9(3)V9(2) VALUE 0.
           03 LEAVE-HOURS PIC 9(3)V9(2) VALUE 0.
           03 SALDIST-STATUS PIC XX VALUE '00'.
           03 DSWORK-STATUS PIC XX VALUE '00'.
           03 EOF-SD PIC 9 VALUE 0.
           03 DS-WK-SEQ-NO PIC 9(7) VALUE 0.
           03 DS-GRP-DONE PIC 9 VALUE 0.
      *    THE PAYMENT'S LABOR DISTRIBUTION AS IT IS BUILT - THE COST
      *    CENTERS CHARGED, THE HOURS CARDED TO EACH AND THE SHARE
      *    OF GROSS EACH CARRIES ONTO PE-DIST
           03 DIST-COUNT PIC 9 VALUE 0.
           03 DIST-CC PIC X(6) OCCURS 5 TIMES.
           03 DIST-HRS PIC 9(3)V9(2) OCCURS 5 TIMES.
           03 DIST-AMT PIC S9(6)V9(2) OCCURS 5 TIMES.
           03 DIST-SUB PIC 9.
           03 DIST-SLOT PIC 9.
           03 DIST-LOOK-CC PIC X(6).
           03 DIST-SPREAD PIC S9(6)V9(2).
           03 DIST-SHARE PIC 9(6)V9(2).
           03 DIST-PCT-TOTAL PIC 9(3)V9(2).
           03 DIST-PCT-TAKE PIC 9(3)V9(2).
           03 DIST-OVERFLOW-SW PIC 9 VALUE 0.
               88 DIST-OVERFLOW VALUE 1.
           03 DIST-PCT-OVER-SW PIC 9 VALUE 0.
               88 DIST-PCT-OVER VALUE 1.
           03 EOF-TX PIC 9 VALUE 0.
           03 TAXRATES-STATUS PIC XX VALUE '00'.
           03 EOF-DE PIC 9 VALUE 0.
           03 SLOT-MAXPCT PIC 9(2)V9(2) OCCURS 10 TIMES.
           03 ARREARS-OLD PIC 9(5)V9(2) OCCURS 10 TIMES.
           03 ARREARS-HAD PIC 9 OCCURS 10 TIMES.
      *    HOW MUCH OF THE ARREARS ON FILE THIS PERIOD'S TAKE PAID
      *    OFF, CARRIED ON THE EXTRACT SO A VOID CAN RESTORE IT
           03 ARREARS-TAKEN PIC 9(5)V9(2) OCCURS 10 TIMES.
           03 TAKE-ORDER PIC 9(2) OCCURS 10 TIMES.
           03 ORDER-PLACED PIC 9 OCCURS 10 TIMES.
           03 ORDER-COUNT PIC 9(2).
           03 XT-COUNT PIC 9(4) VALUE 0.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 EOF-PH PIC 9 VALUE 0.
           03 RUN-PERIOD PIC 9(6) VALUE 0.
           03 USE-SORT-SW PIC 9 VALUE 0.
           03 AVGSRATE-DISPLAY PIC $$,$$$.99.
           03 GROSSPAY PIC 9(6)V9(2).
           03 SHORTFALL PIC 9(6)V9(2).
           COPY RUNSTEP.
       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 1020-GET-RUN-PARMS.
           PERFORM 1025-CHECK-PAYPERIOD.
           MOVE 'PROJECT3' TO STREAM-STEP.
           MOVE 'TCEDIT' TO STREAM-PREREQ.
           MOVE RUN-PERIOD TO STREAM-PERIOD.
           MOVE RUN-PERIOD TO STREAM-PREREQ-PERIOD.
           PERFORM 1001-CHECK-RUNCTL.
           IF USE-SORT-SW = 1
               PERFORM 1030-SORT-INPUT
               OPEN INPUT SRTWORK-FILE
               OPEN OUTPUT RELEASE-FILE
               WRITE RELEASE-REC
               CLOSE RELEASE-FILE
      *        LIKEWISE ANY VARIANCE SIGN-OFF - IT WAS FOR FIGURES
      *        THIS RUN IS REPLACING
               OPEN OUTPUT VARSIGN-FILE
               CLOSE VARSIGN-FILE
               WRITE EXCDEDUCT-REC FROM XD-HEAD1
               MOVE SPACES TO EXCDEDUCT-REC
               WRITE EXCDEDUCT-REC
           PERFORM 1015-LOAD-TIMECARDS.
           PERFORM 1017-LOAD-TAXRATES.
           PERFORM 1018-LOAD-ELECTIONS.
           PERFORM 1019-LOAD-SALDIST.
           PERFORM 1010-OPEN-EMPYTD.
           PERFORM 1012-OPEN-GARNARR.
           PERFORM 1045-SKIP-TO-RESTART-POINT.
               EMPYTD-FILE
               GARNARR-FILE
               TCWORK-FILE
               DEWORK-FILE
               DSWORK-FILE.
           PERFORM 1740-APPEND-HISTORY.
      *    A FILTERED RUN IS NOT THE RUN OF RECORD, SO IT NEVER
      *    COUNTS AS THE PERIOD'S PAY-CALCULATION STEP BEING DONE
           IF RUN-FILTER-STATUS NOT = SPACES
               MOVE 1 TO STREAM-INCOMPLETE-SW
           END-IF.
           MOVE EMPCOUNTER TO STREAM-COUNT-IN.
           MOVE XT-COUNT TO STREAM-COUNT-OUT.
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
      *    PICK UP THE OPTIONAL RUN-TIME SORT/FILTER ARGUMENTS.
      *    ARG 1 - SORT OPTION: 'NAME' SORTS BY I-LNAME, ANYTHING ELSE
      *            (INCLUDING NONE) SORTS BY I-EMPTYPE.
                   MOVE TC-EMPID TO TC-WK-EMPID
                   MOVE TC-WK-SEQ-NO TO TC-WK-SEQ
                   MOVE TC-HOURS TO TC-WK-HOURS
                   MOVE TC-HOURSTYPE TO TC-WK-HOURSTYPE
                   MOVE TC-COSTCTR TO TC-WK-COSTCTR
                   WRITE TCWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           CLOSE DEWORK-FILE.
           OPEN INPUT DEWORK-FILE.
      ******************************************************************
      *    REKEY THE SALARIED DISTRIBUTION TABLE INTO THE DSWORK
      *    FILE THE SAME WAY THE ELECTIONS ARE. A MISSING SALDIST
      *    CHARGES EVERY SALARIED EMPLOYEE TO THEIR HOME COST CENTER.
      ******************************************************************
       1019-LOAD-SALDIST.
           MOVE 0 TO EOF-SD.
           OPEN OUTPUT DSWORK-FILE.
           OPEN INPUT SALDIST-FILE.
           IF SALDIST-STATUS = '35'
               MOVE 1 TO EOF-SD
           END-IF.
           MOVE 0 TO DS-WK-SEQ-NO.
           PERFORM UNTIL EOF-SD = 1
               READ SALDIST-FILE
                   AT END MOVE 1 TO EOF-SD
               END-READ
               IF EOF-SD = 0 AND SD-PCT IS NUMERIC
                   ADD 1 TO DS-WK-SEQ-NO
                   MOVE SD-EMPID TO DS-WK-EMPID
                   MOVE DS-WK-SEQ-NO TO DS-WK-SEQ
                   MOVE SD-COSTCTR TO DS-WK-COSTCTR
                   MOVE SD-PCT TO DS-WK-PCT
                   WRITE DSWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
           IF SALDIST-STATUS NOT = '35'
               CLOSE SALDIST-FILE
           END-IF.
           CLOSE DSWORK-FILE.
           OPEN INPUT DSWORK-FILE.
      ******************************************************************
      *    OPEN THE YEAR-TO-DATE DEDUCTION FILE, CREATING IT ON THE
      *    VERY FIRST RUN OF THE YEAR IF IT DOES NOT YET EXIST
      ******************************************************************
           COMPUTE GRP-TOTRATE = GRP-TOTRATE + EMPRATE-FORMATER.
      *    HOURLY GROSS COMES FROM THE HOURS ACTUALLY REPORTED ON THE
      *    TIMECARD, NOT A FLAT 160-HOUR MONTH. THE PAY PERIOD IS
      *    FOUR 40-HOUR WEEKS, SO HOURS WORKED ABOVE 160 ARE THE
      *    HOURS OVER 40 IN A WEEK AND ARE PAID AT TIME AND A HALF.
      *    VACATION AND SICK HOURS ARE NOT TIME WORKED - THEY ARE
      *    PAID AT STRAIGHT RATE AND NEVER PUSH THE PERIOD INTO
      *    OVERTIME.
           IF I-EMPSTATUS = 'H'
               PERFORM 1615-FIND-TIMECARD
               IF NOT TIMECARD-FOUND
                       AFTER ADVANCING 1 LINE
                   PERFORM 1590-PAGE-COUNTER
               END-IF
               IF WORKED-HOURS > 160
                   COMPUTE MONTHLY-EMP-RATE-BONUS =
                       (160 * EMPRATE-FORMATER) +
                       ((WORKED-HOURS - 160) * EMPRATE-FORMATER * 1.5)
                       + (LEAVE-HOURS * EMPRATE-FORMATER)
               ELSE
                   COMPUTE MONTHLY-EMP-RATE-BONUS =
                       PERIOD-HOURS * EMPRATE-FORMATER
           ELSE
               MOVE EMPRATE-FORMATER TO GROSSPAY
           END-IF.
           PERFORM 1665-DISTRIBUTE-GROSS.
      *    TAXES COME FIRST NOW - THE PRICING PASS NEEDS DISPOSABLE
      *    EARNINGS (GROSS LESS WITHHOLDING) TO ORDER AND CAP THE
      *    GARNISHMENT TAKES, AND THE TAXES DEPEND ONLY ON GROSS
               MOVE 0 TO SLOT-MAXPCT(SUB)
               MOVE 0 TO ARREARS-OLD(SUB)
               MOVE 0 TO ARREARS-HAD(SUB)
               MOVE 0 TO ARREARS-TAKEN(SUB)
               MOVE 0 TO ORDER-PLACED(SUB)
           END-PERFORM.
           MOVE 0 TO ELECT-FOUND-SW.
      ******************************************************************
      *    CARRY EACH SLOT'S UNTAKEN REMAINDER ON GARNARR - WRITE OR
      *    REWRITE WHAT IS STILL OWED, AND DELETE THE RECORD ONCE
      *    THE ARREARS ARE RECOVERED IN FULL. WHATEVER THE DEBT
      *    SHRANK BY IS THE ARREARS THIS PAYMENT RECOVERED.
      ******************************************************************
       1623-UPDATE-ARREARS.
           MOVE 0 TO ARREARS-CARRIED.
               UNTIL SUB > 10
               COMPUTE ARREARS-NEW =
                   DEMAND-AMT(SUB) - EMP-DEDUCT-AMT(SUB)
               IF ARREARS-OLD(SUB) > ARREARS-NEW
                   COMPUTE ARREARS-TAKEN(SUB) =
                       ARREARS-OLD(SUB) - ARREARS-NEW
               END-IF
               MOVE I-EMPID TO AR-EMPID
               MOVE SUB TO AR-SLOT
               IF ARREARS-NEW > 0
      *    KEYED TCWORK FILE, SUMMING ACROSS TIMECARD RECORDS SO A
      *    SPLIT SUBMISSION STILL PAYS THE WHOLE PERIOD - ONE START
      *    AND A SHORT RUN OF READS INSTEAD OF A PASS OVER EVERY
      *    CARD ON FILE. HOURS WORKED AND LEAVE HOURS ARE ALSO KEPT
      *    APART SO ONLY THE HOURS WORKED ARE TESTED FOR OVERTIME.
      ******************************************************************
       1615-FIND-TIMECARD.
           MOVE 0 TO TC-FOUND-SW.
           MOVE 0 TO PERIOD-HOURS.
           MOVE 0 TO WORKED-HOURS.
           MOVE 0 TO LEAVE-HOURS.
           MOVE 0 TO TC-GRP-DONE.
           MOVE 0 TO DIST-COUNT.
           MOVE 0 TO DIST-OVERFLOW-SW.
           MOVE 0 TO DIST-PCT-OVER-SW.
           MOVE I-EMPID TO TC-WK-EMPID.
           MOVE 0 TO TC-WK-SEQ.
           START TCWORK-FILE KEY IS NOT LESS THAN TC-WK-KEY
                       MOVE 1 TO TC-FOUND-SW
                       COMPUTE PERIOD-HOURS =
                           PERIOD-HOURS + TC-WK-HOURS
                       IF TC-WK-LEAVE
                           ADD TC-WK-HOURS TO LEAVE-HOURS
                       ELSE
                           ADD TC-WK-HOURS TO WORKED-HOURS
                       END-IF
                       IF TC-WK-COSTCTR = SPACES
                           MOVE I-COSTCTR TO DIST-LOOK-CC
                       ELSE
                           MOVE TC-WK-COSTCTR TO DIST-LOOK-CC
                       END-IF
                       PERFORM 1668-FIND-DIST-SLOT
                       ADD TC-WK-HOURS TO DIST-HRS(DIST-SLOT)
                   ELSE
                       MOVE 1 TO TC-GRP-DONE
                   END-IF
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               MOVE EMP-DEDUCT-AMT(SUB) TO PE-DEDUCT(SUB)
               MOVE ARREARS-TAKEN(SUB) TO PE-ARREARS(SUB)
           END-PERFORM.
           MOVE I-EMPTYPE TO PE-EMPTYPE.
           MOVE 'R' TO PE-RECTYPE.
           MOVE 0 TO PE-CHECKNO.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF DIST-SUB > DIST-COUNT
                   MOVE SPACES TO PE-DIST(DIST-SUB)
               ELSE
                   MOVE DIST-CC(DIST-SUB) TO PE-DIST-COSTCTR(DIST-SUB)
                   MOVE DIST-HRS(DIST-SUB) TO PE-DIST-HOURS(DIST-SUB)
                   MOVE DIST-AMT(DIST-SUB) TO PE-DIST-GROSS(DIST-SUB)
               END-IF
           END-PERFORM.
           COMPUTE TOTAL-NETPAY = TOTAL-NETPAY + PE-NETPAY.
           ADD 1 TO XT-COUNT.
           WRITE PAYEXTRACT-REC.
      ******************************************************************
      *    SPREAD THE PERIOD'S GROSS OVER THE COST CENTERS IT WAS
      *    EARNED IN. HOURLY GROSS - OVERTIME PREMIUM INCLUDED - IS
      *    SHARED IN PROPORTION TO THE HOURS CARDED TO EACH COST
      *    CENTER (1615-FIND-TIMECARD GATHERED THEM); SALARIED GROSS
      *    BY THE SALDIST PERCENTAGES. THE LAST SHARE TAKES THE
      *    ROUNDING, SO THE SHARES ALWAYS ADD BACK TO GROSS.
      ******************************************************************
       1665-DISTRIBUTE-GROSS.
           IF I-EMPSTATUS = 'H'
               IF DIST-COUNT = 0
                   MOVE I-COSTCTR TO DIST-LOOK-CC
                   PERFORM 1668-FIND-DIST-SLOT
               END-IF
               MOVE 0 TO DIST-SPREAD
               PERFORM VARYING DIST-SUB FROM 1 BY 1
                   UNTIL DIST-SUB > DIST-COUNT
                   IF DIST-SUB = DIST-COUNT
                       COMPUTE DIST-AMT(DIST-SUB) =
                           GROSSPAY - DIST-SPREAD
                   ELSE
                       IF PERIOD-HOURS > 0
                           COMPUTE DIST-AMT(DIST-SUB) ROUNDED =
                               GROSSPAY * DIST-HRS(DIST-SUB) /
                               PERIOD-HOURS
                       ELSE
                           MOVE 0 TO DIST-AMT(DIST-SUB)
                       END-IF
                       ADD DIST-AMT(DIST-SUB) TO DIST-SPREAD
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 1667-FETCH-SALDIST
           END-IF.
           IF DIST-OVERFLOW
               MOVE 'MORE THAN 5 COST CENTERS - EXCESS CHARGED TO 5TH'
                   TO DN-NOTE
               WRITE PRNT-REC FROM PRNT-DISTNOTE
                   AFTER ADVANCING 1 LINE
               PERFORM 1590-PAGE-COUNTER
           END-IF.
           IF DIST-PCT-OVER
               MOVE 'SALDIST PERCENTAGES EXCEED 100 - EXCESS IGNORED'
                   TO DN-NOTE
               WRITE PRNT-REC FROM PRNT-DISTNOTE
                   AFTER ADVANCING 1 LINE
               PERFORM 1590-PAGE-COUNTER
           END-IF.
      ******************************************************************
      *    CHARGE A SALARIED EMPLOYEE'S GROSS BY THEIR SALDIST LINES,
      *    FETCHED WITH ONE START AND A SHORT RUN OF READS. LINES
      *    PAST 100 PERCENT ARE CUT BACK TO WHAT IS LEFT; WHAT THE
      *    LINES LEAVE SHORT OF 100 PERCENT GOES TO THE HOME COST
      *    CENTER, AND ANY ROUNDING LEFT OVER AT 100 PERCENT TO THE
      *    LAST COST CENTER CHARGED.
      ******************************************************************
       1667-FETCH-SALDIST.
           MOVE 0 TO DIST-COUNT.
           MOVE 0 TO DIST-OVERFLOW-SW.
           MOVE 0 TO DIST-PCT-OVER-SW.
           MOVE 0 TO DIST-PCT-TOTAL.
           MOVE 0 TO DIST-SPREAD.
           MOVE 0 TO DS-GRP-DONE.
           MOVE I-EMPID TO DS-WK-EMPID.
           MOVE 0 TO DS-WK-SEQ.
           START DSWORK-FILE KEY IS NOT LESS THAN DS-WK-KEY
               INVALID KEY MOVE 1 TO DS-GRP-DONE
           END-START.
           PERFORM UNTIL DS-GRP-DONE = 1
               READ DSWORK-FILE NEXT RECORD
                   AT END MOVE 1 TO DS-GRP-DONE
               END-READ
               IF DS-GRP-DONE = 0
                   IF DS-WK-EMPID = I-EMPID
                       MOVE DS-WK-PCT TO DIST-PCT-TAKE
                       IF DIST-PCT-TOTAL + DIST-PCT-TAKE > 100
                           COMPUTE DIST-PCT-TAKE = 100 - DIST-PCT-TOTAL
                           MOVE 1 TO DIST-PCT-OVER-SW
                       END-IF
                       IF DIST-PCT-TAKE > 0
                           IF DS-WK-COSTCTR = SPACES
                               MOVE I-COSTCTR TO DIST-LOOK-CC
                           ELSE
                               MOVE DS-WK-COSTCTR TO DIST-LOOK-CC
                           END-IF
                           PERFORM 1668-FIND-DIST-SLOT
                           COMPUTE DIST-SHARE ROUNDED =
                               GROSSPAY * DIST-PCT-TAKE / 100
                           ADD DIST-SHARE TO DIST-AMT(DIST-SLOT)
                           ADD DIST-SHARE TO DIST-SPREAD
                           ADD DIST-PCT-TAKE TO DIST-PCT-TOTAL
                       END-IF
                   ELSE
                       MOVE 1 TO DS-GRP-DONE
                   END-IF
               END-IF
           END-PERFORM.
           IF DIST-PCT-TOTAL < 100
               MOVE I-COSTCTR TO DIST-LOOK-CC
               PERFORM 1668-FIND-DIST-SLOT
           ELSE
               MOVE DIST-COUNT TO DIST-SLOT
           END-IF.
           COMPUTE DIST-AMT(DIST-SLOT) =
               DIST-AMT(DIST-SLOT) + GROSSPAY - DIST-SPREAD.
      ******************************************************************
      *    FIND THE DISTRIBUTION SLOT FOR DIST-LOOK-CC, OPENING A NEW
      *    ONE IF THIS IS THE FIRST CHARGE TO IT. THE EXTRACT CARRIES
      *    FIVE; TCEDIT REFUSES A SIXTH CARDED COST CENTER, SO ONLY A
      *    SALDIST TABLE RUN PAST FIVE LINES LANDS IN THE LAST SLOT.
      ******************************************************************
       1668-FIND-DIST-SLOT.
           MOVE 0 TO DIST-SLOT.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > DIST-COUNT OR DIST-SLOT NOT = 0
               IF DIST-CC(DIST-SUB) = DIST-LOOK-CC
                   MOVE DIST-SUB TO DIST-SLOT
               END-IF
           END-PERFORM.
           IF DIST-SLOT = 0
               IF DIST-COUNT < 5
                   ADD 1 TO DIST-COUNT
                   MOVE DIST-LOOK-CC TO DIST-CC(DIST-COUNT)
                   MOVE 0 TO DIST-HRS(DIST-COUNT)
                   MOVE 0 TO DIST-AMT(DIST-COUNT)
                   MOVE DIST-COUNT TO DIST-SLOT
               ELSE
                   MOVE 5 TO DIST-SLOT
                   MOVE 1 TO DIST-OVERFLOW-SW
               END-IF
           END-IF.
      ******************************************************************
      *    PRINT THE FOOTER DATA
      ******************************************************************
       1700-PRINT-FOOTER.
      *    CLEARS THE CHECKPOINT. A CANCELLED RUN LEAVES THE PERIOD
      *    OPEN SO THE RESUME CAN FINISH IT. A FILTERED RUN IS NOT
      *    THE PAY-PERIOD RUN OF RECORD (SEE THE WARNING IN
      *    1020-GET-RUN-PARMS) AND LEAVES THE PERIOD OPEN TOO. THE
      *    POSTED PERIOD AND ITS DATES ARE ALSO APPENDED TO THE
      *    PAYCAL CALENDAR SO LATER RUNS CAN DATE A HISTORY PERIOD.
      ******************************************************************
       1730-POST-PERIOD.
           IF RUN-FILTER-STATUS = SPACES
               OPEN OUTPUT PAYPERD-FILE
               WRITE PAYPERD-REC
               CLOSE PAYPERD-FILE
               OPEN EXTEND PAYCAL-FILE
               IF PAYCAL-STATUS = '35'
                   OPEN OUTPUT PAYCAL-FILE
               END-IF
               WRITE PAYCAL-REC FROM PAYPERD-REC
               CLOSE PAYCAL-FILE
           ELSE
               DISPLAY 'NOTE - FILTERED RUN, PAY PERIOD ' RUN-PERIOD
                   ' IS LEFT OPEN.'
                   PAYHIST-FILE
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
      *    READ IN EMPMAST, OR ITS SORTED/FILTERED WORK FILE IF THE
      *    RUN-TIME ARGUMENTS ASKED FOR ONE. INACTIVE EMPLOYEES ARE
      *    PASSED OVER HERE (UNLESS THE RUN ASKED TO LIST THEM) SO
