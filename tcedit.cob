      *Purpose: tcedit - edit the raw TIMECARD file before the pay
      *         run. CARDS FOR EMPLOYEES NOT ON EMPMAST, SALARIED OR
      *         INACTIVE EMPLOYEES, HOURS OVER THE RUN-TIME CEILING,
      *         VACATION OR SICK HOURS BEYOND THE BALANCE ON
      *         LEAVEBAL, COST CENTERS NOT ON COSTCTR, HOURS SPLIT
      *         OVER MORE COST CENTERS THAN THE EXTRACT CAN CARRY,
      *         AND SUSPECTED DUPLICATE SUBMISSIONS GO TO AN
      *         EXCEPTION REPORT; EVERYTHING ELSE GOES TO THE
      *         APPROVED TCCLEAN FILE THE PAY RUN READS. ANY
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPID
               FILE STATUS IS LEAVE-STATUS.
           SELECT COSTCTR-FILE ASSIGN TO 'COSTCTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTCTR-STATUS.
           SELECT TCCLEAN-FILE ASSIGN TO 'TCCLEAN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPT-FILE ASSIGN TO 'TCEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'SRTWK02'.
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
      ******************************************************************
      *    TC-HOURSTYPE SAYS WHAT THE HOURS ARE - 'R' (OR A SPACE,
      *    AS ON EVERY CARD SUBMITTED BEFORE THE CODE EXISTED) FOR
      *    HOURS WORKED, 'V' FOR VACATION AND 'S' FOR SICK LEAVE
      *    TAKEN. A SALARIED EMPLOYEE ONLY EVER SUBMITS LEAVE CARDS.
      *    TC-COSTCTR IS THE COST CENTER THE HOURS ARE CHARGED TO;
      *    SPACES (AND EVERY CARD SUBMITTED BEFORE THE FIELD EXISTED)
      *    CHARGES THEM TO THE EMPLOYEE'S HOME COST CENTER. AN HOURLY
      *    EMPLOYEE SPLITS A PERIOD BY SUBMITTING ONE CARD PER COST
      *    CENTER WORKED.
      ******************************************************************
       FD  TIMECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMECARD-REC.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS PIC 9(3)V9(2).
           03 TC-HOURSTYPE PIC X(1).
           03 TC-COSTCTR PIC X(6).
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-EMPID PIC X(7).
           03 SRT-HOURS PIC 9(3)V9(2).
           03 SRT-HOURSTYPE PIC X(1).
               88 SRT-REGULAR VALUE 'R' ' '.
               88 SRT-VACATION VALUE 'V'.
               88 SRT-SICK VALUE 'S'.
           03 SRT-COSTCTR PIC X(6).
       FD  MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
       FD  LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEBRC.
       FD  COSTCTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  COSTCTR-REC PIC X(30).
       FD  TCCLEAN-FILE
           LABEL RECORDS ARE OMITTED.
       01  TCCLEAN-REC.
           03 CL-EMPID PIC X(7).
           03 CL-HOURS PIC 9(3)V9(2).
           03 CL-HOURSTYPE PIC X(1).
           03 CL-COSTCTR PIC X(6).
       FD  EXCPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXCPT-REC PIC X(80).
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
           COPY COSTCTRS.
       01  EXCPT-HEAD1.
           03 FILLER PIC X(25) VALUE 'TIMECARD EDIT REPORT'.
       01  EXCPT-HEAD2.
           03 FILLER PIC X(7) VALUE 'EMP ID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'HOURS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'TYPE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
       01  EXCPT-LINE.
           03 X-EMPID PIC X(7).
           03 FILLER PIC X(3) VALUE SPACES.
           03 X-HOURS PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 X-HOURSTYPE PIC X(1).
           03 FILLER PIC X(5) VALUE SPACES.
           03 X-REASON PIC X(50).
       01  EXCPT-TOTAL-LINE.
           03 FILLER PIC X(20) VALUE 'CARDS READ        :'.
           03 FILLER PIC X(20) VALUE 'CARDS EXCEPTED    :'.
           03 X-REJECTCOUNT PIC ZZZ9.
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 EOF-S PIC 9 VALUE 0.
           03 TIMECARD-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 LEAVE-STATUS PIC XX VALUE '00'.
           03 LEAVE-MISSING-SW PIC 9 VALUE 0.
               88 LEAVE-FILE-MISSING VALUE 1.
           03 ARG-NUM PIC 9(2).
           03 ARG-CEILING PIC X(3) VALUE SPACES.
      *    THE DEFAULT CEILING IS WELL ABOVE ANY HONEST MONTH BUT
               88 EMPLOYEE-FOUND VALUE 1.
           03 PREV-EMPID PIC X(7) VALUE LOW-VALUES.
           03 PREV-HOURS PIC 9(3)V9(2) VALUE 0.
           03 PREV-HOURSTYPE PIC X(1) VALUE SPACES.
           03 PREV-COSTCTR PIC X(6) VALUE SPACES.
           03 SAVE-EMPSTATUS PIC X(1).
           03 SAVE-EMPACTIVE PIC X(1).
      *    THE EMPLOYEE'S LEAVE BALANCES, AND THE LEAVE HOURS ALREADY
      *    APPROVED AGAINST THEM ON EARLIER CARDS THIS RUN
           03 VAC-AVAIL PIC 9(4)V9(2) VALUE 0.
           03 SICK-AVAIL PIC 9(4)V9(2) VALUE 0.
           03 VAC-TAKEN PIC 9(4)V9(2) VALUE 0.
           03 SICK-TAKEN PIC 9(4)V9(2) VALUE 0.
           03 LEAVE-WANTED PIC 9(4)V9(2) VALUE 0.
           03 COSTCTR-STATUS PIC XX VALUE '00'.
           03 CC-EOF-SW PIC 9 VALUE 0.
           03 CC-COUNT PIC 9(3) VALUE 0.
           03 CC-SUB PIC 9(3).
           03 CC-FOUND-SW PIC 9 VALUE 0.
               88 COSTCTR-FOUND VALUE 1.
           03 SAVE-COSTCTR PIC X(6).
           03 CARD-COSTCTR PIC X(6).
      *    THE COST CENTERS ALREADY APPROVED FOR THE HOURLY EMPLOYEE
      *    THIS RUN - THE EXTRACT CARRIES AT MOST FIVE PER PAYMENT
           03 EMP-CC-COUNT PIC 9 VALUE 0.
           03 EMP-CC PIC X(6) OCCURS 5 TIMES.
           03 EMP-CC-SUB PIC 9.
           03 EMP-CC-SLOT PIC 9.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1020-GET-RUN-PARMS.
           PERFORM 1025-CHECK-TIMECARD.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'TCEDIT' TO STREAM-STEP.
           MOVE 'PPMAINT' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           OPEN INPUT MASTER-FILE.
           PERFORM 1030-OPEN-LEAVE.
           PERFORM 1040-LOAD-COSTCTRS.
           OPEN OUTPUT TCCLEAN-FILE
               OUTPUT EXCPT-FILE.
           WRITE EXCPT-REC FROM EXCPT-HEAD1.
           WRITE EXCPT-REC FROM EXCPT-HEAD2.
           MOVE SPACES TO EXCPT-REC.
           WRITE EXCPT-REC.
      *    THE CARDS ARE SORTED BY EMPID, HOURS TYPE, COST CENTER
      *    AND HOURS SO A DUPLICATE FULL-PERIOD SUBMISSION LANDS
      *    NEXT TO ITS TWIN AND ONE LOOK-BEHIND CATCHES IT
           SORT SORT-WORK ON ASCENDING KEY SRT-EMPID
               ON ASCENDING KEY SRT-HOURSTYPE
               ON ASCENDING KEY SRT-COSTCTR
               ON ASCENDING KEY SRT-HOURS
               USING TIMECARD-FILE
               OUTPUT PROCEDURE IS 1100-EDIT-CARDS.
           CLOSE MASTER-FILE
               TCCLEAN-FILE
               EXCPT-FILE.
           IF NOT LEAVE-FILE-MISSING
               CLOSE LEAVE-FILE
           END-IF.
           IF REJECTCOUNT > 0
               DISPLAY 'TCEDIT - ' REJECTCOUNT ' EXCEPTION(S). '
                   'CLEAR THEM AND RERUN BEFORE THE PAY RUN.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE READCOUNT TO STREAM-COUNT-IN.
           MOVE CLEANCOUNT TO STREAM-COUNT-OUT.
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
      *    THE OPTIONAL RUN-TIME ARGUMENT OVERRIDES THE HOURS
      *    CEILING A SINGLE CARD MAY CARRY
      ******************************************************************
               MOVE ARG-CEILING TO HOURS-CEILING
           END-IF.
      ******************************************************************
      *    OPEN THE LEAVE BALANCE MASTER FOR KEYED READS. A MISSING
      *    LEAVEBAL MEANS NOBODY HAS ACCRUED ANY LEAVE YET, SO EVERY
      *    VACATION OR SICK CARD IS BEYOND THE BALANCE; ANY OTHER
      *    FAILED OPEN WOULD READ EVERY BALANCE AS ZERO, SO STOP.
      ******************************************************************
       1030-OPEN-LEAVE.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = '35'
               MOVE 1 TO LEAVE-MISSING-SW
           END-IF.
           IF LEAVE-STATUS NOT = '00' AND LEAVE-STATUS NOT = '35'
               DISPLAY 'TCEDIT - LEAVEBAL OPEN FAILED, STATUS '
                   LEAVE-STATUS
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE COST CENTER REFERENCE TABLE. A MISSING COSTCTR
      *    FILE LEAVES THE TABLE EMPTY AND ANY CARDED COST CENTER IS
      *    TAKEN AS KEYED, THE SAME FALLBACK SHAPE AS A MISSING
      *    DEDCODES IN THE PAY RUN.
      ******************************************************************
       1040-LOAD-COSTCTRS.
           MOVE 0 TO CC-EOF-SW.
           MOVE 0 TO CC-COUNT.
           OPEN INPUT COSTCTR-FILE.
           IF COSTCTR-STATUS = '35'
               MOVE 1 TO CC-EOF-SW
           END-IF.
           PERFORM UNTIL CC-EOF-SW = 1 OR CC-COUNT >= 200
               READ COSTCTR-FILE
                   AT END MOVE 1 TO CC-EOF-SW
               END-READ
               IF CC-EOF-SW = 0
                   ADD 1 TO CC-COUNT
                   MOVE COSTCTR-REC(1:6) TO CC-CODE(CC-COUNT)
                   MOVE COSTCTR-REC(7:24) TO CC-NAME(CC-COUNT)
               END-IF
           END-PERFORM.
           IF COSTCTR-STATUS NOT = '35'
               CLOSE COSTCTR-FILE
           END-IF.
      ******************************************************************
      *    PROVE THE RAW TIMECARD FILE IS THERE BEFORE THE SORT
      *    TAKES IT - SORT USING HAS NO MISSING-FILE PATH OF ITS
      *    OWN, AND A MISSING SUBMISSION MUST STOP THE STREAM WITH
               PERFORM 1300-FIND-EMPLOYEE
           ELSE
      *        A SECOND CARD FOR THE SAME EMPLOYEE WITH THE SAME
      *        HOURS OF THE SAME TYPE FOR THE SAME COST CENTER IS THE
      *        DOUBLE-SUBMISSION SHAPE THAT DOUBLES THE PAY WHEN THE
      *        PAY RUN SUMS ACROSS CARDS
               IF SRT-HOURS = PREV-HOURS AND
                   SRT-HOURSTYPE = PREV-HOURSTYPE AND
                   SRT-COSTCTR = PREV-COSTCTR
                   MOVE 'SUSPECTED DUPLICATE SUBMISSION' TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               END-IF
                   MOVE 'EMPLOYEE IS INACTIVE' TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               END-IF
      *        SALARIED PAY DOES NOT COME FROM HOURS, SO ONLY A
      *        SALARIED EMPLOYEE'S LEAVE TAKEN IS EVER CARDED
               IF SAVE-EMPSTATUS NOT = 'H' AND SRT-REGULAR
                   MOVE 'EMPLOYEE IS SALARIED - NO TIMECARD EXPECTED'
                       TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               MOVE 'HOURS EXCEED THE RUN CEILING' TO X-REASON
               PERFORM 1610-WRITE-EXCEPTION-LINE
           END-IF.
           IF NOT SRT-REGULAR AND NOT SRT-VACATION AND NOT SRT-SICK
               MOVE 'HOURS TYPE NOT R, V OR S' TO X-REASON
               PERFORM 1610-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM 1400-CHECK-LEAVE.
           PERFORM 1410-CHECK-COSTCTR.
           IF CARD-IS-BAD
               ADD 1 TO REJECTCOUNT
           ELSE
               MOVE SRT-EMPID TO CL-EMPID
               MOVE SRT-HOURS TO CL-HOURS
               IF SRT-REGULAR
                   MOVE 'R' TO CL-HOURSTYPE
               ELSE
                   MOVE SRT-HOURSTYPE TO CL-HOURSTYPE
               END-IF
               MOVE SRT-COSTCTR TO CL-COSTCTR
               IF SAVE-EMPSTATUS = 'H' AND EMP-CC-SLOT = 0
                   ADD 1 TO EMP-CC-COUNT
                   MOVE CARD-COSTCTR TO EMP-CC(EMP-CC-COUNT)
               END-IF
               WRITE TCCLEAN-REC
               ADD 1 TO CLEANCOUNT
               IF SRT-VACATION
                   ADD SRT-HOURS TO VAC-TAKEN
               END-IF
               IF SRT-SICK
                   ADD SRT-HOURS TO SICK-TAKEN
               END-IF
           END-IF.
           MOVE SRT-EMPID TO PREV-EMPID.
           MOVE SRT-HOURS TO PREV-HOURS.
           MOVE SRT-HOURSTYPE TO PREV-HOURSTYPE.
           MOVE SRT-COSTCTR TO PREV-COSTCTR.
      ******************************************************************
      *    KEYED READ OF THE MASTER FOR THE CARD'S EMPID, KEEPING
      *    THE STATUS AND ACTIVE FLAG FOR THE REST OF THIS
           MOVE 0 TO FOUND-SW.
           MOVE SPACES TO SAVE-EMPSTATUS.
           MOVE SPACES TO SAVE-EMPACTIVE.
           MOVE SPACES TO SAVE-COSTCTR.
           MOVE 0 TO EMP-CC-COUNT.
           PERFORM 1310-FIND-LEAVE.
           MOVE SRT-EMPID TO MASTER-EMPID.
           READ MASTER-FILE
               KEY IS MASTER-EMPID
                   MOVE MASTER-REC TO INPUT-DATA
                   MOVE I-EMPSTATUS TO SAVE-EMPSTATUS
                   MOVE I-EMPACTIVE TO SAVE-EMPACTIVE
                   MOVE I-COSTCTR TO SAVE-COSTCTR
           END-READ.
      ******************************************************************
      *    KEYED READ OF THE EMPLOYEE'S LEAVE BALANCES, STARTING THE
      *    RUNNING LEAVE TAKEN OVER FOR THE NEW EMPLOYEE. NO RECORD
      *    ON FILE IS A ZERO BALANCE.
      ******************************************************************
       1310-FIND-LEAVE.
           MOVE 0 TO VAC-AVAIL.
           MOVE 0 TO SICK-AVAIL.
           MOVE 0 TO VAC-TAKEN.
           MOVE 0 TO SICK-TAKEN.
           IF NOT LEAVE-FILE-MISSING
               MOVE SRT-EMPID TO LB-EMPID
               READ LEAVE-FILE
                   KEY IS LB-EMPID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LB-VAC-BAL TO VAC-AVAIL
                       MOVE LB-SICK-BAL TO SICK-AVAIL
               END-READ
           END-IF.
      ******************************************************************
      *    A VACATION OR SICK CARD MAY NOT TAKE MORE THAN THE
      *    BALANCE LEFT AFTER THE EMPLOYEE'S CARDS ALREADY APPROVED
      *    THIS RUN - LEAVE THAT WAS NEVER EARNED IS NEVER PAID
      ******************************************************************
       1400-CHECK-LEAVE.
           IF SRT-VACATION
               COMPUTE LEAVE-WANTED = VAC-TAKEN + SRT-HOURS
               IF LEAVE-WANTED > VAC-AVAIL
                   MOVE 'VACATION HOURS EXCEED THE BALANCE AVAILABLE'
                       TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           IF SRT-SICK
               COMPUTE LEAVE-WANTED = SICK-TAKEN + SRT-HOURS
               IF LEAVE-WANTED > SICK-AVAIL
                   MOVE 'SICK HOURS EXCEED THE BALANCE AVAILABLE'
                       TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
      ******************************************************************
      *    A CARDED COST CENTER MUST BE ON COSTCTR. AN HOURLY
      *    EMPLOYEE'S CARDS, WITH A BLANK ONE COUNTING AS THE HOME
      *    COST CENTER, MAY NOT SPLIT THE PERIOD OVER MORE COST
      *    CENTERS THAN THE PAY EXTRACT CAN DISTRIBUTE TO.
      ******************************************************************
       1410-CHECK-COSTCTR.
           IF SRT-COSTCTR NOT = SPACES AND CC-COUNT > 0
               MOVE 0 TO CC-FOUND-SW
               PERFORM VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT OR COSTCTR-FOUND
                   IF CC-CODE(CC-SUB) = SRT-COSTCTR
                       MOVE 1 TO CC-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT COSTCTR-FOUND
                   MOVE 'COST CENTER NOT ON COSTCTR' TO X-REASON
                   PERFORM 1610-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           IF SRT-COSTCTR = SPACES
               MOVE SAVE-COSTCTR TO CARD-COSTCTR
           ELSE
               MOVE SRT-COSTCTR TO CARD-COSTCTR
           END-IF.
           MOVE 0 TO EMP-CC-SLOT.
           PERFORM VARYING EMP-CC-SUB FROM 1 BY 1
               UNTIL EMP-CC-SUB > EMP-CC-COUNT OR EMP-CC-SLOT NOT = 0
               IF EMP-CC(EMP-CC-SUB) = CARD-COSTCTR
                   MOVE EMP-CC-SUB TO EMP-CC-SLOT
               END-IF
           END-PERFORM.
           IF SAVE-EMPSTATUS = 'H' AND EMP-CC-SLOT = 0 AND
               EMP-CC-COUNT >= 5
               MOVE 'HOURS SPLIT OVER MORE THAN 5 COST CENTERS'
                   TO X-REASON
               PERFORM 1610-WRITE-EXCEPTION-LINE
           END-IF.
      ******************************************************************
      *    WRITE ONE EXCEPTION LINE FOR THE CURRENT CARD
      ******************************************************************
       1610-WRITE-EXCEPTION-LINE.
           MOVE SRT-EMPID TO X-EMPID.
           MOVE SRT-HOURS TO X-HOURS.
           MOVE SRT-HOURSTYPE TO X-HOURSTYPE.
           WRITE EXCPT-REC FROM EXCPT-LINE.
           MOVE 1 TO BAD-CARD-SW.
      ******************************************************************
           WRITE EXCPT-REC FROM EXCPT-CLEAN-LINE.
           MOVE REJECTCOUNT TO X-REJECTCOUNT.
           WRITE EXCPT-REC FROM EXCPT-REJECT-LINE.
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
       END PROGRAM tcedit.
