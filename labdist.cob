      ******************************************************************
      *Author: David Nguyen
      *Purpose: labdist - labor distribution report built from the
      *         permanent PAYHIST file. EVERY HISTORY RECORD IN THE
      *         PERIOD RANGE - REGULAR, OFF-CYCLE OR VOID REVERSAL -
      *         IS SPREAD OVER THE COST CENTERS ITS PE-DIST SLOTS
      *         CHARGED, AND THE HOURS, GROSS PAY AND EMPLOYER TAXES
      *         (EMPLOYER FICA, FUTA AND SUTA, PRICED AGAINST THE
      *         ANNUAL WAGE BASES THE WAY QTRTAX PRICES THEM AND SPLIT
      *         OVER THE SLOTS IN PROPORTION TO THEIR GROSS) ARE
      *         PRINTED PER COST CENTER WITHIN EACH PERIOD, WITH A
      *         TOTAL FOR THE
      *         PERIOD AND A GRAND TOTAL. A REVERSAL CARRIES ITS
      *         SLOTS NEGATED, SO A VOIDED PAYMENT NETS OUT OF THE
      *         COST CENTERS IT WAS CHARGED TO. GROSS NOT COVERED BY
      *         A SLOT (HISTORY WRITTEN BEFORE THE DISTRIBUTION
      *         EXISTED) IS PRINTED UNDER UNASSIGNED.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. labdist.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
           SELECT COSTCTR-FILE ASSIGN TO 'COSTCTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTCTR-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRATES-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT LDWORK-FILE ASSIGN TO 'LDWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LW-EMPID
               FILE STATUS IS LDWORK-STATUS.
           SELECT RPT-FILE ASSIGN TO 'LABDIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-SORT ASSIGN TO 'SRTWK05'.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
       FD  PAYPERD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYPERRC.
       FD  COSTCTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  COSTCTR-REC PIC X(30).
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
      *    PROJECT3 AT ITS CLEAN FINISH. IT GIVES THE CALENDAR YEAR
      *    EACH PERIOD FALLS IN.
      ******************************************************************
       FD  PAYCAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYCAL-REC.
           03 PC-PERIOD PIC 9(6).
           03 PC-STARTDATE PIC 9(8).
           03 PC-ENDDATE PIC 9(8).
           03 PC-STATUS PIC X(6).
      ******************************************************************
      *    LDWORK - EACH EMPLOYEE'S GROSS SO FAR IN THE CALENDAR YEAR,
      *    THE FIGURE THE EMPLOYER TAX WAGE BASES ARE MEASURED
      *    AGAINST. BUILT FRESH EVERY RUN.
      ******************************************************************
       FD  LDWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LDWORK-REC.
           03 LW-EMPID PIC X(7).
           03 LW-YEAR PIC X(4).
           03 LW-YTD-GROSS PIC S9(8)V9(2).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(132).
       SD  DIST-SORT.
       01  DIST-SORT-REC.
           03 DS-PERIOD PIC 9(6).
           03 DS-COSTCTR PIC X(6).
           03 DS-HOURS PIC S9(5)V9(2).
           03 DS-GROSS PIC S9(8)V9(2).
           03 DS-ER-FICA PIC S9(7)V9(2).
           03 DS-FUTA PIC S9(7)V9(2).
           03 DS-SUTA PIC S9(7)V9(2).
       WORKING-STORAGE SECTION.
           COPY COSTCTRS.
       01  RPT-HEAD1.
           03 FILLER PIC X(27)
               VALUE 'LABOR DISTRIBUTION REPORT'.
           03 FILLER PIC X(9) VALUE 'PERIODS:'.
           03 RH-FROM-PERIOD PIC 9(6).
           03 FILLER PIC X(3) VALUE ' - '.
           03 RH-TO-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'YEAR FROM:'.
           03 RH-YEAR-PERIOD PIC 9(6).
       01  RPT-HEAD-COLS.
           03 FILLER PIC X(6) VALUE 'PERIOD'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'CC'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'COST CENTER NAME'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'HOURS'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ER FICA'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FUTA'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SUTA'.
       01  RPT-DIST-LINE.
           03 RL-PERIOD PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-COSTCTR PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-NAME PIC X(24).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-HOURS PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-GROSS PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-ER-FICA PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-FUTA PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-SUTA PIC $$,$$$,$$9.99-.
       01  RPT-COUNT-LINE.
           03 RC-LABEL PIC X(30).
           03 RC-COUNT PIC ZZZZZ9.
      *    ONE RECORD'S EMPLOYER TAXES SPLIT OVER ITS PE-DIST SLOTS
       01  SH-TABLE.
           03 SH-ENTRY OCCURS 5 TIMES.
               05 SH-FICA PIC S9(7)V9(2).
               05 SH-FUTA PIC S9(7)V9(2).
               05 SH-SUTA PIC S9(7)V9(2).
      *    THE CALENDAR YEAR OF EVERY PERIOD ON PAYCAL
       01  CAL-TABLE.
           03 CAL-ENTRY OCCURS 600 TIMES.
               05 CAL-PERIOD PIC 9(6).
               05 CAL-YEAR PIC X(4).
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-TX PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 CC-EOF-SW PIC 9 VALUE 0.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 COSTCTR-STATUS PIC XX VALUE '00'.
           03 TAXRATES-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 LDWORK-STATUS PIC XX VALUE '00'.
           03 ARG-NUM PIC 9(2).
           03 ARG-FROM-PERIOD PIC X(6) VALUE SPACES.
           03 ARG-TO-PERIOD PIC X(6) VALUE SPACES.
           03 ARG-YEAR-PERIOD PIC X(6) VALUE SPACES.
           03 FROM-PERIOD PIC 9(6) VALUE 0.
           03 TO-PERIOD PIC 9(6) VALUE 0.
           03 YEAR-PERIOD PIC 9(6) VALUE 0.
           03 CAL-COUNT PIC 9(3) VALUE 0.
           03 CAL-SUB PIC 9(3).
           03 CAL-OVERFLOW PIC 9(5) VALUE 0.
           03 LOOK-PERIOD PIC 9(6).
           03 LOOK-YEAR PIC X(4).
           03 EE-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-BASE PIC 9(7)V9(2) VALUE 0.
           03 ER-FICA-FOUND-SW PIC 9 VALUE 0.
               88 ER-FICA-ON-FILE VALUE 1.
           03 FUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 FUTA-BASE PIC 9(7)V9(2) VALUE 0.
           03 SUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 SUTA-BASE PIC 9(7)V9(2) VALUE 0.
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
           03 RUN-DATE-NUM PIC 9(8).
           03 CC-COUNT PIC 9(3) VALUE 0.
           03 CC-SUB PIC 9(3).
           03 CC-FOUND-SW PIC 9 VALUE 0.
               88 COSTCTR-FOUND VALUE 1.
           03 DIST-SUB PIC 9.
      *    THE GROSS IS REBUILT AS NET PAY PLUS EVERYTHING TAKEN OUT
      *    OF IT, THE SAME WAY QTRTAX DOES - HISTORY RECORDS WRITTEN
      *    BEFORE THE EXTRACT CARRIED PE-GROSS READ IT BACK AS SPACES
           03 HIST-GROSS PIC S9(8)V9(2).
           03 HIST-HOURS PIC S9(5)V9(2).
           03 COVERED-GROSS PIC S9(8)V9(2).
           03 COVERED-HOURS PIC S9(5)V9(2).
           03 PRINTED-PERIOD-SW PIC 9 VALUE 0.
               88 PERIOD-PRINTED VALUE 1.
           03 CUR-PERIOD PIC 9(6) VALUE 0.
           03 CUR-COSTCTR PIC X(6) VALUE SPACES.
           03 CC-HOURS PIC S9(7)V9(2) VALUE 0.
           03 CC-GROSS PIC S9(9)V9(2) VALUE 0.
           03 CC-ER-FICA PIC S9(9)V9(2) VALUE 0.
           03 CC-FUTA PIC S9(9)V9(2) VALUE 0.
           03 CC-SUTA PIC S9(9)V9(2) VALUE 0.
           03 PD-HOURS PIC S9(7)V9(2) VALUE 0.
           03 PD-GROSS PIC S9(9)V9(2) VALUE 0.
           03 PD-ER-FICA PIC S9(9)V9(2) VALUE 0.
           03 PD-FUTA PIC S9(9)V9(2) VALUE 0.
           03 PD-SUTA PIC S9(9)V9(2) VALUE 0.
           03 TOT-HOURS PIC S9(7)V9(2) VALUE 0.
           03 TOT-GROSS PIC S9(9)V9(2) VALUE 0.
           03 TOT-ER-FICA PIC S9(9)V9(2) VALUE 0.
           03 TOT-FUTA PIC S9(9)V9(2) VALUE 0.
           03 TOT-SUTA PIC S9(9)V9(2) VALUE 0.
           03 HISTCOUNT PIC 9(6) VALUE 0.
           03 RANGECOUNT PIC 9(6) VALUE 0.
           03 PRIORCOUNT PIC 9(6) VALUE 0.
           03 UNDISTCOUNT PIC 9(6) VALUE 0.
           03 RELCOUNT PIC 9(7) VALUE 0.
           03 LINECOUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1020-GET-RUN-PARMS.
           PERFORM 1050-LOAD-PAYCAL.
           PERFORM 1060-FIND-YEAR-START.
           PERFORM 1070-LOAD-TAXRATES.
           OPEN OUTPUT LDWORK-FILE.
           CLOSE LDWORK-FILE.
           OPEN I-O LDWORK-FILE.
           IF LDWORK-STATUS NOT = '00'
               DISPLAY 'FATAL - LDWORK OPEN FAILED, STATUS '
                   LDWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'LABDIST - NO PAY HISTORY FILE ON HAND, '
                   'STATUS ' PAYHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1040-LOAD-COSTCTRS.
           OPEN OUTPUT RPT-FILE.
           MOVE FROM-PERIOD TO RH-FROM-PERIOD.
           MOVE TO-PERIOD TO RH-TO-PERIOD.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           MOVE YEAR-PERIOD TO RH-YEAR-PERIOD.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           SORT DIST-SORT ON ASCENDING KEY DS-PERIOD
               ON ASCENDING KEY DS-COSTCTR
               INPUT PROCEDURE IS 1100-RELEASE-DIST
               OUTPUT PROCEDURE IS 1200-PRINT-DIST.
           PERFORM 1900-PRINT-COUNTS.
           CLOSE PAYHIST-FILE
               LDWORK-FILE
               RPT-FILE.
           DISPLAY 'LABDIST - HISTORY RECORDS IN RANGE: ' RANGECOUNT
               ' COST CENTER LINES: ' LINECOUNT.
           STOP RUN.
      ******************************************************************
      *    ARG 1 AND ARG 2 ARE THE FIRST AND LAST PERIODS TO REPORT.
      *    WITH ONLY ARG 1 THE REPORT IS THAT ONE PERIOD; WITH NO
      *    ARGS IT IS THE CURRENT PERIOD ON PAYPERD. ARG 3 IS THE
      *    FIRST PERIOD OF THE CALENDAR YEAR THE EMPLOYER TAX WAGE
      *    BASES COUNT FROM, AS ON QTRTAX; WITHOUT IT THE FIRST
      *    PERIOD ON PAYCAL IN THE YEAR OF THE FIRST PERIOD IS USED.
      ******************************************************************
       1020-GET-RUN-PARMS.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-FROM-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-FROM-PERIOD
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-TO-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-TO-PERIOD
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-YEAR-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-YEAR-PERIOD
           END-ACCEPT.
           IF ARG-FROM-PERIOD = SPACES
               PERFORM 1030-READ-PAYPERD
               MOVE PP-PERIOD TO FROM-PERIOD
               MOVE PP-PERIOD TO TO-PERIOD
           ELSE
               IF ARG-FROM-PERIOD NOT NUMERIC OR
                   (ARG-TO-PERIOD NOT = SPACES AND
                   ARG-TO-PERIOD NOT NUMERIC) OR
                   (ARG-YEAR-PERIOD NOT = SPACES AND
                   ARG-YEAR-PERIOD NOT NUMERIC)
                   DISPLAY 'LABDIST - USAGE: [FROMPERIOD(9(6)) '
                       '[TOPERIOD(9(6)) [YEARSTARTPERIOD(9(6))]]]'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-FROM-PERIOD TO FROM-PERIOD
               IF ARG-TO-PERIOD = SPACES
                   MOVE FROM-PERIOD TO TO-PERIOD
               ELSE
                   MOVE ARG-TO-PERIOD TO TO-PERIOD
               END-IF
           END-IF.
           IF TO-PERIOD < FROM-PERIOD
               DISPLAY 'LABDIST - PERIODS OUT OF ORDER. THE LAST '
                   'PERIOD MUST NOT COME BEFORE THE FIRST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARG-YEAR-PERIOD IS NUMERIC
               MOVE ARG-YEAR-PERIOD TO YEAR-PERIOD
               IF YEAR-PERIOD > FROM-PERIOD
                   DISPLAY 'LABDIST - THE YEAR START MUST NOT FOLLOW '
                       'THE FIRST PERIOD.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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
      *    LOAD THE COST CENTER NAMES. A MISSING COSTCTR FILE ONLY
      *    LEAVES THE NAMES OFF THE REPORT.
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
      *    LOAD THE CALENDAR YEAR OF EVERY POSTED PERIOD FROM PAYCAL.
      *    WITHOUT PAYCAL NO PERIOD CAN BE DATED AND THE WAGE BASES
      *    COUNT FROM THE YEAR START THE RUN WAS GIVEN.
      ******************************************************************
       1050-LOAD-PAYCAL.
           MOVE 0 TO EOF-C.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS NOT = '00'
               MOVE 1 TO EOF-C
           END-IF.
           PERFORM UNTIL EOF-C = 1
               READ PAYCAL-FILE
                   AT END MOVE 1 TO EOF-C
               END-READ
               IF EOF-C = 0
                   IF CAL-COUNT < 600
                       ADD 1 TO CAL-COUNT
                       MOVE PC-PERIOD TO CAL-PERIOD(CAL-COUNT)
                       MOVE PC-ENDDATE(1:4) TO CAL-YEAR(CAL-COUNT)
                   ELSE
                       ADD 1 TO CAL-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.
           IF PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF.
           IF CAL-OVERFLOW > 0
               DISPLAY 'LABDIST - MORE THAN 600 PERIODS ON PAYCAL. '
                   CAL-OVERFLOW ' LATER PERIODS NOT DATED.'
           END-IF.
      ******************************************************************
      *    WITHOUT A YEAR START ARG, THE WAGE BASES COUNT FROM THE
      *    LOWEST PERIOD ON PAYCAL ENDING IN THE SAME YEAR AS THE
      *    FIRST PERIOD REPORTED - OR FROM THAT PERIOD ITSELF WHEN IT
      *    IS NOT ON PAYCAL
      ******************************************************************
       1060-FIND-YEAR-START.
           IF YEAR-PERIOD = 0
               MOVE FROM-PERIOD TO YEAR-PERIOD
               MOVE FROM-PERIOD TO LOOK-PERIOD
               PERFORM 1065-FIND-PERIOD-YEAR
               IF LOOK-YEAR NOT = SPACES
                   PERFORM VARYING CAL-SUB FROM 1 BY 1
                       UNTIL CAL-SUB > CAL-COUNT
                       IF CAL-YEAR(CAL-SUB) = LOOK-YEAR AND
                           CAL-PERIOD(CAL-SUB) < YEAR-PERIOD
                           MOVE CAL-PERIOD(CAL-SUB) TO YEAR-PERIOD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      ******************************************************************
      *    THE CALENDAR YEAR OF LOOK-PERIOD, SPACES WHEN IT IS NOT ON
      *    PAYCAL (AN OFF-CYCLE RUN OR A PERIOD POSTED BEFORE PAYCAL
      *    WAS KEPT)
      ******************************************************************
       1065-FIND-PERIOD-YEAR.
           MOVE SPACES TO LOOK-YEAR.
           PERFORM VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > CAL-COUNT OR LOOK-YEAR NOT = SPACES
               IF CAL-PERIOD(CAL-SUB) = LOOK-PERIOD
                   MOVE CAL-YEAR(CAL-SUB) TO LOOK-YEAR
               END-IF
           END-PERFORM.
      ******************************************************************
      *    LOAD THE EMPLOYER RATES AND WAGE BASES THE SAME WAY QTRTAX
      *    DOES. A MISSING TAXRATES FILE LEAVES EVERY RATE AT ZERO.
      ******************************************************************
       1070-LOAD-TAXRATES.
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
      *    READ HISTORY FRONT TO BACK AND RELEASE ONE SORT RECORD PER
      *    USED PE-DIST SLOT OF EVERY RECORD IN THE RANGE, PLUS ONE
      *    FOR COST CENTER SPACES CARRYING WHATEVER THE SLOTS DO NOT
      *    COVER. HISTORY FROM THE YEAR START UP TO THE RANGE ONLY
      *    BUILDS THE YEAR-TO-DATE GROSS THE WAGE BASES ARE MEASURED
      *    AGAINST.
      ******************************************************************
       1100-RELEASE-DIST.
           MOVE 0 TO EOF-H.
           PERFORM 2000-READ-HISTORY.
           PERFORM UNTIL EOF-H = 1
               ADD 1 TO HISTCOUNT
               IF PE-PERIOD >= YEAR-PERIOD AND PE-PERIOD <= TO-PERIOD
                   COMPUTE HIST-GROSS = PE-NETPAY + PE-TOTALDEDUCT +
                       PE-FEDTAX + PE-STATETAX + PE-FICA
                   PERFORM 1120-FIND-WORK-RECORD
                   IF PE-PERIOD < FROM-PERIOD
                       ADD 1 TO PRIORCOUNT
                       ADD HIST-GROSS TO LW-YTD-GROSS
                   ELSE
                       ADD 1 TO RANGECOUNT
                       PERFORM 1110-RELEASE-ONE-PAYMENT
                   END-IF
                   REWRITE LDWORK-REC
                       INVALID KEY
                           DISPLAY 'LABDIST - LDWORK REWRITE FAILED '
                               'FOR ' LW-EMPID ' STATUS ' LDWORK-STATUS
                   END-REWRITE
               END-IF
               PERFORM 2000-READ-HISTORY
           END-PERFORM.
      ******************************************************************
      *    SPREAD ONE PAYMENT OVER ITS COST CENTERS
      ******************************************************************
       1110-RELEASE-ONE-PAYMENT.
           MOVE LW-YTD-GROSS TO YTD-BEFORE.
           PERFORM 1130-PRICE-EMPLOYER-TAXES.
           MOVE YTD-AFTER TO LW-YTD-GROSS.
           PERFORM 1140-SPLIT-EMPLOYER-TAXES.
           IF PE-HOURS IS NUMERIC
               MOVE PE-HOURS TO HIST-HOURS
           ELSE
               MOVE 0 TO HIST-HOURS
           END-IF.
           MOVE 0 TO COVERED-GROSS.
           MOVE 0 TO COVERED-HOURS.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE PE-PERIOD TO DS-PERIOD
                   MOVE PE-DIST-COSTCTR(DIST-SUB) TO DS-COSTCTR
                   MOVE PE-DIST-HOURS(DIST-SUB) TO DS-HOURS
                   MOVE PE-DIST-GROSS(DIST-SUB) TO DS-GROSS
                   MOVE SH-FICA(DIST-SUB) TO DS-ER-FICA
                   MOVE SH-FUTA(DIST-SUB) TO DS-FUTA
                   MOVE SH-SUTA(DIST-SUB) TO DS-SUTA
                   RELEASE DIST-SORT-REC
                   ADD 1 TO RELCOUNT
                   ADD PE-DIST-GROSS(DIST-SUB) TO COVERED-GROSS
                   ADD PE-DIST-HOURS(DIST-SUB) TO COVERED-HOURS
               END-IF
           END-PERFORM.
           IF HIST-GROSS NOT = COVERED-GROSS OR
               HIST-HOURS NOT = COVERED-HOURS OR
               REM-FICA NOT = 0 OR REM-FUTA NOT = 0 OR
               REM-SUTA NOT = 0
               ADD 1 TO UNDISTCOUNT
               MOVE PE-PERIOD TO DS-PERIOD
               MOVE SPACES TO DS-COSTCTR
               COMPUTE DS-HOURS = HIST-HOURS - COVERED-HOURS
               COMPUTE DS-GROSS = HIST-GROSS - COVERED-GROSS
               MOVE REM-FICA TO DS-ER-FICA
               MOVE REM-FUTA TO DS-FUTA
               MOVE REM-SUTA TO DS-SUTA
               RELEASE DIST-SORT-REC
               ADD 1 TO RELCOUNT
           END-IF.
      ******************************************************************
      *    FETCH THE EMPLOYEE'S YEAR-TO-DATE RECORD, STARTING A
      *    ZEROED ONE THE FIRST TIME THE EMPLOYEE TURNS UP AND
      *    RESTARTING IT WHEN THE PAYMENT FALLS IN A LATER CALENDAR
      *    YEAR. A PERIOD PAYCAL CANNOT DATE STAYS IN THE YEAR THE
      *    EMPLOYEE IS ALREADY IN.
      ******************************************************************
       1120-FIND-WORK-RECORD.
           MOVE PE-PERIOD TO LOOK-PERIOD.
           PERFORM 1065-FIND-PERIOD-YEAR.
           MOVE PE-EMPID TO LW-EMPID.
           READ LDWORK-FILE
               KEY IS LW-EMPID
               INVALID KEY
                   MOVE PE-EMPID TO LW-EMPID
                   MOVE LOOK-YEAR TO LW-YEAR
                   MOVE 0 TO LW-YTD-GROSS
                   WRITE LDWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.
           IF LOOK-YEAR NOT = SPACES AND LOOK-YEAR NOT = LW-YEAR
               IF LW-YEAR NOT = SPACES
                   MOVE 0 TO LW-YTD-GROSS
               END-IF
               MOVE LOOK-YEAR TO LW-YEAR
           END-IF.
      ******************************************************************
      *    PRICE ONE PAYMENT. FOR EACH TAX THE TAXABLE PART OF THIS
      *    GROSS IS THE GROWTH IN YEAR-TO-DATE GROSS HELD UNDER THE
      *    WAGE BASE, AS QTRTAX PRICES IT - SO A NEGATIVE HISTORY
      *    RECORD GIVES BACK EXACTLY WHAT IT ORIGINALLY TOOK.
      ******************************************************************
       1130-PRICE-EMPLOYER-TAXES.
           COMPUTE YTD-AFTER = YTD-BEFORE + HIST-GROSS.
           MOVE ER-FICA-BASE TO WAGE-BASE.
           PERFORM 1135-TAXABLE-UNDER-BASE.
           COMPUTE ER-FICA-AMT ROUNDED = TAXABLE-WAGES * ER-FICA-RATE
               / 100.
           MOVE FUTA-BASE TO WAGE-BASE.
           PERFORM 1135-TAXABLE-UNDER-BASE.
           COMPUTE FUTA-AMT ROUNDED = TAXABLE-WAGES * FUTA-RATE / 100.
           MOVE SUTA-BASE TO WAGE-BASE.
           PERFORM 1135-TAXABLE-UNDER-BASE.
           COMPUTE SUTA-AMT ROUNDED = TAXABLE-WAGES * SUTA-RATE / 100.
      ******************************************************************
      *    TAXABLE WAGES FOR ONE TAX - THE YEAR-TO-DATE GROSS BEFORE
      *    AND AFTER THIS PAYMENT, EACH HELD TO THE WAGE BASE, AND
      *    THE DIFFERENCE TAKEN. A ZERO BASE MEANS NO CAP.
      ******************************************************************
       1135-TAXABLE-UNDER-BASE.
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
      *    IT STAYS IN REM- AND GOES TO UNASSIGNED WITH THE GROSS THE
      *    SLOTS DO NOT COVER.
      ******************************************************************
       1140-SPLIT-EMPLOYER-TAXES.
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
      *    TAKE THE SORTED SLOTS BACK AND PRINT ONE LINE PER COST
      *    CENTER WITHIN EACH PERIOD, A TOTAL AT EACH CHANGE OF
      *    PERIOD AND THE GRAND TOTAL AT THE END
      ******************************************************************
       1200-PRINT-DIST.
           MOVE 0 TO EOF-S.
           RETURN DIST-SORT
               AT END MOVE 1 TO EOF-S
           END-RETURN.
           IF EOF-S = 0
               MOVE DS-PERIOD TO CUR-PERIOD
               MOVE DS-COSTCTR TO CUR-COSTCTR
           END-IF.
           PERFORM UNTIL EOF-S = 1
               IF DS-PERIOD NOT = CUR-PERIOD
                   PERFORM 1210-PRINT-COSTCTR
                   PERFORM 1220-PRINT-PERIOD-TOTAL
                   MOVE DS-PERIOD TO CUR-PERIOD
                   MOVE DS-COSTCTR TO CUR-COSTCTR
               ELSE
                   IF DS-COSTCTR NOT = CUR-COSTCTR
                       PERFORM 1210-PRINT-COSTCTR
                       MOVE DS-COSTCTR TO CUR-COSTCTR
                   END-IF
               END-IF
               ADD DS-HOURS TO CC-HOURS
               ADD DS-GROSS TO CC-GROSS
               ADD DS-ER-FICA TO CC-ER-FICA
               ADD DS-FUTA TO CC-FUTA
               ADD DS-SUTA TO CC-SUTA
               RETURN DIST-SORT
                   AT END MOVE 1 TO EOF-S
               END-RETURN
           END-PERFORM.
           IF RELCOUNT > 0
               PERFORM 1210-PRINT-COSTCTR
               PERFORM 1220-PRINT-PERIOD-TOTAL
           END-IF.
           MOVE SPACES TO RPT-DIST-LINE.
           MOVE 'GRAND TOTAL' TO RL-NAME.
           MOVE TOT-HOURS TO RL-HOURS.
           MOVE TOT-GROSS TO RL-GROSS.
           MOVE TOT-ER-FICA TO RL-ER-FICA.
           MOVE TOT-FUTA TO RL-FUTA.
           MOVE TOT-SUTA TO RL-SUTA.
           WRITE RPT-REC FROM RPT-DIST-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    PRINT THE COST CENTER JUST FINISHED AND ROLL IT INTO THE
      *    PERIOD. THE PERIOD IS PRINTED ON ITS FIRST LINE ONLY.
      ******************************************************************
       1210-PRINT-COSTCTR.
           MOVE SPACES TO RPT-DIST-LINE.
           IF NOT PERIOD-PRINTED
               MOVE CUR-PERIOD TO RL-PERIOD
               MOVE 1 TO PRINTED-PERIOD-SW
           END-IF.
           MOVE CUR-COSTCTR TO RL-COSTCTR.
           PERFORM 1230-FIND-COSTCTR-NAME.
           MOVE CC-HOURS TO RL-HOURS.
           MOVE CC-GROSS TO RL-GROSS.
           MOVE CC-ER-FICA TO RL-ER-FICA.
           MOVE CC-FUTA TO RL-FUTA.
           MOVE CC-SUTA TO RL-SUTA.
           WRITE RPT-REC FROM RPT-DIST-LINE.
           ADD 1 TO LINECOUNT.
           ADD CC-HOURS TO PD-HOURS.
           ADD CC-GROSS TO PD-GROSS.
           ADD CC-ER-FICA TO PD-ER-FICA.
           ADD CC-FUTA TO PD-FUTA.
           ADD CC-SUTA TO PD-SUTA.
           MOVE 0 TO CC-HOURS.
           MOVE 0 TO CC-GROSS.
           MOVE 0 TO CC-ER-FICA.
           MOVE 0 TO CC-FUTA.
           MOVE 0 TO CC-SUTA.
      ******************************************************************
      *    PRINT THE PERIOD TOTAL AND ROLL IT INTO THE GRAND TOTAL
      ******************************************************************
       1220-PRINT-PERIOD-TOTAL.
           MOVE SPACES TO RPT-DIST-LINE.
           MOVE 'PERIOD TOTAL' TO RL-NAME.
           MOVE PD-HOURS TO RL-HOURS.
           MOVE PD-GROSS TO RL-GROSS.
           MOVE PD-ER-FICA TO RL-ER-FICA.
           MOVE PD-FUTA TO RL-FUTA.
           MOVE PD-SUTA TO RL-SUTA.
           WRITE RPT-REC FROM RPT-DIST-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           ADD PD-HOURS TO TOT-HOURS.
           ADD PD-GROSS TO TOT-GROSS.
           ADD PD-ER-FICA TO TOT-ER-FICA.
           ADD PD-FUTA TO TOT-FUTA.
           ADD PD-SUTA TO TOT-SUTA.
           MOVE 0 TO PD-HOURS.
           MOVE 0 TO PD-GROSS.
           MOVE 0 TO PD-ER-FICA.
           MOVE 0 TO PD-FUTA.
           MOVE 0 TO PD-SUTA.
           MOVE 0 TO PRINTED-PERIOD-SW.
      ******************************************************************
      *    NAME THE COST CENTER FROM THE COSTCTR TABLE
      ******************************************************************
       1230-FIND-COSTCTR-NAME.
           MOVE 0 TO CC-FOUND-SW.
           IF CUR-COSTCTR = SPACES
               MOVE 'UNASSIGNED' TO RL-NAME
           ELSE
               PERFORM VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT OR COSTCTR-FOUND
                   IF CC-CODE(CC-SUB) = CUR-COSTCTR
                       MOVE CC-NAME(CC-SUB) TO RL-NAME
                       MOVE 1 TO CC-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT COSTCTR-FOUND
                   MOVE '** NOT ON COSTCTR **' TO RL-NAME
               END-IF
           END-IF.
      ******************************************************************
      *    RUN COUNTS
      ******************************************************************
       1900-PRINT-COUNTS.
           MOVE 'HISTORY RECORDS READ:' TO RC-LABEL.
           MOVE HISTCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'HISTORY RECORDS IN RANGE:' TO RC-LABEL.
           MOVE RANGECOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'EARLIER IN THE YEAR:' TO RC-LABEL.
           MOVE PRIORCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'NOT FULLY DISTRIBUTED:' TO RC-LABEL.
           MOVE UNDISTCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
      ******************************************************************
      *    READ THE NEXT HISTORY RECORD
      ******************************************************************
       2000-READ-HISTORY.
           READ PAYHIST-FILE
               AT END MOVE 1 TO EOF-H
           END-READ.
       END PROGRAM labdist.
