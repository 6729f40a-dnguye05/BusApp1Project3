      ******************************************************************
      *Author: David Nguyen
      *Purpose: qtrtax - quarter-end employer payroll tax liability
      *         and deposit report built from the permanent PAYHIST
      *         file. EVERY HISTORY RECORD IN THE QUARTER, REGULAR OR
      *         OFF-CYCLE, IS PRICED FOR THE EMPLOYER SHARE OF FICA,
      *         FUTA AND STATE UNEMPLOYMENT (SUTA), EACH STOPPING AT
      *         ITS ANNUAL WAGE BASE USING THE EMPLOYEE'S YEAR-TO-DATE
      *         GROSS. PRINTS A LIABILITY AND DEPOSIT SUMMARY BY
      *         PERIOD FOLLOWED BY THE PER-EMPLOYEE TAXABLE WAGE
      *         DETAIL, SO FINANCE NO LONGER REBUILDS THE QUARTER BY
      *         HAND.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. qtrtax.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRATES-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT QTWORK-FILE ASSIGN TO 'QTRWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QW-EMPID
               FILE STATUS IS QTWORK-STATUS.
           SELECT RPT-FILE ASSIGN TO 'QTRTAXRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
      ******************************************************************
      *    TAXRATES - THE SAME RATE FILE THE PAY RUN WITHHOLDS FROM.
      *    THE EMPLOYER RECORDS ARE EXTRA TYPES THE PAY RUN SKIPS:
      *    E - EMPLOYER FICA MATCH PERCENT, TXR-LIMIT = ANNUAL BASE
      *    U - FUTA PERCENT, TXR-LIMIT = ANNUAL WAGE BASE
      *    N - STATE UNEMPLOYMENT PERCENT, TXR-LIMIT = ANNUAL BASE
      *    A ZERO TXR-LIMIT MEANS THE TAX HAS NO WAGE BASE. WITH NO
      *    E RECORD ON FILE THE MATCH FOLLOWS THE EMPLOYEE C RATE
      *    WITH NO BASE, SO IT EQUALS WHAT WAS WITHHELD.
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
       FD  MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
      ******************************************************************
      *    QTRWORK - ONE RECORD PER EMPLOYEE SEEN ON HISTORY FOR THE
      *    YEAR, KEYED ON EMPID, CARRYING THE RUNNING YEAR-TO-DATE
      *    GROSS THE WAGE BASES ARE MEASURED AGAINST AND THE
      *    QUARTER'S TAXABLE WAGES AND EMPLOYER TAXES. BUILT FRESH
      *    EVERY RUN, SO THE DETAIL IS NOT LIMITED BY A TABLE SIZE.
      ******************************************************************
       FD  QTWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  QTWORK-REC.
           03 QW-EMPID PIC X(7).
           03 QW-YTD-GROSS PIC S9(8)V9(2).
           03 QW-QTR-GROSS PIC S9(8)V9(2).
           03 QW-FICA-WAGES PIC S9(8)V9(2).
           03 QW-FUTA-WAGES PIC S9(8)V9(2).
           03 QW-SUTA-WAGES PIC S9(8)V9(2).
           03 QW-ER-FICA PIC S9(7)V9(2).
           03 QW-FUTA PIC S9(7)V9(2).
           03 QW-SUTA PIC S9(7)V9(2).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(41)
               VALUE 'QUARTERLY EMPLOYER PAYROLL TAX LIABILITY'.
           03 FILLER PIC X(9) VALUE 'PERIODS:'.
           03 RH-FROM-PERIOD PIC 9(6).
           03 FILLER PIC X(3) VALUE ' - '.
           03 RH-TO-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'YEAR FROM:'.
           03 RH-YEAR-PERIOD PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD-SUMMARY.
           03 FILLER PIC X(40)
               VALUE 'LIABILITY AND DEPOSIT SUMMARY BY PERIOD'.
       01  RPT-HEAD-SUM-COLS.
           03 FILLER PIC X(6) VALUE 'PERIOD'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'EMPS'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'FED W/H'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EE FICA'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ER FICA'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'FED DEPST'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FUTA'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SUTA'.
       01  RPT-SUM-LINE.
           03 RS-PERIOD PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RS-EMPCOUNT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RS-GROSS PIC $$,$$$,$$9.99-.
           03 RS-FEDTAX PIC $$,$$$,$$9.99-.
           03 RS-EE-FICA PIC $$,$$$,$$9.99-.
           03 RS-ER-FICA PIC $$,$$$,$$9.99-.
           03 RS-DEPOSIT PIC $$,$$$,$$9.99-.
           03 RS-FUTA PIC $$,$$$,$$9.99-.
           03 RS-SUTA PIC $$,$$$,$$9.99-.
       01  RPT-HEAD-DETAIL.
           03 FILLER PIC X(40)
               VALUE 'EMPLOYEE TAXABLE WAGE DETAIL'.
       01  RPT-HEAD-DET-COLS.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'LAST NAME'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'QTR GROSS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'FICA WAGES'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'FUTA WAGES'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'SUTA WAGES'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ER FICA'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FUTA'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SUTA'.
       01  RPT-DET-LINE.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LNAME PIC X(15).
           03 RD-QTR-GROSS PIC $$,$$$,$$9.99-.
           03 RD-FICA-WAGES PIC $$,$$$,$$9.99-.
           03 RD-FUTA-WAGES PIC $$,$$$,$$9.99-.
           03 RD-SUTA-WAGES PIC $$,$$$,$$9.99-.
           03 RD-ER-FICA PIC $$,$$$,$$9.99-.
           03 RD-FUTA PIC $$,$$$,$$9.99-.
           03 RD-SUTA PIC $$,$$$,$$9.99-.
       01  RPT-RATE-LINE.
           03 RR-LABEL PIC X(22).
           03 RR-RATE PIC Z9.99.
           03 FILLER PIC X(4) VALUE ' PCT'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'WAGE BASE:'.
           03 RR-BASE PIC $$,$$$,$$9.99.
       01  RPT-COUNT-LINE.
           03 RC-LABEL PIC X(30).
           03 RC-COUNT PIC ZZZZZ9.
       01  PD-TABLE.
           03 PD-ENTRY OCCURS 20 TIMES.
               05 PD-PERIOD PIC 9(6).
               05 PD-EMPCOUNT PIC 9(4).
               05 PD-GROSS PIC S9(8)V9(2).
               05 PD-FEDTAX PIC S9(8)V9(2).
               05 PD-EE-FICA PIC S9(8)V9(2).
               05 PD-ER-FICA PIC S9(8)V9(2).
               05 PD-FUTA PIC S9(8)V9(2).
               05 PD-SUTA PIC S9(8)V9(2).
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-TX PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 TAXRATES-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 QTWORK-STATUS PIC XX VALUE '00'.
           03 MASTER-OPEN-SW PIC 9 VALUE 0.
           03 ARG-NUM PIC 9(2).
           03 ARG-FROM-PERIOD PIC X(6) VALUE SPACES.
           03 ARG-TO-PERIOD PIC X(6) VALUE SPACES.
           03 ARG-YEAR-PERIOD PIC X(6) VALUE SPACES.
           03 FROM-PERIOD PIC 9(6) VALUE 0.
           03 TO-PERIOD PIC 9(6) VALUE 0.
           03 YEAR-PERIOD PIC 9(6) VALUE 0.
           03 TARGET-YEAR PIC X(4).
           03 RUN-DATE-NUM PIC 9(8).
           03 SUB PIC 9(2).
           03 PD-COUNT PIC 9(2) VALUE 0.
           03 PD-SUB PIC 9(2).
           03 EE-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-RATE PIC 9(2)V9(2) VALUE 0.
           03 ER-FICA-BASE PIC 9(7)V9(2) VALUE 0.
           03 ER-FICA-FOUND-SW PIC 9 VALUE 0.
               88 ER-FICA-ON-FILE VALUE 1.
           03 FUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 FUTA-BASE PIC 9(7)V9(2) VALUE 0.
           03 SUTA-RATE PIC 9(2)V9(2) VALUE 0.
           03 SUTA-BASE PIC 9(7)V9(2) VALUE 0.
      *    THE GROSS IS REBUILT AS NET PAY PLUS EVERYTHING TAKEN OUT
      *    OF IT, THE SAME WAY PAYHINQ DOES - HISTORY RECORDS WRITTEN
      *    BEFORE THE EXTRACT CARRIED PE-GROSS READ IT BACK AS SPACES
           03 HIST-GROSS PIC S9(8)V9(2).
           03 YTD-BEFORE PIC S9(8)V9(2).
           03 YTD-AFTER PIC S9(8)V9(2).
           03 WAGE-BASE PIC 9(7)V9(2).
           03 CAPPED-BEFORE PIC S9(8)V9(2).
           03 CAPPED-AFTER PIC S9(8)V9(2).
           03 TAXABLE-WAGES PIC S9(8)V9(2).
           03 FICA-WAGES PIC S9(8)V9(2).
           03 FUTA-WAGES PIC S9(8)V9(2).
           03 SUTA-WAGES PIC S9(8)V9(2).
           03 ER-FICA-AMT PIC S9(7)V9(2).
           03 FUTA-AMT PIC S9(7)V9(2).
           03 SUTA-AMT PIC S9(7)V9(2).
           03 DEPOSIT-AMT PIC S9(8)V9(2).
           03 HISTCOUNT PIC 9(6) VALUE 0.
           03 PRIORCOUNT PIC 9(6) VALUE 0.
           03 QTRCOUNT PIC 9(6) VALUE 0.
           03 EMPCOUNT PIC 9(6) VALUE 0.
           03 TOT-EMPCOUNT PIC 9(4) VALUE 0.
           03 TOT-GROSS PIC S9(8)V9(2) VALUE 0.
           03 TOT-FEDTAX PIC S9(8)V9(2) VALUE 0.
           03 TOT-EE-FICA PIC S9(8)V9(2) VALUE 0.
           03 TOT-ER-FICA PIC S9(8)V9(2) VALUE 0.
           03 TOT-DEPOSIT PIC S9(8)V9(2) VALUE 0.
           03 TOT-FUTA PIC S9(8)V9(2) VALUE 0.
           03 TOT-SUTA PIC S9(8)V9(2) VALUE 0.
           03 TOT-FICA-WAGES PIC S9(8)V9(2) VALUE 0.
           03 TOT-FUTA-WAGES PIC S9(8)V9(2) VALUE 0.
           03 TOT-SUTA-WAGES PIC S9(8)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1020-GET-RUN-PARMS.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'QTRTAX - NO PAY HISTORY FILE ON HAND, '
                   'STATUS ' PAYHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1017-LOAD-TAXRATES.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               MOVE 1 TO MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT QTWORK-FILE.
           CLOSE QTWORK-FILE.
           OPEN I-O QTWORK-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE FROM-PERIOD TO RH-FROM-PERIOD.
           MOVE TO-PERIOD TO RH-TO-PERIOD.
           MOVE YEAR-PERIOD TO RH-YEAR-PERIOD.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 1400-PRINT-RATES.
           PERFORM 2000-READ-HISTORY.
           PERFORM 1500-LOOP
               UNTIL EOF-H = 1.
           PERFORM 1700-PRINT-SUMMARY.
           PERFORM 1800-PRINT-DETAIL.
           PERFORM 1900-PRINT-COUNTS.
           CLOSE PAYHIST-FILE
               QTWORK-FILE
               RPT-FILE.
           IF MASTER-OPEN-SW = 1
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY 'QTRTAX - HISTORY RECORDS IN QUARTER: ' QTRCOUNT
               ' EMPLOYEES: ' EMPCOUNT.
           STOP RUN.
      ******************************************************************
      *    THE QUARTER IS EVERY HISTORY PERIOD FROM ARG 1 THROUGH
      *    ARG 2, REGULAR OR OFF-CYCLE. ARG 3 IS THE FIRST PERIOD OF
      *    THE CALENDAR YEAR - HISTORY FROM THERE UP TO THE QUARTER
      *    ONLY BUILDS THE YEAR-TO-DATE GROSS THE WAGE BASES ARE
      *    MEASURED AGAINST. WITHOUT ARG 3 THE YEAR START IS FOUND
      *    ON PAYCAL (1030); A QUARTER WHOSE FIRST PERIOD IS NOT ON
      *    PAYCAL IS REFUSED RATHER THAN PRICED WITHOUT ITS
      *    YEAR-TO-DATE WAGES.
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
           IF ARG-FROM-PERIOD NOT NUMERIC OR
               ARG-TO-PERIOD NOT NUMERIC
               DISPLAY 'QTRTAX - USAGE: FROMPERIOD(9(6)) '
                   'TOPERIOD(9(6)) [YEARSTARTPERIOD(9(6))]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ARG-FROM-PERIOD TO FROM-PERIOD.
           MOVE ARG-TO-PERIOD TO TO-PERIOD.
           IF ARG-YEAR-PERIOD IS NUMERIC
               MOVE ARG-YEAR-PERIOD TO YEAR-PERIOD
           ELSE
               PERFORM 1030-FIND-YEAR-START
           END-IF.
           IF TO-PERIOD < FROM-PERIOD OR YEAR-PERIOD > FROM-PERIOD
               DISPLAY 'QTRTAX - PERIODS OUT OF ORDER. THE YEAR '
                   'START MUST NOT FOLLOW THE QUARTER AND THE '
                   'QUARTER MUST NOT END BEFORE IT BEGINS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    THE YEAR STARTS AT THE LOWEST PERIOD ON PAYCAL ENDING IN
      *    THE CALENDAR YEAR THE QUARTER'S FIRST PERIOD ENDS IN, THE
      *    SAME RULE GLPOST PRICES THE EMPLOYER TAXES BY
      ******************************************************************
       1030-FIND-YEAR-START.
           MOVE FROM-PERIOD TO YEAR-PERIOD.
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
               IF EOF-C = 0 AND PC-PERIOD = FROM-PERIOD
                   MOVE PC-ENDDATE(1:4) TO TARGET-YEAR
               END-IF
           END-PERFORM.
           IF PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF.
           IF TARGET-YEAR = SPACES
               DISPLAY 'QTRTAX - PERIOD ' FROM-PERIOD ' IS NOT ON '
                   'PAYCAL. GIVE THE FIRST PERIOD OF THE YEAR AS '
                   'ARG 3.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-C.
           OPEN INPUT PAYCAL-FILE.
           PERFORM UNTIL EOF-C = 1
               READ PAYCAL-FILE
                   AT END MOVE 1 TO EOF-C
               END-READ
               IF EOF-C = 0 AND PC-ENDDATE(1:4) = TARGET-YEAR
                   AND PC-PERIOD < YEAR-PERIOD
                   MOVE PC-PERIOD TO YEAR-PERIOD
               END-IF
           END-PERFORM.
           CLOSE PAYCAL-FILE.
      ******************************************************************
      *    LOAD THE EMPLOYEE FICA RATE AND THE EMPLOYER RATES AND
      *    WAGE BASES. A MISSING TAXRATES FILE LEAVES EVERY RATE AT
      *    ZERO, THE SAME FALLBACK THE PAY RUN USES.
      ******************************************************************
       1017-LOAD-TAXRATES.
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
      *    PRINT THE RATES AND WAGE BASES THE QUARTER WAS PRICED AT
      ******************************************************************
       1400-PRINT-RATES.
           MOVE 'EMPLOYER FICA MATCH:' TO RR-LABEL.
           MOVE ER-FICA-RATE TO RR-RATE.
           MOVE ER-FICA-BASE TO RR-BASE.
           WRITE RPT-REC FROM RPT-RATE-LINE.
           MOVE 'FUTA:' TO RR-LABEL.
           MOVE FUTA-RATE TO RR-RATE.
           MOVE FUTA-BASE TO RR-BASE.
           WRITE RPT-REC FROM RPT-RATE-LINE.
           MOVE 'STATE UNEMPLOYMENT:' TO RR-LABEL.
           MOVE SUTA-RATE TO RR-RATE.
           MOVE SUTA-BASE TO RR-BASE.
           WRITE RPT-REC FROM RPT-RATE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    PAYHIST IS APPENDED IN RUN ORDER, SO READING IT FRONT TO
      *    BACK WALKS EACH EMPLOYEE'S YEAR IN THE ORDER IT WAS PAID.
      *    A RECORD AHEAD OF THE QUARTER ONLY ADDS TO THE YEAR-TO-
      *    DATE GROSS; A RECORD IN THE QUARTER IS PRICED AGAINST THE
      *    GROSS PAID BEFORE IT. ANYTHING OUTSIDE THE YEAR IS SKIPPED.
      ******************************************************************
       1500-LOOP.
           ADD 1 TO HISTCOUNT.
           IF PE-PERIOD >= YEAR-PERIOD AND PE-PERIOD <= TO-PERIOD
               COMPUTE HIST-GROSS = PE-NETPAY + PE-TOTALDEDUCT +
                   PE-FEDTAX + PE-STATETAX + PE-FICA
               PERFORM 1600-FIND-WORK-RECORD
               IF PE-PERIOD < FROM-PERIOD
                   ADD 1 TO PRIORCOUNT
                   ADD HIST-GROSS TO QW-YTD-GROSS
               ELSE
                   ADD 1 TO QTRCOUNT
                   PERFORM 1620-PRICE-EMPLOYER-TAXES
                   PERFORM 1640-ADD-TO-PERIOD
               END-IF
               REWRITE QTWORK-REC
                   INVALID KEY
                       DISPLAY 'QTRTAX - QTRWORK REWRITE FAILED FOR '
                           QW-EMPID ' STATUS ' QTWORK-STATUS
               END-REWRITE
           END-IF.
           PERFORM 2000-READ-HISTORY.
      ******************************************************************
      *    FETCH THE EMPLOYEE'S WORK RECORD, STARTING A ZEROED ONE
      *    THE FIRST TIME THE EMPLOYEE TURNS UP ON HISTORY
      ******************************************************************
       1600-FIND-WORK-RECORD.
           MOVE PE-EMPID TO QW-EMPID.
           READ QTWORK-FILE
               KEY IS QW-EMPID
               INVALID KEY
                   MOVE PE-EMPID TO QW-EMPID
                   MOVE 0 TO QW-YTD-GROSS
                   MOVE 0 TO QW-QTR-GROSS
                   MOVE 0 TO QW-FICA-WAGES
                   MOVE 0 TO QW-FUTA-WAGES
                   MOVE 0 TO QW-SUTA-WAGES
                   MOVE 0 TO QW-ER-FICA
                   MOVE 0 TO QW-FUTA
                   MOVE 0 TO QW-SUTA
                   WRITE QTWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.
      ******************************************************************
      *    PRICE ONE QUARTER RECORD. FOR EACH TAX THE TAXABLE PART OF
      *    THIS GROSS IS THE GROWTH IN YEAR-TO-DATE GROSS HELD UNDER
      *    THE WAGE BASE - SO THE PAYMENT THAT CROSSES THE BASE IS
      *    TAXED ONLY UP TO IT, EVERY LATER PAYMENT IS NOT TAXED AT
      *    ALL, AND A NEGATIVE HISTORY RECORD GIVES BACK EXACTLY
      *    WHAT IT ORIGINALLY TOOK.
      ******************************************************************
       1620-PRICE-EMPLOYER-TAXES.
           MOVE QW-YTD-GROSS TO YTD-BEFORE.
           COMPUTE YTD-AFTER = QW-YTD-GROSS + HIST-GROSS.
           MOVE ER-FICA-BASE TO WAGE-BASE.
           PERFORM 1630-TAXABLE-UNDER-BASE.
           MOVE TAXABLE-WAGES TO FICA-WAGES.
           MOVE FUTA-BASE TO WAGE-BASE.
           PERFORM 1630-TAXABLE-UNDER-BASE.
           MOVE TAXABLE-WAGES TO FUTA-WAGES.
           MOVE SUTA-BASE TO WAGE-BASE.
           PERFORM 1630-TAXABLE-UNDER-BASE.
           MOVE TAXABLE-WAGES TO SUTA-WAGES.
           COMPUTE ER-FICA-AMT ROUNDED = FICA-WAGES * ER-FICA-RATE
               / 100.
           COMPUTE FUTA-AMT ROUNDED = FUTA-WAGES * FUTA-RATE / 100.
           COMPUTE SUTA-AMT ROUNDED = SUTA-WAGES * SUTA-RATE / 100.
           MOVE YTD-AFTER TO QW-YTD-GROSS.
           ADD HIST-GROSS TO QW-QTR-GROSS.
           ADD FICA-WAGES TO QW-FICA-WAGES.
           ADD FUTA-WAGES TO QW-FUTA-WAGES.
           ADD SUTA-WAGES TO QW-SUTA-WAGES.
           ADD ER-FICA-AMT TO QW-ER-FICA.
           ADD FUTA-AMT TO QW-FUTA.
           ADD SUTA-AMT TO QW-SUTA.
      ******************************************************************
      *    TAXABLE WAGES FOR ONE TAX - THE YEAR-TO-DATE GROSS BEFORE
      *    AND AFTER THIS PAYMENT, EACH HELD TO THE WAGE BASE, AND
      *    THE DIFFERENCE TAKEN. A ZERO BASE MEANS NO CAP.
      ******************************************************************
       1630-TAXABLE-UNDER-BASE.
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
      *    ADD THE RECORD TO ITS PERIOD'S LIABILITY LINE, OPENING A
      *    NEW LINE THE FIRST TIME A PERIOD TURNS UP. A QUARTER CAN
      *    HOLD THREE REGULAR PERIODS AND A RUN OF OFF-CYCLE ONES;
      *    MORE PERIODS THAN THE TABLE HOLDS WOULD LEAVE THE DEPOSIT
      *    SUMMARY SHORT, SO THE RUN STOPS RATHER THAN PRINT IT.
      ******************************************************************
       1640-ADD-TO-PERIOD.
           MOVE 0 TO PD-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PD-COUNT
               IF PD-PERIOD(SUB) = PE-PERIOD
                   MOVE SUB TO PD-SUB
               END-IF
           END-PERFORM.
           IF PD-SUB = 0
               IF PD-COUNT >= 20
                   DISPLAY 'FATAL - MORE THAN 20 PERIODS IN THE '
                       'QUARTER. PERIOD ' PE-PERIOD ' NOT SUMMARIZED.'
                   CLOSE PAYHIST-FILE
                       QTWORK-FILE
                       RPT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PD-COUNT
               MOVE PD-COUNT TO PD-SUB
               MOVE PE-PERIOD TO PD-PERIOD(PD-SUB)
               MOVE 0 TO PD-EMPCOUNT(PD-SUB)
               MOVE 0 TO PD-GROSS(PD-SUB)
               MOVE 0 TO PD-FEDTAX(PD-SUB)
               MOVE 0 TO PD-EE-FICA(PD-SUB)
               MOVE 0 TO PD-ER-FICA(PD-SUB)
               MOVE 0 TO PD-FUTA(PD-SUB)
               MOVE 0 TO PD-SUTA(PD-SUB)
           END-IF.
           ADD 1 TO PD-EMPCOUNT(PD-SUB).
           ADD HIST-GROSS TO PD-GROSS(PD-SUB).
           ADD PE-FEDTAX TO PD-FEDTAX(PD-SUB).
           ADD PE-FICA TO PD-EE-FICA(PD-SUB).
           ADD ER-FICA-AMT TO PD-ER-FICA(PD-SUB).
           ADD FUTA-AMT TO PD-FUTA(PD-SUB).
           ADD SUTA-AMT TO PD-SUTA(PD-SUB).
      ******************************************************************
      *    ONE LINE PER PERIOD PLUS THE QUARTER TOTAL. THE FEDERAL
      *    DEPOSIT IS THE INCOME TAX WITHHELD PLUS BOTH HALVES OF
      *    FICA; FUTA AND SUTA ARE SHOWN BESIDE IT AS LIABILITY.
      ******************************************************************
       1700-PRINT-SUMMARY.
           WRITE RPT-REC FROM RPT-HEAD-SUMMARY.
           WRITE RPT-REC FROM RPT-HEAD-SUM-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PD-COUNT
               COMPUTE DEPOSIT-AMT = PD-FEDTAX(SUB) +
                   PD-EE-FICA(SUB) + PD-ER-FICA(SUB)
               MOVE PD-PERIOD(SUB) TO RS-PERIOD
               MOVE PD-EMPCOUNT(SUB) TO RS-EMPCOUNT
               MOVE PD-GROSS(SUB) TO RS-GROSS
               MOVE PD-FEDTAX(SUB) TO RS-FEDTAX
               MOVE PD-EE-FICA(SUB) TO RS-EE-FICA
               MOVE PD-ER-FICA(SUB) TO RS-ER-FICA
               MOVE DEPOSIT-AMT TO RS-DEPOSIT
               MOVE PD-FUTA(SUB) TO RS-FUTA
               MOVE PD-SUTA(SUB) TO RS-SUTA
               WRITE RPT-REC FROM RPT-SUM-LINE
               ADD PD-EMPCOUNT(SUB) TO TOT-EMPCOUNT
               ADD PD-GROSS(SUB) TO TOT-GROSS
               ADD PD-FEDTAX(SUB) TO TOT-FEDTAX
               ADD PD-EE-FICA(SUB) TO TOT-EE-FICA
               ADD PD-ER-FICA(SUB) TO TOT-ER-FICA
               ADD DEPOSIT-AMT TO TOT-DEPOSIT
               ADD PD-FUTA(SUB) TO TOT-FUTA
               ADD PD-SUTA(SUB) TO TOT-SUTA
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'TOTAL' TO RS-PERIOD.
           MOVE TOT-EMPCOUNT TO RS-EMPCOUNT.
           MOVE TOT-GROSS TO RS-GROSS.
           MOVE TOT-FEDTAX TO RS-FEDTAX.
           MOVE TOT-EE-FICA TO RS-EE-FICA.
           MOVE TOT-ER-FICA TO RS-ER-FICA.
           MOVE TOT-DEPOSIT TO RS-DEPOSIT.
           MOVE TOT-FUTA TO RS-FUTA.
           MOVE TOT-SUTA TO RS-SUTA.
           WRITE RPT-REC FROM RPT-SUM-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    ONE LINE PER EMPLOYEE PAID IN THE QUARTER, IN EMPID ORDER
      *    STRAIGHT OFF THE WORK FILE'S INDEX. EMPLOYEES PAID EARLIER
      *    IN THE YEAR BUT NOT THIS QUARTER ARE LEFT OFF.
      ******************************************************************
       1800-PRINT-DETAIL.
           WRITE RPT-REC FROM RPT-HEAD-DETAIL.
           WRITE RPT-REC FROM RPT-HEAD-DET-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO EOF-W.
           MOVE LOW-VALUES TO QW-EMPID.
           START QTWORK-FILE KEY IS NOT LESS THAN QW-EMPID
               INVALID KEY MOVE 1 TO EOF-W
           END-START.
           PERFORM UNTIL EOF-W = 1
               READ QTWORK-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-W
               END-READ
               IF EOF-W = 0
                   PERFORM 1810-PRINT-EMPLOYEE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'TOTAL' TO RD-EMPID.
           MOVE SPACES TO RD-LNAME.
           MOVE TOT-GROSS TO RD-QTR-GROSS.
           MOVE TOT-FICA-WAGES TO RD-FICA-WAGES.
           MOVE TOT-FUTA-WAGES TO RD-FUTA-WAGES.
           MOVE TOT-SUTA-WAGES TO RD-SUTA-WAGES.
           MOVE TOT-ER-FICA TO RD-ER-FICA.
           MOVE TOT-FUTA TO RD-FUTA.
           MOVE TOT-SUTA TO RD-SUTA.
           WRITE RPT-REC FROM RPT-DET-LINE.
      ******************************************************************
      *    PRINT ONE EMPLOYEE'S QUARTER, WITH THE LAST NAME FROM THE
      *    MASTER WHEN THE EMPLOYEE IS STILL ON IT
      ******************************************************************
       1810-PRINT-EMPLOYEE.
           IF QW-QTR-GROSS NOT = 0 OR QW-FICA-WAGES NOT = 0 OR
               QW-ER-FICA NOT = 0
               ADD 1 TO EMPCOUNT
               MOVE SPACES TO RD-LNAME
               IF MASTER-OPEN-SW = 1
                   MOVE QW-EMPID TO MASTER-EMPID
                   READ MASTER-FILE
                       KEY IS MASTER-EMPID
                       INVALID KEY
                           MOVE '*NOT ON MASTER*' TO RD-LNAME
                       NOT INVALID KEY
                           MOVE MASTER-REC TO INPUT-DATA
                           MOVE I-LNAME TO RD-LNAME
                   END-READ
               END-IF
               MOVE QW-EMPID TO RD-EMPID
               MOVE QW-QTR-GROSS TO RD-QTR-GROSS
               MOVE QW-FICA-WAGES TO RD-FICA-WAGES
               MOVE QW-FUTA-WAGES TO RD-FUTA-WAGES
               MOVE QW-SUTA-WAGES TO RD-SUTA-WAGES
               MOVE QW-ER-FICA TO RD-ER-FICA
               MOVE QW-FUTA TO RD-FUTA
               MOVE QW-SUTA TO RD-SUTA
               WRITE RPT-REC FROM RPT-DET-LINE
               ADD QW-FICA-WAGES TO TOT-FICA-WAGES
               ADD QW-FUTA-WAGES TO TOT-FUTA-WAGES
               ADD QW-SUTA-WAGES TO TOT-SUTA-WAGES
           END-IF.
      ******************************************************************
      *    PRINT THE RECORD COUNTS SO THE RUN CAN BE PROVED AGAINST
      *    PAYHIST
      ******************************************************************
       1900-PRINT-COUNTS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HISTORY RECORDS READ:' TO RC-LABEL.
           MOVE HISTCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'RECORDS BEFORE THE QUARTER:' TO RC-LABEL.
           MOVE PRIORCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'RECORDS IN THE QUARTER:' TO RC-LABEL.
           MOVE QTRCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'EMPLOYEES IN THE QUARTER:' TO RC-LABEL.
           MOVE EMPCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
      ******************************************************************
      *    READ IN THE PAY HISTORY FILE
      ******************************************************************
       2000-READ-HISTORY.
           READ PAYHIST-FILE
               AT END MOVE 1 TO EOF-H.
       END PROGRAM qtrtax.
