      ******************************************************************
      *Author: David Nguyen
      *Purpose: payvoid - void a payment that has already posted.
      *         EACH VOIDTRAN ITEM NAMES THE EMPLOYEE AND PERIOD OF
      *         THE PAYMENT (AND THE CHECK NUMBER WHEN IT WAS A
      *         PAPER CHECK). THE ORIGINAL IS FOUND ON THE PERMANENT
      *         PAYHIST FILE AND A REVERSAL CARRYING EVERY AMOUNT
      *         NEGATED IS APPENDED BESIDE IT, SO HISTORY SUMS NET
      *         THE PAYMENT OUT. THE DEDUCTIONS IT TOOK ARE BACKED
      *         OUT OF EMPYTD SLOT BY SLOT, ANY ARREARS IT RECOVERED
      *         ARE PUT BACK ON GARNARR, AND REVERSING JOURNAL LINES
      *         ARE APPENDED TO GLFILE THROUGH THE SAME GLACCTS
      *         MAPPING GLPOST USES. EVERY VOID IS LOGGED TO THE
      *         PERMANENT EMPAUDIT HISTORY AND PRINTED ON THE VOID
      *         REGISTER; AN ITEM THAT CANNOT BE VOIDED IS PRINTED
      *         WITH THE REASON AND NOTHING IS CHANGED FOR IT. A
      *         PAPER CHECK IS HELD TO THE OUTCHECK OUTSTANDING-CHECK
      *         MASTER - ONE THE BANK HAS ALREADY PAID, OR ONE ISSUED
      *         FOR ANOTHER PAYMENT, IS NOT VOIDED - AND IS MARKED
      *         VOIDED THERE SO CHKRECON CATCHES IT IF PRESENTED.
      *         A PAYMENT OUTCHECK SHOWS WAS PAID BY CHECK CANNOT BE
      *         VOIDED AS A DEPOSIT - THE CHECK NUMBER MUST BE GIVEN.
      *         THE GROSS IS REVERSED OFF THE SAME COST CENTERS IT
      *         WAS DISTRIBUTED TO. A PERIOD IS ONLY VOIDED ONCE
      *         GLPOST IS DONE FOR IT ON RUNCTL - GLPOST REWRITES
      *         GLFILE, SO AN EARLIER REVERSAL WOULD BE LOST. THE
      *         EMPLOYER FICA, FUTA AND SUTA GLPOST CHARGED ON THE
      *         PAYMENT ARE REPRICED THE WAY GLPOST PRICED THEM AND
      *         REVERSED OFF THE SAME COST CENTERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payvoid.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOIDTRAN-FILE ASSIGN TO 'VOIDTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOIDTRAN-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT EMPYTD-FILE ASSIGN TO 'EMPYTD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS EMPYTD-STATUS.
           SELECT GARNARR-FILE ASSIGN TO 'GARNARR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS GARNARR-STATUS.
           SELECT DEDELECT-FILE ASSIGN TO 'DEDELECT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDELECT-STATUS.
           SELECT DEDCODES-FILE ASSIGN TO 'DEDCODES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDCODES-STATUS.
           SELECT GLACCTS-FILE ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCTS-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXRATES-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT GL-FILE ASSIGN TO 'GLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OUTCHECK-FILE ASSIGN TO 'OUTCHECK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHECKNO
               FILE STATUS IS OUTCHECK-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUNCTL-STATUS.
           SELECT VOIDRPT-FILE ASSIGN TO 'VOIDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    VOIDTRAN - ONE PAYMENT TO VOID PER LINE, KEYED BY PAYROLL
      *    FROM THE STOP-PAYMENT OR RETURNED-CHECK PAPERWORK.
      *    VT-CHECKNO IS THE CHECK NUMBER FOR A PAPER CHECK AND
      *    SPACES FOR A DIRECT DEPOSIT. A PAYMENT CHKPRINT PAID BY
      *    CHECK IS REFUSED WITHOUT ITS CHECK NUMBER.
      ******************************************************************
       FD  VOIDTRAN-FILE
           LABEL RECORDS ARE OMITTED.
       01  VOIDTRAN-REC.
           03 VT-EMPID PIC X(7).
           03 VT-PERIOD PIC X(6).
           03 VT-CHECKNO PIC X(6).
           03 VT-REASON PIC X(20).
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYHIST-REC PIC X(317).
       FD  EMPYTD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPYTDRC.
       FD  GARNARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GARNARRC.
       FD  DEDELECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEDELECT.
       FD  DEDCODES-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEDCODES-REC PIC X(22).
      ******************************************************************
      *    GLACCTS - THE SAME OPS-MAINTAINED MAPPING GLPOST READS
      *    GP - GROSS PAY EXPENSE, KEYED BY EMPLOYEE TYPE (FT/PT/..)
      *    DD - DEDUCTION PAYABLE, KEYED BY DEDCODES CODE
      *    TX - TAX WITHHELD,      KEYED FD / ST / FI
      *    ET - EMPLOYER TAX EXPENSE, KEYED FI / FU / SU
      *    EP - EMPLOYER TAX PAYABLE, KEYED FI / FU / SU
      *    NP - NET PAY CLEARING,  KEY IS SPACES
      ******************************************************************
       FD  GLACCTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLACCTS-REC.
           03 GA-CLASS PIC X(2).
           03 GA-KEY PIC X(2).
           03 GA-ACCOUNT PIC X(8).
      ******************************************************************
      *    TAXRATES - THE EMPLOYER RECORDS GLPOST PRICES FROM:
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
      *    PAYCAL - ONE POSTED PAYPERD IMAGE PER PERIOD. IT DATES THE
      *    VOIDED PERIOD SO THE FIRST PERIOD OF ITS CALENDAR YEAR
      *    CAN BE FOUND.
      ******************************************************************
       FD  PAYCAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYCAL-REC.
           03 PC-PERIOD PIC 9(6).
           03 PC-STARTDATE PIC 9(8).
           03 PC-ENDDATE PIC 9(8).
           03 PC-STATUS PIC X(6).
       FD  GL-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-REC.
           03 GL-ACCOUNT PIC X(8).
           03 GL-DRCR PIC X(2).
           03 GL-AMOUNT PIC S9(9)V9(2).
           03 GL-PERIOD PIC 9(6).
           03 GL-DESC PIC X(30).
           03 GL-COSTCTR PIC X(6).
       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY EMPAUDRC.
       FD  OUTCHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OUTCHKRC.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTLRC.
       FD  VOIDRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  VOIDRPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
           COPY PAYEXTRC.
           COPY DEDCODES.
      *    THE ORIGINAL PAYMENT AS FOUND ON HISTORY, HELD WHILE THE
      *    REST OF THE FILE IS READ FOR AN EARLIER VOID OF IT
       01  HOLD-PAYMENT PIC X(317).
       01  RPT-HEAD1.
           03 FILLER PIC X(22) VALUE 'PAYMENT VOID REGISTER'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD2.
           03 FILLER PIC X(7) VALUE 'EMP ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'PERIOD'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'CHECK'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'NET'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ACTION'.
       01  RPT-LINE.
           03 RL-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-PERIOD PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-CHECKNO PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-GROSS PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-NETPAY PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-ACTION PIC X(45).
       01  RPT-NOTE-LINE.
           03 FILLER PIC X(9) VALUE SPACES.
           03 RN-NOTE PIC X(45).
           03 RN-AMOUNT PIC $$$,$$9.99.
       01  RPT-TOTAL-LINE.
           03 RT-LABEL PIC X(30).
           03 FILLER PIC X(1) VALUE ':'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RT-COUNT PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-AMOUNT PIC $$,$$$,$$9.99-.
       01  RPT-VERDICT-LINE.
           03 FILLER PIC X(9) VALUE 'JOURNAL:'.
           03 RV-VERDICT PIC X(55).
       01  GA-TABLE.
           03 GA-ENTRY OCCURS 50 TIMES.
               05 GA-TBL-CLASS PIC X(2).
               05 GA-TBL-KEY PIC X(2).
               05 GA-TBL-ACCOUNT PIC X(8).
      *    THE PAYMENT'S EMPLOYER TAXES SPLIT OVER ITS PE-DIST SLOTS
       01  SH-TABLE.
           03 SH-ENTRY OCCURS 5 TIMES.
               05 SH-FICA PIC S9(7)V9(2).
               05 SH-FUTA PIC S9(7)V9(2).
               05 SH-SUTA PIC S9(7)V9(2).
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-E PIC 9 VALUE 0.
           03 DED-EOF-SW PIC 9 VALUE 0.
           03 VOIDTRAN-STATUS PIC XX VALUE '00'.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 EMPYTD-STATUS PIC XX VALUE '00'.
           03 GARNARR-STATUS PIC XX VALUE '00'.
           03 DEDELECT-STATUS PIC XX VALUE '00'.
           03 DEDCODES-STATUS PIC XX VALUE '00'.
           03 GLACCTS-STATUS PIC XX VALUE '00'.
           03 TAXRATES-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 EOF-TX PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 GL-STATUS PIC XX VALUE '00'.
           03 GLFILE-PERIOD PIC 9(6) VALUE 0.
           03 AUDIT-STATUS PIC XX VALUE '00'.
           03 OUTCHECK-STATUS PIC XX VALUE '00'.
           03 OUTCHECK-MISSING-SW PIC 9 VALUE 0.
               88 OUTCHECK-MISSING VALUE 1.
           03 OC-FOUND-SW PIC 9 VALUE 0.
               88 CHECK-ON-OUTCHECK VALUE 1.
           03 OC-ELSEWHERE-SW PIC 9 VALUE 0.
               88 CHECK-FOR-OTHER-PAYMENT VALUE 1.
           03 PAID-BY-CHECK-SW PIC 9 VALUE 0.
               88 PAYMENT-PAID-BY-CHECK VALUE 1.
           03 EOF-O PIC 9 VALUE 0.
           03 RUNCTL-STATUS PIC XX VALUE '00'.
           03 RUNCTL-MISSING-SW PIC 9 VALUE 0.
               88 RUNCTL-MISSING VALUE 1.
           03 GL-DONE-SW PIC 9 VALUE 0.
               88 PERIOD-POSTED-TO-GL VALUE 1.
           03 CHECK-REJECT PIC X(45) VALUE SPACES.
           03 YTD-MISSING-SW PIC 9 VALUE 0.
               88 EMPYTD-MISSING VALUE 1.
           03 ORIG-FOUND-SW PIC 9 VALUE 0.
               88 ORIGINAL-FOUND VALUE 1.
           03 ORIGCOUNT PIC 9(3) VALUE 0.
           03 PRIORVOIDCOUNT PIC 9(3) VALUE 0.
           03 FOOT-SW PIC 9 VALUE 0.
               88 PAYMENT-FOOTS VALUE 1.
           03 NO-ARREARS-SW PIC 9 VALUE 0.
               88 ARREARS-NOT-ON-HISTORY VALUE 1.
           03 YTD-SHORT-SW PIC 9 VALUE 0.
               88 EMPYTD-SHORT VALUE 1.
           03 ELECT-FOUND-SW PIC 9 VALUE 0.
               88 ELECTION-FOUND VALUE 1.
           03 TARGET-PERIOD PIC 9(6).
           03 TARGET-CHECKNO PIC 9(6).
           03 SUB PIC 99.
           03 DIST-SUB PIC 9.
           03 GA-SUB PIC 99.
           03 GA-COUNT PIC 99 VALUE 0.
           03 DC-COUNT PIC 9(2) VALUE 0.
           03 LOOK-CLASS PIC X(2).
           03 LOOK-KEY PIC X(2).
           03 MAP-ACCOUNT PIC X(8).
           03 MAP-FOUND-SW PIC 9 VALUE 0.
      *    THE SAME SUSPENSE ACCOUNT GLPOST FALLS BACK TO, SO AN
      *    UNMAPPED REVERSAL LANDS WHERE ITS ORIGINAL DID
           03 SUSPENSE-ACCOUNT PIC X(8) VALUE '99999999'.
           03 WORK-DESC PIC X(30).
           03 SLOT-SUM PIC S9(7)V9(2).
           03 GROSS-COVERED PIC S9(7)V9(2).
           03 FOOT-GROSS PIC S9(7)V9(2).
           03 ARREARS-BACK PIC S9(6)V9(2).
           03 RUN-DATE-NUM PIC 9(8).
           03 RUN-TIME-RAW PIC X(8).
           03 TRANCOUNT PIC 9(4) VALUE 0.
           03 VOIDCOUNT PIC 9(4) VALUE 0.
           03 REJCOUNT PIC 9(4) VALUE 0.
           03 GROSS-VOIDED PIC S9(9)V9(2) VALUE 0.
           03 NET-VOIDED PIC S9(9)V9(2) VALUE 0.
           03 DEBIT-TOTAL PIC S9(10)V9(2) VALUE 0.
           03 CREDIT-TOTAL PIC S9(10)V9(2) VALUE 0.
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
           03 ER-LINE-AMT PIC S9(7)V9(2).
           03 ER-LINE-DESC PIC X(18).
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN INPUT VOIDTRAN-FILE.
           IF VOIDTRAN-STATUS = '35'
               DISPLAY 'PAYVOID - NO VOIDTRAN FILE ON HAND. NOTHING '
                   'TO VOID.'
               STOP RUN
           END-IF.
           IF VOIDTRAN-STATUS NOT = '00'
               DISPLAY 'PAYVOID - VOIDTRAN OPEN FAILED, STATUS '
                   VOIDTRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-DEDCODES.
           PERFORM 1020-LOAD-GLACCTS.
           PERFORM 1025-LOAD-TAXRATES.
           PERFORM 1040-OPEN-EMPYTD.
           PERFORM 1050-OPEN-GARNARR.
           PERFORM 1060-OPEN-GLFILE.
           PERFORM 1070-OPEN-AUDIT.
           PERFORM 1080-OPEN-OUTCHECK.
           PERFORM 1090-OPEN-RUNCTL.
           OPEN OUTPUT VOIDRPT-FILE.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE VOIDRPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO VOIDRPT-REC.
           WRITE VOIDRPT-REC.
           WRITE VOIDRPT-REC FROM RPT-HEAD2.
           MOVE SPACES TO VOIDRPT-REC.
           WRITE VOIDRPT-REC.
           PERFORM 2000-READ-TRAN.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE VOIDTRAN-FILE
               GARNARR-FILE
               GL-FILE
               AUDIT-FILE
               VOIDRPT-FILE.
           IF NOT EMPYTD-MISSING
               CLOSE EMPYTD-FILE
           END-IF.
           IF NOT OUTCHECK-MISSING
               CLOSE OUTCHECK-FILE
           END-IF.
           IF NOT RUNCTL-MISSING
               CLOSE RUNCTL-FILE
           END-IF.
           DISPLAY 'PAYVOID - PAYMENTS VOIDED: ' VOIDCOUNT
               ' REJECTED: ' REJCOUNT.
           STOP RUN.
      ******************************************************************
      *    LOAD THE DEDUCTION CODE REFERENCE TABLE, THE SAME LOAD
      *    SHAPE PROJECT3 AND GLPOST USE
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
      *    LOAD THE OPS-MAINTAINED ACCOUNT MAPPING. A MISSING
      *    GLACCTS LEAVES THE TABLE EMPTY AND EVERY REVERSING LINE
      *    POSTS TO SUSPENSE, THE SAME AS IN GLPOST.
      ******************************************************************
       1020-LOAD-GLACCTS.
           MOVE 0 TO EOF-G.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = '35'
               MOVE 1 TO EOF-G
           END-IF.
           PERFORM UNTIL EOF-G = 1 OR GA-COUNT >= 50
               READ GLACCTS-FILE
                   AT END MOVE 1 TO EOF-G
               END-READ
               IF EOF-G = 0
                   ADD 1 TO GA-COUNT
                   MOVE GA-CLASS TO GA-TBL-CLASS(GA-COUNT)
                   MOVE GA-KEY TO GA-TBL-KEY(GA-COUNT)
                   MOVE GA-ACCOUNT TO GA-TBL-ACCOUNT(GA-COUNT)
               END-IF
           END-PERFORM.
           IF GLACCTS-STATUS NOT = '35'
               CLOSE GLACCTS-FILE
           END-IF.
      ******************************************************************
      *    LOAD THE EMPLOYER RATES AND WAGE BASES THE SAME WAY GLPOST
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
      *    THE FIRST OF ITS YEAR.
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
      *    OPEN THE YEAR-TO-DATE DEDUCTION FILE FOR KEYED UPDATE. NO
      *    EMPYTD AT ALL MEANS NOTHING HAS ACCRUED TO BACK OUT; ANY
      *    OTHER OPEN FAILURE STOPS THE RUN BEFORE ANYTHING IS
      *    VOIDED HALF WAY.
      ******************************************************************
       1040-OPEN-EMPYTD.
           OPEN I-O EMPYTD-FILE.
           IF EMPYTD-STATUS = '35'
               MOVE 1 TO YTD-MISSING-SW
           END-IF.
           IF EMPYTD-STATUS NOT = '00' AND EMPYTD-STATUS NOT = '35'
               DISPLAY 'FATAL - EMPYTD OPEN FAILED, STATUS '
                   EMPYTD-STATUS
               CLOSE VOIDTRAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE ARREARS FILE FOR KEYED UPDATE, CREATING IT IF IT
      *    HAS NEVER EXISTED - THE SAME WAY THE PAY RUNS OPEN IT
      ******************************************************************
       1050-OPEN-GARNARR.
           OPEN I-O GARNARR-FILE.
           IF GARNARR-STATUS = '35'
               OPEN OUTPUT GARNARR-FILE
               CLOSE GARNARR-FILE
               OPEN I-O GARNARR-FILE
           END-IF.
           IF GARNARR-STATUS NOT = '00'
               DISPLAY 'FATAL - GARNARR OPEN FAILED, STATUS '
                   GARNARR-STATUS
               CLOSE VOIDTRAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    THE REVERSING LINES ARE ADDED TO THE JOURNAL FILE THE GL
      *    INTERFACE PICKS UP, BEHIND WHATEVER GLPOST LEFT THERE.
      *    ONLY PERIODS GLPOST HAS FINISHED ARE VOIDED (1607), SO
      *    THE NEXT GLPOST IS FOR A LATER PERIOD AND THE LINES HAVE
      *    GONE TO THE LEDGER WITH THIS PERIOD'S JOURNAL BEFORE IT
      *    REWRITES THE FILE. THE PERIOD OF THE JOURNAL GLPOST LEFT
      *    THERE IS NOTED FIRST - IT IS THE ONE WITNESS THAT AN
      *    OFF-CYCLE PERIOD WITH NO RUNCTL RECORDS HAS BEEN POSTED.
      ******************************************************************
       1060-OPEN-GLFILE.
           MOVE 0 TO GLFILE-PERIOD.
           MOVE 0 TO EOF-G.
           OPEN INPUT GL-FILE.
           IF GL-STATUS NOT = '00'
               MOVE 1 TO EOF-G
           END-IF.
           PERFORM UNTIL EOF-G = 1
               READ GL-FILE
                   AT END MOVE 1 TO EOF-G
               END-READ
               IF EOF-G = 0 AND GL-DESC(1:5) NOT = 'VOID '
                   MOVE GL-PERIOD TO GLFILE-PERIOD
                   MOVE 1 TO EOF-G
               END-IF
           END-PERFORM.
           IF GL-STATUS NOT = '35'
               CLOSE GL-FILE
           END-IF.
           OPEN EXTEND GL-FILE.
           IF GL-STATUS = '35'
               OPEN OUTPUT GL-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE PERMANENT AUDIT HISTORY IN EXTEND, THE SAME WAY
      *    EMPMAINT AND ACHRET DO
      ******************************************************************
       1070-OPEN-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE OUTSTANDING-CHECK MASTER FOR KEYED UPDATE. NONE
      *    ON FILE MEANS NO CHECK HAS BEEN CUT SINCE IT WAS STARTED,
      *    SO A CHECK VOID IS TAKEN ON THE VOIDTRAN ITEM ALONE.
      ******************************************************************
       1080-OPEN-OUTCHECK.
           OPEN I-O OUTCHECK-FILE.
           IF OUTCHECK-STATUS = '35'
               MOVE 1 TO OUTCHECK-MISSING-SW
           END-IF.
           IF OUTCHECK-STATUS NOT = '00' AND OUTCHECK-STATUS NOT = '35'
               DISPLAY 'FATAL - OUTCHECK OPEN FAILED, STATUS '
                   OUTCHECK-STATUS
               CLOSE VOIDTRAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE RUN-CONTROL FILE TO SEE WHETHER THE VOIDED
      *    PERIOD HAS BEEN POSTED TO THE LEDGER. NO RUNCTL MEANS
      *    EVERY PERIOD ON HISTORY PREDATES RUN CONTROL AND WAS
      *    POSTED BEFORE IT STARTED.
      ******************************************************************
       1090-OPEN-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS = '35'
               MOVE 1 TO RUNCTL-MISSING-SW
           END-IF.
           IF RUNCTL-STATUS NOT = '00' AND RUNCTL-STATUS NOT = '35'
               DISPLAY 'FATAL - RUN-CONTROL FILE RUNCTL OPEN FAILED, '
                   'STATUS ' RUNCTL-STATUS
               CLOSE VOIDTRAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    FIND THE PAYMENT ON HISTORY FOR ONE VOID ITEM. THE ITEM IS
      *    VOIDED ONLY WHEN AN UNVOIDED ORIGINAL IS ON FILE AND ITS
      *    FIGURES STILL FOOT; OTHERWISE IT IS PRINTED WITH THE
      *    REASON AND LEFT FOR PAYROLL. THE SAME PASS TOTALS THE
      *    EMPLOYEE'S GROSS FOR THE YEAR'S PERIODS BEFORE THE VOIDED
      *    ONE, REGULAR, OFF-CYCLE OR VOID, THAT GLPOST MEASURED THE
      *    EMPLOYER TAX WAGE BASES AGAINST. THE GROSS IS REBUILT AS
      *    NET PLUS EVERYTHING TAKEN OUT OF IT, AS GLPOST DOES.
      ******************************************************************
       1300-FIND-PAYMENT.
           MOVE 0 TO ORIG-FOUND-SW.
           MOVE 0 TO ORIGCOUNT.
           MOVE 0 TO PRIORVOIDCOUNT.
           MOVE 0 TO YTD-BEFORE.
           MOVE TARGET-PERIOD TO YEAR-TARGET.
           PERFORM 1030-FIND-YEAR-START.
           MOVE 0 TO EOF-H.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM UNTIL EOF-H = 1
               READ PAYHIST-FILE INTO PAYEXTRACT-REC
                   AT END MOVE 1 TO EOF-H
               END-READ
               IF EOF-H = 0 AND PE-EMPID = VT-EMPID AND
                   PE-PERIOD = TARGET-PERIOD
                   IF PE-VOID-REVERSAL
                       ADD 1 TO PRIORVOIDCOUNT
                   ELSE
                       ADD 1 TO ORIGCOUNT
                       MOVE 1 TO ORIG-FOUND-SW
                       MOVE PAYEXTRACT-REC TO HOLD-PAYMENT
                   END-IF
               END-IF
               IF EOF-H = 0 AND PE-EMPID = VT-EMPID AND
                   PE-PERIOD >= YEAR-PERIOD AND
                   PE-PERIOD < TARGET-PERIOD
                   COMPUTE HIST-GROSS = PE-NETPAY + PE-TOTALDEDUCT +
                       PE-FEDTAX + PE-STATETAX + PE-FICA
                   ADD HIST-GROSS TO YTD-BEFORE
               END-IF
           END-PERFORM.
           IF PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.
           IF ORIGINAL-FOUND
               MOVE HOLD-PAYMENT TO PAYEXTRACT-REC
           END-IF.
      ******************************************************************
      *    PROCESS ONE VOID ITEM, THEN READ THE NEXT ONE
      ******************************************************************
       1500-LOOP.
           ADD 1 TO TRANCOUNT.
           PERFORM 1600-VOID-ONE.
           PERFORM 2000-READ-TRAN.
      ******************************************************************
      *    VALIDATE THE ITEM, THEN UNDO EVERYTHING THE PAYMENT DID -
      *    YEAR-TO-DATE DEDUCTIONS, ARREARS RECOVERED, HISTORY AND
      *    THE LEDGER - AND LEAVE THE AUDIT TRAIL
      ******************************************************************
       1600-VOID-ONE.
           MOVE VT-EMPID TO RL-EMPID.
           MOVE VT-PERIOD TO RL-PERIOD.
           MOVE VT-CHECKNO TO RL-CHECKNO.
           MOVE 0 TO RL-GROSS.
           MOVE 0 TO RL-NETPAY.
           MOVE 0 TO TARGET-CHECKNO.
           IF VT-CHECKNO IS NUMERIC
               MOVE VT-CHECKNO TO TARGET-CHECKNO
           END-IF.
           IF VT-PERIOD NOT NUMERIC
               MOVE 'PERIOD NOT NUMERIC - NOT VOIDED' TO RL-ACTION
               PERFORM 1690-REJECT
           ELSE
           IF VT-CHECKNO NOT = SPACES AND VT-CHECKNO NOT NUMERIC
               MOVE 'CHECK NUMBER NOT NUMERIC - NOT VOIDED'
                   TO RL-ACTION
               PERFORM 1690-REJECT
           ELSE
               MOVE VT-PERIOD TO TARGET-PERIOD
               PERFORM 1300-FIND-PAYMENT
               IF NOT ORIGINAL-FOUND
                   MOVE 'NO PAYMENT ON PAYHIST FOR PERIOD'
                       TO RL-ACTION
                   PERFORM 1690-REJECT
               ELSE
               IF PRIORVOIDCOUNT >= ORIGCOUNT
                   MOVE 'PAYMENT ALREADY VOIDED - NOT VOIDED AGAIN'
                       TO RL-ACTION
                   PERFORM 1690-REJECT
               ELSE
               PERFORM 1607-CHECK-GLPOST
               IF NOT PERIOD-POSTED-TO-GL
                   MOVE 'PERIOD NOT POSTED BY GLPOST YET - NOT VOIDED'
                       TO RL-ACTION
                   PERFORM 1690-REJECT
               ELSE
               PERFORM 1605-FIND-CHECK
               IF CHECK-REJECT NOT = SPACES
                   MOVE CHECK-REJECT TO RL-ACTION
                   PERFORM 1690-REJECT
               ELSE
                   PERFORM 1610-CHECK-FIGURES
                   IF NOT PAYMENT-FOOTS
                       MOVE 'PAYMENT FIGURES DO NOT FOOT - VOID BY HAND'
                           TO RL-ACTION
                       PERFORM 1690-REJECT
                   ELSE
                       MOVE PE-GROSS TO RL-GROSS
                       MOVE PE-NETPAY TO RL-NETPAY
                       PERFORM 1620-BACK-OUT-YTD
                       PERFORM 1630-RESTORE-ARREARS
                       PERFORM 1640-REVERSE-JOURNAL
                       MOVE PAYEXTRACT-REC(1:132) TO AU-BEFORE
                       PERFORM 1650-WRITE-REVERSAL
                       MOVE PAYEXTRACT-REC(1:132) TO AU-AFTER
                       PERFORM 1660-WRITE-AUDIT
                       PERFORM 1675-MARK-CHECK-VOID
                       PERFORM 1670-PRINT-VOID
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
      ******************************************************************
      *    THE PAYMENT'S CHECKS ARE LOOKED UP ON THE OUTSTANDING-CHECK
      *    MASTER BY EMPLOYEE AND PERIOD - PAYHIST DOES NOT CARRY THE
      *    CHECK NUMBER CHKPRINT ISSUED. A PAYMENT PAID BY CHECK IS
      *    ONLY VOIDED AGAINST ITS OWN CHECK NUMBER, AND NOT ONCE THE
      *    BANK HAS PAID IT - A CASHED CHECK IS MONEY THE EMPLOYEE
      *    HAS, AND NEEDS AN OVERPAYMENT RECOVERY, NOT A VOID.
      ******************************************************************
       1605-FIND-CHECK.
           MOVE 0 TO OC-FOUND-SW.
           MOVE 0 TO OC-ELSEWHERE-SW.
           MOVE 0 TO PAID-BY-CHECK-SW.
           MOVE SPACES TO CHECK-REJECT.
           IF NOT OUTCHECK-MISSING
               MOVE 0 TO EOF-O
               MOVE 0 TO OC-CHECKNO
               START OUTCHECK-FILE KEY IS NOT LESS THAN OC-CHECKNO
                   INVALID KEY MOVE 1 TO EOF-O
               END-START
               PERFORM UNTIL EOF-O = 1
                   READ OUTCHECK-FILE NEXT RECORD
                       AT END MOVE 1 TO EOF-O
                   END-READ
                   IF EOF-O = 0
                       PERFORM 1606-MATCH-CHECK
                   END-IF
               END-PERFORM
               IF CHECK-ON-OUTCHECK
                   MOVE TARGET-CHECKNO TO OC-CHECKNO
                   READ OUTCHECK-FILE
                       KEY IS OC-CHECKNO
                       INVALID KEY
                           MOVE 0 TO OC-FOUND-SW
                   END-READ
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TARGET-CHECKNO = 0 AND PAYMENT-PAID-BY-CHECK
                   MOVE 'PAID BY CHECK - CHECK NUMBER NEEDED TO VOID'
                       TO CHECK-REJECT
               WHEN TARGET-CHECKNO NOT = 0 AND NOT CHECK-ON-OUTCHECK
                   AND (CHECK-FOR-OTHER-PAYMENT OR
                        PAYMENT-PAID-BY-CHECK)
                   MOVE 'CHECK IS NOT FOR THIS PAYMENT - NOT VOIDED'
                       TO CHECK-REJECT
               WHEN CHECK-ON-OUTCHECK AND OC-CLEARED
                   MOVE 'CHECK HAS CLEARED THE BANK - NOT VOIDED'
                       TO CHECK-REJECT
               WHEN CHECK-ON-OUTCHECK AND OC-VOIDED
                   MOVE 'CHECK ALREADY VOIDED ON OUTCHECK'
                       TO CHECK-REJECT
           END-EVALUATE.
      ******************************************************************
      *    ONE OUTCHECK ENTRY AGAINST THE VOID ITEM - A CHECK FOR THE
      *    PAYMENT MARKS IT PAID BY CHECK, UNLESS IT IS VOIDED - A
      *    CHECK FROM A FAILED CHKPRINT RUN IS VOIDED AND THE PAYMENT
      *    WENT OUT ON THE RERUN. THE ITEM'S OWN CHECK NUMBER IS
      *    FOUND HERE OR NAMED AS SOMEONE ELSE'S CHECK.
      ******************************************************************
       1606-MATCH-CHECK.
           IF OC-EMPID = VT-EMPID AND OC-PERIOD = TARGET-PERIOD
               IF NOT OC-VOIDED
                   MOVE 1 TO PAID-BY-CHECK-SW
               END-IF
               IF OC-CHECKNO = TARGET-CHECKNO
                   MOVE 1 TO OC-FOUND-SW
               END-IF
           ELSE
               IF TARGET-CHECKNO NOT = 0 AND
                   OC-CHECKNO = TARGET-CHECKNO
                   MOVE 1 TO OC-ELSEWHERE-SW
               END-IF
           END-IF.
      ******************************************************************
      *    THE PERIOD MUST BE DONE IN GLPOST ON RUNCTL BEFORE ITS
      *    REVERSAL GOES ON GLFILE - GLPOST STARTS GLFILE AFRESH, SO
      *    A REVERSAL CUT AHEAD OF IT WOULD BE WIPED AND THE VOIDED
      *    PAYMENT POSTED IN FULL. A REGULAR PERIOD WITH NO RUNCTL
      *    RECORDS AT ALL PREDATES RUN CONTROL AND WAS POSTED LONG
      *    AGO.
      ******************************************************************
       1607-CHECK-GLPOST.
           MOVE 0 TO GL-DONE-SW.
           IF RUNCTL-MISSING
               PERFORM 1609-CHECK-OFFCYCLE-GL
           ELSE
               MOVE TARGET-PERIOD TO RC-PERIOD
               MOVE 'GLPOST' TO RC-STEP
               READ RUNCTL-FILE
                   KEY IS RC-KEY
                   INVALID KEY
                       PERFORM 1608-CHECK-PREDATES
                   NOT INVALID KEY
                       IF RC-STEP-DONE
                           MOVE 1 TO GL-DONE-SW
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      *    NO GLPOST RECORD - THE PERIOD COUNTS AS POSTED ONLY WHEN NO
      *    STEP AT ALL HAS RUN FOR IT UNDER RUN CONTROL
      ******************************************************************
       1608-CHECK-PREDATES.
           MOVE 1 TO GL-DONE-SW.
           MOVE TARGET-PERIOD TO RC-PERIOD.
           MOVE LOW-VALUES TO RC-STEP.
           START RUNCTL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ RUNCTL-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF RC-PERIOD = TARGET-PERIOD
                               MOVE 0 TO GL-DONE-SW
                           END-IF
                   END-READ
           END-START.
           IF PERIOD-POSTED-TO-GL
               PERFORM 1609-CHECK-OFFCYCLE-GL
           END-IF.
      ******************************************************************
      *    AN OFF-CYCLE PERIOD HAS NO RUNCTL RECORDS UNTIL ITS EXTRACT
      *    GOES THROUGH THE STEPS, SO HAVING NONE PROVES NOTHING. IT
      *    COUNTS AS POSTED ONLY WHEN GLPOST'S JOURNAL ON GLFILE IS
      *    FOR IT; AN OLDER ONE IS LEFT FOR PAYROLL TO VOID BY HAND.
      ******************************************************************
       1609-CHECK-OFFCYCLE-GL.
           MOVE 1 TO GL-DONE-SW.
           IF PE-RECTYPE = 'O' AND TARGET-PERIOD NOT = GLFILE-PERIOD
               MOVE 0 TO GL-DONE-SW
           END-IF.
      ******************************************************************
      *    A PAYMENT IS ONLY REVERSED WHEN ITS SLOTS ADD UP TO ITS
      *    TOTAL DEDUCTION AND NET PLUS EVERYTHING TAKEN OUT ADDS UP
      *    TO ITS GROSS - THE SAME IDENTITY GLPOST'S BALANCE PROOF
      *    RESTS ON, SO THE REVERSING ENTRY CANNOT COME OUT
      *    LOPSIDED. HISTORY APPENDED BEFORE THE EXTRACT CARRIED A
      *    GROSS, HOURS OR ARREARS READS THEM AS SPACES: THE GROSS
      *    IS REBUILT THE WAY PAYHINQ REBUILDS IT, HOURS ARE TAKEN
      *    AS NONE, AND THE MISSING ARREARS DETAIL IS CALLED OUT.
      *    WITHOUT THE PER-SLOT DEDUCTIONS THE PAYMENT CANNOT BE
      *    BACKED OUT OF EMPYTD AT ALL.
      ******************************************************************
       1610-CHECK-FIGURES.
           MOVE 1 TO FOOT-SW.
           MOVE 0 TO NO-ARREARS-SW.
           COMPUTE FOOT-GROSS = PE-NETPAY + PE-TOTALDEDUCT +
               PE-FEDTAX + PE-STATETAX + PE-FICA.
           IF PE-GROSS NOT NUMERIC
               MOVE FOOT-GROSS TO PE-GROSS
           END-IF.
           IF PE-HOURS NOT NUMERIC
               MOVE 0 TO PE-HOURS
           END-IF.
           IF PE-GROSS NOT = FOOT-GROSS
               MOVE 0 TO FOOT-SW
           END-IF.
           MOVE 0 TO SLOT-SUM.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF PE-DEDUCT(SUB) NOT NUMERIC
                   MOVE 0 TO FOOT-SW
               ELSE
                   ADD PE-DEDUCT(SUB) TO SLOT-SUM
               END-IF
               IF PE-ARREARS(SUB) NOT NUMERIC
                   MOVE 1 TO NO-ARREARS-SW
                   MOVE 0 TO PE-ARREARS(SUB)
               END-IF
           END-PERFORM.
           IF SLOT-SUM NOT = PE-TOTALDEDUCT
               MOVE 0 TO FOOT-SW
           END-IF.
      ******************************************************************
      *    BACK THE PAYMENT'S DEDUCTIONS OUT OF THE EMPLOYEE'S
      *    YEAR-TO-DATE TOTALS, SLOT BY SLOT. A FIGURE THAT WOULD
      *    GO BELOW ZERO MEANS EMPYTD WAS ALREADY CORRECTED OR
      *    ROLLED OVER - IT STOPS AT ZERO AND IS CALLED OUT.
      ******************************************************************
       1620-BACK-OUT-YTD.
           MOVE 0 TO YTD-SHORT-SW.
           IF NOT EMPYTD-MISSING
               MOVE PE-EMPID TO YTD-EMPID
               READ EMPYTD-FILE
                   KEY IS YTD-EMPID
                   INVALID KEY
                       IF PE-TOTALDEDUCT NOT = 0
                           MOVE 1 TO YTD-SHORT-SW
                       END-IF
                   NOT INVALID KEY
                       PERFORM 1625-SUBTRACT-YTD
                       REWRITE EMPYTD-REC
               END-READ
           ELSE
               IF PE-TOTALDEDUCT NOT = 0
                   MOVE 1 TO YTD-SHORT-SW
               END-IF
           END-IF.
       1625-SUBTRACT-YTD.
           IF YTD-TOTAL < PE-TOTALDEDUCT
               MOVE 0 TO YTD-TOTAL
               MOVE 1 TO YTD-SHORT-SW
           ELSE
               COMPUTE YTD-TOTAL = YTD-TOTAL - PE-TOTALDEDUCT
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF YTD-DEDUCT(SUB) < PE-DEDUCT(SUB)
                   MOVE 0 TO YTD-DEDUCT(SUB)
                   MOVE 1 TO YTD-SHORT-SW
               ELSE
                   COMPUTE YTD-DEDUCT(SUB) =
                       YTD-DEDUCT(SUB) - PE-DEDUCT(SUB)
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PUT BACK ON GARNARR WHATEVER ARREARS THE PAYMENT
      *    RECOVERED - THE DEBT IS STILL OWED IF THE MONEY NEVER
      *    REACHED THE EMPLOYEE'S CREDITOR. A SLOT STILL CARRYING
      *    ARREARS HAS THE AMOUNT ADDED BACK; A SLOT THE PAYMENT
      *    CLEARED GETS ITS RECORD BACK, WITH THE GARNISHMENT
      *    PRIORITY AND CAP FROM THE EMPLOYEE'S ELECTION FOR THE
      *    SLOT'S CODE.
      ******************************************************************
       1630-RESTORE-ARREARS.
           MOVE 0 TO ARREARS-BACK.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF PE-ARREARS(SUB) > 0
                   ADD PE-ARREARS(SUB) TO ARREARS-BACK
                   MOVE PE-EMPID TO AR-EMPID
                   MOVE SUB TO AR-SLOT
                   READ GARNARR-FILE
                       INVALID KEY
                           PERFORM 1635-FIND-ELECTION
                           MOVE PE-EMPID TO AR-EMPID
                           MOVE SUB TO AR-SLOT
                           MOVE PE-ARREARS(SUB) TO AR-AMOUNT
                           WRITE GARNARR-REC
                       NOT INVALID KEY
                           COMPUTE AR-AMOUNT =
                               AR-AMOUNT + PE-ARREARS(SUB)
                           REWRITE GARNARR-REC
                   END-READ
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PICK UP THE PRIORITY AND CAP OF THE EMPLOYEE'S ELECTION
      *    FOR THE SLOT'S DEDUCTION CODE. NO ELECTION ON FILE LEAVES
      *    THE RESTORED DEBT AN ORDINARY ONE.
      ******************************************************************
       1635-FIND-ELECTION.
           MOVE 0 TO AR-PRIORITY.
           MOVE 0 TO AR-MAXPCT.
           MOVE 0 TO ELECT-FOUND-SW.
           MOVE 0 TO EOF-E.
           OPEN INPUT DEDELECT-FILE.
           IF DEDELECT-STATUS NOT = '00'
               MOVE 1 TO EOF-E
           END-IF.
           PERFORM UNTIL EOF-E = 1 OR ELECTION-FOUND
               READ DEDELECT-FILE
                   AT END MOVE 1 TO EOF-E
               END-READ
               IF EOF-E = 0 AND DE-EMPID = PE-EMPID AND
                   DE-DEDCODE = DC-CODE(SUB) AND
                   DE-PRIORITY IS NUMERIC AND DE-PRIORITY NOT = 0
                   MOVE 1 TO ELECT-FOUND-SW
                   MOVE DE-PRIORITY TO AR-PRIORITY
                   IF DE-MAXPCT IS NUMERIC
                       MOVE DE-MAXPCT TO AR-MAXPCT
                   END-IF
               END-IF
           END-PERFORM.
           IF DEDELECT-STATUS NOT = '35'
               CLOSE DEDELECT-FILE
           END-IF.
      ******************************************************************
      *    CUT THE REVERSING JOURNAL LINES - EVERY LINE GLPOST CUT
      *    FOR THE PAYMENT, ON THE OPPOSITE SIDE: THE GROSS PAY
      *    EXPENSE COMES BACK AS A CREDIT, EACH DEDUCTION PAYABLE,
      *    WITHHOLDING AND THE NET PAY CLEARING AS A DEBIT. THE
      *    LINES CARRY THE PERIOD OF THE VOIDED PAYMENT. THE GROSS
      *    COMES BACK OFF EACH COST CENTER IT WAS CHARGED TO, THE
      *    SAME SPLIT GLPOST POSTED FROM PE-DIST, AND THE EMPLOYER
      *    TAXES ON IT WITH IT (1642).
      ******************************************************************
       1640-REVERSE-JOURNAL.
           MOVE 0 TO GROSS-COVERED.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE PE-DIST-COSTCTR(DIST-SUB) TO GL-COSTCTR
                   MOVE PE-DIST-GROSS(DIST-SUB) TO GL-AMOUNT
                   PERFORM 1645-REVERSE-GROSS
                   COMPUTE GROSS-COVERED = GROSS-COVERED +
                       PE-DIST-GROSS(DIST-SUB)
               END-IF
           END-PERFORM.
           IF PE-GROSS NOT = GROSS-COVERED
               MOVE SPACES TO GL-COSTCTR
               COMPUTE GL-AMOUNT = PE-GROSS - GROSS-COVERED
               PERFORM 1645-REVERSE-GROSS
           END-IF.
           MOVE SPACES TO GL-COSTCTR.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF PE-DEDUCT(SUB) NOT = 0
                   MOVE 'DD' TO LOOK-CLASS
                   MOVE DC-CODE(SUB) TO LOOK-KEY
                   PERFORM 1680-FIND-ACCOUNT
                   MOVE SPACES TO WORK-DESC
                   STRING 'VOID ' DELIMITED BY SIZE
                       PE-EMPID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DC-DESC(SUB) DELIMITED BY SIZE
                       INTO WORK-DESC
                   MOVE 'DR' TO GL-DRCR
                   MOVE PE-DEDUCT(SUB) TO GL-AMOUNT
                   PERFORM 1685-WRITE-JOURNAL
               END-IF
           END-PERFORM.
           MOVE 'TX' TO LOOK-CLASS.
           MOVE 'FD' TO LOOK-KEY.
           PERFORM 1680-FIND-ACCOUNT.
           MOVE SPACES TO WORK-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
               PE-EMPID DELIMITED BY SIZE
               ' FEDERAL TAX' DELIMITED BY SIZE
               INTO WORK-DESC.
           MOVE 'DR' TO GL-DRCR.
           MOVE PE-FEDTAX TO GL-AMOUNT.
           PERFORM 1685-WRITE-JOURNAL.
           MOVE 'TX' TO LOOK-CLASS.
           MOVE 'ST' TO LOOK-KEY.
           PERFORM 1680-FIND-ACCOUNT.
           MOVE SPACES TO WORK-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
               PE-EMPID DELIMITED BY SIZE
               ' STATE TAX' DELIMITED BY SIZE
               INTO WORK-DESC.
           MOVE 'DR' TO GL-DRCR.
           MOVE PE-STATETAX TO GL-AMOUNT.
           PERFORM 1685-WRITE-JOURNAL.
           MOVE 'TX' TO LOOK-CLASS.
           MOVE 'FI' TO LOOK-KEY.
           PERFORM 1680-FIND-ACCOUNT.
           MOVE SPACES TO WORK-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
               PE-EMPID DELIMITED BY SIZE
               ' FICA' DELIMITED BY SIZE
               INTO WORK-DESC.
           MOVE 'DR' TO GL-DRCR.
           MOVE PE-FICA TO GL-AMOUNT.
           PERFORM 1685-WRITE-JOURNAL.
           MOVE 'NP' TO LOOK-CLASS.
           MOVE SPACES TO LOOK-KEY.
           PERFORM 1680-FIND-ACCOUNT.
           MOVE SPACES TO WORK-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
               PE-EMPID DELIMITED BY SIZE
               ' NET PAY CLEARING' DELIMITED BY SIZE
               INTO WORK-DESC.
           MOVE 'DR' TO GL-DRCR.
           MOVE PE-NETPAY TO GL-AMOUNT.
           PERFORM 1685-WRITE-JOURNAL.
           PERFORM 1642-REVERSE-EMPLOYER-TAXES.
      ******************************************************************
      *    REPRICE THE EMPLOYER FICA, FUTA AND SUTA GLPOST CHARGED ON
      *    THE PAYMENT AND TAKE THEM BACK - AN EXPENSE CREDIT FOR EACH
      *    COST CENTER'S SHARE, SPLIT THE WAY GLPOST SPLIT IT, AND A
      *    PAYABLE DEBIT PER TAX FOR THE WHOLE. A TAX THAT COMES TO
      *    NOTHING CUTS NO LINE.
      ******************************************************************
       1642-REVERSE-EMPLOYER-TAXES.
           MOVE PE-GROSS TO HIST-GROSS.
           PERFORM 1646-PRICE-EMPLOYER-TAXES.
           PERFORM 1648-SPLIT-EMPLOYER-TAXES.
           MOVE 'ET' TO LOOK-CLASS.
           MOVE 'CR' TO GL-DRCR.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   MOVE PE-DIST-COSTCTR(DIST-SUB) TO GL-COSTCTR
                   MOVE 'FI' TO LOOK-KEY
                   MOVE ' ER FICA EXPENSE' TO ER-LINE-DESC
                   MOVE SH-FICA(DIST-SUB) TO ER-LINE-AMT
                   PERFORM 1649-REVERSE-EMPLOYER-LINE
                   MOVE 'FU' TO LOOK-KEY
                   MOVE ' FUTA EXPENSE' TO ER-LINE-DESC
                   MOVE SH-FUTA(DIST-SUB) TO ER-LINE-AMT
                   PERFORM 1649-REVERSE-EMPLOYER-LINE
                   MOVE 'SU' TO LOOK-KEY
                   MOVE ' SUTA EXPENSE' TO ER-LINE-DESC
                   MOVE SH-SUTA(DIST-SUB) TO ER-LINE-AMT
                   PERFORM 1649-REVERSE-EMPLOYER-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-COSTCTR.
           MOVE 'FI' TO LOOK-KEY.
           MOVE ' ER FICA EXPENSE' TO ER-LINE-DESC.
           MOVE REM-FICA TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
           MOVE 'FU' TO LOOK-KEY.
           MOVE ' FUTA EXPENSE' TO ER-LINE-DESC.
           MOVE REM-FUTA TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
           MOVE 'SU' TO LOOK-KEY.
           MOVE ' SUTA EXPENSE' TO ER-LINE-DESC.
           MOVE REM-SUTA TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
           MOVE 'EP' TO LOOK-CLASS.
           MOVE 'DR' TO GL-DRCR.
           MOVE 'FI' TO LOOK-KEY.
           MOVE ' ER FICA PAYABLE' TO ER-LINE-DESC.
           MOVE ER-FICA-AMT TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
           MOVE 'FU' TO LOOK-KEY.
           MOVE ' FUTA PAYABLE' TO ER-LINE-DESC.
           MOVE FUTA-AMT TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
           MOVE 'SU' TO LOOK-KEY.
           MOVE ' SUTA PAYABLE' TO ER-LINE-DESC.
           MOVE SUTA-AMT TO ER-LINE-AMT.
           PERFORM 1649-REVERSE-EMPLOYER-LINE.
      ******************************************************************
      *    ONE GROSS PAY CREDIT FOR THE COST CENTER AND AMOUNT THE
      *    CALLER HAS SET ON THE JOURNAL RECORD
      ******************************************************************
       1645-REVERSE-GROSS.
           MOVE 'GP' TO LOOK-CLASS.
           MOVE PE-EMPTYPE TO LOOK-KEY.
           PERFORM 1680-FIND-ACCOUNT.
           MOVE SPACES TO WORK-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
               PE-EMPID DELIMITED BY SIZE
               ' GROSS PAY - ' DELIMITED BY SIZE
               PE-EMPTYPE DELIMITED BY SIZE
               INTO WORK-DESC.
           MOVE 'CR' TO GL-DRCR.
           PERFORM 1685-WRITE-JOURNAL.
      ******************************************************************
      *    PRICE THE PAYMENT'S EMPLOYER TAXES AS GLPOST DID - FOR EACH
      *    TAX THE TAXABLE PART OF THE GROSS IS THE GROWTH IN
      *    YEAR-TO-DATE GROSS HELD UNDER THE WAGE BASE
      ******************************************************************
       1646-PRICE-EMPLOYER-TAXES.
           COMPUTE YTD-AFTER = YTD-BEFORE + HIST-GROSS.
           MOVE ER-FICA-BASE TO WAGE-BASE.
           PERFORM 1647-TAXABLE-UNDER-BASE.
           COMPUTE ER-FICA-AMT ROUNDED = TAXABLE-WAGES * ER-FICA-RATE
               / 100.
           MOVE FUTA-BASE TO WAGE-BASE.
           PERFORM 1647-TAXABLE-UNDER-BASE.
           COMPUTE FUTA-AMT ROUNDED = TAXABLE-WAGES * FUTA-RATE / 100.
           MOVE SUTA-BASE TO WAGE-BASE.
           PERFORM 1647-TAXABLE-UNDER-BASE.
           COMPUTE SUTA-AMT ROUNDED = TAXABLE-WAGES * SUTA-RATE / 100.
      ******************************************************************
      *    TAXABLE WAGES FOR ONE TAX - THE YEAR-TO-DATE GROSS BEFORE
      *    AND AFTER THIS PAYMENT, EACH HELD TO THE WAGE BASE, AND
      *    THE DIFFERENCE TAKEN. A ZERO BASE MEANS NO CAP.
      ******************************************************************
       1647-TAXABLE-UNDER-BASE.
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
       1648-SPLIT-EMPLOYER-TAXES.
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
      *    ONE EMPLOYER TAX REVERSING LINE FOR THE CLASS, KEY, SIDE
      *    AND COST CENTER THE CALLER HAS SET, SKIPPED WHEN THE
      *    AMOUNT IS ZERO
      ******************************************************************
       1649-REVERSE-EMPLOYER-LINE.
           IF ER-LINE-AMT NOT = 0
               PERFORM 1680-FIND-ACCOUNT
               MOVE SPACES TO WORK-DESC
               STRING 'VOID ' DELIMITED BY SIZE
                   PE-EMPID DELIMITED BY SIZE
                   ER-LINE-DESC DELIMITED BY SIZE
                   INTO WORK-DESC
               MOVE ER-LINE-AMT TO GL-AMOUNT
               PERFORM 1685-WRITE-JOURNAL
           END-IF.
      ******************************************************************
      *    APPEND THE REVERSAL TO PAYHIST - THE ORIGINAL WITH EVERY
      *    AMOUNT NEGATED, MARKED AS A VOID AND CARRYING THE CHECK
      *    NUMBER WHEN IT WAS A PAPER CHECK
      ******************************************************************
       1650-WRITE-REVERSAL.
           COMPUTE PE-TOTALDEDUCT = 0 - PE-TOTALDEDUCT.
           COMPUTE PE-FEDTAX = 0 - PE-FEDTAX.
           COMPUTE PE-STATETAX = 0 - PE-STATETAX.
           COMPUTE PE-FICA = 0 - PE-FICA.
           COMPUTE PE-NETPAY = 0 - PE-NETPAY.
           COMPUTE PE-GROSS = 0 - PE-GROSS.
           COMPUTE PE-HOURS = 0 - PE-HOURS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               COMPUTE PE-DEDUCT(SUB) = 0 - PE-DEDUCT(SUB)
               COMPUTE PE-ARREARS(SUB) = 0 - PE-ARREARS(SUB)
           END-PERFORM.
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 5
               IF PE-DIST-GROSS(DIST-SUB) IS NUMERIC
                   COMPUTE PE-DIST-HOURS(DIST-SUB) =
                       0 - PE-DIST-HOURS(DIST-SUB)
                   COMPUTE PE-DIST-GROSS(DIST-SUB) =
                       0 - PE-DIST-GROSS(DIST-SUB)
               END-IF
           END-PERFORM.
           MOVE 'V' TO PE-RECTYPE.
           MOVE TARGET-CHECKNO TO PE-CHECKNO.
           OPEN EXTEND PAYHIST-FILE.
           IF PAYHIST-STATUS = '35'
               OPEN OUTPUT PAYHIST-FILE
           END-IF.
           WRITE PAYHIST-REC FROM PAYEXTRACT-REC.
           CLOSE PAYHIST-FILE.
      ******************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT AUDIT HISTORY - THE
      *    PAYMENT AS IT STOOD BEFORE AND THE REVERSAL AFTER, WITH
      *    THE PROGRAM STANDING IN AS THE USER THE WAY ACHRET DOES
      ******************************************************************
       1660-WRITE-AUDIT.
           MOVE RUN-DATE-NUM TO AU-DATE.
           MOVE RUN-TIME-RAW(1:6) TO AU-TIME.
           MOVE 'PAYVOID' TO AU-USERID.
           MOVE 'VOIDED' TO AU-ACTION.
           MOVE VT-EMPID TO AU-EMPID.
           MOVE SPACES TO AU-EFFDATE.
           WRITE AUDIT-REC.
      ******************************************************************
      *    ONE REGISTER LINE PER VOID, WITH NOTES FOR ANYTHING
      *    PAYROLL HAS TO FINISH BY HAND
      ******************************************************************
       1670-PRINT-VOID.
           ADD 1 TO VOIDCOUNT.
           COMPUTE GROSS-VOIDED = GROSS-VOIDED - PE-GROSS.
           COMPUTE NET-VOIDED = NET-VOIDED - PE-NETPAY.
           IF TARGET-CHECKNO NOT = 0
               MOVE 'VOIDED - CHECK REVERSED' TO RL-ACTION
           ELSE
               MOVE 'VOIDED - DEPOSIT REVERSED' TO RL-ACTION
           END-IF.
           WRITE VOIDRPT-REC FROM RPT-LINE.
           IF VT-REASON NOT = SPACES
               MOVE SPACES TO RN-NOTE
               STRING 'REASON: ' DELIMITED BY SIZE
                   VT-REASON DELIMITED BY SIZE
                   INTO RN-NOTE
               MOVE 0 TO RN-AMOUNT
               WRITE VOIDRPT-REC FROM RPT-NOTE-LINE
           END-IF.
           IF ARREARS-BACK > 0
               MOVE 'ARREARS RESTORED TO GARNARR:' TO RN-NOTE
               MOVE ARREARS-BACK TO RN-AMOUNT
               WRITE VOIDRPT-REC FROM RPT-NOTE-LINE
           END-IF.
           IF ARREARS-NOT-ON-HISTORY
               MOVE 'NO ARREARS DETAIL ON HISTORY - CHECK GARNARR'
                   TO RN-NOTE
               MOVE 0 TO RN-AMOUNT
               WRITE VOIDRPT-REC FROM RPT-NOTE-LINE
           END-IF.
           IF EMPYTD-SHORT
               MOVE 'EMPYTD BELOW VOIDED AMOUNTS - CHECK BY HAND'
                   TO RN-NOTE
               MOVE 0 TO RN-AMOUNT
               WRITE VOIDRPT-REC FROM RPT-NOTE-LINE
           END-IF.
           IF TARGET-CHECKNO NOT = 0
               IF CHECK-ON-OUTCHECK
                   MOVE 'MARKED VOID ON OUTCHECK - STOP PAYMENT'
                       TO RN-NOTE
               ELSE
                   MOVE 'CHECK NOT ON OUTCHECK - STOP PAYMENT BY HAND'
                       TO RN-NOTE
               END-IF
               MOVE 0 TO RN-AMOUNT
               WRITE VOIDRPT-REC FROM RPT-NOTE-LINE
           END-IF.
      ******************************************************************
      *    MARK THE VOIDED CHECK ON THE OUTSTANDING-CHECK MASTER SO
      *    IT DROPS OFF THE AGING AND A LATER PRESENTMENT IS FLAGGED
      ******************************************************************
       1675-MARK-CHECK-VOID.
           IF CHECK-ON-OUTCHECK
               MOVE 'V' TO OC-STATUS
               MOVE RUN-DATE-NUM TO OC-STATUS-DATE
               REWRITE OUTCHECK-REC
                   INVALID KEY
                       DISPLAY 'PAYVOID - OUTCHECK REWRITE FAILED FOR '
                           OC-CHECKNO ' STATUS ' OUTCHECK-STATUS
               END-REWRITE
           END-IF.
      ******************************************************************
      *    LOOK THE CLASS/KEY UP IN THE MAPPING TABLE, FALLING BACK
      *    TO THE SUSPENSE ACCOUNT WHEN OPS HAS NOT MAPPED IT YET
      ******************************************************************
       1680-FIND-ACCOUNT.
           MOVE 0 TO MAP-FOUND-SW.
           MOVE SUSPENSE-ACCOUNT TO MAP-ACCOUNT.
           PERFORM VARYING GA-SUB FROM 1 BY 1
               UNTIL GA-SUB > GA-COUNT OR MAP-FOUND-SW = 1
               IF GA-TBL-CLASS(GA-SUB) = LOOK-CLASS AND
                   GA-TBL-KEY(GA-SUB) = LOOK-KEY
                   MOVE 1 TO MAP-FOUND-SW
                   MOVE GA-TBL-ACCOUNT(GA-SUB) TO MAP-ACCOUNT
               END-IF
           END-PERFORM.
      ******************************************************************
      *    CUT ONE REVERSING JOURNAL RECORD AND ADD IT TO THE RUN'S
      *    DEBIT OR CREDIT TOTAL
      ******************************************************************
       1685-WRITE-JOURNAL.
           MOVE MAP-ACCOUNT TO GL-ACCOUNT.
           MOVE PE-PERIOD TO GL-PERIOD.
           MOVE WORK-DESC TO GL-DESC.
           WRITE GL-REC.
           IF GL-DRCR = 'DR'
               COMPUTE DEBIT-TOTAL = DEBIT-TOTAL + GL-AMOUNT
           ELSE
               COMPUTE CREDIT-TOTAL = CREDIT-TOTAL + GL-AMOUNT
           END-IF.
      ******************************************************************
      *    AN ITEM THAT CANNOT BE VOIDED - PRINT IT WITH THE REASON
      ******************************************************************
       1690-REJECT.
           ADD 1 TO REJCOUNT.
           WRITE VOIDRPT-REC FROM RPT-LINE.
      ******************************************************************
      *    PRINT THE RUN TOTALS AND PROVE THE REVERSING ENTRY
      ******************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO VOIDRPT-REC.
           WRITE VOIDRPT-REC.
           MOVE 'VOID ITEMS READ' TO RT-LABEL.
           MOVE TRANCOUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYMENTS VOIDED - GROSS' TO RT-LABEL.
           MOVE VOIDCOUNT TO RT-COUNT.
           MOVE GROSS-VOIDED TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYMENTS VOIDED - NET' TO RT-LABEL.
           MOVE VOIDCOUNT TO RT-COUNT.
           MOVE NET-VOIDED TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NOT VOIDED - WORK BY HAND' TO RT-LABEL.
           MOVE REJCOUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO VOIDRPT-REC.
           WRITE VOIDRPT-REC.
           MOVE 'REVERSING DEBITS' TO RT-LABEL.
           MOVE 0 TO RT-COUNT.
           MOVE DEBIT-TOTAL TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'REVERSING CREDITS' TO RT-LABEL.
           MOVE 0 TO RT-COUNT.
           MOVE CREDIT-TOTAL TO RT-AMOUNT.
           WRITE VOIDRPT-REC FROM RPT-TOTAL-LINE.
           IF DEBIT-TOTAL = CREDIT-TOTAL
               MOVE 'BALANCED - REVERSING LINES ADDED TO GLFILE'
                   TO RV-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE - REVIEW GLFILE BEFORE RELEASE'
                   TO RV-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE VOIDRPT-REC FROM RPT-VERDICT-LINE.
      ******************************************************************
      *    READ IN THE VOID TRANSACTION FILE
      ******************************************************************
       2000-READ-TRAN.
           READ VOIDTRAN-FILE
               AT END MOVE 1 TO EOF-T.
       END PROGRAM payvoid.
