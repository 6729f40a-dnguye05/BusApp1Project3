      ******************************************************************
      *Author: David Nguyen
      *Purpose: leavliab - monthly leave liability report for the
      *         auditors. VALUES EVERY VACATION AND SICK BALANCE ON
      *         LEAVEBAL AT THE EMPLOYEE'S CURRENT I-EMPRATE FROM
      *         EMPMAST - THE HOURLY RATE AS IT STANDS, OR THE MONTHLY
      *         SALARY SPREAD OVER THE 160-HOUR PAY PERIOD PROJECT3
      *         USES. LISTS EACH EMPLOYEE, THEN SUBTOTALS BY
      *         I-EMPTYPE AND A GRAND TOTAL OF THE OUTSTANDING
      *         DOLLAR VALUE. INACTIVE EMPLOYEES STILL HOLDING A
      *         BALANCE STAY ON THE REPORT UNTIL IT IS CLEARED.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. leavliab.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMPID
               FILE STATUS IS LEAVE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT RPT-FILE ASSIGN TO 'LEAVLIAB'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEBRC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(120).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(30)
               VALUE 'LEAVE LIABILITY REPORT'.
           03 FILLER PIC X(6) VALUE 'AS OF:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD2.
           03 FILLER PIC X(5) VALUE 'EMPID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'LAST NAME'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'TY'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'S'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'A'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'RATE/HR'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'VAC HRS'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'VAC VALUE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'SICK HRS'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'SICK VALUE'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'TOTAL VALUE'.
       01  RPT-DETAIL-LINE.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMPTYPE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMPSTATUS PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMPACTIVE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-HRLY-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-VAC-HOURS PIC Z,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-VAC-VALUE PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-SICK-HOURS PIC Z,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-SICK-VALUE PIC $$,$$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-TOTAL-VALUE PIC $$,$$$,$$9.99.
       01  RPT-NOMASTER-LINE.
           03 RM-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(50) VALUE
               'NOT ON EMPMAST - BALANCE CANNOT BE VALUED'.
       01  RPT-TYPEHEAD.
           03 FILLER PIC X(30) VALUE 'TOTALS BY EMPLOYEE TYPE'.
       01  RPT-TYPE-LINE.
           03 RY-LABEL PIC X(5).
           03 RY-EMPTYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RY-COUNT PIC ZZZ9.
           03 FILLER PIC X(10) VALUE ' EMPLOYEES'.
           03 FILLER PIC X(16) VALUE SPACES.
           03 RY-VAC-HOURS PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RY-VAC-VALUE PIC $$,$$$,$$9.99.
           03 RY-SICK-HOURS PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RY-SICK-VALUE PIC $$,$$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RY-TOTAL-VALUE PIC $$,$$$,$$9.99.
       01  RPT-COUNT-LINE.
           03 RC-LABEL PIC X(36).
           03 RC-COUNT PIC ZZZZ9.
      ******************************************************************
      *    TOTALS BUILT UP BY EMPLOYEE TYPE AS THE BALANCES ARE READ
      ******************************************************************
       01  TY-TABLE.
           03 TY-ENTRY OCCURS 20 TIMES.
               05 TY-EMPTYPE PIC X(2).
               05 TY-COUNT PIC 9(5).
               05 TY-VAC-HOURS PIC 9(6)V9(2).
               05 TY-VAC-VALUE PIC 9(8)V9(2).
               05 TY-SICK-HOURS PIC 9(6)V9(2).
               05 TY-SICK-VALUE PIC 9(8)V9(2).
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 LEAVE-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 RUN-DATE-NUM PIC 9(8).
           03 EMPRATE-FORMATER PIC 9(4)V9(2).
           03 HRLY-RATE PIC 9(4)V9(4).
           03 VAC-VALUE PIC 9(6)V9(2).
           03 SICK-VALUE PIC 9(6)V9(2).
           03 TOTAL-VALUE PIC 9(7)V9(2).
           03 TY-COUNT-USED PIC 9(2) VALUE 0.
           03 TY-SUB PIC 9(2) VALUE 0.
           03 TY-FOUND-SW PIC 9 VALUE 0.
               88 TYPE-FOUND VALUE 1.
           03 MASTER-FOUND-SW PIC 9 VALUE 0.
               88 MASTER-FOUND VALUE 1.
           03 LISTEDCOUNT PIC 9(5) VALUE 0.
           03 NOMASTERCOUNT PIC 9(5) VALUE 0.
           03 INACTIVECOUNT PIC 9(5) VALUE 0.
           03 GRAND-VAC-HOURS PIC 9(6)V9(2) VALUE 0.
           03 GRAND-VAC-VALUE PIC 9(8)V9(2) VALUE 0.
           03 GRAND-SICK-HOURS PIC 9(6)V9(2) VALUE 0.
           03 GRAND-SICK-VALUE PIC 9(8)V9(2) VALUE 0.
           03 GRAND-TOTAL-VALUE PIC 9(8)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS NOT = '00'
               DISPLAY 'FATAL - LEAVEBAL OPEN FAILED, STATUS '
                   LEAVE-STATUS '. RUN LEAVEACC FIRST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - EMPMAST OPEN FAILED, STATUS '
                   MASTER-STATUS
               CLOSE LEAVE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 2000-READ-LEAVE.
           PERFORM 1500-LOOP
               UNTIL EOF-L = 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE LEAVE-FILE
               MASTER-FILE
               RPT-FILE.
           DISPLAY 'LEAVLIAB - BALANCES VALUED: ' LISTEDCOUNT
               ' TOTAL LIABILITY: ' GRAND-TOTAL-VALUE.
           STOP RUN.
      ******************************************************************
      *    ONE LEAVE BALANCE PER PASS. A BALANCE WITH NO HOURS LEFT
      *    IN EITHER BUCKET OWES NOTHING AND IS LEFT OFF.
      ******************************************************************
       1500-LOOP.
           IF LB-VAC-BAL > 0 OR LB-SICK-BAL > 0
               PERFORM 1600-VALUE-BALANCE
           END-IF.
           PERFORM 2000-READ-LEAVE.
      ******************************************************************
      *    PRICE THE EMPLOYEE'S HOURS AT THE CURRENT RATE. HOURLY
      *    STAFF ARE VALUED AT I-EMPRATE ITSELF; FOR SALARIED STAFF
      *    I-EMPRATE IS THE MONTHLY SALARY, SO THE HOURLY EQUIVALENT
      *    IS THAT SPREAD OVER THE 160 HOURS OF THE PAY PERIOD.
      ******************************************************************
       1600-VALUE-BALANCE.
           PERFORM 1610-FIND-EMPLOYEE.
           IF NOT MASTER-FOUND
               ADD 1 TO NOMASTERCOUNT
               MOVE LB-EMPID TO RM-EMPID
               WRITE RPT-REC FROM RPT-NOMASTER-LINE
           ELSE
               MOVE I-EMPRATE TO EMPRATE-FORMATER
               IF I-EMPSTATUS = 'H'
                   MOVE EMPRATE-FORMATER TO HRLY-RATE
               ELSE
                   COMPUTE HRLY-RATE ROUNDED = EMPRATE-FORMATER / 160
               END-IF
               COMPUTE VAC-VALUE ROUNDED = LB-VAC-BAL * HRLY-RATE
               COMPUTE SICK-VALUE ROUNDED = LB-SICK-BAL * HRLY-RATE
               COMPUTE TOTAL-VALUE = VAC-VALUE + SICK-VALUE
               IF EMP-INACTIVE
                   ADD 1 TO INACTIVECOUNT
               END-IF
               ADD 1 TO LISTEDCOUNT
               PERFORM 1620-ADD-TO-TYPE
               PERFORM 1630-PRINT-DETAIL
           END-IF.
      ******************************************************************
      *    KEYED READ OF THE EMPLOYEE MASTER
      ******************************************************************
       1610-FIND-EMPLOYEE.
           MOVE 0 TO MASTER-FOUND-SW.
           MOVE LB-EMPID TO MASTER-EMPID.
           READ MASTER-FILE
               KEY IS MASTER-EMPID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO MASTER-FOUND-SW
                   MOVE MASTER-REC TO INPUT-DATA
           END-READ.
      ******************************************************************
      *    ADD THE BALANCE INTO ITS EMPLOYEE TYPE'S SUBTOTAL, OPENING
      *    A NEW SLOT THE FIRST TIME A TYPE TURNS UP
      ******************************************************************
       1620-ADD-TO-TYPE.
           MOVE 0 TO TY-FOUND-SW.
           PERFORM VARYING TY-SUB FROM 1 BY 1
               UNTIL TY-SUB > TY-COUNT-USED OR TYPE-FOUND
               IF TY-EMPTYPE(TY-SUB) = I-EMPTYPE
                   MOVE 1 TO TY-FOUND-SW
               END-IF
           END-PERFORM.
           IF TYPE-FOUND
               SUBTRACT 1 FROM TY-SUB
           ELSE
               IF TY-COUNT-USED < 20
                   ADD 1 TO TY-COUNT-USED
                   MOVE TY-COUNT-USED TO TY-SUB
                   MOVE I-EMPTYPE TO TY-EMPTYPE(TY-SUB)
                   MOVE 0 TO TY-COUNT(TY-SUB)
                   MOVE 0 TO TY-VAC-HOURS(TY-SUB)
                   MOVE 0 TO TY-VAC-VALUE(TY-SUB)
                   MOVE 0 TO TY-SICK-HOURS(TY-SUB)
                   MOVE 0 TO TY-SICK-VALUE(TY-SUB)
                   MOVE 1 TO TY-FOUND-SW
               END-IF
           END-IF.
           IF TYPE-FOUND
               ADD 1 TO TY-COUNT(TY-SUB)
               ADD LB-VAC-BAL TO TY-VAC-HOURS(TY-SUB)
               ADD VAC-VALUE TO TY-VAC-VALUE(TY-SUB)
               ADD LB-SICK-BAL TO TY-SICK-HOURS(TY-SUB)
               ADD SICK-VALUE TO TY-SICK-VALUE(TY-SUB)
           END-IF.
           ADD LB-VAC-BAL TO GRAND-VAC-HOURS.
           ADD VAC-VALUE TO GRAND-VAC-VALUE.
           ADD LB-SICK-BAL TO GRAND-SICK-HOURS.
           ADD SICK-VALUE TO GRAND-SICK-VALUE.
           ADD TOTAL-VALUE TO GRAND-TOTAL-VALUE.
      ******************************************************************
      *    ONE LINE PER EMPLOYEE VALUED
      ******************************************************************
       1630-PRINT-DETAIL.
           MOVE LB-EMPID TO RD-EMPID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-EMPTYPE TO RD-EMPTYPE.
           MOVE I-EMPSTATUS TO RD-EMPSTATUS.
           MOVE I-EMPACTIVE TO RD-EMPACTIVE.
           MOVE HRLY-RATE TO RD-HRLY-RATE.
           MOVE LB-VAC-BAL TO RD-VAC-HOURS.
           MOVE VAC-VALUE TO RD-VAC-VALUE.
           MOVE LB-SICK-BAL TO RD-SICK-HOURS.
           MOVE SICK-VALUE TO RD-SICK-VALUE.
           MOVE TOTAL-VALUE TO RD-TOTAL-VALUE.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      ******************************************************************
      *    SUBTOTALS BY EMPLOYEE TYPE, THE GRAND TOTAL AND THE COUNTS
      ******************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-TYPEHEAD.
           PERFORM VARYING TY-SUB FROM 1 BY 1
               UNTIL TY-SUB > TY-COUNT-USED
               MOVE 'TYPE' TO RY-LABEL
               MOVE TY-EMPTYPE(TY-SUB) TO RY-EMPTYPE
               MOVE TY-COUNT(TY-SUB) TO RY-COUNT
               MOVE TY-VAC-HOURS(TY-SUB) TO RY-VAC-HOURS
               MOVE TY-VAC-VALUE(TY-SUB) TO RY-VAC-VALUE
               MOVE TY-SICK-HOURS(TY-SUB) TO RY-SICK-HOURS
               MOVE TY-SICK-VALUE(TY-SUB) TO RY-SICK-VALUE
               COMPUTE RY-TOTAL-VALUE =
                   TY-VAC-VALUE(TY-SUB) + TY-SICK-VALUE(TY-SUB)
               WRITE RPT-REC FROM RPT-TYPE-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ALL' TO RY-LABEL.
           MOVE SPACES TO RY-EMPTYPE.
           MOVE LISTEDCOUNT TO RY-COUNT.
           MOVE GRAND-VAC-HOURS TO RY-VAC-HOURS.
           MOVE GRAND-VAC-VALUE TO RY-VAC-VALUE.
           MOVE GRAND-SICK-HOURS TO RY-SICK-HOURS.
           MOVE GRAND-SICK-VALUE TO RY-SICK-VALUE.
           MOVE GRAND-TOTAL-VALUE TO RY-TOTAL-VALUE.
           WRITE RPT-REC FROM RPT-TYPE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'EMPLOYEES VALUED' TO RC-LABEL.
           MOVE LISTEDCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'OF WHICH INACTIVE' TO RC-LABEL.
           MOVE INACTIVECOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'BALANCES NOT ON EMPMAST - NOT VALUED' TO RC-LABEL.
           MOVE NOMASTERCOUNT TO RC-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           IF NOMASTERCOUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
      *    READ THE NEXT LEAVE BALANCE
      ******************************************************************
       2000-READ-LEAVE.
           READ LEAVE-FILE
               AT END MOVE 1 TO EOF-L
           END-READ.
       END PROGRAM leavliab.
