      ******************************************************************
      *Author: David Nguyen
      *Purpose: retropay - retroactive pay for back-dated rate
      *         increases. FINDS EVERY EMPMAINT 'CHANGED' ENTRY ON
      *         EMPAUDIT SINCE THE LAST RUN WHOSE AFTER IMAGE RAISES
      *         I-EMPRATE, AND REPRICES EACH POSTED PERIOD ON PAYHIST
      *         FROM THE CHANGE'S EFFECTIVE DATE FORWARD AT THE NEW
      *         RATE - HOURLY STAFF ON THE HOURS ALREADY ON HISTORY,
      *         SALARIED STAFF ON THE MONTHLY SALARY, PRORATED BY
      *         DAY WHEN THE CHANGE LANDS INSIDE A PERIOD. PRINTS A
      *         RETRO WORKSHEET FOR APPROVAL AND APPENDS THE OWED
      *         DIFFERENCE TO SUPPPAY WITH REASON 'RET', SO OFFCYCLE
      *         PAYS IT THROUGH THE NORMAL RELEASE GATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. retropay.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT PAYPERD-FILE ASSIGN TO 'PAYPERD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYPERD-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT SUPPPAY-FILE ASSIGN TO 'SUPPPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPPAY-STATUS.
           SELECT RETROCTL-FILE ASSIGN TO 'RETROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETROCTL-STATUS.
           SELECT RPT-FILE ASSIGN TO 'RETRORPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY EMPAUDRC.
      ******************************************************************
      *    PAYCAL - ONE POSTED PAYPERD IMAGE PER PERIOD, APPENDED BY
      *    PROJECT3 AT ITS CLEAN FINISH
      ******************************************************************
       FD  PAYCAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYCAL-REC.
           03 PC-PERIOD PIC 9(6).
           03 PC-STARTDATE PIC 9(8).
           03 PC-ENDDATE PIC 9(8).
           03 PC-STATUS PIC X(6).
       FD  PAYPERD-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYPERRC.
       FD  PAYHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PAYEXTRC.
      ******************************************************************
      *    SUPPPAY - THE SAME LAYOUT OFFCYCLE READS. RETRO LINES ARE
      *    APPENDED, SO ANY SUPPLEMENTAL PAYMENTS ALREADY WAITING
      *    FOR THE NEXT OFF-CYCLE RUN ARE KEPT.
      ******************************************************************
       FD  SUPPPAY-FILE
           LABEL RECORDS ARE OMITTED.
       01  SUPPPAY-REC.
           03 SP-EMPID PIC X(7).
           03 SP-TYPE PIC X(1).
           03 SP-VALUE PIC 9(6)V9(2).
           03 SP-REASON PIC X(3).
      ******************************************************************
      *    RETROCTL - THE DATE AND TIME STAMP OF THE LAST AUDIT ENTRY
      *    A CLEAN RUN PROCESSED. ONLY LATER ENTRIES ARE PICKED UP,
      *    SO A RATE CHANGE IS NEVER PAID RETRO TWICE.
      ******************************************************************
       FD  RETROCTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETROCTL-REC.
           03 RC-LAST-DATE PIC 9(8).
           03 RC-LAST-TIME PIC 9(6).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(30)
               VALUE 'RETROACTIVE PAY WORKSHEET'.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'CHANGES KEYED AFTER:'.
           03 RH-LAST-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-LAST-TIME PIC 9(6).
       01  RPT-HEAD2.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'PERIOD'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'ST'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'HOURS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PAID AT'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DAYS'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'RETRO'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NOTE'.
       01  RPT-CHANGE-LINE.
           03 RG-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-OLD-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(4) VALUE ' TO '.
           03 RG-NEW-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(11) VALUE ' EFFECTIVE '.
           03 RG-EFFDATE PIC 9(8).
           03 FILLER PIC X(7) VALUE ' KEYED '.
           03 RG-KEYDATE PIC 9(8).
           03 FILLER PIC X(4) VALUE ' BY '.
           03 RG-USERID PIC X(8).
       01  RPT-PERIOD-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RP-PERIOD PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RP-STATUS PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-HOURS PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-PAID-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-DAYS PIC ZZ9.
           03 FILLER PIC X(1) VALUE '/'.
           03 RP-PERIOD-DAYS PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-RETRO PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-NOTE PIC X(30).
       01  RPT-NOTE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RN-NOTE PIC X(60).
       01  RPT-OWED-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(34)
               VALUE 'RETRO OWED - WRITTEN TO SUPPPAY:'.
           03 RO-OWED PIC $$$,$$9.99.
       01  RPT-TOTAL-LINE.
           03 RT-LABEL PIC X(30).
           03 RT-COUNT PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-AMOUNT PIC $$,$$$,$$9.99.
       01  RPT-APPROVAL-LINE.
           03 FILLER PIC X(40)
               VALUE 'APPROVED BY: ____________________  DATE:'.
           03 FILLER PIC X(11) VALUE ' __________'.
      ******************************************************************
      *    THE POSTED PERIODS ONE CHANGE REACHES BACK INTO, WITH THE
      *    DAYS OF EACH THE NEW RATE COVERS
      ******************************************************************
       01  AF-TABLE.
           03 AF-ENTRY OCCURS 60 TIMES.
               05 AF-PERIOD PIC 9(6).
               05 AF-DAYS PIC 9(3).
               05 AF-PERIOD-DAYS PIC 9(3).
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 AUDIT-STATUS PIC XX VALUE '00'.
           03 PAYCAL-STATUS PIC XX VALUE '00'.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYHIST-STATUS PIC XX VALUE '00'.
           03 SUPPPAY-STATUS PIC XX VALUE '00'.
           03 RETROCTL-STATUS PIC XX VALUE '00'.
           03 RUN-DATE-NUM PIC 9(8).
           03 LAST-STAMP.
               05 LAST-DATE PIC 9(8) VALUE 0.
               05 LAST-TIME PIC 9(6) VALUE 0.
           03 HIGH-STAMP.
               05 HIGH-DATE PIC 9(8) VALUE 0.
               05 HIGH-TIME PIC 9(6) VALUE 0.
           03 ENTRY-STAMP.
               05 ENTRY-DATE PIC 9(8).
               05 ENTRY-TIME PIC 9(6).
           03 CUR-FOUND-SW PIC 9 VALUE 0.
               88 CURRENT-PERIOD-POSTED VALUE 1.
           03 CUR-PERIOD PIC 9(6) VALUE 0.
           03 CUR-STARTDATE PIC 9(8) VALUE 0.
           03 CUR-ENDDATE PIC 9(8) VALUE 0.
           03 EFF-DATE PIC 9(8).
           03 OLD-RATE PIC 9(4)V9(2).
           03 NEW-RATE PIC 9(4)V9(2).
           03 RATE-DIFF PIC 9(4)V9(2).
           03 BASE-RATE PIC 9(4)V9(2).
           03 EMPRATE-FORMATER PIC 9(4)V9(2).
           03 AF-COUNT PIC 9(2) VALUE 0.
           03 AF-SUB PIC 9(2).
           03 SUB PIC 9(2).
           03 AF-OVERFLOW-SW PIC 9 VALUE 0.
               88 AF-OVERFLOWED VALUE 1.
           03 DUP-SW PIC 9 VALUE 0.
           03 LOOK-START PIC 9(8).
           03 LOOK-END PIC 9(8).
           03 LOOK-PERIOD PIC 9(6).
           03 START-DAYNUM PIC 9(7).
           03 END-DAYNUM PIC 9(7).
           03 EFF-DAYNUM PIC 9(7).
           03 COVER-DAYS PIC S9(5).
           03 PERIOD-DAYS PIC S9(5).
           03 PAID-HOURS PIC 9(3)V9(2).
           03 PAY-UNITS PIC 9(4)V9(4).
           03 PERIOD-RETRO PIC S9(6)V9(2).
           03 CHANGE-RETRO PIC S9(6)V9(2).
           03 CHANGECOUNT PIC 9(4) VALUE 0.
           03 OWEDCOUNT PIC 9(4) VALUE 0.
           03 PERIODCOUNT PIC 9(4) VALUE 0.
           03 TOTAL-RETRO PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1010-READ-RETROCTL.
           PERFORM 1020-READ-PAYPERD.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
               DISPLAY 'RETROPAY - NO EMPAUDIT FILE ON HAND, STATUS '
                   AUDIT-STATUS '. NO RATE CHANGES TO REVIEW.'
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND SUPPPAY-FILE.
           IF SUPPPAY-STATUS = '35'
               OPEN OUTPUT SUPPPAY-FILE
           END-IF.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           MOVE LAST-DATE TO RH-LAST-DATE.
           MOVE LAST-TIME TO RH-LAST-TIME.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE LAST-STAMP TO HIGH-STAMP.
           PERFORM 2000-READ-AUDIT.
           PERFORM 1500-LOOP
               UNTIL EOF-A = 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE AUDIT-FILE
               SUPPPAY-FILE
               RPT-FILE.
           PERFORM 1950-WRITE-RETROCTL.
           DISPLAY 'RETROPAY - RATE CHANGES REVIEWED: ' CHANGECOUNT
               ' RETRO PAYMENTS WRITTEN: ' OWEDCOUNT.
           STOP RUN.
      ******************************************************************
      *    PICK UP WHERE THE LAST CLEAN RUN LEFT OFF. NO RETROCTL
      *    MEANS THE FIRST RUN, WHICH REVIEWS THE WHOLE AUDIT
      *    HISTORY - A CHANGE KEYED BEFORE ITS PERIODS POSTED WAS
      *    ALREADY PAID AT THE NEW RATE AND PRICES TO NOTHING.
      ******************************************************************
       1010-READ-RETROCTL.
           OPEN INPUT RETROCTL-FILE.
           IF RETROCTL-STATUS = '00'
               READ RETROCTL-FILE
                   AT END CONTINUE
               END-READ
               IF RETROCTL-STATUS = '00'
                   MOVE RC-LAST-DATE TO LAST-DATE
                   MOVE RC-LAST-TIME TO LAST-TIME
               END-IF
               CLOSE RETROCTL-FILE
           END-IF.
      ******************************************************************
      *    THE CURRENT PAYPERD PERIOD COUNTS AS POSTED ONCE PROJECT3
      *    HAS MARKED IT SO - IT IS ALSO ON PAYCAL THEN, BUT A PERIOD
      *    POSTED BEFORE PAYCAL WAS KEPT IS ONLY DATED HERE
      ******************************************************************
       1020-READ-PAYPERD.
           OPEN INPUT PAYPERD-FILE.
           IF PAYPERD-STATUS = '00'
               READ PAYPERD-FILE
                   AT END CONTINUE
               END-READ
               IF PAYPERD-STATUS = '00' AND PERIOD-POSTED
                   MOVE 1 TO CUR-FOUND-SW
                   MOVE PP-PERIOD TO CUR-PERIOD
                   MOVE PP-STARTDATE TO CUR-STARTDATE
                   MOVE PP-ENDDATE TO CUR-ENDDATE
               END-IF
               CLOSE PAYPERD-FILE
           END-IF.
      ******************************************************************
      *    REVIEW EVERY 'CHANGED' ENTRY KEYED SINCE THE LAST RUN,
      *    KEEPING THE LATEST STAMP SEEN FOR THE NEXT RUN
      ******************************************************************
       1500-LOOP.
           MOVE AU-DATE TO ENTRY-DATE.
           MOVE AU-TIME TO ENTRY-TIME.
           IF ENTRY-STAMP > LAST-STAMP
               IF ENTRY-STAMP > HIGH-STAMP
                   MOVE ENTRY-STAMP TO HIGH-STAMP
               END-IF
               IF AU-ACTION = 'CHANGED'
                   PERFORM 1600-REVIEW-CHANGE
               END-IF
           END-IF.
           PERFORM 2000-READ-AUDIT.
      ******************************************************************
      *    COMPARE THE RATE IN THE BEFORE AND AFTER IMAGES. ONLY A
      *    RAISE IS OWED RETRO; A BACK-DATED DECREASE IS PRINTED FOR
      *    PAYROLL TO HANDLE, NEVER RECOVERED AUTOMATICALLY. THE
      *    AFTER IMAGE IS LOADED LAST SO THE NAME ON THE WORKSHEET IS
      *    THE CURRENT ONE.
      ******************************************************************
       1600-REVIEW-CHANGE.
           MOVE AU-BEFORE TO INPUT-DATA.
           MOVE I-EMPRATE TO EMPRATE-FORMATER.
           MOVE EMPRATE-FORMATER TO OLD-RATE.
           MOVE AU-AFTER TO INPUT-DATA.
           MOVE I-EMPRATE TO EMPRATE-FORMATER.
           MOVE EMPRATE-FORMATER TO NEW-RATE.
           IF NEW-RATE NOT = OLD-RATE
               ADD 1 TO CHANGECOUNT
               IF AU-EFFDATE IS NUMERIC
                   MOVE AU-EFFDATE TO EFF-DATE
               ELSE
                   MOVE AU-DATE TO EFF-DATE
               END-IF
               MOVE AU-EMPID TO RG-EMPID
               MOVE I-LNAME TO RG-LNAME
               MOVE OLD-RATE TO RG-OLD-RATE
               MOVE NEW-RATE TO RG-NEW-RATE
               MOVE EFF-DATE TO RG-EFFDATE
               MOVE AU-DATE TO RG-KEYDATE
               MOVE AU-USERID TO RG-USERID
               WRITE RPT-REC FROM RPT-CHANGE-LINE
               IF NEW-RATE < OLD-RATE
                   MOVE 'RATE DECREASE - NOTHING OWED, REVIEW BY HAND'
                       TO RN-NOTE
                   WRITE RPT-REC FROM RPT-NOTE-LINE
               ELSE
                   PERFORM 1610-FIND-AFFECTED-PERIODS
                   IF AF-COUNT = 0
                       MOVE 'NO POSTED PERIOD SINCE EFFECTIVE DATE'
                           TO RN-NOTE
                       WRITE RPT-REC FROM RPT-NOTE-LINE
                   ELSE
                       PERFORM 1620-REPRICE-HISTORY
                       PERFORM 1650-WRITE-SUPPPAY
                   END-IF
               END-IF
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
           END-IF.
      ******************************************************************
      *    LIST THE POSTED PERIODS THAT END ON OR AFTER THE EFFECTIVE
      *    DATE, WITH THE SHARE OF EACH PERIOD'S DAYS THE NEW RATE
      *    COVERS. PAYCAL IS THE CALENDAR; THE CURRENT PAYPERD PERIOD
      *    IS ADDED WHEN POSTED AND NOT ALREADY THERE.
      ******************************************************************
       1610-FIND-AFFECTED-PERIODS.
           MOVE 0 TO AF-COUNT.
           MOVE 0 TO AF-OVERFLOW-SW.
           MOVE 0 TO EOF-C.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS NOT = '00'
               MOVE 1 TO EOF-C
           END-IF.
           PERFORM UNTIL EOF-C = 1
               READ PAYCAL-FILE
                   AT END MOVE 1 TO EOF-C
               END-READ
               IF EOF-C = 0 AND PC-ENDDATE >= EFF-DATE
                   MOVE PC-PERIOD TO LOOK-PERIOD
                   MOVE PC-STARTDATE TO LOOK-START
                   MOVE PC-ENDDATE TO LOOK-END
                   PERFORM 1615-ADD-AFFECTED-PERIOD
               END-IF
           END-PERFORM.
           IF PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF.
           IF CURRENT-PERIOD-POSTED AND CUR-ENDDATE >= EFF-DATE
               MOVE CUR-PERIOD TO LOOK-PERIOD
               MOVE CUR-STARTDATE TO LOOK-START
               MOVE CUR-ENDDATE TO LOOK-END
               PERFORM 1615-ADD-AFFECTED-PERIOD
           END-IF.
           IF AF-OVERFLOWED
               MOVE 'MORE THAN 60 PERIODS AFFECTED - OLDEST 60 PRICED'
                   TO RN-NOTE
               WRITE RPT-REC FROM RPT-NOTE-LINE
           END-IF.
      ******************************************************************
      *    ADD ONE PERIOD TO THE AFFECTED TABLE, SKIPPING A PERIOD
      *    ALREADY LISTED. A CHANGE EFFECTIVE AFTER THE PERIOD STARTS
      *    COVERS ONLY THE DAYS FROM THE EFFECTIVE DATE TO THE END;
      *    A PERIOD WHOSE DATES WILL NOT CONVERT IS TAKEN WHOLE.
      ******************************************************************
       1615-ADD-AFFECTED-PERIOD.
           MOVE 0 TO DUP-SW.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > AF-COUNT
               IF AF-PERIOD(SUB) = LOOK-PERIOD
                   MOVE 1 TO DUP-SW
               END-IF
           END-PERFORM.
           IF DUP-SW = 0
               IF AF-COUNT >= 60
                   MOVE 1 TO AF-OVERFLOW-SW
               ELSE
                   ADD 1 TO AF-COUNT
                   MOVE LOOK-PERIOD TO AF-PERIOD(AF-COUNT)
                   COMPUTE START-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(LOOK-START)
                   COMPUTE END-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(LOOK-END)
                   COMPUTE EFF-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(EFF-DATE)
                   COMPUTE PERIOD-DAYS = END-DAYNUM - START-DAYNUM + 1
                   IF START-DAYNUM = 0 OR END-DAYNUM = 0 OR
                       EFF-DAYNUM = 0 OR PERIOD-DAYS < 1 OR
                       PERIOD-DAYS > 999
                       MOVE 1 TO AF-DAYS(AF-COUNT)
                       MOVE 1 TO AF-PERIOD-DAYS(AF-COUNT)
                   ELSE
                       IF EFF-DATE <= LOOK-START
                           MOVE PERIOD-DAYS TO COVER-DAYS
                       ELSE
                           COMPUTE COVER-DAYS =
                               END-DAYNUM - EFF-DAYNUM + 1
                       END-IF
                       MOVE COVER-DAYS TO AF-DAYS(AF-COUNT)
                       MOVE PERIOD-DAYS TO AF-PERIOD-DAYS(AF-COUNT)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    PASS PAYHIST FOR THE EMPLOYEE'S RECORDS IN THE AFFECTED
      *    PERIODS. OFF-CYCLE RECORDS CARRY PERIODS OF THEIR OWN THAT
      *    ARE NEVER ON THE CALENDAR, SO ONLY REGULAR PAY IS REPRICED.
      ******************************************************************
       1620-REPRICE-HISTORY.
           MOVE 0 TO CHANGE-RETRO.
           MOVE 0 TO EOF-H.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               MOVE 'NO PAYHIST FILE ON HAND - NOTHING REPRICED'
                   TO RN-NOTE
               WRITE RPT-REC FROM RPT-NOTE-LINE
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM UNTIL EOF-H = 1
               READ PAYHIST-FILE
                   AT END MOVE 1 TO EOF-H
               END-READ
               IF EOF-H = 0 AND PE-EMPID = AU-EMPID
                   MOVE 0 TO AF-SUB
                   PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > AF-COUNT
                       IF AF-PERIOD(SUB) = PE-PERIOD
                           MOVE SUB TO AF-SUB
                       END-IF
                   END-PERFORM
                   IF AF-SUB > 0
                       PERFORM 1630-REPRICE-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
           IF PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.
      ******************************************************************
      *    REPRICE ONE POSTED PERIOD. THE DIFFERENCE IS THE NEW RATE
      *    LESS THE HIGHER OF THE CHANGE'S OLD RATE AND THE RATE THE
      *    PERIOD WAS ACTUALLY PAID AT (PE-EMPRATE). THE PAID RATE
      *    COVERS A RAISE ALREADY IN EFFECT FOR THE PERIOD; THE OLD
      *    RATE COVERS AN EARLIER BACK-DATED RAISE WHOSE RETRO WENT
      *    OUT OFF-CYCLE, SO STACKED CHANGES ARE EACH PAID ONLY THEIR
      *    OWN STEP. THE DIFFERENCE IS TIMES THE PAY UNITS THE
      *    PERIOD WAS PRICED ON - THE HOURS ON HISTORY WITH THE
      *    OVERTIME HOURS AT TIME AND A HALF, OR ONE MONTH'S SALARY -
      *    SCALED BY THE DAYS COVERED. HOURLY UNITS ARE THE GROSS
      *    OVER THE RATE PAID, SINCE LEAVE HOURS IN PE-HOURS WERE
      *    PAID STRAIGHT; HISTORY WITHOUT A GROSS FALLS BACK TO THE
      *    OVER-160 RULE. A PERIOD ALREADY PAID AT THE
      *    NEW RATE OR BETTER OWES NOTHING, AND AN HOURLY RECORD FROM
      *    BEFORE THE EXTRACT CARRIED PE-HOURS CANNOT BE REPRICED AND
      *    IS CALLED OUT.
      *    A VOID REVERSAL ON HISTORY TAKES BACK THE RETRO ITS
      *    PAYMENT WOULD HAVE EARNED - NO RETRO IS OWED ON PAY THAT
      *    WAS NEVER DELIVERED.
      ******************************************************************
       1630-REPRICE-PERIOD.
           MOVE 0 TO PERIOD-RETRO.
           MOVE SPACES TO RP-NOTE.
           MOVE PE-PERIOD TO RP-PERIOD.
           MOVE PE-EMPSTATUS TO RP-STATUS.
           MOVE PE-EMPRATE TO RP-PAID-RATE.
           MOVE AF-DAYS(AF-SUB) TO RP-DAYS.
           MOVE AF-PERIOD-DAYS(AF-SUB) TO RP-PERIOD-DAYS.
           MOVE 0 TO RP-HOURS.
           MOVE OLD-RATE TO BASE-RATE.
           IF PE-EMPRATE > BASE-RATE
               MOVE PE-EMPRATE TO BASE-RATE
           END-IF.
           IF BASE-RATE >= NEW-RATE
               MOVE 'ALREADY PAID AT NEW RATE' TO RP-NOTE
           ELSE
               COMPUTE RATE-DIFF = NEW-RATE - BASE-RATE
               IF PE-EMPSTATUS = 'H'
                   IF PE-HOURS IS NOT NUMERIC
                       MOVE 'NO HOURS ON HISTORY - PRICE BY HAND'
                           TO RP-NOTE
                   ELSE
                       MOVE PE-HOURS TO PAID-HOURS
                       MOVE PAID-HOURS TO RP-HOURS
                       IF PE-GROSS IS NUMERIC AND PE-EMPRATE > 0
                           COMPUTE PAY-UNITS ROUNDED =
                               PE-GROSS / PE-EMPRATE
                       ELSE
                       IF PAID-HOURS > 160
                           COMPUTE PAY-UNITS = 160 +
                               ((PAID-HOURS - 160) * 1.5)
                       ELSE
                           MOVE PAID-HOURS TO PAY-UNITS
                       END-IF
                       END-IF
                       COMPUTE PERIOD-RETRO ROUNDED =
                           RATE-DIFF * PAY-UNITS * AF-DAYS(AF-SUB)
                           / AF-PERIOD-DAYS(AF-SUB)
                   END-IF
               ELSE
                   COMPUTE PERIOD-RETRO ROUNDED =
                       RATE-DIFF * AF-DAYS(AF-SUB)
                       / AF-PERIOD-DAYS(AF-SUB)
               END-IF
           END-IF.
           IF PE-VOID-REVERSAL
               COMPUTE PERIOD-RETRO = 0 - PERIOD-RETRO
               MOVE 'VOIDED - RETRO BACKED OUT' TO RP-NOTE
           END-IF.
           MOVE PERIOD-RETRO TO RP-RETRO.
           WRITE RPT-REC FROM RPT-PERIOD-LINE.
           ADD PERIOD-RETRO TO CHANGE-RETRO.
           ADD 1 TO PERIODCOUNT.
      ******************************************************************
      *    APPEND THE CHANGE'S OWED TOTAL TO SUPPPAY AS A FLAT
      *    AMOUNT WITH ITS OWN REASON CODE
      ******************************************************************
       1650-WRITE-SUPPPAY.
           IF CHANGE-RETRO > 0
               MOVE AU-EMPID TO SP-EMPID
               MOVE 'A' TO SP-TYPE
               MOVE CHANGE-RETRO TO SP-VALUE
               MOVE 'RET' TO SP-REASON
               WRITE SUPPPAY-REC
               MOVE CHANGE-RETRO TO RO-OWED
               WRITE RPT-REC FROM RPT-OWED-LINE
               ADD 1 TO OWEDCOUNT
               ADD CHANGE-RETRO TO TOTAL-RETRO
           ELSE
               MOVE 'NOTHING OWED FOR THIS CHANGE' TO RN-NOTE
               WRITE RPT-REC FROM RPT-NOTE-LINE
           END-IF.
      ******************************************************************
      *    PRINT THE RUN TOTALS AND THE APPROVAL LINE
      ******************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'RATE CHANGES REVIEWED:' TO RT-LABEL.
           MOVE CHANGECOUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'POSTED PERIODS REPRICED:' TO RT-LABEL.
           MOVE PERIODCOUNT TO RT-COUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RETRO PAYMENTS TO SUPPPAY:' TO RT-LABEL.
           MOVE OWEDCOUNT TO RT-COUNT.
           MOVE TOTAL-RETRO TO RT-AMOUNT.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-APPROVAL-LINE.
      ******************************************************************
      *    CARRY THE LATEST AUDIT STAMP REVIEWED FORWARD - ONLY AT
      *    THE CLEAN FINISH, SO A CANCELLED RUN REVIEWS THE SAME
      *    CHANGES AGAIN (ITS SUPPPAY LINES MUST BE REMOVED FIRST)
      ******************************************************************
       1950-WRITE-RETROCTL.
           MOVE HIGH-DATE TO RC-LAST-DATE.
           MOVE HIGH-TIME TO RC-LAST-TIME.
           OPEN OUTPUT RETROCTL-FILE.
           WRITE RETROCTL-REC.
           CLOSE RETROCTL-FILE.
      ******************************************************************
      *    READ IN THE AUDIT HISTORY
      ******************************************************************
       2000-READ-AUDIT.
           READ AUDIT-FILE
               AT END MOVE 1 TO EOF-A.
       END PROGRAM retropay.
