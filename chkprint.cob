      *         REGISTER WHOSE TOTAL, ADDED TO THE ACH TRAILER'S
      *         DEPOSIT TOTAL, IS PROVED EQUAL TO THE PERIOD'S
      *         CTL-TOTAL-NETPAY FROM PAYCTL - A DISAGREEMENT ENDS
      *         THE STEP WITH A NONZERO RETURN CODE. EVERY CHECK CUT
      *         IS ALSO WRITTEN TO THE POSPAY POSITIVE-PAY ISSUE FILE
      *         SENT TO THE BANK (CHECK NUMBER, AMOUNT, ISSUE DATE
      *         AND PAYEE) AND ADDED TO THE PERMANENT OUTCHECK
      *         OUTSTANDING-CHECK MASTER THAT CHKRECON CLEARS. A
      *         RUN THAT ENDS OUT OF BALANCE OR ON A DUPLICATE CHECK
      *         NUMBER MARKS EVERY CHECK IT ADDED TO OUTCHECK VOIDED
      *         BEFORE IT FINISHES - THE CHECKS ARE NOT RELEASED, AND
      *         THE RERUN CUTS THEM AGAIN UNDER NEW NUMBERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. chkprint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYEXTRACT-FILE ASSIGN TO 'PAYEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXTRACT-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO 'PAYCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-STATUS.
           SELECT CHKSEQ-FILE ASSIGN TO 'CHKSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKSEQ-STATUS.
           SELECT OUTCHECK-FILE ASSIGN TO 'OUTCHECK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CHECKNO
               FILE STATUS IS OUTCHECK-STATUS.
           SELECT POSPAY-FILE ASSIGN TO 'POSPAY'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKS-FILE ASSIGN TO 'UR-S-CHECKS'.
           SELECT CHKREG-FILE ASSIGN TO 'CHKREG'
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
           LABEL RECORDS ARE OMITTED.
       01  CHKSEQ-REC.
           03 CS-NEXT-CHECKNO PIC 9(6).
       FD  OUTCHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OUTCHKRC.
       FD  POSPAY-FILE
           LABEL RECORDS ARE OMITTED.
       01  POSPAY-REC PIC X(80).
       FD  CHECKS-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHECKS-REC PIC X(132).
       FD  CHKREG-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHKREG-REC PIC X(80).
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
      *    THE TRAILER SHAPE ACHGEN WRITES, LAID OVER THE RAW 94-BYTE
           03 WT-COUNT PIC 9(6).
           03 WT-TOTAL PIC 9(12)V9(2).
           03 FILLER PIC X(73).
      ******************************************************************
      *    THE THREE 80-BYTE POSITIVE-PAY RECORD SHAPES, BUILT THE
      *    SAME WAY AS THE ACH FILE. RECORD TYPE IS THE FIRST BYTE:
      *    1 - FILE HEADER, 2 - CHECK ISSUE DETAIL, 8 - CONTROL
      *    TRAILER THE BANK PROVES THE FILE TO. PY-ACTION 'I' IS AN
      *    ISSUED CHECK.
      ******************************************************************
       01  POSPAY-HEADER.
           03 FILLER PIC X(1) VALUE '1'.
           03 PH-PERIOD PIC 9(6).
           03 PH-CREATED PIC 9(8).
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(44) VALUE SPACES.
       01  POSPAY-DETAIL.
           03 FILLER PIC X(1) VALUE '2'.
           03 PY-ACTION PIC X(1) VALUE 'I'.
           03 PY-CHECKNO PIC 9(6).
           03 PY-AMOUNT PIC 9(8)V9(2).
           03 PY-ISSUE-DATE PIC 9(8).
           03 PY-PAYEE.
               05 PY-FNAME PIC X(15).
               05 FILLER PIC X(1) VALUE SPACES.
               05 PY-LNAME PIC X(15).
           03 FILLER PIC X(23) VALUE SPACES.
       01  POSPAY-TRAILER.
           03 FILLER PIC X(1) VALUE '8'.
           03 PT-COUNT PIC 9(6).
           03 PT-TOTAL PIC 9(12)V9(2).
           03 FILLER PIC X(59) VALUE SPACES.
       01  CHK-LINE1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
       01  REG-TOTAL-LINE.
           03 RT-LABEL PIC X(22).
           03 RT-AMOUNT PIC $$,$$$,$$9.99-.
       01  REG-DUP-LINE.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(50)
               VALUE '** CHECK NUMBER ALREADY ON OUTCHECK - NOT ADDED'.
       01  REG-VERDICT-LINE.
           03 FILLER PIC X(9) VALUE 'BALANCE:'.
           03 RV-VERDICT PIC X(55).
       01  REG-VOID-LINE.
           03 FILLER PIC X(14) VALUE '** RUN FAILED:'.
           03 RX-COUNT PIC ZZZ9.
           03 FILLER PIC X(44)
               VALUE ' CHECKS VOIDED ON OUTCHECK - DESTROY THEM'.
      *    ONE FLAG PER CHECK THIS RUN CUTS, BY ITS PLACE IN THE RUN,
      *    SET WHEN THE CHECK WENT ON OUTCHECK - A DUPLICATE NUMBER
      *    BELONGS TO AN EARLIER RUN AND IS LEFT ALONE
       01  ISSUE-TABLE.
           03 ISSUE-SW PIC X(1) OCCURS 9999 TIMES.
               88 ISSUE-ON-OUTCHECK VALUE 'Y'.
       01  MISC.
           03 PAYPERD-STATUS PIC XX VALUE '00'.
           03 PAYEXTRACT-STATUS PIC XX VALUE '00'.
           03 EOF-X PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 RELEASE-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 ACH-STATUS PIC XX VALUE '00'.
           03 CHKSEQ-STATUS PIC XX VALUE '00'.
           03 OUTCHECK-STATUS PIC XX VALUE '00'.
           03 POSPAY-HEADER-SW PIC 9 VALUE 0.
           03 DUP-CHECK-SW PIC 9 VALUE 0.
               88 DUPLICATE-CHECKNO VALUE 1.
           03 CTL-FOUND-SW PIC 9 VALUE 0.
               88 CONTROL-FOUND VALUE 1.
           03 BANK-MISSING-SW PIC 9 VALUE 0.
           03 TRAILER-FOUND-SW PIC 9 VALUE 0.
               88 TRAILER-FOUND VALUE 1.
           03 NEXT-CHECKNO PIC 9(6) VALUE 1.
           03 FIRST-CHECKNO PIC 9(6).
           03 ISSUE-SUB PIC 9(4).
           03 VOIDCOUNT PIC 9(4) VALUE 0.
           03 CHECKCOUNT PIC 9(4) VALUE 0.
           03 CHECKTOTAL PIC S9(10)V9(2) VALUE 0.
           03 ACH-TOTAL PIC 9(12)V9(2) VALUE 0.
           03 RUN-DATE-NUM PIC 9(8).
           03 OUT-OF-BAL-SW PIC 9 VALUE 0.
               88 OUT-OF-BALANCE VALUE 1.
           COPY RUNSTEP.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1003-READ-STREAM-PERIOD.
           MOVE 'CHKPRINT' TO STREAM-STEP.
           MOVE 'ACHGEN' TO STREAM-PREREQ.
           PERFORM 1001-CHECK-RUNCTL.
           PERFORM 1010-CHECK-RELEASE.
           PERFORM 1015-READ-CONTROL.
           PERFORM 1020-READ-ACH-TRAILER.
           PERFORM 1030-READ-CHKSEQ.
           MOVE NEXT-CHECKNO TO FIRST-CHECKNO.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1040-OPEN-BANK.
           PERFORM 1050-OPEN-OUTCHECK.
           OPEN INPUT PAYEXTRACT-FILE
               MASTER-FILE
               OUTPUT CHECKS-FILE
               OUTPUT CHKREG-FILE
               OUTPUT POSPAY-FILE.
           PERFORM 2000-READ-EXTRACT.
           PERFORM 1500-LOOP
               UNTIL EOF-X = 1.
           PERFORM 1700-PRINT-REGISTER-TOTALS.
           PERFORM 1710-WRITE-POSPAY-TRAILER.
           IF OUT-OF-BALANCE OR DUPLICATE-CHECKNO
               PERFORM 1720-VOID-RUN-CHECKS
           END-IF.
           CLOSE PAYEXTRACT-FILE
               MASTER-FILE
               CHECKS-FILE
               CHKREG-FILE
               POSPAY-FILE
               OUTCHECK-FILE.
           IF NOT BANK-FILE-MISSING
               CLOSE BANK-FILE
           END-IF.
           PERFORM 1950-WRITE-CHKSEQ.
           DISPLAY 'CHKPRINT - CHECKS PRINTED: ' CHECKCOUNT.
           IF OUT-OF-BALANCE OR DUPLICATE-CHECKNO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE CHECKCOUNT TO STREAM-COUNT-OUT.
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
      *    CHECKS ARE ONLY CUT FROM AN EXTRACT PAYBAL HAS PROVED IN
      *    BALANCE - THE SAME RELEASE GATE ACHGEN CHECKS
      ******************************************************************
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE OUTSTANDING-CHECK MASTER FOR KEYED UPDATE,
      *    CREATING IT THE FIRST TIME A CHECK IS CUT. ANY OTHER
      *    FAILED OPEN STOPS THE RUN BEFORE A CHECK IS PRINTED THAT
      *    THE RECONCILIATION WOULD NEVER KNOW ABOUT.
      ******************************************************************
       1050-OPEN-OUTCHECK.
           OPEN I-O OUTCHECK-FILE.
           IF OUTCHECK-STATUS = '35'
               OPEN OUTPUT OUTCHECK-FILE
               CLOSE OUTCHECK-FILE
               OPEN I-O OUTCHECK-FILE
           END-IF.
           IF OUTCHECK-STATUS NOT = '00'
               DISPLAY 'FATAL - OUTCHECK OPEN FAILED, STATUS '
                   OUTCHECK-STATUS
               IF NOT BANK-FILE-MISSING
                   CLOSE BANK-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    ONE EXTRACT RECORD - THE SAME TEST ACHGEN USES DECIDES
      *    WHO NEEDS A PAPER CHECK: POSITIVE NET PAY AND NO USABLE
      *    BANK RECORD ON FILE
               WRITE CHKREG-REC FROM REG-HEAD2
               MOVE SPACES TO CHKREG-REC
               WRITE CHKREG-REC
               MOVE PE-PERIOD TO PH-PERIOD
               MOVE RUN-DATE-NUM TO PH-CREATED
               WRITE POSPAY-REC FROM POSPAY-HEADER
               MOVE 1 TO POSPAY-HEADER-SW
           END-IF.
           PERFORM 1620-FIND-EMPLOYEE.
           MOVE NEXT-CHECKNO TO CK-CHECKNO.
           MOVE PE-NETPAY TO RG-AMOUNT.
           WRITE CHKREG-REC FROM REG-LINE.
           COMPUTE CHECKTOTAL = CHECKTOTAL + PE-NETPAY.
           PERFORM 1630-RECORD-ISSUE.
           ADD 1 TO NEXT-CHECKNO.
      ******************************************************************
      *    THE PAYEE NAME COMES FROM A KEYED READ OF THE MASTER. AN
               MOVE PE-EMPID TO CK-LNAME
           END-IF.
      ******************************************************************
      *    TELL THE BANK ABOUT THE CHECK ON THE POSITIVE-PAY FILE AND
      *    PUT IT ON THE OUTSTANDING-CHECK MASTER UNTIL IT CLEARS. A
      *    CHECK NUMBER ALREADY ON OUTCHECK MEANS CHKSEQ WAS SET BACK
      *    - THE CHECK IS STILL ON THE POSITIVE-PAY FILE, BUT THE
      *    REGISTER IS FLAGGED AND THE STEP ENDS NONZERO SO THE
      *    SERIES IS PUT RIGHT BEFORE THE CHECKS GO OUT.
      ******************************************************************
       1630-RECORD-ISSUE.
           MOVE NEXT-CHECKNO TO PY-CHECKNO.
           MOVE PE-NETPAY TO PY-AMOUNT.
           MOVE RUN-DATE-NUM TO PY-ISSUE-DATE.
           MOVE CK-FNAME TO PY-FNAME.
           MOVE CK-LNAME TO PY-LNAME.
           WRITE POSPAY-REC FROM POSPAY-DETAIL.
           MOVE NEXT-CHECKNO TO OC-CHECKNO.
           MOVE PE-EMPID TO OC-EMPID.
           MOVE PE-PERIOD TO OC-PERIOD.
           MOVE RUN-DATE-NUM TO OC-ISSUE-DATE.
           MOVE PE-NETPAY TO OC-AMOUNT.
           MOVE CK-FNAME TO OC-FNAME.
           MOVE CK-LNAME TO OC-LNAME.
           MOVE 'O' TO OC-STATUS.
           MOVE 0 TO OC-STATUS-DATE.
           MOVE 0 TO OC-PAID-AMOUNT.
           MOVE 'N' TO OC-MISMATCH-SW.
           MOVE SPACE TO ISSUE-SW(CHECKCOUNT).
           WRITE OUTCHECK-REC
               INVALID KEY
                   MOVE 1 TO DUP-CHECK-SW
                   WRITE CHKREG-REC FROM REG-DUP-LINE
                   DISPLAY 'CHKPRINT - CHECK ' NEXT-CHECKNO
                       ' ALREADY ON OUTCHECK, STATUS ' OUTCHECK-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO ISSUE-SW(CHECKCOUNT)
           END-WRITE.
      ******************************************************************
      *    TOTAL THE REGISTER AND PROVE CHECKS PLUS ACH DEPOSITS
      *    EQUAL THE PERIOD'S CONTROL NET - THE FIGURE THAT USED TO
      *    BE TYPED BY HAND AND ONCE PAID THE WRONG AMOUNT
           END-IF.
           WRITE CHKREG-REC FROM REG-VERDICT-LINE.
      ******************************************************************
      *    THE POSITIVE-PAY CONTROL TRAILER - THE SAME COUNT AND
      *    TOTAL AS THE REGISTER. A RUN WITH NO CHECKS STILL SENDS A
      *    HEADER AND A ZERO TRAILER SO THE BANK SEES AN EXPLICIT
      *    EMPTY FILE.
      ******************************************************************
       1710-WRITE-POSPAY-TRAILER.
           IF POSPAY-HEADER-SW = 0
               MOVE 0 TO PH-PERIOD
               MOVE RUN-DATE-NUM TO PH-CREATED
               WRITE POSPAY-REC FROM POSPAY-HEADER
               MOVE 1 TO POSPAY-HEADER-SW
           END-IF.
           MOVE CHECKCOUNT TO PT-COUNT.
           MOVE CHECKTOTAL TO PT-TOTAL.
           WRITE POSPAY-REC FROM POSPAY-TRAILER.
      ******************************************************************
      *    A FAILED RUN'S CHECKS MUST NOT GO OUT OR STAY OUTSTANDING -
      *    EVERY ONE IT ADDED TO OUTCHECK IS MARKED VOIDED AS OF THE
      *    RUN DATE, SO THE AGING DROPS THEM, CHKRECON FLAGS ONE IF IT
      *    IS EVER PRESENTED, AND THE RERUN'S CHECKS ARE THE ONLY ONES
      *    OUTSTANDING FOR THE PERIOD. THE CHECK NUMBERS STAY USED -
      *    THE STOCK THEY WERE PRINTED ON IS SPOILED.
      ******************************************************************
       1720-VOID-RUN-CHECKS.
           PERFORM VARYING ISSUE-SUB FROM 1 BY 1
               UNTIL ISSUE-SUB > CHECKCOUNT
               IF ISSUE-ON-OUTCHECK(ISSUE-SUB)
                   COMPUTE OC-CHECKNO = FIRST-CHECKNO + ISSUE-SUB - 1
                   READ OUTCHECK-FILE
                       KEY IS OC-CHECKNO
                       INVALID KEY
                           DISPLAY 'CHKPRINT - CHECK ' OC-CHECKNO
                               ' NOT ON OUTCHECK TO VOID'
                       NOT INVALID KEY
                           MOVE 'V' TO OC-STATUS
                           MOVE RUN-DATE-NUM TO OC-STATUS-DATE
                           REWRITE OUTCHECK-REC
                               INVALID KEY
                                   DISPLAY 'CHKPRINT - OUTCHECK '
                                       'REWRITE FAILED FOR ' OC-CHECKNO
                                       ' STATUS ' OUTCHECK-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO VOIDCOUNT
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE VOIDCOUNT TO RX-COUNT.
           WRITE CHKREG-REC FROM REG-VOID-LINE.
           DISPLAY 'CHKPRINT - RUN FAILED, CHECKS VOIDED ON OUTCHECK: '
               VOIDCOUNT.
      ******************************************************************
      *    CARRY THE NEXT CHECK NUMBER FORWARD TO THE NEXT RUN
      ******************************************************************
       1950-WRITE-CHKSEQ.
           WRITE CHKSEQ-REC.
           CLOSE CHKSEQ-FILE.
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
       END PROGRAM chkprint.
