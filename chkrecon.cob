      ******************************************************************
      *Author: David Nguyen
      *Purpose: chkrecon - payroll check reconciliation and
      *         outstanding-check aging. READS THE BANK'S PAID-CHECKS
      *         FILE AND MARKS EACH CHECK CLEARED ON THE PERMANENT
      *         OUTCHECK MASTER CHKPRINT BUILDS, KEEPING WHAT THE
      *         BANK PAID. A CHECK PAID FOR AN AMOUNT DIFFERENT FROM
      *         THE AMOUNT ISSUED, A CHECK PAYROLL NEVER ISSUED, A
      *         SECOND PRESENTMENT OF A CLEARED CHECK, A PAID VOIDED
      *         CHECK AND A PAYMENT LARGER THAN ANY CHECK OUTCHECK CAN
      *         HOLD ARE ALL FLAGGED ON THE RECONCILIATION LISTING. A
      *         PAID ITEM ALREADY CLEARED FOR THE SAME DATE AND AMOUNT
      *         IS A RERUN OF THE SAME BANK FILE AND IS ONLY COUNTED,
      *         SO THE FILE CAN BE PROCESSED AGAIN SAFELY. THEN AGES
      *         EVERY CHECK STILL OUTSTANDING AS OF THE MONTH-END DATE
      *         AND CALLS OUT EACH ONE PAST THE STATE'S
      *         UNCLAIMED-PROPERTY HOLDING PERIOD.
      *         RUN-TIME ARGUMENTS (BOTH OPTIONAL):
      *           1 - HOLDING PERIOD IN YEARS, ONE DIGIT (DEFAULT 1)
      *           2 - AS-OF DATE YYYYMMDD (DEFAULT TODAY)
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. chkrecon.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE ASSIGN TO 'BANKPAID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-STATUS.
           SELECT OUTCHECK-FILE ASSIGN TO 'OUTCHECK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHECKNO
               FILE STATUS IS OUTCHECK-STATUS.
           SELECT RECON-FILE ASSIGN TO 'RECONRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO 'CHKAGE'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    BANKPAID - THE BANK'S PAID-ITEMS FILE, ONE LINE PER CHECK
      *    THE BANK HONORED: CHECK NUMBER, AMOUNT PAID, DATE PAID
      ******************************************************************
       FD  PAID-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAID-REC.
           03 BP-CHECKNO PIC X(6).
           03 BP-CHECKNO-N REDEFINES BP-CHECKNO PIC 9(6).
           03 BP-AMOUNT PIC 9(8)V9(2).
           03 BP-PAID-DATE PIC 9(8).
       FD  OUTCHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OUTCHKRC.
       FD  RECON-FILE
           LABEL RECORDS ARE OMITTED.
       01  RECON-REC PIC X(100).
       FD  AGING-FILE
           LABEL RECORDS ARE OMITTED.
       01  AGING-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01  RC-HEAD1.
           03 FILLER PIC X(30)
               VALUE 'PAYROLL CHECK RECONCILIATION'.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RC-HEAD2.
           03 FILLER PIC X(8) VALUE 'CHECK NO'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EMP ID'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ISSUED'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'PAID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'PAID DATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'RESULT'.
       01  RC-LINE.
           03 RL-CHECKNO PIC X(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RL-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-ISSUED PIC $$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-PAID PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-PAID-DATE PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RL-RESULT PIC X(40).
       01  RC-TOTAL-LINE.
           03 RT-LABEL PIC X(34).
           03 RT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-AMOUNT PIC $$,$$$,$$9.99-.
       01  AG-HEAD1.
           03 FILLER PIC X(30)
               VALUE 'OUTSTANDING CHECK AGING'.
           03 FILLER PIC X(6) VALUE 'AS OF:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 AH-ASOF-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'HOLDING PERIOD:'.
           03 AH-HOLD-YEARS PIC 9.
           03 FILLER PIC X(6) VALUE ' YEARS'.
       01  AG-HEAD2.
           03 FILLER PIC X(8) VALUE 'CHECK NO'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EMP ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAYEE'.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ISSUED'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AMOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DAYS'.
       01  AG-LINE.
           03 AL-CHECKNO PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 AL-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 AL-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 AL-ISSUE-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 AL-AMOUNT PIC $$$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 AL-DAYS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-NOTE PIC X(20).
       01  AG-TOTAL-LINE.
           03 AT-LABEL PIC X(34).
           03 AT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AT-AMOUNT PIC $$,$$$,$$9.99.
      ******************************************************************
      *    AGING BUCKETS BY DAYS OUTSTANDING. THE LAST BUCKET IS
      *    EVERYTHING OVER 180 DAYS; CHECKS PAST THE HOLDING PERIOD
      *    ARE ALSO TOTALLED ON THEIR OWN.
      ******************************************************************
       01  AGE-BUCKET-LIMITS.
           03 FILLER PIC 9(5) VALUE 30.
           03 FILLER PIC 9(5) VALUE 60.
           03 FILLER PIC 9(5) VALUE 90.
           03 FILLER PIC 9(5) VALUE 180.
           03 FILLER PIC 9(5) VALUE 99999.
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-LIMITS.
           03 AB-LIMIT PIC 9(5) OCCURS 5 TIMES.
       01  AGE-BUCKET-NAMES.
           03 FILLER PIC X(20) VALUE '0 - 30 DAYS'.
           03 FILLER PIC X(20) VALUE '31 - 60 DAYS'.
           03 FILLER PIC X(20) VALUE '61 - 90 DAYS'.
           03 FILLER PIC X(20) VALUE '91 - 180 DAYS'.
           03 FILLER PIC X(20) VALUE 'OVER 180 DAYS'.
       01  AGE-BUCKET-NAME-TABLE REDEFINES AGE-BUCKET-NAMES.
           03 AB-NAME PIC X(20) OCCURS 5 TIMES.
       01  AGE-BUCKET-TOTALS.
           03 AB-ENTRY OCCURS 5 TIMES.
               05 AB-COUNT PIC 9(5).
               05 AB-AMOUNT PIC 9(10)V9(2).
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 PAID-STATUS PIC XX VALUE '00'.
           03 PAID-OPEN-SW PIC 9 VALUE 0.
               88 PAID-FILE-OPEN VALUE 1.
           03 OUTCHECK-STATUS PIC XX VALUE '00'.
           03 ARG-NUM PIC 9(2).
           03 ARG-HOLD-YEARS PIC X(1) VALUE SPACES.
           03 ARG-ASOF-DATE PIC X(8) VALUE SPACES.
           03 HOLD-YEARS PIC 9 VALUE 1.
           03 RUN-DATE-NUM PIC 9(8).
           03 ASOF-DATE PIC 9(8).
           03 HOLD-CUTOFF PIC 9(8).
           03 DAYS-OUT PIC S9(7).
           03 AB-SUB PIC 9(2).
           03 PAIDCOUNT PIC 9(5) VALUE 0.
           03 CLEAREDCOUNT PIC 9(5) VALUE 0.
           03 MISMATCHCOUNT PIC 9(5) VALUE 0.
           03 NOTISSUEDCOUNT PIC 9(5) VALUE 0.
           03 DUPPAIDCOUNT PIC 9(5) VALUE 0.
           03 RERUNCOUNT PIC 9(5) VALUE 0.
           03 OVERSIZECOUNT PIC 9(5) VALUE 0.
      *    THE LARGEST AMOUNT OC-PAID-AMOUNT HOLDS, AND SO THE LARGEST
      *    CHECK CHKPRINT CAN HAVE ISSUED
           03 PAID-AMOUNT-MAX PIC 9(6)V9(2) VALUE 999999.99.
           03 VOIDPAIDCOUNT PIC 9(5) VALUE 0.
           03 BADITEMCOUNT PIC 9(5) VALUE 0.
           03 CLEARED-TOTAL PIC 9(10)V9(2) VALUE 0.
           03 MISMATCH-DIFF PIC S9(10)V9(2) VALUE 0.
           03 OUTSTANDCOUNT PIC 9(5) VALUE 0.
           03 OUTSTAND-TOTAL PIC 9(10)V9(2) VALUE 0.
           03 PASTHOLDCOUNT PIC 9(5) VALUE 0.
           03 PASTHOLD-TOTAL PIC 9(10)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE RUN-DATE-NUM TO ASOF-DATE.
           PERFORM 1010-GET-RUN-PARMS.
           PERFORM 1020-OPEN-OUTCHECK.
           OPEN OUTPUT RECON-FILE
               AGING-FILE.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RECON-REC FROM RC-HEAD1.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           WRITE RECON-REC FROM RC-HEAD2.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           OPEN INPUT PAID-FILE.
           IF PAID-STATUS NOT = '00'
               DISPLAY 'CHKRECON - NO BANKPAID FILE ON HAND, STATUS '
                   PAID-STATUS '. AGING ONLY.'
               MOVE 1 TO EOF-P
           ELSE
               MOVE 1 TO PAID-OPEN-SW
               PERFORM 2000-READ-PAID
           END-IF.
           PERFORM 1500-LOOP
               UNTIL EOF-P = 1.
           IF PAID-FILE-OPEN
               CLOSE PAID-FILE
           END-IF.
           PERFORM 1700-PRINT-RECON-TOTALS.
           PERFORM 1800-AGE-OUTSTANDING.
           PERFORM 1900-PRINT-AGING-TOTALS.
           CLOSE OUTCHECK-FILE
               RECON-FILE
               AGING-FILE.
           DISPLAY 'CHKRECON - PAID ITEMS: ' PAIDCOUNT
               ' CLEARED: ' CLEAREDCOUNT
               ' OUTSTANDING: ' OUTSTANDCOUNT
               ' PAST HOLDING PERIOD: ' PASTHOLDCOUNT.
           IF MISMATCHCOUNT > 0 OR NOTISSUEDCOUNT > 0 OR
               DUPPAIDCOUNT > 0 OR VOIDPAIDCOUNT > 0 OR
               OVERSIZECOUNT > 0 OR BADITEMCOUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    THE OPTIONAL RUN-TIME ARGUMENTS - THE STATE'S HOLDING
      *    PERIOD FOR UNCLAIMED WAGES IN YEARS, AND THE MONTH-END
      *    DATE THE AGING IS TAKEN AS OF
      ******************************************************************
       1010-GET-RUN-PARMS.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-HOLD-YEARS FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-HOLD-YEARS
           END-ACCEPT.
           IF ARG-HOLD-YEARS IS NUMERIC AND ARG-HOLD-YEARS > '0'
               MOVE ARG-HOLD-YEARS TO HOLD-YEARS
           END-IF.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-ASOF-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-ASOF-DATE
           END-ACCEPT.
           IF ARG-ASOF-DATE IS NUMERIC
               MOVE ARG-ASOF-DATE TO ASOF-DATE
           END-IF.
      *    A CHECK ISSUED ON OR BEFORE THIS DATE HAS BEEN OUT FOR THE
      *    WHOLE HOLDING PERIOD
           COMPUTE HOLD-CUTOFF = ASOF-DATE - (HOLD-YEARS * 10000).
      ******************************************************************
      *    OPEN THE OUTSTANDING-CHECK MASTER FOR UPDATE. WITHOUT IT
      *    THERE IS NOTHING TO RECONCILE AGAINST, SO STOP.
      ******************************************************************
       1020-OPEN-OUTCHECK.
           OPEN I-O OUTCHECK-FILE.
           IF OUTCHECK-STATUS NOT = '00'
               DISPLAY 'FATAL - OUTCHECK OPEN FAILED, STATUS '
                   OUTCHECK-STATUS '. CHKPRINT BUILDS IT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    ONE PAID ITEM PER PASS
      ******************************************************************
       1500-LOOP.
           ADD 1 TO PAIDCOUNT.
           PERFORM 1600-CLEAR-ONE.
           PERFORM 2000-READ-PAID.
      ******************************************************************
      *    MATCH ONE PAID ITEM TO ITS ISSUE. ONLY AN OUTSTANDING
      *    CHECK IS CLEARED; EVERY OTHER CASE IS LEFT AS IT IS ON
      *    OUTCHECK AND LISTED FOR TREASURY TO TAKE UP WITH THE BANK.
      ******************************************************************
       1600-CLEAR-ONE.
           MOVE BP-CHECKNO TO RL-CHECKNO.
           MOVE SPACES TO RL-EMPID.
           MOVE 0 TO RL-ISSUED.
           MOVE 0 TO RL-PAID.
           MOVE 0 TO RL-PAID-DATE.
           IF BP-CHECKNO NOT NUMERIC OR BP-AMOUNT NOT NUMERIC OR
               BP-PAID-DATE NOT NUMERIC
               ADD 1 TO BADITEMCOUNT
               MOVE '** PAID ITEM NOT NUMERIC - NOT MATCHED'
                   TO RL-RESULT
           ELSE
               MOVE BP-AMOUNT TO RL-PAID
               MOVE BP-PAID-DATE TO RL-PAID-DATE
               MOVE BP-CHECKNO-N TO OC-CHECKNO
               READ OUTCHECK-FILE
                   KEY IS OC-CHECKNO
                   INVALID KEY
                       ADD 1 TO NOTISSUEDCOUNT
                       MOVE '** NOT ISSUED BY PAYROLL - CALL BANK'
                           TO RL-RESULT
                   NOT INVALID KEY
                       MOVE OC-EMPID TO RL-EMPID
                       MOVE OC-AMOUNT TO RL-ISSUED
                       PERFORM 1610-MATCH-ISSUE
               END-READ
           END-IF.
           WRITE RECON-REC FROM RC-LINE.
      ******************************************************************
      *    THE CHECK IS ON FILE - DECIDE WHAT ITS PAYMENT MEANS. A
      *    CLEARED CHECK PAID AGAIN ON THE SAME DATE FOR THE SAME
      *    AMOUNT IS THIS SAME BANK FILE BEING RUN AGAIN, NOT A
      *    SECOND PRESENTMENT. AN AMOUNT TOO LARGE FOR OUTCHECK TO
      *    HOLD IS LEFT OUTSTANDING FOR TREASURY RATHER THAN KEPT
      *    CUT SHORT.
      ******************************************************************
       1610-MATCH-ISSUE.
           EVALUATE TRUE
               WHEN OC-CLEARED AND OC-STATUS-DATE = BP-PAID-DATE AND
                   OC-PAID-AMOUNT = BP-AMOUNT
                   ADD 1 TO RERUNCOUNT
                   MOVE 'ALREADY RECONCILED - NO CHANGE'
                       TO RL-RESULT
               WHEN OC-CLEARED
                   ADD 1 TO DUPPAIDCOUNT
                   MOVE '** ALREADY CLEARED - PAID TWICE'
                       TO RL-RESULT
               WHEN OC-VOIDED
                   ADD 1 TO VOIDPAIDCOUNT
                   MOVE '** CHECK WAS VOIDED - STOP PAYMENT'
                       TO RL-RESULT
               WHEN BP-AMOUNT > PAID-AMOUNT-MAX
                   ADD 1 TO OVERSIZECOUNT
                   MOVE '** PAID MORE THAN ANY CHECK - CALL BANK'
                       TO RL-RESULT
               WHEN OTHER
                   MOVE 'C' TO OC-STATUS
                   MOVE BP-PAID-DATE TO OC-STATUS-DATE
                   MOVE BP-AMOUNT TO OC-PAID-AMOUNT
                   ADD 1 TO CLEAREDCOUNT
                   ADD BP-AMOUNT TO CLEARED-TOTAL
                   IF BP-AMOUNT = OC-AMOUNT
                       MOVE 'N' TO OC-MISMATCH-SW
                       MOVE 'CLEARED' TO RL-RESULT
                   ELSE
                       MOVE 'Y' TO OC-MISMATCH-SW
                       ADD 1 TO MISMATCHCOUNT
                       COMPUTE MISMATCH-DIFF = MISMATCH-DIFF +
                           BP-AMOUNT - OC-AMOUNT
                       MOVE '** CLEARED - PAID AMOUNT DIFFERS'
                           TO RL-RESULT
                   END-IF
                   REWRITE OUTCHECK-REC
                       INVALID KEY
                           DISPLAY 'CHKRECON - REWRITE FAILED FOR '
                               OC-CHECKNO ' STATUS ' OUTCHECK-STATUS
                   END-REWRITE
           END-EVALUATE.
      ******************************************************************
      *    RECONCILIATION COUNTS AND AMOUNTS
      ******************************************************************
       1700-PRINT-RECON-TOTALS.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           MOVE 'PAID ITEMS READ' TO RT-LABEL.
           MOVE PAIDCOUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'CHECKS CLEARED' TO RT-LABEL.
           MOVE CLEAREDCOUNT TO RT-COUNT.
           MOVE CLEARED-TOTAL TO RT-AMOUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'PAID FOR A DIFFERENT AMOUNT' TO RT-LABEL.
           MOVE MISMATCHCOUNT TO RT-COUNT.
           MOVE MISMATCH-DIFF TO RT-AMOUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 0 TO RT-AMOUNT.
           MOVE 'NOT ISSUED BY PAYROLL' TO RT-LABEL.
           MOVE NOTISSUEDCOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'ALREADY CLEARED - PAID TWICE' TO RT-LABEL.
           MOVE DUPPAIDCOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'VOIDED CHECKS PAID' TO RT-LABEL.
           MOVE VOIDPAIDCOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'PAID OVER ANY CHECK ISSUED' TO RT-LABEL.
           MOVE OVERSIZECOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'ALREADY RECONCILED - NO CHANGE' TO RT-LABEL.
           MOVE RERUNCOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
           MOVE 'PAID ITEMS NOT NUMERIC' TO RT-LABEL.
           MOVE BADITEMCOUNT TO RT-COUNT.
           WRITE RECON-REC FROM RC-TOTAL-LINE.
      ******************************************************************
      *    WALK THE WHOLE OUTCHECK MASTER IN CHECK NUMBER ORDER AND
      *    AGE EVERY CHECK STILL OUTSTANDING AS OF THE AS-OF DATE. A
      *    CHECK ISSUED AFTER THAT DATE IS NOT YET PART OF THE MONTH.
      ******************************************************************
       1800-AGE-OUTSTANDING.
           MOVE ASOF-DATE TO AH-ASOF-DATE.
           MOVE HOLD-YEARS TO AH-HOLD-YEARS.
           WRITE AGING-REC FROM AG-HEAD1.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           WRITE AGING-REC FROM AG-HEAD2.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           PERFORM VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > 5
               MOVE 0 TO AB-COUNT(AB-SUB)
               MOVE 0 TO AB-AMOUNT(AB-SUB)
           END-PERFORM.
           MOVE 0 TO EOF-O.
           MOVE 0 TO OC-CHECKNO.
           START OUTCHECK-FILE KEY IS NOT LESS THAN OC-CHECKNO
               INVALID KEY MOVE 1 TO EOF-O
           END-START.
           PERFORM UNTIL EOF-O = 1
               READ OUTCHECK-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-O
               END-READ
               IF EOF-O = 0 AND OC-OUTSTANDING AND
                   OC-ISSUE-DATE NOT > ASOF-DATE
                   PERFORM 1810-AGE-ONE
               END-IF
           END-PERFORM.
      ******************************************************************
      *    AGE ONE OUTSTANDING CHECK INTO ITS BUCKET AND FLAG IT WHEN
      *    IT HAS BEEN OUT FOR THE WHOLE HOLDING PERIOD - FROM THEN
      *    ON THE MONEY BELONGS TO THE STATE, NOT THE COMPANY
      ******************************************************************
       1810-AGE-ONE.
           COMPUTE DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(ASOF-DATE) -
               FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE).
           MOVE 1 TO AB-SUB.
           PERFORM UNTIL AB-SUB = 5 OR DAYS-OUT NOT > AB-LIMIT(AB-SUB)
               ADD 1 TO AB-SUB
           END-PERFORM.
           ADD 1 TO AB-COUNT(AB-SUB).
           ADD OC-AMOUNT TO AB-AMOUNT(AB-SUB).
           ADD 1 TO OUTSTANDCOUNT.
           ADD OC-AMOUNT TO OUTSTAND-TOTAL.
           MOVE SPACES TO AL-NOTE.
           IF OC-ISSUE-DATE NOT > HOLD-CUTOFF
               MOVE 'PAST HOLDING PERIOD' TO AL-NOTE
               ADD 1 TO PASTHOLDCOUNT
               ADD OC-AMOUNT TO PASTHOLD-TOTAL
           END-IF.
           MOVE OC-CHECKNO TO AL-CHECKNO.
           MOVE OC-EMPID TO AL-EMPID.
           MOVE OC-FNAME TO AL-FNAME.
           MOVE OC-LNAME TO AL-LNAME.
           MOVE OC-ISSUE-DATE TO AL-ISSUE-DATE.
           MOVE OC-AMOUNT TO AL-AMOUNT.
           MOVE DAYS-OUT TO AL-DAYS.
           WRITE AGING-REC FROM AG-LINE.
      ******************************************************************
      *    AGING TOTALS BY BUCKET, THE OUTSTANDING TOTAL AND THE
      *    AMOUNT DUE TO BE REPORTED AS UNCLAIMED PROPERTY
      ******************************************************************
       1900-PRINT-AGING-TOTALS.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           PERFORM VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > 5
               MOVE AB-NAME(AB-SUB) TO AT-LABEL
               MOVE AB-COUNT(AB-SUB) TO AT-COUNT
               MOVE AB-AMOUNT(AB-SUB) TO AT-AMOUNT
               WRITE AGING-REC FROM AG-TOTAL-LINE
           END-PERFORM.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           MOVE 'TOTAL OUTSTANDING' TO AT-LABEL.
           MOVE OUTSTANDCOUNT TO AT-COUNT.
           MOVE OUTSTAND-TOTAL TO AT-AMOUNT.
           WRITE AGING-REC FROM AG-TOTAL-LINE.
           MOVE 'PAST HOLDING PERIOD - UNCLAIMED' TO AT-LABEL.
           MOVE PASTHOLDCOUNT TO AT-COUNT.
           MOVE PASTHOLD-TOTAL TO AT-AMOUNT.
           WRITE AGING-REC FROM AG-TOTAL-LINE.
      ******************************************************************
      *    READ THE NEXT PAID ITEM
      ******************************************************************
       2000-READ-PAID.
           READ PAID-FILE
               AT END MOVE 1 TO EOF-P
           END-READ.
       END PROGRAM chkrecon.
