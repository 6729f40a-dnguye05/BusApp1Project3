      *Purpose: empainq - print the maintenance audit history for one
      *         employee ID from the permanent EMPAUDIT file, showing
      *         when each change was made, by whom, and the full
      *         before and after record images. A PAYMENT VOIDED BY
      *         PAYVOID IS SHOWN AS THE PAYMENT IT REVERSED, NOT AS
      *         A CHANGE TO THE MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. empainq.
       01  INQ-IMAGE-LINE.
           03 IQ-IMAGE-TAG PIC X(8).
           03 IQ-IMAGE PIC X(132).
       01  INQ-VOID-LINE.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'PAYMENT PERIOD:'.
           03 IQ-VOID-PERIOD PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'GROSS:'.
           03 IQ-VOID-GROSS PIC $$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 IQ-VOID-NET PIC $$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'REVERSED'.
       01  INQ-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'ENTRIES FOUND:'.
           03 IQ-MATCHCOUNT PIC ZZZ9.
           03 ARG-NUM PIC 9(2).
           03 TARGET-EMPID PIC X(7) VALUE SPACES.
           03 MATCHCOUNT PIC 9(4) VALUE 0.
      *    A PAYVOID ENTRY CARRIES THE FIRST 132 BYTES OF THE VOIDED
      *    PAYMENT'S PAYHIST RECORD IN PLACE OF A MASTER IMAGE
           COPY PAYEXTRC.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1020-GET-RUN-PARMS.
           PERFORM 2000-READ-AUDIT.
      ******************************************************************
      *    PRINT ONE AUDIT ENTRY - THE STAMP LINE, THEN THE BEFORE
      *    AND AFTER RECORD IMAGES, OR FOR A VOIDED PAYMENT THE
      *    PERIOD AND AMOUNTS OF THE PAYMENT IT REVERSED
      ******************************************************************
       1600-PRINT-ENTRY.
           ADD 1 TO MATCHCOUNT.
           MOVE AU-USERID TO IQ-USERID.
           MOVE AU-ACTION TO IQ-ACTION.
           WRITE INQRPT-REC FROM INQ-ENTRY-LINE.
           IF AU-ACTION = 'VOIDED'
               MOVE AU-BEFORE TO PAYEXTRACT-REC
               MOVE PE-PERIOD TO IQ-VOID-PERIOD
               MOVE PE-GROSS TO IQ-VOID-GROSS
               MOVE PE-NETPAY TO IQ-VOID-NET
               WRITE INQRPT-REC FROM INQ-VOID-LINE
           ELSE
               MOVE 'BEFORE: ' TO IQ-IMAGE-TAG
               MOVE AU-BEFORE TO IQ-IMAGE
               WRITE INQRPT-REC FROM INQ-IMAGE-LINE
               MOVE 'AFTER:  ' TO IQ-IMAGE-TAG
               MOVE AU-AFTER TO IQ-IMAGE
               WRITE INQRPT-REC FROM INQ-IMAGE-LINE
           END-IF.
           MOVE SPACES TO INQRPT-REC.
           WRITE INQRPT-REC.
      ******************************************************************
