           03 FILLER PIC X(6) VALUE 'PERIOD'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'DEDUCT'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'FED'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'STATE'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FICA'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'NET'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'TYPE'.
       01  INQ-DETAIL-LINE.
           03 IQ-PERIOD PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-GROSS PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-DEDUCT PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-FEDTAX PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-STATETAX PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-FICA PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-NETPAY PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 IQ-TYPE PIC X(8).
       01  INQ-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'PERIODS FOUND:'.
           03 IQ-MATCHCOUNT PIC ZZZ9.
      *    PRINT ONE PERIOD'S FIGURES. THE GROSS IS REBUILT FROM THE
      *    NET PAY, DEDUCTIONS AND WITHHOLDINGS ON THE RECORD - THE
      *    SAME IDENTITY 1660-WRITE-EXTRACT USED TO COMPUTE THE NET.
      *    A VOID REVERSAL PRINTS ITS NEGATED FIGURES UNDER THE
      *    PAYMENT IT CANCELS.
      ******************************************************************
       1600-PRINT-ENTRY.
           ADD 1 TO MATCHCOUNT.
           MOVE PE-STATETAX TO IQ-STATETAX.
           MOVE PE-FICA TO IQ-FICA.
           MOVE PE-NETPAY TO IQ-NETPAY.
           EVALUATE TRUE
               WHEN PE-REGULAR-PAY
                   MOVE 'REGULAR' TO IQ-TYPE
               WHEN PE-OFFCYCLE-PAY
                   MOVE 'OFFCYCLE' TO IQ-TYPE
               WHEN PE-VOID-REVERSAL
                   MOVE 'VOID' TO IQ-TYPE
               WHEN OTHER
                   MOVE SPACES TO IQ-TYPE
           END-EVALUATE.
           WRITE INQRPT-REC FROM INQ-DETAIL-LINE.
      ******************************************************************
      *    PRINT THE MATCH COUNT AT THE END OF THE HISTORY
