      *         applying each transaction with a keyed read/write so
      *         a cancelled run can no longer truncate the master,
      *         assigning the next I-EMPID for new hires and logging
      *         every change applied. AN ADD OR CHANGE CARRYING A
      *         HOME COST CENTER NOT ON COSTCTR IS REJECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. empmaint.
           SELECT AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT COSTCTR-FILE ASSIGN TO 'COSTCTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTCTR-STATUS.
           SELECT BANK-FILE ASSIGN TO 'EMPBANK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           03 FILLER PIC X(125).
       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
      *    TR-EFFDATE IS AN OPTIONAL CCYYMMDD EFFECTIVE DATE, KEYED
      *    WHEN A CHANGE (E.G. A CONTRACT RATE INCREASE) IS BACK-DATED.
      *    IT IS CARRIED TO THE AUDIT HISTORY SO RETROPAY CAN FIND THE
      *    POSTED PERIODS THE CHANGE REACHES BACK INTO.
       01  TRANS-REC.
           03 TR-CODE PIC X(1).
           03 TR-USERID PIC X(8).
           03 TR-DATA PIC X(132).
           03 TR-EFFDATE PIC X(8).
       FD  LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  LOG-REC PIC X(60).
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPBANK.
       FD  COSTCTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  COSTCTR-REC PIC X(30).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
           COPY COSTCTRS.
       01  LOG-HEAD1.
           03 FILLER PIC X(27) VALUE 'EMPMAST MAINTENANCE LOG RUN'.
       01  LOG-HEAD2.
           03 RUN-TIME-RAW PIC X(8).
           03 TRANSCOUNT PIC 9(4) VALUE 0.
           03 REJCOUNT PIC 9(4) VALUE 0.
           03 COSTCTR-STATUS PIC XX VALUE '00'.
           03 CC-EOF-SW PIC 9 VALUE 0.
           03 CC-COUNT PIC 9(3) VALUE 0.
           03 CC-SUB PIC 9(3).
           03 CC-FOUND-SW PIC 9 VALUE 0.
               88 COSTCTR-FOUND VALUE 1.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-OPEN-MASTER.
           PERFORM 1050-FIND-NEXT-EMPID.
           PERFORM 1070-OPEN-AUDIT.
           PERFORM 1080-OPEN-BANK.
           PERFORM 1090-LOAD-COSTCTRS.
           OPEN INPUT TRANS-FILE
               OUTPUT LOG-FILE.
           WRITE LOG-REC FROM LOG-HEAD1.
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE COST CENTER REFERENCE TABLE THE HOME COST CENTER
      *    IS PROVED AGAINST. WITHOUT A COSTCTR FILE THE TABLE IS
      *    EMPTY AND THE HOME COST CENTER IS TAKEN AS KEYED.
      ******************************************************************
       1090-LOAD-COSTCTRS.
           MOVE 0 TO CC-EOF-SW.
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
      *    PULL FORWARD THE PERSISTED NEXT-EMPID COUNTER, IF HIGHER
      ******************************************************************
       1060-READ-EMPIDSEQ.
      ******************************************************************
       1610-ADD-EMPLOYEE.
           MOVE TR-DATA TO INPUT-DATA.
           PERFORM 1710-CHECK-COSTCTR.
           IF NOT COSTCTR-FOUND
               PERFORM 1645-REJECT-COSTCTR
           ELSE
               MOVE NS-NEXT-EMPID TO I-EMPID
               MOVE 'A' TO I-EMPACTIVE
               MOVE INPUT-DATA TO MASTER-REC
               WRITE MASTER-REC
                   INVALID KEY
                       PERFORM 1640-REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'ADDED' TO LOG-ACTION
                       PERFORM 1650-WRITE-LOG
                       MOVE SPACES TO AU-BEFORE
                       MOVE INPUT-DATA TO AU-AFTER
                       PERFORM 1660-WRITE-AUDIT
                       ADD 1 TO NS-NEXT-EMPID
               END-WRITE
           END-IF.
      ******************************************************************
      *    REPLACE AN EXISTING EMPLOYEE'S RECORD WITH THE CORRECTED
      *    DATA CARRIED ON THE TRANSACTION. THE ACTIVE/INACTIVE FLAG
       1620-CHANGE-EMPLOYEE.
           MOVE TR-DATA(1:7) TO MASTER-EMPID.
           PERFORM 1700-FIND-EMPLOYEE.
           IF EMPLOYEE-FOUND
               MOVE TR-DATA TO INPUT-DATA
               PERFORM 1710-CHECK-COSTCTR
           END-IF.
           IF EMPLOYEE-FOUND AND NOT COSTCTR-FOUND
               PERFORM 1645-REJECT-COSTCTR
           ELSE
           IF EMPLOYEE-FOUND
               MOVE MASTER-REC TO AU-BEFORE
               MOVE MASTER-REC TO INPUT-DATA
               PERFORM 1660-WRITE-AUDIT
           ELSE
               PERFORM 1640-REJECT-TRANSACTION
           END-IF
           END-IF.
      ******************************************************************
      *    DEACTIVATE AN EMPLOYEE BY FLAGGING THE RECORD INACTIVE -
           PERFORM 1650-WRITE-LOG.
           ADD 1 TO REJCOUNT.
      ******************************************************************
      *    AN ADD OR CHANGE WHOSE HOME COST CENTER IS NOT ON COSTCTR
      *    - LOG IT UNDER ITS OWN ACTION SO THE KEYER KNOWS WHY
      ******************************************************************
       1645-REJECT-COSTCTR.
           MOVE TR-DATA TO INPUT-DATA.
           MOVE 'BADCOSTCTR' TO LOG-ACTION.
           PERFORM 1650-WRITE-LOG.
           ADD 1 TO REJCOUNT.
      ******************************************************************
      *    WRITE ONE LINE TO THE TRANSACTION LOG FOR THE CURRENT
      *    TRANSACTION, SHOWING WHO MADE THE CHANGE
      ******************************************************************
      ******************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT AUDIT HISTORY. THE
      *    CALLER HAS ALREADY FILLED IN THE BEFORE AND AFTER IMAGES;
      *    THE STAMP, USER, ACTION, EMPID AND ANY EFFECTIVE DATE ARE
      *    FILLED IN HERE.
      ******************************************************************
       1660-WRITE-AUDIT.
           MOVE RUN-DATE-NUM TO AU-DATE.
           MOVE TR-USERID TO AU-USERID.
           MOVE LOG-ACTION TO AU-ACTION.
           MOVE I-EMPID TO AU-EMPID.
           IF TR-EFFDATE IS NUMERIC
               MOVE TR-EFFDATE TO AU-EFFDATE
           ELSE
               MOVE SPACES TO AU-EFFDATE
           END-IF.
           WRITE AUDIT-REC.
      ******************************************************************
      *    READ THE MASTER RECORD FOR THE EMPID ALREADY MOVED TO
                   MOVE 1 TO FOUND-SW
           END-READ.
      ******************************************************************
      *    PROVE THE HOME COST CENTER ON THE TRANSACTION IS ON
      *    COSTCTR. SPACES (UNASSIGNED) AND AN EMPTY TABLE PASS.
      ******************************************************************
       1710-CHECK-COSTCTR.
           MOVE 0 TO CC-FOUND-SW.
           IF I-COSTCTR = SPACES OR CC-COUNT = 0
               MOVE 1 TO CC-FOUND-SW
           END-IF.
           PERFORM VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT OR COSTCTR-FOUND
               IF CC-CODE(CC-SUB) = I-COSTCTR
                   MOVE 1 TO CC-FOUND-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PRINT THE TRANSACTION READ/REJECT TOTALS AT THE END OF THE
      *    RUN
      ******************************************************************
