      ******************************************************************
      *Author: David Nguyen
      *Purpose: wforce - monthly workforce headcount and turnover
      *         report for HR, built from the EMPAUDIT maintenance
      *         history and EMPMAST. EACH EMPLOYEE'S STANDING AT THE
      *         START AND END OF THE MONTH IS REBUILT FROM THE AUDIT
      *         IMAGES (THE MASTER AS IT STANDS FOR AN EMPLOYEE WITH
      *         NO HISTORY), AND OPENING HEADCOUNT, HIRES,
      *         TERMINATIONS, REHIRES, TRANSFERS BETWEEN GROUPS AND
      *         CLOSING HEADCOUNT ARE PRINTED BY I-EMPTYPE AND
      *         I-EMPSTATUS WITH THE TURNOVER RATE AND THE AVERAGE
      *         TENURE FROM I-DATE. IT THEN LISTS EMPLOYEES
      *         DEACTIVATED AND REHIRED WITHIN THE SAME YEAR, AND
      *         EVERY TERMINATED EMPLOYEE STILL HOLDING AN ACTIVE
      *         DEDELECT ELECTION, A USABLE EMPBANK RECORD OR OPEN
      *         GARNARR ARREARS.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. wforce.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMPID
               FILE STATUS IS MASTER-STATUS.
           SELECT DEDELECT-FILE ASSIGN TO 'DEDELECT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDELECT-STATUS.
           SELECT BANK-FILE ASSIGN TO 'EMPBANK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMPID
               FILE STATUS IS BANK-STATUS.
           SELECT GARNARR-FILE ASSIGN TO 'GARNARR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS GARNARR-STATUS.
           SELECT DXWORK-FILE ASSIGN TO 'DXWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-WK-EMPID
               FILE STATUS IS DXWORK-STATUS.
           SELECT REHIRE-FILE ASSIGN TO 'WFREHIRE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO 'WFTERM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO 'WFORCE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SORT ASSIGN TO 'SRTWK08'.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY EMPAUDRC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           03 MASTER-EMPID PIC X(7).
           03 FILLER PIC X(125).
       FD  DEDELECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEDELECT.
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPBANK.
       FD  GARNARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GARNARRC.
      *    DXWORK - HOW MANY DEDELECT ELECTIONS EACH EMPLOYEE HAS
      *    ACTIVE AS OF THE RUN DATE
       FD  DXWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DXWORK-REC.
           03 DX-WK-EMPID PIC X(7).
           03 DX-WK-COUNT PIC 9(3).
      *    THE TWO LISTINGS ARE BUILT WHILE THE HISTORY IS PASSED
      *    AND COPIED INTO THE REPORT BEHIND THE HEADCOUNT TABLE
       FD  REHIRE-FILE
           LABEL RECORDS ARE OMITTED.
       01  REHIRE-REC PIC X(100).
       FD  TERM-FILE
           LABEL RECORDS ARE OMITTED.
       01  TERM-REC PIC X(100).
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC PIC X(100).
       SD  AUDIT-SORT.
       01  AUDIT-SORT-REC.
           03 SA-EMPID PIC X(7).
           03 SA-EVDATE PIC 9(8).
           03 SA-AUDATE PIC 9(8).
           03 SA-AUTIME PIC 9(6).
           03 SA-ACTION PIC X(11).
           03 SA-BEFORE PIC X(132).
           03 SA-AFTER PIC X(132).
       WORKING-STORAGE SECTION.
           COPY INPTDATA.
       01  RPT-HEAD1.
           03 FILLER PIC X(36)
               VALUE 'WORKFORCE HEADCOUNT AND TURNOVER'.
           03 FILLER PIC X(7) VALUE 'MONTH:'.
           03 RH-MONTH PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-RUN-DATE PIC 9(8).
       01  RPT-HEAD-COLS.
           03 FILLER PIC X(10) VALUE 'TY  ST'.
           03 FILLER PIC X(8) VALUE ' OPENING'.
           03 FILLER PIC X(8) VALUE '   HIRES'.
           03 FILLER PIC X(8) VALUE '   TERMS'.
           03 FILLER PIC X(8) VALUE ' REHIRES'.
           03 FILLER PIC X(9) VALUE ' TRANSFER'.
           03 FILLER PIC X(8) VALUE ' CLOSING'.
           03 FILLER PIC X(10) VALUE '  TURNOVER'.
           03 FILLER PIC X(11) VALUE ' TENURE YRS'.
       01  RPT-GROUP-LINE.
           03 WL-GROUP.
               05 WL-EMPTYPE PIC X(2).
               05 FILLER PIC X(2).
               05 WL-EMPSTATUS PIC X(1).
               05 FILLER PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-OPEN PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-HIRES PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-TERMS PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-REHIRES PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-XFER PIC ZZZZZ9-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WL-CLOSE PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 WL-TURNOVER PIC ZZ9.9.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 WL-TENURE PIC ZZ9.9.
       01  RPT-REHIRE-HEAD.
           03 FILLER PIC X(50)
               VALUE 'DEACTIVATED AND REHIRED WITHIN THE SAME YEAR'.
       01  RPT-REHIRE-COLS.
           03 FILLER PIC X(9) VALUE 'EMPID'.
           03 FILLER PIC X(16) VALUE 'LAST NAME'.
           03 FILLER PIC X(17) VALUE 'FIRST NAME'.
           03 FILLER PIC X(5) VALUE 'TY'.
           03 FILLER PIC X(12) VALUE 'DEACTIVATED'.
           03 FILLER PIC X(8) VALUE 'REHIRED'.
       01  RPT-REHIRE-LINE.
           03 RR-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-EMPTYPE PIC X(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RR-DEACT-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RR-REHIRE-DATE PIC 9(8).
       01  RPT-TERM-HEAD.
           03 FILLER PIC X(50)
               VALUE 'TERMINATED EMPLOYEES STILL HOLDING PAY SET-UP'.
       01  RPT-TERM-COLS.
           03 FILLER PIC X(9) VALUE 'EMPID'.
           03 FILLER PIC X(16) VALUE 'LAST NAME'.
           03 FILLER PIC X(17) VALUE 'FIRST NAME'.
           03 FILLER PIC X(5) VALUE 'TY'.
           03 FILLER PIC X(11) VALUE 'ELECTIONS'.
           03 FILLER PIC X(8) VALUE 'BANK'.
           03 FILLER PIC X(7) VALUE 'ARREARS'.
       01  RPT-TERM-LINE.
           03 RT-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RT-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-EMPTYPE PIC X(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RT-ELECTIONS PIC ZZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RT-BANK PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RT-ARREARS PIC $$$$,$$9.99.
       01  RPT-NONE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'NONE'.
       01  RPT-COUNT-LINE.
           03 CL-LABEL PIC X(36).
           03 CL-COUNT PIC ZZZZZ9.
      ******************************************************************
      *    HEADCOUNT MOVEMENT BUILT UP BY EMPLOYEE TYPE AND STATUS
      ******************************************************************
       01  WF-TABLE.
           03 WF-ENTRY OCCURS 40 TIMES.
               05 WF-EMPTYPE PIC X(2).
               05 WF-EMPSTATUS PIC X(1).
               05 WF-OPEN PIC 9(6).
               05 WF-HIRES PIC 9(6).
               05 WF-TERMS PIC 9(6).
               05 WF-REHIRES PIC 9(6).
               05 WF-XFER PIC S9(6).
               05 WF-CLOSE PIC 9(6).
               05 WF-TENURE-MONTHS PIC 9(9).
               05 WF-TENURE-COUNT PIC 9(6).
      *    THE PAYROLL-WIDE LINE, LAID OUT AS ONE MORE ENTRY SO IT
      *    PRINTS THROUGH THE SAME PARAGRAPH
       01  WF-ALL.
           03 WA-EMPTYPE PIC X(2) VALUE SPACES.
           03 WA-EMPSTATUS PIC X(1) VALUE SPACES.
           03 WA-OPEN PIC 9(6) VALUE 0.
           03 WA-HIRES PIC 9(6) VALUE 0.
           03 WA-TERMS PIC 9(6) VALUE 0.
           03 WA-REHIRES PIC 9(6) VALUE 0.
           03 WA-XFER PIC S9(6) VALUE 0.
           03 WA-CLOSE PIC 9(6) VALUE 0.
           03 WA-TENURE-MONTHS PIC 9(9) VALUE 0.
           03 WA-TENURE-COUNT PIC 9(6) VALUE 0.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-DE PIC 9 VALUE 0.
           03 EOF-L PIC 9 VALUE 0.
           03 AUDIT-STATUS PIC XX VALUE '00'.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 DEDELECT-STATUS PIC XX VALUE '00'.
           03 BANK-STATUS PIC XX VALUE '00'.
           03 GARNARR-STATUS PIC XX VALUE '00'.
           03 DXWORK-STATUS PIC XX VALUE '00'.
           03 BANK-MISSING-SW PIC 9 VALUE 0.
               88 BANK-FILE-MISSING VALUE 1.
           03 GARNARR-MISSING-SW PIC 9 VALUE 0.
               88 GARNARR-FILE-MISSING VALUE 1.
           03 ARG-NUM PIC 9(2).
           03 ARG-MONTH PIC X(6) VALUE SPACES.
           03 RUN-DATE-NUM PIC 9(8).
           03 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
               05 RUN-YEAR PIC 9(4).
               05 RUN-MONTH PIC 9(2).
               05 RUN-DAY PIC 9(2).
           03 RPT-MONTH-NUM PIC 9(6) VALUE 0.
           03 RPT-MONTH-PARTS REDEFINES RPT-MONTH-NUM.
               05 RPT-YEAR PIC 9(4).
               05 RPT-MONTH PIC 9(2).
      *    EVERY DATE IS COMPARED AS CCYYMMDD, SO THE 31ST STANDS
      *    FOR THE LAST DAY OF ANY MONTH
           03 MONTH-START PIC 9(8).
           03 MONTH-END PIC 9(8).
      *    I-DATE IS MMDDYYYY ON THE MASTER
           03 HIRE-MMDDYYYY PIC 9(8).
           03 HIRE-IN-PARTS REDEFINES HIRE-MMDDYYYY.
               05 HIRE-IN-MONTH PIC 9(2).
               05 HIRE-IN-DAY PIC 9(2).
               05 HIRE-IN-YEAR PIC 9(4).
           03 HIRE-DATE PIC 9(8).
           03 HIRE-DATE-PARTS REDEFINES HIRE-DATE.
               05 HIRE-YEAR PIC 9(4).
               05 HIRE-MONTH PIC 9(2).
               05 HIRE-DAY PIC 9(2).
           03 HIRE-DATE-SW PIC 9 VALUE 0.
               88 HIRE-DATE-KNOWN VALUE 1.
           03 TENURE-MONTHS PIC S9(6).
           03 EV-KEY PIC X(7).
           03 MS-KEY PIC X(7).
           03 EMP-KEY PIC X(7).
           03 OPEN-IMAGE PIC X(132).
           03 CLOSE-IMAGE PIC X(132).
           03 TEST-IMAGE PIC X(132).
           03 IMAGE-ACTIVE-SW PIC 9 VALUE 0.
               88 IMAGE-ACTIVE VALUE 1.
           03 BEFORE-ACTIVE-SW PIC 9 VALUE 0.
               88 BEFORE-ACTIVE VALUE 1.
           03 BEFORE-EMPTYPE PIC X(2).
           03 BEFORE-EMPSTATUS PIC X(1).
           03 LAST-DEACT-DATE PIC 9(8).
           03 WF-COUNT-USED PIC 9(2) VALUE 0.
           03 WF-SUB PIC 9(2) VALUE 0.
           03 WF-FOUND-SW PIC 9 VALUE 0.
               88 GROUP-FOUND VALUE 1.
           03 AVG-HEADCOUNT PIC 9(6)V9(2).
           03 TURNOVER-PCT PIC 9(3)V9.
           03 AVG-TENURE PIC 9(3)V9.
           03 ELECTION-COUNT PIC 9(3).
           03 BANK-USABLE-SW PIC 9 VALUE 0.
               88 BANK-USABLE VALUE 1.
           03 ARREARS-TOTAL PIC 9(6)V9(2).
           03 AR-SUB PIC 9(2).
           03 AUDITCOUNT PIC 9(7) VALUE 0.
           03 EVENTCOUNT PIC 9(7) VALUE 0.
           03 INMONTHCOUNT PIC 9(6) VALUE 0.
           03 MASTERCOUNT PIC 9(6) VALUE 0.
           03 NOHISTCOUNT PIC 9(6) VALUE 0.
           03 REHIRECOUNT PIC 9(6) VALUE 0.
           03 TERMLISTCOUNT PIC 9(6) VALUE 0.
           03 OVERFLOWCOUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM 1020-GET-RUN-PARMS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - EMPMAST OPEN FAILED, STATUS '
                   MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1030-LOAD-ELECTIONS.
           PERFORM 1040-OPEN-BANK.
           PERFORM 1050-OPEN-GARNARR.
           OPEN OUTPUT REHIRE-FILE
               TERM-FILE.
           SORT AUDIT-SORT ON ASCENDING KEY SA-EMPID
               ON ASCENDING KEY SA-EVDATE
               ON ASCENDING KEY SA-AUDATE
               ON ASCENDING KEY SA-AUTIME
               INPUT PROCEDURE IS 1100-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 1200-BUILD-COUNTS.
           CLOSE MASTER-FILE
               DXWORK-FILE
               REHIRE-FILE
               TERM-FILE.
           IF NOT BANK-FILE-MISSING
               CLOSE BANK-FILE
           END-IF.
           IF NOT GARNARR-FILE-MISSING
               CLOSE GARNARR-FILE
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1700-PRINT-HEADCOUNT.
           PERFORM 1800-PRINT-LISTINGS.
           PERFORM 1900-PRINT-COUNTS.
           CLOSE RPT-FILE.
           DISPLAY 'WFORCE - MONTH ' RPT-MONTH-NUM ' OPENING: ' WA-OPEN
               ' CLOSING: ' WA-CLOSE ' TERMINATED WITH PAY SET-UP: '
               TERMLISTCOUNT.
      *    A TERMINATED EMPLOYEE STILL SET UP TO BE PAID OR
      *    DEDUCTED FROM NEEDS HR TO CLEAR IT - FLAGGED AS A WARNING
           IF TERMLISTCOUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    ARG 1 IS THE REPORT MONTH AS CCYYMM. WITH NO ARG IT IS THE
      *    CALENDAR MONTH BEFORE THE RUN DATE - THE REPORT IS RUN
      *    AFTER THE MONTH CLOSES.
      ******************************************************************
       1020-GET-RUN-PARMS.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT ARG-MONTH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-MONTH
           END-ACCEPT.
           IF ARG-MONTH = SPACES
               IF RUN-MONTH = 1
                   COMPUTE RPT-YEAR = RUN-YEAR - 1
                   MOVE 12 TO RPT-MONTH
               ELSE
                   MOVE RUN-YEAR TO RPT-YEAR
                   COMPUTE RPT-MONTH = RUN-MONTH - 1
               END-IF
           ELSE
               IF ARG-MONTH NOT NUMERIC
                   DISPLAY 'WFORCE - USAGE: [MONTH(CCYYMM)]'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-MONTH TO RPT-MONTH-NUM
               IF RPT-MONTH < 1 OR RPT-MONTH > 12
                   DISPLAY 'WFORCE - USAGE: [MONTH(CCYYMM)]'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE MONTH-START = RPT-MONTH-NUM * 100 + 1.
           COMPUTE MONTH-END = RPT-MONTH-NUM * 100 + 31.
      ******************************************************************
      *    COUNT EACH EMPLOYEE'S ELECTIONS ACTIVE AS OF THE RUN DATE,
      *    TESTED THE SAME WAY THE PAY RUN TESTS THEM
      ******************************************************************
       1030-LOAD-ELECTIONS.
           MOVE 0 TO EOF-DE.
           OPEN OUTPUT DXWORK-FILE.
           CLOSE DXWORK-FILE.
           OPEN I-O DXWORK-FILE.
           OPEN INPUT DEDELECT-FILE.
           IF DEDELECT-STATUS = '35'
               MOVE 1 TO EOF-DE
           END-IF.
           PERFORM UNTIL EOF-DE = 1
               READ DEDELECT-FILE
                   AT END MOVE 1 TO EOF-DE
               END-READ
               IF EOF-DE = 0 AND DE-STARTDATE IS NUMERIC AND
                   DE-STOPDATE IS NUMERIC
                   IF DE-STARTDATE <= RUN-DATE-NUM AND
                       (DE-STOPDATE = 0 OR
                        DE-STOPDATE = 99999999 OR
                        RUN-DATE-NUM <= DE-STOPDATE)
                       PERFORM 1035-COUNT-ELECTION
                   END-IF
               END-IF
           END-PERFORM.
           IF DEDELECT-STATUS NOT = '35'
               CLOSE DEDELECT-FILE
           END-IF.
      ******************************************************************
      *    ADD ONE ACTIVE ELECTION TO THE EMPLOYEE'S COUNT
      ******************************************************************
       1035-COUNT-ELECTION.
           MOVE DE-EMPID TO DX-WK-EMPID.
           READ DXWORK-FILE
               INVALID KEY
                   MOVE 1 TO DX-WK-COUNT
                   WRITE DXWORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO DX-WK-COUNT
                   REWRITE DXWORK-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
      ******************************************************************
      *    OPEN THE BANK DETAIL MASTER FOR KEYED READS. NO EMPBANK
      *    MEANS NOBODY HAS A BANK RECORD LEFT TO CLEAR.
      ******************************************************************
       1040-OPEN-BANK.
           OPEN INPUT BANK-FILE.
           IF BANK-STATUS = '35'
               MOVE 1 TO BANK-MISSING-SW
           END-IF.
           IF BANK-STATUS = '39'
               DISPLAY 'FATAL - EMPBANK IS THE OLD 34-BYTE LAYOUT. '
                   'RUN BANKCONV BEFORE WFORCE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BANK-STATUS NOT = '00' AND BANK-STATUS NOT = '35'
               DISPLAY 'FATAL - EMPBANK OPEN FAILED, STATUS '
                   BANK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE ARREARS FILE FOR KEYED READS. NO GARNARR MEANS
      *    NO ARREARS ARE OWED.
      ******************************************************************
       1050-OPEN-GARNARR.
           OPEN INPUT GARNARR-FILE.
           IF GARNARR-STATUS = '35'
               MOVE 1 TO GARNARR-MISSING-SW
           END-IF.
           IF GARNARR-STATUS NOT = '00' AND GARNARR-STATUS NOT = '35'
               DISPLAY 'FATAL - GARNARR OPEN FAILED, STATUS '
                   GARNARR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    RELEASE EVERY HIRE, DEACTIVATION, REHIRE AND CHANGE ON THE
      *    AUDIT HISTORY. THE EVENT TAKES EFFECT ON ITS EFFECTIVE
      *    DATE WHEN IT CARRIES ONE, OTHERWISE ON THE DAY IT WAS
      *    KEYED. BANK AND PAYMENT ENTRIES DO NOT CARRY MASTER
      *    IMAGES AND ARE PASSED OVER.
      ******************************************************************
       1100-RELEASE-EVENTS.
           MOVE 0 TO EOF-A.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = '35'
               DISPLAY 'WFORCE - NO EMPAUDIT HISTORY ON HAND. THE '
                   'MASTER IS TAKEN AS IT STANDS.'
               MOVE 1 TO EOF-A
           END-IF.
           PERFORM UNTIL EOF-A = 1
               READ AUDIT-FILE
                   AT END MOVE 1 TO EOF-A
               END-READ
               IF EOF-A = 0
                   ADD 1 TO AUDITCOUNT
                   IF AU-ACTION = 'ADDED' OR AU-ACTION = 'DEACTIVATED'
                       OR AU-ACTION = 'REHIRED' OR AU-ACTION = 'CHANGED'
                       MOVE AU-EMPID TO SA-EMPID
                       IF AU-EFFDATE IS NUMERIC
                           MOVE AU-EFFDATE TO SA-EVDATE
                       ELSE
                           MOVE AU-DATE TO SA-EVDATE
                       END-IF
                       MOVE AU-DATE TO SA-AUDATE
                       MOVE AU-TIME TO SA-AUTIME
                       MOVE AU-ACTION TO SA-ACTION
                       MOVE AU-BEFORE TO SA-BEFORE
                       MOVE AU-AFTER TO SA-AFTER
                       RELEASE AUDIT-SORT-REC
                       ADD 1 TO EVENTCOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.
      ******************************************************************
      *    MATCH THE SORTED HISTORY AGAINST THE MASTER ON EMPID. AN
      *    EMPLOYEE WITH HISTORY IS COUNTED FROM THE AUDIT IMAGES;
      *    ONE WITH NONE IS COUNTED FROM THE MASTER AND I-DATE.
      *    EVERY MASTER RECORD IS ALSO CHECKED FOR A TERMINATED
      *    EMPLOYEE STILL HOLDING PAY SET-UP.
      ******************************************************************
       1200-BUILD-COUNTS.
           PERFORM 2100-READ-MASTER.
           PERFORM 2200-RETURN-EVENT.
           PERFORM UNTIL EV-KEY = HIGH-VALUES AND
               MS-KEY = HIGH-VALUES
               IF MS-KEY < EV-KEY
                   PERFORM 1210-COUNT-MASTER-ONLY
                   PERFORM 1260-CHECK-TERMINATED
                   PERFORM 2100-READ-MASTER
               ELSE
                   PERFORM 1220-COUNT-HISTORY
                   IF MS-KEY = EMP-KEY
                       PERFORM 1260-CHECK-TERMINATED
                       PERFORM 2100-READ-MASTER
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    NO HISTORY - THE MASTER RECORD HAS STOOD AS IT IS SINCE
      *    BEFORE THE AUDIT FILE, SO AN ACTIVE EMPLOYEE IS COUNTED
      *    FROM THE HIRE DATE ON. AN INACTIVE ONE LEFT BEFORE THE
      *    HISTORY BEGAN AND IS NOT IN THE HEADCOUNT.
      ******************************************************************
       1210-COUNT-MASTER-ONLY.
           ADD 1 TO NOHISTCOUNT.
           MOVE MASTER-REC TO TEST-IMAGE.
           PERFORM 1270-TEST-IMAGE.
           IF IMAGE-ACTIVE
               PERFORM 1275-GET-HIRE-DATE
               PERFORM 1280-FIND-GROUP
               IF GROUP-FOUND
                   IF NOT HIRE-DATE-KNOWN OR HIRE-DATE < MONTH-START
                       ADD 1 TO WF-OPEN(WF-SUB)
                       ADD 1 TO WF-CLOSE(WF-SUB)
                       PERFORM 1290-ADD-TENURE
                   ELSE
                       IF HIRE-DATE <= MONTH-END
                           ADD 1 TO WF-HIRES(WF-SUB)
                           ADD 1 TO WF-CLOSE(WF-SUB)
                           PERFORM 1290-ADD-TENURE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    REPLAY ONE EMPLOYEE'S HISTORY. BEFORE THE FIRST ENTRY THE
      *    EMPLOYEE STOOD AS ITS BEFORE IMAGE (SPACES FOR AN ADD -
      *    NOT YET ON THE PAYROLL). EACH ENTRY EFFECTIVE BEFORE THE
      *    MONTH MOVES THE OPENING AND CLOSING STANDING; EACH ONE
      *    EFFECTIVE IN THE MONTH IS COUNTED AND MOVES THE CLOSING
      *    STANDING; LATER ONES DO NOT COUNT.
      ******************************************************************
       1220-COUNT-HISTORY.
           MOVE EV-KEY TO EMP-KEY.
           MOVE SA-BEFORE TO OPEN-IMAGE.
           MOVE SA-BEFORE TO CLOSE-IMAGE.
           MOVE 0 TO LAST-DEACT-DATE.
           PERFORM UNTIL EV-KEY NOT = EMP-KEY
               IF SA-EVDATE < MONTH-START
                   MOVE SA-AFTER TO OPEN-IMAGE
                   MOVE SA-AFTER TO CLOSE-IMAGE
               ELSE
                   IF SA-EVDATE <= MONTH-END
                       ADD 1 TO INMONTHCOUNT
                       PERFORM 1230-COUNT-EVENT
                       MOVE SA-AFTER TO CLOSE-IMAGE
                   END-IF
               END-IF
               PERFORM 1240-CHECK-REHIRE
               PERFORM 2200-RETURN-EVENT
           END-PERFORM.
           MOVE OPEN-IMAGE TO TEST-IMAGE.
           PERFORM 1270-TEST-IMAGE.
           IF IMAGE-ACTIVE
               PERFORM 1280-FIND-GROUP
               IF GROUP-FOUND
                   ADD 1 TO WF-OPEN(WF-SUB)
               END-IF
           END-IF.
           MOVE CLOSE-IMAGE TO TEST-IMAGE.
           PERFORM 1270-TEST-IMAGE.
           IF IMAGE-ACTIVE
               PERFORM 1275-GET-HIRE-DATE
               PERFORM 1280-FIND-GROUP
               IF GROUP-FOUND
                   ADD 1 TO WF-CLOSE(WF-SUB)
                   PERFORM 1290-ADD-TENURE
               END-IF
           END-IF.
      ******************************************************************
      *    COUNT ONE ENTRY EFFECTIVE IN THE MONTH. ONLY A REAL CHANGE
      *    OF STANDING COUNTS - A DEACTIVATION OF AN EMPLOYEE WHO WAS
      *    ALREADY INACTIVE IS NOT A TERMINATION. A CHANGE THAT MOVES
      *    AN ACTIVE EMPLOYEE TO ANOTHER TYPE OR STATUS IS A TRANSFER
      *    OUT OF ONE GROUP AND INTO THE OTHER, SO EVERY GROUP'S
      *    CLOSING IS ITS OPENING PLUS ITS MOVEMENT.
      ******************************************************************
       1230-COUNT-EVENT.
           MOVE SA-BEFORE TO TEST-IMAGE.
           PERFORM 1270-TEST-IMAGE.
           MOVE IMAGE-ACTIVE-SW TO BEFORE-ACTIVE-SW.
           MOVE I-EMPTYPE TO BEFORE-EMPTYPE.
           MOVE I-EMPSTATUS TO BEFORE-EMPSTATUS.
           MOVE SA-AFTER TO TEST-IMAGE.
           PERFORM 1270-TEST-IMAGE.
           EVALUATE SA-ACTION
               WHEN 'ADDED'
                   IF IMAGE-ACTIVE AND NOT BEFORE-ACTIVE
                       PERFORM 1280-FIND-GROUP
                       IF GROUP-FOUND
                           ADD 1 TO WF-HIRES(WF-SUB)
                       END-IF
                   END-IF
               WHEN 'REHIRED'
                   IF IMAGE-ACTIVE AND NOT BEFORE-ACTIVE
                       PERFORM 1280-FIND-GROUP
                       IF GROUP-FOUND
                           ADD 1 TO WF-REHIRES(WF-SUB)
                       END-IF
                   END-IF
               WHEN 'DEACTIVATED'
                   IF BEFORE-ACTIVE AND NOT IMAGE-ACTIVE
                       MOVE SA-BEFORE TO INPUT-DATA
                       PERFORM 1280-FIND-GROUP
                       IF GROUP-FOUND
                           ADD 1 TO WF-TERMS(WF-SUB)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF BEFORE-ACTIVE AND IMAGE-ACTIVE AND
                       (I-EMPTYPE NOT = BEFORE-EMPTYPE OR
                        I-EMPSTATUS NOT = BEFORE-EMPSTATUS)
                       PERFORM 1280-FIND-GROUP
                       IF GROUP-FOUND
                           ADD 1 TO WF-XFER(WF-SUB)
                       END-IF
                       MOVE SA-BEFORE TO INPUT-DATA
                       PERFORM 1280-FIND-GROUP
                       IF GROUP-FOUND
                           SUBTRACT 1 FROM WF-XFER(WF-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *    A REHIRE IN THE REPORT YEAR, UP TO THE END OF THE MONTH,
      *    THAT FOLLOWS A DEACTIVATION IN THE SAME CALENDAR YEAR IS
      *    LISTED
      ******************************************************************
       1240-CHECK-REHIRE.
           IF SA-ACTION = 'DEACTIVATED'
               MOVE SA-EVDATE TO LAST-DEACT-DATE
           END-IF.
           IF SA-ACTION = 'REHIRED' AND LAST-DEACT-DATE NOT = 0 AND
               SA-EVDATE <= MONTH-END AND
               SA-EVDATE(1:4) = RPT-MONTH-NUM(1:4) AND
               LAST-DEACT-DATE(1:4) = RPT-MONTH-NUM(1:4)
               MOVE SA-AFTER TO INPUT-DATA
               MOVE SA-EMPID TO RR-EMPID
               MOVE I-LNAME TO RR-LNAME
               MOVE I-FNAME TO RR-FNAME
               MOVE I-EMPTYPE TO RR-EMPTYPE
               MOVE LAST-DEACT-DATE TO RR-DEACT-DATE
               MOVE SA-EVDATE TO RR-REHIRE-DATE
               WRITE REHIRE-REC FROM RPT-REHIRE-LINE
               ADD 1 TO REHIRECOUNT
           END-IF.
      ******************************************************************
      *    A TERMINATED EMPLOYEE ON THE MASTER IS LISTED WHEN ANY
      *    ELECTION IS STILL ACTIVE, THE BANK RECORD IS STILL USABLE
      *    OR ARREARS ARE STILL OWED ON ANY SLOT
      ******************************************************************
       1260-CHECK-TERMINATED.
           MOVE MASTER-REC TO INPUT-DATA.
           IF EMP-INACTIVE
               MOVE 0 TO ELECTION-COUNT
               MOVE MASTER-EMPID TO DX-WK-EMPID
               READ DXWORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DX-WK-COUNT TO ELECTION-COUNT
               END-READ
               MOVE 0 TO BANK-USABLE-SW
               IF NOT BANK-FILE-MISSING
                   MOVE MASTER-EMPID TO BK-EMPID
                   READ BANK-FILE
                       KEY IS BK-EMPID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT BANK-UNUSABLE
                               MOVE 1 TO BANK-USABLE-SW
                           END-IF
                   END-READ
               END-IF
               MOVE 0 TO ARREARS-TOTAL
               IF NOT GARNARR-FILE-MISSING
                   PERFORM VARYING AR-SUB FROM 1 BY 1
                       UNTIL AR-SUB > 10
                       MOVE MASTER-EMPID TO AR-EMPID
                       MOVE AR-SUB TO AR-SLOT
                       READ GARNARR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD AR-AMOUNT TO ARREARS-TOTAL
                       END-READ
                   END-PERFORM
               END-IF
               IF ELECTION-COUNT > 0 OR BANK-USABLE OR
                   ARREARS-TOTAL > 0
                   MOVE MASTER-EMPID TO RT-EMPID
                   MOVE I-LNAME TO RT-LNAME
                   MOVE I-FNAME TO RT-FNAME
                   MOVE I-EMPTYPE TO RT-EMPTYPE
                   MOVE ELECTION-COUNT TO RT-ELECTIONS
                   IF BANK-USABLE
                       MOVE 'YES' TO RT-BANK
                   ELSE
                       MOVE 'NO' TO RT-BANK
                   END-IF
                   MOVE ARREARS-TOTAL TO RT-ARREARS
                   WRITE TERM-REC FROM RPT-TERM-LINE
                   ADD 1 TO TERMLISTCOUNT
               END-IF
           END-IF.
      ******************************************************************
      *    AN IMAGE COUNTS IN THE HEADCOUNT WHEN THE EMPLOYEE EXISTS
      *    AND IS NOT FLAGGED INACTIVE. THE IMAGE IS LEFT IN
      *    INPUT-DATA FOR THE CALLER.
      ******************************************************************
       1270-TEST-IMAGE.
           MOVE 0 TO IMAGE-ACTIVE-SW.
           MOVE TEST-IMAGE TO INPUT-DATA.
           IF TEST-IMAGE NOT = SPACES AND NOT EMP-INACTIVE
               MOVE 1 TO IMAGE-ACTIVE-SW
           END-IF.
      ******************************************************************
      *    TURN THE MMDDYYYY I-DATE IN INPUT-DATA INTO A CCYYMMDD
      *    HIRE DATE
      ******************************************************************
       1275-GET-HIRE-DATE.
           MOVE 0 TO HIRE-DATE-SW.
           MOVE 0 TO HIRE-DATE.
           IF I-DATE IS NUMERIC
               MOVE I-DATE TO HIRE-MMDDYYYY
               MOVE HIRE-IN-YEAR TO HIRE-YEAR
               MOVE HIRE-IN-MONTH TO HIRE-MONTH
               MOVE HIRE-IN-DAY TO HIRE-DAY
               MOVE 1 TO HIRE-DATE-SW
           END-IF.
      ******************************************************************
      *    FIND THE ENTRY FOR THE TYPE AND STATUS IN INPUT-DATA,
      *    OPENING A NEW ONE THE FIRST TIME A GROUP TURNS UP
      ******************************************************************
       1280-FIND-GROUP.
           MOVE 0 TO WF-FOUND-SW.
           PERFORM VARYING WF-SUB FROM 1 BY 1
               UNTIL WF-SUB > WF-COUNT-USED OR GROUP-FOUND
               IF WF-EMPTYPE(WF-SUB) = I-EMPTYPE AND
                   WF-EMPSTATUS(WF-SUB) = I-EMPSTATUS
                   MOVE 1 TO WF-FOUND-SW
               END-IF
           END-PERFORM.
           IF GROUP-FOUND
               SUBTRACT 1 FROM WF-SUB
           ELSE
               IF WF-COUNT-USED < 40
                   ADD 1 TO WF-COUNT-USED
                   MOVE WF-COUNT-USED TO WF-SUB
                   MOVE I-EMPTYPE TO WF-EMPTYPE(WF-SUB)
                   MOVE I-EMPSTATUS TO WF-EMPSTATUS(WF-SUB)
                   MOVE 0 TO WF-OPEN(WF-SUB)
                   MOVE 0 TO WF-HIRES(WF-SUB)
                   MOVE 0 TO WF-TERMS(WF-SUB)
                   MOVE 0 TO WF-REHIRES(WF-SUB)
                   MOVE 0 TO WF-XFER(WF-SUB)
                   MOVE 0 TO WF-CLOSE(WF-SUB)
                   MOVE 0 TO WF-TENURE-MONTHS(WF-SUB)
                   MOVE 0 TO WF-TENURE-COUNT(WF-SUB)
                   MOVE 1 TO WF-FOUND-SW
               ELSE
                   ADD 1 TO OVERFLOWCOUNT
               END-IF
           END-IF.
      ******************************************************************
      *    ADD THE EMPLOYEE'S SERVICE IN WHOLE MONTHS FROM THE HIRE
      *    DATE TO THE END OF THE REPORT MONTH. A REHIRE KEEPS THE
      *    ORIGINAL I-DATE, SO SERVICE RUNS FROM THE FIRST HIRE.
      ******************************************************************
       1290-ADD-TENURE.
           IF HIRE-DATE-KNOWN AND HIRE-DATE <= MONTH-END
               COMPUTE TENURE-MONTHS =
                   (RPT-YEAR - HIRE-YEAR) * 12 + RPT-MONTH - HIRE-MONTH
               ADD TENURE-MONTHS TO WF-TENURE-MONTHS(WF-SUB)
               ADD 1 TO WF-TENURE-COUNT(WF-SUB)
           END-IF.
      ******************************************************************
      *    ONE LINE PER TYPE AND STATUS, THEN THE WHOLE WORKFORCE
      ******************************************************************
       1700-PRINT-HEADCOUNT.
           MOVE RPT-MONTH-NUM TO RH-MONTH.
           MOVE RUN-DATE-NUM TO RH-RUN-DATE.
           WRITE RPT-REC FROM RPT-HEAD1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-COLS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WF-SUB FROM 1 BY 1
               UNTIL WF-SUB > WF-COUNT-USED
               MOVE SPACES TO WL-GROUP
               MOVE WF-EMPTYPE(WF-SUB) TO WL-EMPTYPE
               MOVE WF-EMPSTATUS(WF-SUB) TO WL-EMPSTATUS
               PERFORM 1710-PRINT-GROUP
               ADD WF-OPEN(WF-SUB) TO WA-OPEN
               ADD WF-HIRES(WF-SUB) TO WA-HIRES
               ADD WF-TERMS(WF-SUB) TO WA-TERMS
               ADD WF-REHIRES(WF-SUB) TO WA-REHIRES
               ADD WF-XFER(WF-SUB) TO WA-XFER
               ADD WF-CLOSE(WF-SUB) TO WA-CLOSE
               ADD WF-TENURE-MONTHS(WF-SUB) TO WA-TENURE-MONTHS
               ADD WF-TENURE-COUNT(WF-SUB) TO WA-TENURE-COUNT
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      *    THE WHOLE-WORKFORCE LINE GOES THROUGH THE SPARE ENTRY
      *    PAST THE LAST GROUP IN USE
           MOVE WF-COUNT-USED TO WF-SUB.
           ADD 1 TO WF-SUB.
           IF WF-SUB > 40
               MOVE 40 TO WF-SUB
           END-IF.
           MOVE WF-ALL TO WF-ENTRY(WF-SUB).
           MOVE 'ALL' TO WL-GROUP.
           PERFORM 1710-PRINT-GROUP.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    PRINT ONE GROUP. TURNOVER IS THE MONTH'S TERMINATIONS OVER
      *    THE AVERAGE OF THE OPENING AND CLOSING HEADCOUNT; TENURE
      *    IS THE AVERAGE SERVICE OF THE CLOSING HEADCOUNT IN YEARS.
      ******************************************************************
       1710-PRINT-GROUP.
           MOVE WF-OPEN(WF-SUB) TO WL-OPEN.
           MOVE WF-HIRES(WF-SUB) TO WL-HIRES.
           MOVE WF-TERMS(WF-SUB) TO WL-TERMS.
           MOVE WF-REHIRES(WF-SUB) TO WL-REHIRES.
           MOVE WF-XFER(WF-SUB) TO WL-XFER.
           MOVE WF-CLOSE(WF-SUB) TO WL-CLOSE.
           MOVE 0 TO TURNOVER-PCT.
           COMPUTE AVG-HEADCOUNT =
               (WF-OPEN(WF-SUB) + WF-CLOSE(WF-SUB)) / 2.
           IF AVG-HEADCOUNT > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   WF-TERMS(WF-SUB) * 100 / AVG-HEADCOUNT
                   ON SIZE ERROR MOVE 999.9 TO TURNOVER-PCT
               END-COMPUTE
           END-IF.
           MOVE TURNOVER-PCT TO WL-TURNOVER.
           MOVE 0 TO AVG-TENURE.
           IF WF-TENURE-COUNT(WF-SUB) > 0
               COMPUTE AVG-TENURE ROUNDED =
                   WF-TENURE-MONTHS(WF-SUB) /
                   WF-TENURE-COUNT(WF-SUB) / 12
           END-IF.
           MOVE AVG-TENURE TO WL-TENURE.
           WRITE RPT-REC FROM RPT-GROUP-LINE.
      ******************************************************************
      *    COPY THE TWO LISTINGS BUILT DURING THE PASS INTO THE
      *    REPORT
      ******************************************************************
       1800-PRINT-LISTINGS.
           WRITE RPT-REC FROM RPT-REHIRE-HEAD.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-REHIRE-COLS.
           IF REHIRECOUNT = 0
               WRITE RPT-REC FROM RPT-NONE-LINE
           ELSE
               MOVE 0 TO EOF-L
               OPEN INPUT REHIRE-FILE
               PERFORM UNTIL EOF-L = 1
                   READ REHIRE-FILE
                       AT END MOVE 1 TO EOF-L
                   END-READ
                   IF EOF-L = 0
                       WRITE RPT-REC FROM REHIRE-REC
                   END-IF
               END-PERFORM
               CLOSE REHIRE-FILE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-TERM-HEAD.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-TERM-COLS.
           IF TERMLISTCOUNT = 0
               WRITE RPT-REC FROM RPT-NONE-LINE
           ELSE
               MOVE 0 TO EOF-L
               OPEN INPUT TERM-FILE
               PERFORM UNTIL EOF-L = 1
                   READ TERM-FILE
                       AT END MOVE 1 TO EOF-L
                   END-READ
                   IF EOF-L = 0
                       WRITE RPT-REC FROM TERM-REC
                   END-IF
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      ******************************************************************
      *    RUN COUNTS
      ******************************************************************
       1900-PRINT-COUNTS.
           MOVE 'AUDIT ENTRIES READ:' TO CL-LABEL.
           MOVE AUDITCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'HIRE/TERM/REHIRE/CHANGE ENTRIES:' TO CL-LABEL.
           MOVE EVENTCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'ENTRIES EFFECTIVE IN THE MONTH:' TO CL-LABEL.
           MOVE INMONTHCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'MASTER RECORDS READ:' TO CL-LABEL.
           MOVE MASTERCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'MASTER RECORDS WITH NO HISTORY:' TO CL-LABEL.
           MOVE NOHISTCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'DEACTIVATED AND REHIRED IN YEAR:' TO CL-LABEL.
           MOVE REHIRECOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           MOVE 'TERMINATED WITH PAY SET-UP:' TO CL-LABEL.
           MOVE TERMLISTCOUNT TO CL-COUNT.
           WRITE RPT-REC FROM RPT-COUNT-LINE.
           IF OVERFLOWCOUNT > 0
               MOVE 'NOT COUNTED - OVER 40 GROUPS:' TO CL-LABEL
               MOVE OVERFLOWCOUNT TO CL-COUNT
               WRITE RPT-REC FROM RPT-COUNT-LINE
           END-IF.
      ******************************************************************
      *    READ THE NEXT MASTER RECORD IN EMPID ORDER. HIGH-VALUES
      *    MARKS THE END FOR THE MATCH.
      ******************************************************************
       2100-READ-MASTER.
           READ MASTER-FILE
               AT END MOVE HIGH-VALUES TO MS-KEY
               NOT AT END
                   MOVE MASTER-EMPID TO MS-KEY
                   ADD 1 TO MASTERCOUNT
           END-READ.
      ******************************************************************
      *    TAKE THE NEXT HISTORY ENTRY BACK FROM THE SORT. HIGH-VALUES
      *    MARKS THE END FOR THE MATCH.
      ******************************************************************
       2200-RETURN-EVENT.
           RETURN AUDIT-SORT
               AT END MOVE HIGH-VALUES TO EV-KEY
               NOT AT END MOVE SA-EMPID TO EV-KEY
           END-RETURN.
       END PROGRAM wforce.
