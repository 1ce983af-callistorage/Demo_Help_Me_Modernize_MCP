      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: PAY-VARIANCE
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: PERIOD-OVER-PERIOD NET PAY VARIANCE REPORT. RUNS
      *          AFTER PAYROLL-CALC AND BEFORE BALANCE-RECON RELEASES
      *          THE BANK FILE, AND AGAIN AFTER ANY SUSPENSE-CORRECT.
      *          READS THE PAY HISTORY FILE AND, FOR THE PERIOD ON
      *          PAYPERIOD.DAT, COMPARES EVERY EMPLOYEE'S NET PAY
      *          AGAINST THE LAST PERIOD THEY WERE PAID. FLAGS NET
      *          SWINGS OVER THE THRESHOLD PERCENT, FIRST-TIME
      *          PAYEES, ZERO NET PAYMENTS, AND ACTIVE EMPLOYEES
      *          PAID LAST CYCLE WHO DREW NOTHING THIS CYCLE.
      *          PRODUCES VARIANCE.RPT AND SETS RETURN CODE 4 WHEN
      *          ANYTHING IS FLAGGED SO THE OPERATOR REVIEWS THE
      *          REPORT BEFORE THE TRANSMISSION STEP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO 'VARIANCE.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

       FD  VARIANCE-REPORT.
       01  VARIANCE-LINE           PIC X(132).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
               88  PAY-HISTORY-NOT-FOUND    VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
               88  EMPLOYEE-FILE-NOT-FOUND  VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EMPLOYEE-OPEN-SW PIC X(01) VALUE 'N'.
               88  EMPLOYEE-FILE-OPEN      VALUE 'Y'.
           05  WS-CURRENT-PAID-SW  PIC X(01) VALUE 'N'.
               88  PAID-THIS-PERIOD        VALUE 'Y'.
           05  WS-PRIOR-PAID-SW    PIC X(01) VALUE 'N'.
               88  PAID-BEFORE             VALUE 'Y'.

      * A NET SWING LARGER THAN THIS PERCENT OF THE PRIOR NET, UP OR
      * DOWN, IS FLAGGED FOR REVIEW.
       01  WS-SWING-LIMIT-PCT      PIC 9(3) VALUE 20.

      * PERIODS ARE COMPARED AS YEAR-AND-NUMBER TOGETHER SO PERIOD 1
      * OF A NEW YEAR SORTS AFTER THE LAST PERIOD OF THE OLD ONE.
       01  WS-CURRENT-PERIOD.
           05  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
           05  WS-PERIOD-NUMBER    PIC 9(4) VALUE 0.
       01  WS-CURRENT-PERIOD-KEY REDEFINES WS-CURRENT-PERIOD
                                   PIC 9(8).

       01  WS-RECORD-PERIOD.
           05  WS-RECORD-YEAR      PIC 9(4) VALUE 0.
           05  WS-RECORD-NUMBER    PIC 9(4) VALUE 0.
       01  WS-RECORD-PERIOD-KEY REDEFINES WS-RECORD-PERIOD
                                   PIC 9(8).

      * THE MOST RECENT PERIOD ANYONE WAS PAID BEFORE THIS ONE -
      * "LAST CYCLE" FOR THE MISSING-PAYEE CHECK.
       01  WS-LAST-CYCLE-KEY       PIC 9(8) VALUE 0.

      * ONE EMPLOYEE'S HISTORY, GATHERED UNTIL THE EMPLOYEE ID
      * CHANGES.
       01  WS-EMPLOYEE-TOTALS.
           05  WS-HOLD-EMP-ID      PIC 9(6) VALUE 0.
           05  WS-HOLD-EMP-NAME    PIC X(30) VALUE SPACES.
           05  WS-CURRENT-NET      PIC 9(8)V99 VALUE 0.
           05  WS-PRIOR-NET        PIC 9(8)V99 VALUE 0.
           05  WS-PRIOR-PERIOD-KEY PIC 9(8) VALUE 0.
           05  WS-NET-DIFFERENCE   PIC S9(8)V99 VALUE 0.
           05  WS-SWING-PCT        PIC 9(5)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-EMPLOYEES-COMPARED PIC 9(6) VALUE 0.
           05  WS-SWING-COUNT      PIC 9(6) VALUE 0.
           05  WS-FIRST-TIME-COUNT PIC 9(6) VALUE 0.
           05  WS-ZERO-NET-COUNT   PIC 9(6) VALUE 0.
           05  WS-MISSING-COUNT    PIC 9(6) VALUE 0.
           05  WS-FLAGGED-COUNT    PIC 9(6) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-FLAG-TEXT        PIC X(22) VALUE SPACES.
           05  WS-CURRENT-NET-EDIT PIC Z,ZZZ,ZZ9.99.
           05  WS-PRIOR-NET-EDIT   PIC Z,ZZZ,ZZ9.99.
           05  WS-SWING-PCT-EDIT   PIC ZZ,ZZ9.99.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT VARIANCE-REPORT
           PERFORM PRINT-REPORT-HEADER
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-NOT-FOUND
               MOVE SPACES TO VARIANCE-LINE
               MOVE 'NO PAY HISTORY ON FILE - NOTHING TO COMPARE'
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           ELSE
               PERFORM FIND-LAST-CYCLE
               CLOSE PAY-HISTORY-FILE
               OPEN INPUT PAY-HISTORY-FILE
               PERFORM OPEN-EMPLOYEE-FILE
               PERFORM COMPARE-EMPLOYEE-HISTORY
               CLOSE PAY-HISTORY-FILE
               IF EMPLOYEE-FILE-OPEN
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF
           PERFORM PRINT-REPORT-TOTALS
           CLOSE VARIANCE-REPORT
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'FLAGGED' TO WS-RL-COUNT-NAME (1)
           MOVE WS-FLAGGED-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'SWINGS' TO WS-RL-COUNT-NAME (2)
           MOVE WS-SWING-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'MISSING' TO WS-RL-COUNT-NAME (3)
           MOVE WS-MISSING-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * THE COMPARISON IS FOR ONE PERIOD - WITHOUT THE CONTROL FILE
      * THERE IS NO "THIS PERIOD" TO COMPARE.
           OPEN INPUT PAY-PERIOD-FILE
           IF PAY-PERIOD-FILE-NOT-FOUND
               DISPLAY 'PAY-VARIANCE: PAYPERIOD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   DISPLAY 'PAY-VARIANCE: PAYPERIOD.DAT EMPTY - RUN '
                       'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           CLOSE PAY-PERIOD-FILE.

       OPEN-EMPLOYEE-FILE.
      * ONLY NEEDED TO TELL WHETHER SOMEONE MISSING FROM THIS
      * PERIOD IS STILL ACTIVE. WITHOUT IT EVERY MISSING PAYEE IS
      * REPORTED.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS = '00'
               SET EMPLOYEE-FILE-OPEN TO TRUE
           END-IF.

       FIND-LAST-CYCLE.
      * FIRST PASS: THE LATEST PERIOD BEFORE THIS ONE THAT ANYBODY
      * WAS PAID IN.
           MOVE 0 TO WS-LAST-CYCLE-KEY
           PERFORM SCAN-ONE-HISTORY-RECORD
               UNTIL WS-HISTORY-STATUS NOT = '00'.

       SCAN-ONE-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
           IF WS-HISTORY-STATUS = '00'
               MOVE PH-PERIOD-YEAR TO WS-RECORD-YEAR
               MOVE PH-PERIOD-NUMBER TO WS-RECORD-NUMBER
               IF WS-RECORD-PERIOD-KEY < WS-CURRENT-PERIOD-KEY
                   AND WS-RECORD-PERIOD-KEY > WS-LAST-CYCLE-KEY
                   MOVE WS-RECORD-PERIOD-KEY TO WS-LAST-CYCLE-KEY
               END-IF
           END-IF.

       COMPARE-EMPLOYEE-HISTORY.
      * SECOND PASS: THE FILE IS IN EMPLOYEE / PERIOD ORDER, SO EACH
      * EMPLOYEE'S RECORDS ARRIVE TOGETHER AND OLDEST FIRST. THIS
      * PERIOD'S NET IS EVERY RUN IN IT (REGULAR PLUS ANY
      * SUPPLEMENTALS); THE PRIOR NET IS LIKEWISE EVERY RUN IN THE
      * LATEST EARLIER PERIOD THAT EMPLOYEE WAS PAID.
           PERFORM RESET-EMPLOYEE-TOTALS
           MOVE 0 TO WS-HOLD-EMP-ID
           PERFORM READ-ONE-HISTORY-RECORD
               UNTIL WS-HISTORY-STATUS NOT = '00'
           IF WS-HOLD-EMP-ID NOT = 0
               PERFORM EVALUATE-EMPLOYEE
           END-IF.

       READ-ONE-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
           IF WS-HISTORY-STATUS = '00'
               IF PH-EMP-ID NOT = WS-HOLD-EMP-ID
                   IF WS-HOLD-EMP-ID NOT = 0
                       PERFORM EVALUATE-EMPLOYEE
                   END-IF
                   PERFORM RESET-EMPLOYEE-TOTALS
                   MOVE PH-EMP-ID TO WS-HOLD-EMP-ID
               END-IF
               PERFORM ACCUMULATE-HISTORY-RECORD
           END-IF.

       RESET-EMPLOYEE-TOTALS.
           MOVE SPACES TO WS-HOLD-EMP-NAME
           MOVE 0 TO WS-CURRENT-NET
           MOVE 0 TO WS-PRIOR-NET
           MOVE 0 TO WS-PRIOR-PERIOD-KEY
           MOVE 'N' TO WS-CURRENT-PAID-SW
           MOVE 'N' TO WS-PRIOR-PAID-SW.

       ACCUMULATE-HISTORY-RECORD.
           MOVE PH-EMP-NAME TO WS-HOLD-EMP-NAME
           MOVE PH-PERIOD-YEAR TO WS-RECORD-YEAR
           MOVE PH-PERIOD-NUMBER TO WS-RECORD-NUMBER
           EVALUATE TRUE
               WHEN WS-RECORD-PERIOD-KEY = WS-CURRENT-PERIOD-KEY
                   SET PAID-THIS-PERIOD TO TRUE
                   ADD PH-NET-PAY TO WS-CURRENT-NET
               WHEN WS-RECORD-PERIOD-KEY > WS-CURRENT-PERIOD-KEY
      * A LATER PERIOD THAN THE ONE BEING RUN - IGNORED.
                   CONTINUE
               WHEN WS-RECORD-PERIOD-KEY = WS-PRIOR-PERIOD-KEY
                   ADD PH-NET-PAY TO WS-PRIOR-NET
               WHEN OTHER
      * RECORDS ARRIVE OLDEST FIRST, SO A NEW EARLIER PERIOD
      * REPLACES WHATEVER PRIOR PERIOD WAS HELD.
                   SET PAID-BEFORE TO TRUE
                   MOVE WS-RECORD-PERIOD-KEY TO WS-PRIOR-PERIOD-KEY
                   MOVE PH-NET-PAY TO WS-PRIOR-NET
           END-EVALUATE.

       EVALUATE-EMPLOYEE.
           IF PAID-THIS-PERIOD
               ADD 1 TO WS-EMPLOYEES-COMPARED
               IF WS-CURRENT-NET = 0
                   ADD 1 TO WS-ZERO-NET-COUNT
                   MOVE 'ZERO NET PAY' TO WS-FLAG-TEXT
                   PERFORM PRINT-FLAGGED-EMPLOYEE
               END-IF
               IF PAID-BEFORE
                   PERFORM CHECK-NET-SWING
               ELSE
                   ADD 1 TO WS-FIRST-TIME-COUNT
                   MOVE 'FIRST-TIME PAYEE' TO WS-FLAG-TEXT
                   PERFORM PRINT-FLAGGED-EMPLOYEE
               END-IF
           ELSE
               IF PAID-BEFORE
                   AND WS-PRIOR-PERIOD-KEY = WS-LAST-CYCLE-KEY
                   PERFORM CHECK-MISSING-PAYEE
               END-IF
           END-IF.

       CHECK-NET-SWING.
      * A SWING FROM A ZERO PRIOR NET HAS NO PERCENT; THE ZERO NET
      * WAS ALREADY FLAGGED THE PERIOD IT HAPPENED.
           IF WS-PRIOR-NET > 0
               COMPUTE WS-NET-DIFFERENCE =
                   WS-CURRENT-NET - WS-PRIOR-NET
               IF WS-NET-DIFFERENCE < 0
                   COMPUTE WS-NET-DIFFERENCE = 0 - WS-NET-DIFFERENCE
               END-IF
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-NET-DIFFERENCE * 100 / WS-PRIOR-NET
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-SWING-PCT
               END-COMPUTE
               IF WS-SWING-PCT > WS-SWING-LIMIT-PCT
                   ADD 1 TO WS-SWING-COUNT
                   MOVE 'NET SWING OVER LIMIT' TO WS-FLAG-TEXT
                   PERFORM PRINT-FLAGGED-EMPLOYEE
               END-IF
           END-IF.

       CHECK-MISSING-PAYEE.
      * PAID LAST CYCLE, NOTHING THIS CYCLE. SEPARATIONS AND
      * RETIREMENTS ARE EXPECTED TO DROP OFF - ONLY SOMEONE STILL
      * ACTIVE ON THE MASTER IS A PROBLEM.
           IF EMPLOYEE-FILE-OPEN
               MOVE WS-HOLD-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACTIVE-EMPLOYEE
                           PERFORM FLAG-MISSING-PAYEE
                       END-IF
               END-READ
           ELSE
               PERFORM FLAG-MISSING-PAYEE
           END-IF.

       FLAG-MISSING-PAYEE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE 'MISSING REGULAR PAYEE' TO WS-FLAG-TEXT
           MOVE 0 TO WS-SWING-PCT
           PERFORM PRINT-FLAGGED-EMPLOYEE.

       PRINT-REPORT-HEADER.
           MOVE SPACES TO VARIANCE-LINE
           STRING 'NET PAY VARIANCE REPORT - PERIOD '
                      DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' YEAR ' DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'NET SWING LIMIT ' DELIMITED BY SIZE
                  WS-SWING-LIMIT-PCT DELIMITED BY SIZE
                  ' PERCENT OF PRIOR NET' DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'EMP ID NAME                           '
                      DELIMITED BY SIZE
                  'FLAG                   ' DELIMITED BY SIZE
                  ' CURRENT NET' DELIMITED BY SIZE
                  '   PRIOR NET PRIOR PERIOD' DELIMITED BY SIZE
                  '   SWING %' DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE.

       PRINT-FLAGGED-EMPLOYEE.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE WS-CURRENT-NET TO WS-CURRENT-NET-EDIT
           MOVE WS-PRIOR-NET TO WS-PRIOR-NET-EDIT
           MOVE WS-SWING-PCT TO WS-SWING-PCT-EDIT
           MOVE WS-PRIOR-PERIOD-KEY TO WS-RECORD-PERIOD-KEY
           MOVE SPACES TO VARIANCE-LINE
           STRING WS-HOLD-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-EMP-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-NET-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRIOR-NET-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RECORD-NUMBER DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-RECORD-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SWING-PCT-EDIT DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE 0 TO WS-SWING-PCT.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'EMPLOYEES PAID THIS PERIOD    ' DELIMITED BY SIZE
                  WS-EMPLOYEES-COMPARED DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'NET SWINGS OVER LIMIT         ' DELIMITED BY SIZE
                  WS-SWING-COUNT DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'FIRST-TIME PAYEES             ' DELIMITED BY SIZE
                  WS-FIRST-TIME-COUNT DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'ZERO NET PAYMENTS             ' DELIMITED BY SIZE
                  WS-ZERO-NET-COUNT DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'MISSING REGULAR PAYEES        ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  INTO VARIANCE-LINE
           END-STRING
           WRITE VARIANCE-LINE
           MOVE SPACES TO VARIANCE-LINE
           IF WS-FLAGGED-COUNT > 0
               MOVE '*** ITEMS FLAGGED - REVIEW BEFORE RELEASE ***'
                   TO VARIANCE-LINE
           ELSE
               MOVE '*** NO VARIANCES FLAGGED ***' TO VARIANCE-LINE
           END-IF
           WRITE VARIANCE-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'PAY-VARIANCE' TO WS-RL-PROGRAM-ID
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-START-TIME FROM TIME
           MOVE SPACES TO WS-RL-COUNT-NAME (1)
           MOVE SPACES TO WS-RL-COUNT-NAME (2)
           MOVE SPACES TO WS-RL-COUNT-NAME (3)
           MOVE 0 TO WS-RL-COUNT-VALUE (1)
           MOVE 0 TO WS-RL-COUNT-VALUE (2)
           MOVE 0 TO WS-RL-COUNT-VALUE (3)
           MOVE WS-RL-PROGRAM-ID TO WS-RL-KEY
           PERFORM GET-RUN-STEP-ROW
           MOVE WS-RL-SUB TO WS-RL-OWN-STEP
           PERFORM SCAN-RUN-LEDGER
           MOVE WS-RL-OWN-STEP TO WS-RL-STEP
           PERFORM EVALUATE-RUN-STEP
           IF RUN-BLOCKED
               DISPLAY 'PAY-VARIANCE: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'PAY-VARIANCE: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'PAY-VARIANCE: '
                   'ALREADY COMPLETED FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-LEDGER-EXTEND
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'S' TO RL-STAMP-TYPE
           MOVE 0 TO RL-END-DATE
           MOVE 0 TO RL-END-TIME
           MOVE 0 TO RL-RETURN-CODE
           PERFORM WRITE-RUN-LEDGER-STAMP.

       FINISH-RUN-LEDGER.
      * THE FINISH STAMP - THE RUN'S LAST ACT, ONCE THE RETURN CODE
      * IS SET AND THE COUNTS ARE IN WS-RL-COUNT-ENTRY. A RUN THAT
      * STOPS ON A FATAL ERROR NEVER GETS HERE, AND ITS START STAMP
      * WITH NO FINISH IS WHAT MARKS IT FAILED.
           PERFORM OPEN-RUN-LEDGER-EXTEND
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'F' TO RL-STAMP-TYPE
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD
           ACCEPT RL-END-TIME FROM TIME
           MOVE RETURN-CODE TO RL-RETURN-CODE
           PERFORM WRITE-RUN-LEDGER-STAMP.

       OPEN-RUN-LEDGER-EXTEND.
      * OPENED AND CLOSED AROUND EVERY STAMP, SO THE START STAMP IS
      * ON THE FILE EVEN WHEN THE RUN NEVER REACHES ITS FINISH.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-NOT-FOUND
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF.

       WRITE-RUN-LEDGER-STAMP.
           MOVE WS-RL-PROGRAM-ID TO RL-PROGRAM-ID
           MOVE WS-RL-PERIOD-YEAR TO RL-PERIOD-YEAR
           MOVE WS-RL-PERIOD-NUMBER TO RL-PERIOD-NUMBER
           MOVE WS-RL-START-DATE TO RL-START-DATE
           MOVE WS-RL-START-TIME TO RL-START-TIME
           MOVE WS-RL-COUNT-NAME (1) TO RL-COUNT-NAME (1)
           MOVE WS-RL-COUNT-VALUE (1) TO RL-COUNT-VALUE (1)
           MOVE WS-RL-COUNT-NAME (2) TO RL-COUNT-NAME (2)
           MOVE WS-RL-COUNT-VALUE (2) TO RL-COUNT-VALUE (2)
           MOVE WS-RL-COUNT-NAME (3) TO RL-COUNT-NAME (3)
           MOVE WS-RL-COUNT-VALUE (3) TO RL-COUNT-VALUE (3)
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.

       SCAN-RUN-LEDGER.
      * READ THE WHOLE LEDGER AND KEEP, STEP BY STEP, WHAT ITS LATEST
      * RUN FOR THE PERIOD IN WS-RL-PERIOD-YEAR/NUMBER CAME TO. NO
      * LEDGER YET MEANS NOTHING HAS RUN.
           PERFORM ZERO-RUN-STEP-STATE
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RS-COUNT
           MOVE 0 TO WS-RL-ORDINAL
           MOVE 'N' TO WS-RL-EOF-SW
           OPEN INPUT RUN-LEDGER-FILE
           IF NOT RUN-LEDGER-NOT-FOUND
               PERFORM READ-RUN-LEDGER-RECORD UNTIL RUN-LEDGER-EOF
               CLOSE RUN-LEDGER-FILE
           END-IF.

       ZERO-RUN-STEP-STATE.
           MOVE 0 TO WS-RT-RUNS (WS-RL-SUB)
           MOVE 0 TO WS-RT-FAILS (WS-RL-SUB)
           MOVE SPACE TO WS-RT-LAST-STATE (WS-RL-SUB)
           MOVE 0 TO WS-RT-LAST-RC (WS-RL-SUB)
           MOVE 0 TO WS-RT-CLEAN-ORD (WS-RL-SUB)
           MOVE 0 TO WS-RT-START-DATE (WS-RL-SUB)
           MOVE 0 TO WS-RT-START-TIME (WS-RL-SUB)
           MOVE 0 TO WS-RT-END-DATE (WS-RL-SUB)
           MOVE 0 TO WS-RT-END-TIME (WS-RL-SUB)
           MOVE SPACES TO WS-RT-COUNT-NAME (WS-RL-SUB 1)
           MOVE SPACES TO WS-RT-COUNT-NAME (WS-RL-SUB 2)
           MOVE SPACES TO WS-RT-COUNT-NAME (WS-RL-SUB 3)
           MOVE 0 TO WS-RT-COUNT-VALUE (WS-RL-SUB 1)
           MOVE 0 TO WS-RT-COUNT-VALUE (WS-RL-SUB 2)
           MOVE 0 TO WS-RT-COUNT-VALUE (WS-RL-SUB 3).

       READ-RUN-LEDGER-RECORD.
           READ RUN-LEDGER-FILE
               AT END SET RUN-LEDGER-EOF TO TRUE
               NOT AT END
                   IF RL-PERIOD-YEAR = WS-RL-PERIOD-YEAR
                           AND RL-PERIOD-NUMBER = WS-RL-PERIOD-NUMBER
                       PERFORM POST-RUN-LEDGER-RECORD
                   END-IF
           END-READ.

       POST-RUN-LEDGER-RECORD.
      * A STAMP FROM A PROGRAM NOT ON THE STEP TABLE IS COUNTED IN
      * THE ORDINALS BUT OTHERWISE IGNORED.
           ADD 1 TO WS-RL-ORDINAL
           MOVE RL-PROGRAM-ID TO WS-RL-KEY
           PERFORM GET-RUN-STEP-ROW
           IF RUN-STEP-FOUND
               IF RL-START-STAMP
                   PERFORM POST-RUN-START
               ELSE
                   PERFORM POST-RUN-FINISH
               END-IF
           END-IF.

       POST-RUN-START.
      * A NEW RUN OF THE STEP. AN EARLIER RUN STILL WAITING FOR ITS
      * FINISH STAMP NEVER GOT ONE, SO IT GOES DOWN AS A FAILURE.
           IF RT-NOT-FINISHED (WS-RL-SUB)
               ADD 1 TO WS-RT-FAILS (WS-RL-SUB)
           END-IF
           ADD 1 TO WS-RT-RUNS (WS-RL-SUB)
           MOVE 'S' TO WS-RT-LAST-STATE (WS-RL-SUB)
           MOVE 0 TO WS-RT-LAST-RC (WS-RL-SUB)
           MOVE RL-START-DATE TO WS-RT-START-DATE (WS-RL-SUB)
           MOVE RL-START-TIME TO WS-RT-START-TIME (WS-RL-SUB)
           MOVE 0 TO WS-RT-END-DATE (WS-RL-SUB)
           MOVE 0 TO WS-RT-END-TIME (WS-RL-SUB).

       POST-RUN-FINISH.
           MOVE 'F' TO WS-RT-LAST-STATE (WS-RL-SUB)
           MOVE RL-RETURN-CODE TO WS-RT-LAST-RC (WS-RL-SUB)
           MOVE RL-END-DATE TO WS-RT-END-DATE (WS-RL-SUB)
           MOVE RL-END-TIME TO WS-RT-END-TIME (WS-RL-SUB)
           MOVE RL-COUNT-NAME (1) TO WS-RT-COUNT-NAME (WS-RL-SUB 1)
           MOVE RL-COUNT-VALUE (1) TO WS-RT-COUNT-VALUE (WS-RL-SUB 1)
           MOVE RL-COUNT-NAME (2) TO WS-RT-COUNT-NAME (WS-RL-SUB 2)
           MOVE RL-COUNT-VALUE (2) TO WS-RT-COUNT-VALUE (WS-RL-SUB 2)
           MOVE RL-COUNT-NAME (3) TO WS-RT-COUNT-NAME (WS-RL-SUB 3)
           MOVE RL-COUNT-VALUE (3) TO WS-RT-COUNT-VALUE (WS-RL-SUB 3)
           IF RL-RETURN-CODE < 8
               MOVE WS-RL-ORDINAL TO WS-RT-CLEAN-ORD (WS-RL-SUB)
           ELSE
               ADD 1 TO WS-RT-FAILS (WS-RL-SUB)
           END-IF.

       GET-RUN-STEP-ROW.
           MOVE 'N' TO WS-RL-HIT-SW
           PERFORM FIND-RUN-STEP-ROW
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RS-COUNT OR RUN-STEP-FOUND.

       FIND-RUN-STEP-ROW.
           IF WS-RS-STEP-ID (WS-RL-SUB) = WS-RL-KEY
               SET RUN-STEP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RL-SUB
           END-IF.

       EVALUATE-RUN-STEP.
      * THE LEDGER'S VERDICT ON THE STEP IN WS-RL-STEP, FROM THE STATE
      * SCAN-RUN-LEDGER BUILT: ANY TIME, BLOCKED (WS-RL-BLOCKER SAYS
      * BY WHICH STEP), ALREADY DONE, OR CLEARED TO RUN.
           MOVE 0 TO WS-RL-BLOCKER
           SET RUN-CLEARED TO TRUE
           IF RS-ANY-TIME (WS-RL-STEP)
               SET RUN-ANY-TIME TO TRUE
           ELSE
               MOVE WS-RS-PRED (WS-RL-STEP) TO WS-RL-LINK
               PERFORM CHECK-PREDECESSOR-LINK UNTIL WS-RL-LINK = 0
               IF RUN-CLEARED AND RS-ONCE-PER-PERIOD (WS-RL-STEP)
                   PERFORM CHECK-ALREADY-COMPLETED
               END-IF
           END-IF.

       CHECK-PREDECESSOR-LINK.
      * ONE STEP BACK UP THE CHAIN. THE LINK HOLDS WHEN ITS LATEST
      * RUN FINISHED CLEAN AND THAT WAS AFTER ITS OWN PREDECESSOR'S
      * LATEST CLEAN FINISH - A PREDECESSOR RERUN SINCE MEANS THE
      * LINK HAS TO RUN AGAIN BEFORE ANYTHING AFTER IT CAN.
           MOVE WS-RS-PRED (WS-RL-LINK) TO WS-RL-NEXT-LINK
           IF NOT RT-FINISHED (WS-RL-LINK)
                   OR WS-RT-LAST-RC (WS-RL-LINK) >= 8
               MOVE WS-RL-LINK TO WS-RL-BLOCKER
           ELSE
               IF WS-RL-NEXT-LINK > 0
                   IF WS-RT-CLEAN-ORD (WS-RL-LINK)
                           < WS-RT-CLEAN-ORD (WS-RL-NEXT-LINK)
                       MOVE WS-RL-LINK TO WS-RL-BLOCKER
                   END-IF
               END-IF
           END-IF
           IF WS-RL-BLOCKER > 0
               SET RUN-BLOCKED TO TRUE
               MOVE 0 TO WS-RL-LINK
           ELSE
               MOVE WS-RL-NEXT-LINK TO WS-RL-LINK
           END-IF.

       CHECK-ALREADY-COMPLETED.
      * A ONCE-PER-PERIOD STEP IS DONE WHEN IT HAS A CLEAN FINISH
      * LATER THAN ITS PREDECESSOR'S LATEST CLEAN FINISH AND LATER
      * THAN ANY CLEAN RUN OF ITS RESET STEP.
           MOVE 0 TO WS-RL-BASE-ORD
           IF WS-RS-PRED (WS-RL-STEP) > 0
               MOVE WS-RS-PRED (WS-RL-STEP) TO WS-RL-LINK
               MOVE WS-RT-CLEAN-ORD (WS-RL-LINK) TO WS-RL-BASE-ORD
           END-IF
           IF WS-RS-RESET (WS-RL-STEP) > 0
               MOVE WS-RS-RESET (WS-RL-STEP) TO WS-RL-LINK
               IF WS-RT-CLEAN-ORD (WS-RL-LINK) > WS-RL-BASE-ORD
                   MOVE WS-RT-CLEAN-ORD (WS-RL-LINK) TO WS-RL-BASE-ORD
               END-IF
           END-IF
           MOVE 0 TO WS-RL-LINK
           IF WS-RT-CLEAN-ORD (WS-RL-STEP) > WS-RL-BASE-ORD
               SET RUN-ALREADY-DONE TO TRUE
           END-IF.
