      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: TIMECARD-EDIT
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: TIME-AND-ATTENDANCE EDIT AND LOAD, RUN EACH PERIOD
      *          AHEAD OF PAYROLL-CALC. READS THE TIMEKEEPERS'
      *          KEYED TIMECARD.DAT (ONE LINE PER EMPLOYEE PER HOUR
      *          CODE), EDITS EVERY LINE AGAINST THE PAY PERIOD
      *          CONTROL FILE AND EMPDATA.DAT, AND ADDS THE ACCEPTED
      *          HOURS UP BY CODE INTO TIMEHRS.DAT, WHICH PAYROLL-CALC
      *          PRICES FROM - SO THE PERIOD'S HOURS NO LONGER HAVE
      *          TO BE KEYED ONTO THE EMPLOYEE MASTER. A LINE FOR AN
      *          EMPLOYEE WHO ISN'T ON EMPDATA.DAT OR HAS SEPARATED,
      *          FOR THE WRONG PERIOD, WITH AN UNKNOWN HOUR CODE, OR
      *          THAT WOULD TAKE A CODE PAST ITS PERIOD LIMIT IS
      *          REJECTED ONTO THE TIMEKEEPER EXCEPTION LIST
      *          (TIMEEXC.RPT) WITH THE TIMEKEEPER WHO KEYED IT.
      *          TIMEHRS.DAT IS REBUILT FROM SCRATCH ON EVERY RUN, SO
      *          A CORRECTED TIMECARD.DAT IS SIMPLY RERUN WHOLE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECARD-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT TIME-HOURS-FILE ASSIGN TO 'TIMEHRS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-EMP-ID
               FILE STATUS IS WS-TIME-HOURS-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO 'TIMEEXC.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE TIMEKEEPERS' INPUT - ANY ORDER, SEVERAL LINES PER
      * EMPLOYEE.
       FD  TIMECARD-FILE.
           COPY TIMECARD-RECORD.

      * READ-ONLY - WHO IS ON THE ROLLS AND WHETHER THEY'RE STILL
      * EMPLOYED.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

      * THE PERIOD BEING LOADED - EVERY TIMECARD LINE MUST CARRY IT.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * THE PERIOD'S ACCEPTED HOURS BY CODE, ONE RECORD PER
      * EMPLOYEE, FOR PAYROLL-CALC.
       FD  TIME-HOURS-FILE.
           COPY TIME-HOURS-RECORD.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE          PIC X(132).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-TIMECARD-STATUS  PIC X(02) VALUE '00'.
               88  TIMECARD-FILE-NOT-FOUND  VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-TIME-HOURS-STATUS PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  VALID-TIMECARD          VALUE 'Y'.
           05  WS-NEW-HOURS-SW     PIC X(01) VALUE 'N'.
               88  NEW-HOURS-RECORD        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACCEPTED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
           05  WS-EMPLOYEE-COUNT   PIC 9(5) VALUE 0.

      * ACCEPTED HOURS BY CODE ACROSS THE WHOLE LOAD - THE CONTROL
      * TOTALS PRINTED AT THE FOOT OF THE EXCEPTION LIST SO THE
      * TIMEKEEPERS CAN TIE THEIR BATCH TOTALS TO WHAT WAS LOADED.
       01  WS-HOURS-TOTALS.
           05  WS-TOTAL-REGULAR    PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-OVERTIME   PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-NIGHT      PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-SUNDAY     PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-HOLIDAY    PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-COMP       PIC 9(7)V99 VALUE 0.

      * PER-PERIOD LIMITS BY HOUR CODE, CHECKED AGAINST THE
      * EMPLOYEE'S RUNNING TOTAL SO SPLITTING HOURS ACROSS SEVERAL
      * LINES CAN'T GET PAST THEM. REGULAR HOURS ARE ONE 80-HOUR
      * BIWEEKLY TOUR; OVERTIME AND COMP TIME EARNED IN LIEU OF IT
      * SHARE ONE 40-HOUR CEILING - THE SAME RANGES PAYROLL-CALC'S
      * OWN EDIT APPLIES; SUNDAY PREMIUM IS AT MOST ONE 8-HOUR
      * SUNDAY TOUR IN EACH WEEK OF THE PERIOD; NIGHT AND HOLIDAY
      * HOURS CAN'T EXCEED A FULL TOUR.
       01  WS-HOUR-LIMITS.
           05  WS-MAX-REGULAR      PIC 999V99 VALUE 80.
           05  WS-MAX-OT-AND-COMP  PIC 999V99 VALUE 40.
           05  WS-MAX-NIGHT        PIC 999V99 VALUE 80.
           05  WS-MAX-SUNDAY       PIC 999V99 VALUE 16.
           05  WS-MAX-HOLIDAY      PIC 999V99 VALUE 80.
           05  WS-NEW-TOTAL        PIC 9(4)V99 VALUE 0.

       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-PERIOD-NUMBER        PIC 9(4) VALUE 0.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN INPUT TIMECARD-FILE
           IF TIMECARD-FILE-NOT-FOUND
               DISPLAY 'TIMECARD-EDIT: TIMECARD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM WRITE-EXCEPTION-HEADING
      * A FRESH, EMPTY HOURS FILE EVERY RUN, THEN REOPENED I-O SO
      * EACH EMPLOYEE'S LINES CAN BE READ BACK AND ADDED TO.
           OPEN OUTPUT TIME-HOURS-FILE
           CLOSE TIME-HOURS-FILE
           OPEN I-O TIME-HOURS-FILE

           PERFORM PROCESS-TIMECARDS UNTIL END-OF-FILE

           PERFORM PRINT-LOAD-TOTALS

           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TIME-HOURS-FILE
           CLOSE EXCEPTION-REPORT
      * REJECTIONS DON'T STOP THE CYCLE - THE REST OF THE PERIOD
      * STILL PAYS - BUT THE STEP ENDS WITH A WARNING CODE SO
      * OPERATIONS SENDS THE EXCEPTION LIST BACK TO THE
      * TIMEKEEPERS.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'LINES READ' TO WS-RL-COUNT-NAME (1)
           MOVE WS-READ-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'ACCEPTED' TO WS-RL-COUNT-NAME (2)
           MOVE WS-ACCEPTED-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'REJECTED' TO WS-RL-COUNT-NAME (3)
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER

           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * TIMECARDS ARE LOADED FOR ONE PERIOD ONLY - THE ONE ON THE
      * CONTROL FILE. NO CONTROL FILE, OR A PERIOD THAT HAS
      * ALREADY POSTED, LEAVES NOTHING THE HOURS COULD BE PAID IN.
           OPEN INPUT PAY-PERIOD-FILE
           IF PAY-PERIOD-FILE-NOT-FOUND
               DISPLAY 'TIMECARD-EDIT: PAYPERIOD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   DISPLAY 'TIMECARD-EDIT: PAYPERIOD.DAT EMPTY - RUN '
                       'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PP-PERIOD-POSTED
               DISPLAY 'TIMECARD-EDIT: PERIOD ' PP-PERIOD-NUMBER
                   ' ALREADY POSTED - NOTHING TO LOAD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           CLOSE PAY-PERIOD-FILE.

       PROCESS-TIMECARDS.
           READ TIMECARD-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END PERFORM PROCESS-ONE-TIMECARD
           END-READ.

       PROCESS-ONE-TIMECARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM VALIDATE-TIMECARD
           IF VALID-TIMECARD
               PERFORM GET-HOURS-RECORD
               PERFORM CHECK-PERIOD-LIMIT
           END-IF
           IF VALID-TIMECARD
               PERFORM POST-TIMECARD-HOURS
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               PERFORM PRINT-EXCEPTION-LINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       VALIDATE-TIMECARD.
      * FIRST FAILURE WINS - THE TIMEKEEPER FIXES ONE THING PER
      * LINE AND THE NEXT RUN FINDS ANYTHING ELSE.
           SET VALID-TIMECARD TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF TC-PERIOD NOT = WS-PERIOD-NUMBER
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NOT FOR THE CURRENT PAY PERIOD'
                   TO WS-REJECT-REASON
           END-IF

           IF VALID-TIMECARD
               IF NOT TC-REGULAR AND NOT TC-OVERTIME
                       AND NOT TC-NIGHT-DIFFERENTIAL
                       AND NOT TC-SUNDAY-PREMIUM
                       AND NOT TC-HOLIDAY-WORKED
                       AND NOT TC-COMP-TIME-EARNED
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'UNKNOWN HOUR CODE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF VALID-TIMECARD
               IF TC-HOURS NOT NUMERIC OR TC-HOURS = 0
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'HOURS MISSING OR ZERO' TO WS-REJECT-REASON
               END-IF
           END-IF

      * THE EMPLOYEE MUST BE ON THE ROLLS. RETIRED AND TERMINATED
      * ARE BOTH SEPARATIONS - AN ANNUITANT OR A SEPARATED EMPLOYEE
      * HAS NO TOUR TO REPORT. A SEPARATING EMPLOYEE'S FINAL
      * TIMECARD IS THEREFORE LOADED BEFORE THE 'T' STATUS CHANGE
      * IS KEYED.
           IF VALID-TIMECARD
               MOVE TC-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'EMPLOYEE NOT ON EMPDATA'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT ACTIVE-EMPLOYEE
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'EMPLOYEE SEPARATED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       GET-HOURS-RECORD.
      * THE EMPLOYEE'S RUNNING TOTALS SO FAR THIS LOAD - OR A ZEROED
      * RECORD FOR THEIR FIRST ACCEPTED LINE.
           MOVE 'N' TO WS-NEW-HOURS-SW
           MOVE TC-EMP-ID TO TH-EMP-ID
           READ TIME-HOURS-FILE
               INVALID KEY
                   SET NEW-HOURS-RECORD TO TRUE
                   MOVE TC-EMP-ID TO TH-EMP-ID
                   MOVE WS-PERIOD-NUMBER TO TH-PERIOD
                   MOVE 0 TO TH-REGULAR-HOURS
                   MOVE 0 TO TH-OVERTIME-HOURS
                   MOVE 0 TO TH-NIGHT-HOURS
                   MOVE 0 TO TH-SUNDAY-HOURS
                   MOVE 0 TO TH-HOLIDAY-HOURS
                   MOVE 0 TO TH-COMP-EARNED-HOURS
                   MOVE 0 TO TH-CARD-COUNT
           END-READ.

       CHECK-PERIOD-LIMIT.
           EVALUATE TRUE
               WHEN TC-REGULAR
                   COMPUTE WS-NEW-TOTAL =
                       TH-REGULAR-HOURS + TC-HOURS
                   IF WS-NEW-TOTAL > WS-MAX-REGULAR
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'REGULAR HOURS OVER 80 FOR PERIOD'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN TC-OVERTIME
               WHEN TC-COMP-TIME-EARNED
                   COMPUTE WS-NEW-TOTAL = TH-OVERTIME-HOURS
                       + TH-COMP-EARNED-HOURS + TC-HOURS
                   IF WS-NEW-TOTAL > WS-MAX-OT-AND-COMP
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'OVERTIME/COMP HOURS OVER 40 FOR PERIOD'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN TC-NIGHT-DIFFERENTIAL
                   COMPUTE WS-NEW-TOTAL =
                       TH-NIGHT-HOURS + TC-HOURS
                   IF WS-NEW-TOTAL > WS-MAX-NIGHT
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'NIGHT HOURS OVER 80 FOR PERIOD'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN TC-SUNDAY-PREMIUM
                   COMPUTE WS-NEW-TOTAL =
                       TH-SUNDAY-HOURS + TC-HOURS
                   IF WS-NEW-TOTAL > WS-MAX-SUNDAY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'SUNDAY HOURS OVER 16 FOR PERIOD'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN TC-HOLIDAY-WORKED
                   COMPUTE WS-NEW-TOTAL =
                       TH-HOLIDAY-HOURS + TC-HOURS
                   IF WS-NEW-TOTAL > WS-MAX-HOLIDAY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'HOLIDAY HOURS OVER 80 FOR PERIOD'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       POST-TIMECARD-HOURS.
           EVALUATE TRUE
               WHEN TC-REGULAR
                   ADD TC-HOURS TO TH-REGULAR-HOURS
                   ADD TC-HOURS TO WS-TOTAL-REGULAR
               WHEN TC-OVERTIME
                   ADD TC-HOURS TO TH-OVERTIME-HOURS
                   ADD TC-HOURS TO WS-TOTAL-OVERTIME
               WHEN TC-NIGHT-DIFFERENTIAL
                   ADD TC-HOURS TO TH-NIGHT-HOURS
                   ADD TC-HOURS TO WS-TOTAL-NIGHT
               WHEN TC-SUNDAY-PREMIUM
                   ADD TC-HOURS TO TH-SUNDAY-HOURS
                   ADD TC-HOURS TO WS-TOTAL-SUNDAY
               WHEN TC-HOLIDAY-WORKED
                   ADD TC-HOURS TO TH-HOLIDAY-HOURS
                   ADD TC-HOURS TO WS-TOTAL-HOLIDAY
               WHEN TC-COMP-TIME-EARNED
                   ADD TC-HOURS TO TH-COMP-EARNED-HOURS
                   ADD TC-HOURS TO WS-TOTAL-COMP
           END-EVALUATE
           ADD 1 TO TH-CARD-COUNT
           IF NEW-HOURS-RECORD
               WRITE TIME-HOURS-RECORD
               ADD 1 TO WS-EMPLOYEE-COUNT
           ELSE
               REWRITE TIME-HOURS-RECORD
           END-IF.

       WRITE-EXCEPTION-HEADING.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TIMEKEEPER EXCEPTION LIST - PERIOD '
                      DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       PRINT-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TIMEKEEPER ' DELIMITED BY SIZE
                  TC-TIMEKEEPER-ID DELIMITED BY SIZE
                  ' EMP ' DELIMITED BY SIZE
                  TC-EMP-ID DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  TC-PERIOD DELIMITED BY SIZE
                  ' CODE ' DELIMITED BY SIZE
                  TC-HOUR-CODE DELIMITED BY SIZE
                  ' HOURS ' DELIMITED BY SIZE
                  TC-HOURS DELIMITED BY SIZE
                  ' REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       PRINT-LOAD-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'LINES READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' ACCEPTED: ' DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  ' EMPLOYEES LOADED: ' DELIMITED BY SIZE
                  WS-EMPLOYEE-COUNT DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'HOURS LOADED - REGULAR: ' DELIMITED BY SIZE
                  WS-TOTAL-REGULAR DELIMITED BY SIZE
                  ' OVERTIME: ' DELIMITED BY SIZE
                  WS-TOTAL-OVERTIME DELIMITED BY SIZE
                  ' NIGHT: ' DELIMITED BY SIZE
                  WS-TOTAL-NIGHT DELIMITED BY SIZE
                  ' SUNDAY: ' DELIMITED BY SIZE
                  WS-TOTAL-SUNDAY DELIMITED BY SIZE
                  ' HOLIDAY: ' DELIMITED BY SIZE
                  WS-TOTAL-HOLIDAY DELIMITED BY SIZE
                  ' COMP EARNED: ' DELIMITED BY SIZE
                  WS-TOTAL-COMP DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'TIMECARD-EDIT' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'TIMECARD-EDIT: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'TIMECARD-EDIT: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'TIMECARD-EDIT: '
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
