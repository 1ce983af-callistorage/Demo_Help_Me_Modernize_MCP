      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: QUARTERLY-STATE
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: READ THE YTD-MASTER FILE AND PRODUCE EACH STATE'S
      *          QUARTERLY WAGE-AND-WITHHOLDING REPORT FOR THE
      *          QUARTER NAMED ON QTRPARM.DAT (OR, IF THAT FILE IS
      *          ABSENT, THE QUARTER ON THE PAY PERIOD CONTROL
      *          FILE) - THE STATE COUNTERPART OF QUARTERLY-941.
      *          EVERY STATE THAT HAS WAGES POSTED FOR THE QUARTER
      *          GETS ITS OWN SECTION: ONE LINE PER EMPLOYEE WITH
      *          THE STATE WAGES AND TAX WITHHELD, THEN THE STATE'S
      *          TOTALS AND THE REMITTANCE DUE. STATES MARKED ON
      *          STATETAX.DAT AS HAVING NO INCOME TAX STILL REPORT
      *          THEIR WAGES BUT SHOW NO REMITTANCE. THE STATES'
      *          WITHHOLDING SUMS TO THE STATE-WH TOTAL ON THE 941
      *          WORKSHEET FOR THE SAME QUARTER. RUN AFTER THE LAST
      *          PAYROLL CYCLE OF THE QUARTER HAS POSTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERLY-STATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTER-PARM-FILE ASSIGN TO 'QTRPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO 'STATETAX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT YTD-MASTER ASSIGN TO 'YTDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YM-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT STATE-QUARTERLY-REPORT ASSIGN TO 'STQTRRPT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTER-PARM-FILE.
       01  QUARTER-PARM-RECORD.
           05  QP-QUARTER          PIC 9(1).

       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * STATE INCOME TAX TABLE - READ ONLY FOR THE STATE NAMES AND
      * THE NO-INCOME-TAX FLAG. A STATE WITH WAGES POSTED BUT NO ROW
      * HERE STILL REPORTS, UNDER ITS CODE ALONE.
       FD  STATE-TAX-FILE.
           COPY STATE-TAX-RECORD.

       FD  YTD-MASTER.
           COPY YTD-MASTER-RECORD.

       FD  STATE-QUARTERLY-REPORT.
       01  STATE-QUARTERLY-LINE    PIC X(160).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-PARM-STATUS      PIC X(02) VALUE '00'.
               88  QUARTER-PARM-NOT-FOUND   VALUE '35'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-STATE-TAX-STATUS PIC X(02) VALUE '00'.
               88  STATE-TAX-FILE-NOT-FOUND VALUE '35'.
               88  STATE-TAX-AT-END         VALUE '10'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.

       01  WS-REPORT-QUARTER       PIC 9(1) VALUE 0.
       01  WS-PERIOD-QUARTER       PIC 9(1) VALUE 0.

      * ONE ROW PER STATE WITH WAGES OR TAX POSTED FOR THE QUARTER,
      * BUILT ON THE FIRST PASS OF YTDMSTR.DAT IN THE ORDER THE
      * STATES ARE FIRST MET. THE NAME AND NO-TAX FLAG COME FROM
      * STATETAX.DAT WHEN THE STATE IS ON IT.
       01  WS-STATE-TOTALS-TABLE.
           05  WS-SQ-ENTRY OCCURS 60 TIMES.
               10  WS-SQ-STATE-CODE    PIC X(02).
               10  WS-SQ-STATE-NAME    PIC X(20).
               10  WS-SQ-NO-TAX        PIC X(01).
                   88  WS-SQ-NO-TAX-STATE  VALUE 'Y'.
               10  WS-SQ-EMP-COUNT     PIC 9(6).
               10  WS-SQ-WAGES         PIC 9(10)V99.
               10  WS-SQ-TAX           PIC 9(9)V99.

       01  WS-STATE-DATA.
           05  WS-SQ-COUNT         PIC 9(2) VALUE 0.
           05  WS-SQ-MAX           PIC 9(2) VALUE 60.
           05  WS-SQ-SUB           PIC 9(2) VALUE 0.
           05  WS-SQ-CURRENT       PIC 9(2) VALUE 0.
           05  WS-SLOT-SUB         PIC 9(1) VALUE 0.
           05  WS-SQ-HIT-SW        PIC X(01) VALUE 'N'.
               88  STATE-ROW-FOUND         VALUE 'Y'.
           05  WS-SEARCH-CODE      PIC X(02) VALUE SPACES.
           05  WS-PRINT-NAME       PIC X(20) VALUE SPACES.

      * GRAND TOTALS ACROSS ALL STATES.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-WAGES        PIC 9(10)V99 VALUE 0.
           05  WS-TOT-TAX          PIC 9(9)V99 VALUE 0.
           05  WS-TOT-REMITTANCE   PIC 9(9)V99 VALUE 0.
           05  WS-TOT-STATES       PIC 9(2) VALUE 0.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT STATE-QUARTERLY-REPORT
           PERFORM GET-REPORT-QUARTER
           PERFORM PRINT-HEADING
           PERFORM BUILD-STATE-TOTALS
           PERFORM LOAD-STATE-NAMES
           PERFORM REPORT-ONE-STATE
               VARYING WS-SQ-CURRENT FROM 1 BY 1
               UNTIL WS-SQ-CURRENT > WS-SQ-COUNT
           PERFORM PRINT-GRAND-TOTALS
           CLOSE STATE-QUARTERLY-REPORT
           MOVE 'STATES' TO WS-RL-COUNT-NAME (1)
           MOVE WS-SQ-COUNT TO WS-RL-COUNT-VALUE (1)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * SAME AS QUARTERLY-941 - THE CURRENT PERIOD FOR THE RUN
      * LEDGER AND ITS QUARTER AS THE DEFAULT REPORT QUARTER.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT PAY-PERIOD-FILE-NOT-FOUND
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-QUARTER TO WS-PERIOD-QUARTER
                       MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

       GET-REPORT-QUARTER.
      * SAME RULE AS QUARTERLY-941 - QTRPARM.DAT FIRST SO A PRIOR
      * QUARTER CAN BE RE-RUN, OTHERWISE THE CURRENT QUARTER ON THE
      * PAY PERIOD CONTROL FILE. NO QUARTER STOPS THE RUN.
           OPEN INPUT QUARTER-PARM-FILE
           IF NOT QUARTER-PARM-NOT-FOUND
               READ QUARTER-PARM-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END MOVE QP-QUARTER TO WS-REPORT-QUARTER
               END-READ
               CLOSE QUARTER-PARM-FILE
           END-IF
           IF WS-REPORT-QUARTER = 0
               MOVE WS-PERIOD-QUARTER TO WS-REPORT-QUARTER
           END-IF
           IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4
               DISPLAY 'QUARTERLY-STATE: NO VALID QUARTER ON '
                   'QTRPARM.DAT OR PAYPERIOD.DAT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-HEADING.
           MOVE SPACES TO STATE-QUARTERLY-LINE
           STRING 'QUARTERLY STATE WAGE AND WITHHOLDING REPORT - '
                      DELIMITED BY SIZE
                  'QUARTER ' DELIMITED BY SIZE
                  WS-REPORT-QUARTER DELIMITED BY SIZE
                  INTO STATE-QUARTERLY-LINE
           END-STRING
           WRITE STATE-QUARTERLY-LINE.

       BUILD-STATE-TOTALS.
      * FIRST PASS - FIND EVERY STATE THE QUARTER TOUCHED AND TOTAL
      * IT, SO EACH STATE'S SECTION CAN BE PRINTED IN ONE PIECE ON
      * THE PASSES THAT FOLLOW.
           OPEN INPUT YTD-MASTER
           IF WS-YTD-STATUS = '00'
               PERFORM TOTAL-ONE-YTD-RECORD
                   UNTIL WS-YTD-STATUS NOT = '00'
               CLOSE YTD-MASTER
           END-IF.

       TOTAL-ONE-YTD-RECORD.
           READ YTD-MASTER NEXT RECORD
           IF WS-YTD-STATUS = '00'
               PERFORM TOTAL-ONE-STATE-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
           END-IF.

       TOTAL-ONE-STATE-SLOT.
           IF YM-ST-QTR-WAGES (WS-SLOT-SUB WS-REPORT-QUARTER) > 0
              OR YM-ST-QTR-TAX (WS-SLOT-SUB WS-REPORT-QUARTER) > 0
               MOVE YM-ST-STATE-CODE (WS-SLOT-SUB) TO WS-SEARCH-CODE
               PERFORM GET-STATE-TOTALS-ROW
               ADD 1 TO WS-SQ-EMP-COUNT (WS-SQ-SUB)
               ADD YM-ST-QTR-WAGES (WS-SLOT-SUB WS-REPORT-QUARTER)
                   TO WS-SQ-WAGES (WS-SQ-SUB)
               ADD YM-ST-QTR-TAX (WS-SLOT-SUB WS-REPORT-QUARTER)
                   TO WS-SQ-TAX (WS-SQ-SUB)
           END-IF.

       GET-STATE-TOTALS-ROW.
      * LEAVES WS-SQ-SUB ON THE ROW FOR WS-SEARCH-CODE, ADDING THE
      * ROW THE FIRST TIME THE STATE IS SEEN.
           MOVE 'N' TO WS-SQ-HIT-SW
           PERFORM FIND-STATE-TOTALS-ROW
               VARYING WS-SQ-SUB FROM 1 BY 1
               UNTIL WS-SQ-SUB > WS-SQ-COUNT OR STATE-ROW-FOUND
           IF NOT STATE-ROW-FOUND
               IF WS-SQ-COUNT >= WS-SQ-MAX
                   DISPLAY 'QUARTERLY-STATE: MORE THAN ' WS-SQ-MAX
                       ' STATES - ENLARGE WS-STATE-TOTALS-TABLE - '
                       'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SQ-COUNT
               MOVE WS-SQ-COUNT TO WS-SQ-SUB
               MOVE WS-SEARCH-CODE TO WS-SQ-STATE-CODE (WS-SQ-SUB)
               MOVE SPACES TO WS-SQ-STATE-NAME (WS-SQ-SUB)
               MOVE 'N' TO WS-SQ-NO-TAX (WS-SQ-SUB)
               MOVE 0 TO WS-SQ-EMP-COUNT (WS-SQ-SUB)
               MOVE 0 TO WS-SQ-WAGES (WS-SQ-SUB)
               MOVE 0 TO WS-SQ-TAX (WS-SQ-SUB)
           END-IF.

       FIND-STATE-TOTALS-ROW.
           IF WS-SQ-STATE-CODE (WS-SQ-SUB) = WS-SEARCH-CODE
               SET STATE-ROW-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SQ-SUB
           END-IF.

       LOAD-STATE-NAMES.
      * STATETAX.DAT IS OPTIONAL HERE - WITHOUT IT EVERY STATE
      * PRINTS UNDER ITS CODE AND IS TREATED AS A TAXING STATE.
           OPEN INPUT STATE-TAX-FILE
           IF NOT STATE-TAX-FILE-NOT-FOUND
               PERFORM READ-STATE-TAX-RECORD
                   UNTIL STATE-TAX-AT-END
               CLOSE STATE-TAX-FILE
           END-IF.

       READ-STATE-TAX-RECORD.
           READ STATE-TAX-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM APPLY-STATE-NAME
           END-READ.

       APPLY-STATE-NAME.
           MOVE ST-STATE-CODE TO WS-SEARCH-CODE
           MOVE 'N' TO WS-SQ-HIT-SW
           PERFORM FIND-STATE-TOTALS-ROW
               VARYING WS-SQ-SUB FROM 1 BY 1
               UNTIL WS-SQ-SUB > WS-SQ-COUNT OR STATE-ROW-FOUND
           IF STATE-ROW-FOUND
               MOVE ST-STATE-NAME TO WS-SQ-STATE-NAME (WS-SQ-SUB)
               MOVE ST-NO-INCOME-TAX TO WS-SQ-NO-TAX (WS-SQ-SUB)
           END-IF.

       REPORT-ONE-STATE.
      * ONE SECTION PER STATE - HEADING, A PASS OF YTDMSTR.DAT FOR
      * THE STATE'S EMPLOYEES, THEN ITS TOTALS AND REMITTANCE.
           MOVE WS-SQ-STATE-CODE (WS-SQ-CURRENT) TO WS-SEARCH-CODE
           MOVE WS-SQ-STATE-NAME (WS-SQ-CURRENT) TO WS-PRINT-NAME
           IF WS-SEARCH-CODE = SPACES
               MOVE 'NO STATE ON FILE' TO WS-PRINT-NAME
           END-IF
           MOVE SPACES TO STATE-QUARTERLY-LINE
           WRITE STATE-QUARTERLY-LINE
           MOVE SPACES TO STATE-QUARTERLY-LINE
           STRING 'STATE: ' DELIMITED BY SIZE
                  WS-SEARCH-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-NAME DELIMITED BY SIZE
                  INTO STATE-QUARTERLY-LINE
           END-STRING
           WRITE STATE-QUARTERLY-LINE
           OPEN INPUT YTD-MASTER
           IF WS-YTD-STATUS = '00'
               PERFORM LIST-ONE-YTD-RECORD
                   UNTIL WS-YTD-STATUS NOT = '00'
               CLOSE YTD-MASTER
           END-IF
           PERFORM PRINT-STATE-TOTALS.

       LIST-ONE-YTD-RECORD.
           READ YTD-MASTER NEXT RECORD
           IF WS-YTD-STATUS = '00'
               PERFORM LIST-ONE-STATE-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
           END-IF.

       LIST-ONE-STATE-SLOT.
           IF YM-ST-STATE-CODE (WS-SLOT-SUB) = WS-SEARCH-CODE
              AND (YM-ST-QTR-WAGES (WS-SLOT-SUB WS-REPORT-QUARTER)
                       > 0
                OR YM-ST-QTR-TAX (WS-SLOT-SUB WS-REPORT-QUARTER)
                       > 0)
               MOVE SPACES TO STATE-QUARTERLY-LINE
               STRING '   ' DELIMITED BY SIZE
                      YM-EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      YM-EMP-NAME DELIMITED BY SIZE
                      ' STATE WAGES: $' DELIMITED BY SIZE
                      YM-ST-QTR-WAGES (WS-SLOT-SUB WS-REPORT-QUARTER)
                          DELIMITED BY SIZE
                      ' STATE-WH: $' DELIMITED BY SIZE
                      YM-ST-QTR-TAX (WS-SLOT-SUB WS-REPORT-QUARTER)
                          DELIMITED BY SIZE
                      INTO STATE-QUARTERLY-LINE
               END-STRING
               WRITE STATE-QUARTERLY-LINE
           END-IF.

       PRINT-STATE-TOTALS.
      * THE REMITTANCE DUE IS WHAT WAS WITHHELD FOR THE STATE. A
      * NO-INCOME-TAX STATE SHOULD HAVE NONE; ANY TAX SHOWING AGAINST
      * ONE WAS POSTED IN ERROR AND IS LEFT OFF THE REMITTANCE FOR
      * PAYROLL TO REFUND.
           MOVE SPACES TO STATE-QUARTERLY-LINE
           STRING 'STATE TOTALS - ' DELIMITED BY SIZE
                  WS-SEARCH-CODE DELIMITED BY SIZE
                  ' EMPLOYEES: ' DELIMITED BY SIZE
                  WS-SQ-EMP-COUNT (WS-SQ-CURRENT) DELIMITED BY SIZE
                  ' STATE WAGES: $' DELIMITED BY SIZE
                  WS-SQ-WAGES (WS-SQ-CURRENT) DELIMITED BY SIZE
                  ' STATE-WH: $' DELIMITED BY SIZE
                  WS-SQ-TAX (WS-SQ-CURRENT) DELIMITED BY SIZE
                  INTO STATE-QUARTERLY-LINE
           END-STRING
           WRITE STATE-QUARTERLY-LINE
           MOVE SPACES TO STATE-QUARTERLY-LINE
           IF WS-SQ-NO-TAX-STATE (WS-SQ-CURRENT)
               STRING '   NO STATE INCOME TAX - NO REMITTANCE DUE'
                          DELIMITED BY SIZE
                      INTO STATE-QUARTERLY-LINE
               END-STRING
           ELSE
               STRING '   REMITTANCE DUE: $' DELIMITED BY SIZE
                      WS-SQ-TAX (WS-SQ-CURRENT) DELIMITED BY SIZE
                      INTO STATE-QUARTERLY-LINE
               END-STRING
               ADD WS-SQ-TAX (WS-SQ-CURRENT) TO WS-TOT-REMITTANCE
           END-IF
           WRITE STATE-QUARTERLY-LINE
           ADD 1 TO WS-TOT-STATES
           ADD WS-SQ-WAGES (WS-SQ-CURRENT) TO WS-TOT-WAGES
           ADD WS-SQ-TAX (WS-SQ-CURRENT) TO WS-TOT-TAX.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO STATE-QUARTERLY-LINE
           WRITE STATE-QUARTERLY-LINE
           MOVE SPACES TO STATE-QUARTERLY-LINE
           STRING 'QUARTER TOTALS - STATES: ' DELIMITED BY SIZE
                  WS-TOT-STATES DELIMITED BY SIZE
                  ' STATE WAGES: $' DELIMITED BY SIZE
                  WS-TOT-WAGES DELIMITED BY SIZE
                  ' STATE-WH: $' DELIMITED BY SIZE
                  WS-TOT-TAX DELIMITED BY SIZE
                  ' REMITTANCE DUE: $' DELIMITED BY SIZE
                  WS-TOT-REMITTANCE DELIMITED BY SIZE
                  INTO STATE-QUARTERLY-LINE
           END-STRING
           WRITE STATE-QUARTERLY-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'QUARTERLY-STATE' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'QUARTERLY-STATE: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'QUARTERLY-STATE: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'QUARTERLY-STATE: '
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
