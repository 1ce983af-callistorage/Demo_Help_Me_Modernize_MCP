      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: CYCLE-STATUS
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: PAY CYCLE STATUS REPORT FROM THE RUN LEDGER
      *          (RUNLEDGR.DAT). FOR THE CURRENT PERIOD ON
      *          PAYPERIOD.DAT AND THEN EVERY EARLIER PERIOD ON THE
      *          LEDGER, NEWEST FIRST, LISTS EACH STEP OF THE JOB
      *          STREAM: HOW MANY TIMES IT RAN AND FAILED, ITS
      *          LATEST START AND FINISH, RETURN CODE AND RECORD
      *          COUNTS, AND WHAT THE OPERATOR CAN DO WITH IT NEXT -
      *          WAIT ON A PREDECESSOR, RUN IT, LEAVE IT ALONE, OR
      *          HOW TO RERUN IT SAFELY AFTER A FAILURE. THE RULES
      *          ARE THE SAME STEP TABLE EVERY PROGRAM CHECKS ITSELF
      *          AGAINST, SO THE REPORT SAYS EXACTLY WHAT THE NEXT
      *          RUN OF EACH STEP WILL DO. PRODUCES CYCLESTS.RPT AND
      *          SETS RETURN CODE 4 WHEN A STEP OF THE CURRENT
      *          PERIOD FAILED OR NEVER FINISHED. MAY RUN AT ANY
      *          TIME; IT CHANGES NOTHING BUT ITS OWN LEDGER STAMPS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT STATUS-REPORT ASSIGN TO 'CYCLESTS.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

       FD  STATUS-REPORT.
       01  STATUS-LINE             PIC X(132).

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

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.

      * THE PERIOD ON PAYPERIOD.DAT - KEPT APART FROM THE LEDGER
      * PERIOD FIELDS, WHICH ARE STEPPED THROUGH EVERY PERIOD ON
      * THE REPORT AND PUT BACK BEFORE THE FINISH STAMP.
       01  WS-CURRENT-PERIOD.
           05  WS-CURRENT-YEAR     PIC 9(4) VALUE 0.
           05  WS-CURRENT-NUMBER   PIC 9(4) VALUE 0.

      * EVERY PERIOD WITH A STAMP ON THE LEDGER, IN THE ORDER EACH
      * FIRST APPEARS. ROW 1 IS ALWAYS THE CURRENT PERIOD, STAMPED
      * OR NOT. WHEN THE TABLE FILLS THE OLDEST PERIOD AFTER ROW 1
      * DROPS OFF THE REPORT TO MAKE ROOM FOR THE NEWER ONE.
       01  WS-PERIOD-TABLE-DATA.
           05  WS-PT-COUNT         PIC 9(3) VALUE 0.
           05  WS-PT-MAX           PIC 9(3) VALUE 200.
           05  WS-PT-SUB           PIC 9(3) VALUE 0.
           05  WS-PT-MOVE-SUB      PIC 9(3) VALUE 0.
           05  WS-PT-DROPPED       PIC 9(4) VALUE 0.
           05  WS-PT-HIT-SW        PIC X(01) VALUE 'N'.
               88  PERIOD-FOUND            VALUE 'Y'.
           05  WS-PT-ENTRY OCCURS 200 TIMES.
               10  WS-PT-PERIOD.
                   15  WS-PT-YEAR  PIC 9(4).
                   15  WS-PT-NUMBER PIC 9(4).
               10  WS-PT-KEY REDEFINES WS-PT-PERIOD PIC 9(8).

       01  WS-LEDGER-PERIOD.
           05  WS-LEDGER-YEAR      PIC 9(4) VALUE 0.
           05  WS-LEDGER-NUMBER    PIC 9(4) VALUE 0.
       01  WS-LEDGER-PERIOD-KEY REDEFINES WS-LEDGER-PERIOD
                                   PIC 9(8).

      * ONE PERIOD'S SUMMARY, AND THE CURRENT PERIOD'S FOR THE
      * RETURN CODE.
       01  WS-PERIOD-SUMMARY.
           05  WS-TROUBLE-COUNT    PIC 9(2) VALUE 0.
           05  WS-LAST-CLEAN-STEP  PIC 9(2) VALUE 0.
           05  WS-LAST-CLEAN-ORD   PIC 9(6) VALUE 0.
           05  WS-CURRENT-TROUBLE  PIC 9(2) VALUE 0.

      * LATEST START AND FINISH TIMES PRINT AS HHMM.
       01  WS-TIME-VALUE           PIC 9(8) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
           05  WS-TIME-HHMM        PIC 9(4).
           05  FILLER              PIC 9(4).

       01  WS-REPORT-FIELDS.
           05  WS-RUNS-EDIT        PIC ZZZ9.
           05  WS-FAILS-EDIT       PIC ZZZ9.
           05  WS-RC-EDIT          PIC ZZZ9.
           05  WS-RC-TEXT          PIC X(04) VALUE SPACES.
           05  WS-START-TEXT       PIC X(13) VALUE SPACES.
           05  WS-END-TEXT         PIC X(13) VALUE SPACES.
           05  WS-STATE-TEXT       PIC X(15) VALUE SPACES.
           05  WS-NEXT-TEXT        PIC X(40) VALUE SPACES.
           05  WS-TROUBLE-EDIT     PIC Z9.
           05  WS-PERIODS-EDIT     PIC ZZ9.
           05  WS-DROPPED-EDIT     PIC ZZZ9.
           05  WS-COUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.
           05  WS-COUNT-SUB        PIC 9(1) VALUE 0.
           05  WS-COUNT-TEXT OCCURS 3 TIMES PIC X(23).

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT STATUS-REPORT
           PERFORM PRINT-REPORT-HEADING
           PERFORM COLLECT-LEDGER-PERIODS

           MOVE 1 TO WS-PT-SUB
           PERFORM REPORT-ONE-PERIOD
           MOVE WS-TROUBLE-COUNT TO WS-CURRENT-TROUBLE
           PERFORM REPORT-ONE-PERIOD
               VARYING WS-PT-SUB FROM WS-PT-COUNT BY -1
               UNTIL WS-PT-SUB < 2

           PERFORM PRINT-REPORT-TOTALS
           CLOSE STATUS-REPORT

           IF WS-CURRENT-TROUBLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CURRENT-YEAR TO WS-RL-PERIOD-YEAR
           MOVE WS-CURRENT-NUMBER TO WS-RL-PERIOD-NUMBER
           MOVE 'PERIODS' TO WS-RL-COUNT-NAME (1)
           MOVE WS-PT-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'TROUBLE' TO WS-RL-COUNT-NAME (2)
           MOVE WS-CURRENT-TROUBLE TO WS-RL-COUNT-VALUE (2)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * THE CURRENT PERIOD LEADS THE REPORT AND IS WHAT THE RUN
      * LEDGER STAMPS THIS RUN UNDER. NO CONTROL FILE LEAVES IT
      * ZERO - THE REPORT STILL SHOWS WHAT THE LEDGER HOLDS.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT PAY-PERIOD-FILE-NOT-FOUND
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-PERIOD-YEAR TO WS-CURRENT-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-CURRENT-NUMBER
                       MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO STATUS-LINE
           STRING 'PAY CYCLE STATUS - RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ' CURRENT PERIOD ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-NUMBER DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING 'CLEAN = FINISHED UNDER RETURN CODE 8. A RUN THAT '
                      DELIMITED BY SIZE
                  'DID NOT FINISH ABENDED OR STOPPED ON A FATAL '
                      DELIMITED BY SIZE
                  'ERROR.' DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING 'NEXT SHOWS WHAT EACH STEP CAN DO IN THE CURRENT '
                      DELIMITED BY SIZE
                  'PERIOD; EARLIER PERIODS ARE HISTORY.'
                      DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE.

       COLLECT-LEDGER-PERIODS.
      * FIRST PASS OVER THE LEDGER: WHICH PERIODS IT HOLDS.
           MOVE 1 TO WS-PT-COUNT
           MOVE WS-CURRENT-YEAR TO WS-PT-YEAR (1)
           MOVE WS-CURRENT-NUMBER TO WS-PT-NUMBER (1)
           MOVE 'N' TO WS-RL-EOF-SW
           OPEN INPUT RUN-LEDGER-FILE
           IF NOT RUN-LEDGER-NOT-FOUND
               PERFORM READ-LEDGER-PERIOD UNTIL RUN-LEDGER-EOF
               CLOSE RUN-LEDGER-FILE
           END-IF.

       READ-LEDGER-PERIOD.
           READ RUN-LEDGER-FILE
               AT END SET RUN-LEDGER-EOF TO TRUE
               NOT AT END
                   MOVE RL-PERIOD-YEAR TO WS-LEDGER-YEAR
                   MOVE RL-PERIOD-NUMBER TO WS-LEDGER-NUMBER
                   PERFORM NOTE-LEDGER-PERIOD
           END-READ.

       NOTE-LEDGER-PERIOD.
           MOVE 'N' TO WS-PT-HIT-SW
           PERFORM FIND-LEDGER-PERIOD
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT OR PERIOD-FOUND
           IF NOT PERIOD-FOUND
               IF WS-PT-COUNT >= WS-PT-MAX
                   PERFORM SHIFT-PERIOD-ROW
                       VARYING WS-PT-MOVE-SUB FROM 2 BY 1
                       UNTIL WS-PT-MOVE-SUB >= WS-PT-COUNT
                   SUBTRACT 1 FROM WS-PT-COUNT
                   ADD 1 TO WS-PT-DROPPED
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-LEDGER-PERIOD-KEY TO WS-PT-KEY (WS-PT-COUNT)
           END-IF.

       FIND-LEDGER-PERIOD.
           IF WS-PT-KEY (WS-PT-SUB) = WS-LEDGER-PERIOD-KEY
               SET PERIOD-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PT-SUB
           END-IF.

       SHIFT-PERIOD-ROW.
           MOVE WS-PT-KEY (WS-PT-MOVE-SUB + 1)
               TO WS-PT-KEY (WS-PT-MOVE-SUB).

       REPORT-ONE-PERIOD.
      * SECOND PASS, ONCE PER PERIOD: THE SAME LEDGER SCAN AND STEP
      * VERDICT EVERY PROGRAM RUNS ON ITSELF, FOR EVERY STEP.
           MOVE WS-PT-YEAR (WS-PT-SUB) TO WS-RL-PERIOD-YEAR
           MOVE WS-PT-NUMBER (WS-PT-SUB) TO WS-RL-PERIOD-NUMBER
           PERFORM SCAN-RUN-LEDGER
           MOVE 0 TO WS-TROUBLE-COUNT
           MOVE 0 TO WS-LAST-CLEAN-STEP
           MOVE 0 TO WS-LAST-CLEAN-ORD
           PERFORM PRINT-PERIOD-HEADING
           PERFORM REPORT-ONE-STEP
               VARYING WS-RL-STEP FROM 1 BY 1
               UNTIL WS-RL-STEP > WS-RS-COUNT
           PERFORM PRINT-PERIOD-SUMMARY.

       PRINT-PERIOD-HEADING.
           MOVE SPACES TO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           IF WS-PT-SUB = 1
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-RL-PERIOD-YEAR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RL-PERIOD-NUMBER DELIMITED BY SIZE
                      ' - CURRENT PERIOD' DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
           ELSE
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-RL-PERIOD-YEAR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RL-PERIOD-NUMBER DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
           END-IF
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING 'STEP             ' DELIMITED BY SIZE
                  'RUNS ' DELIMITED BY SIZE
                  'FAIL ' DELIMITED BY SIZE
                  'LAST START    ' DELIMITED BY SIZE
                  'LAST FINISH   ' DELIMITED BY SIZE
                  '  RC ' DELIMITED BY SIZE
                  'STATE           ' DELIMITED BY SIZE
                  'NEXT' DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE.

       REPORT-ONE-STEP.
      * THIS REPORT'S OWN RUNS ARE LEFT OFF IT - THE RUN IN HAND
      * WOULD ONLY EVER SHOW AS NOT FINISHED.
           IF WS-RL-STEP NOT = WS-RL-OWN-STEP
               PERFORM EVALUATE-RUN-STEP
               PERFORM SET-STEP-STATE-TEXT
               PERFORM SET-STEP-NEXT-TEXT
               PERFORM PRINT-STEP-LINE
               IF RT-FINISHED (WS-RL-STEP)
                   PERFORM PRINT-STEP-COUNTS
               END-IF
               IF NOT RS-ANY-TIME (WS-RL-STEP)
                       AND WS-RT-CLEAN-ORD (WS-RL-STEP)
                           > WS-LAST-CLEAN-ORD
                   MOVE WS-RT-CLEAN-ORD (WS-RL-STEP)
                       TO WS-LAST-CLEAN-ORD
                   MOVE WS-RL-STEP TO WS-LAST-CLEAN-STEP
               END-IF
           END-IF.

       SET-STEP-STATE-TEXT.
      * WHAT THE STEP'S LATEST RUN FOR THE PERIOD CAME TO.
           EVALUATE TRUE
               WHEN RT-NEVER-RUN (WS-RL-STEP)
                   MOVE 'NOT RUN' TO WS-STATE-TEXT
               WHEN RT-NOT-FINISHED (WS-RL-STEP)
                   MOVE 'DID NOT FINISH' TO WS-STATE-TEXT
                   ADD 1 TO WS-TROUBLE-COUNT
               WHEN WS-RT-LAST-RC (WS-RL-STEP) >= 8
                   MOVE 'FAILED' TO WS-STATE-TEXT
                   ADD 1 TO WS-TROUBLE-COUNT
               WHEN OTHER
                   MOVE 'COMPLETED CLEAN' TO WS-STATE-TEXT
           END-EVALUATE.

       SET-STEP-NEXT-TEXT.
      * WHAT THE NEXT RUN OF THE STEP WILL DO, AND FOR A RUN THAT
      * FAILED OR NEVER FINISHED, HOW TO RECOVER IT. PROGRAMS ONLY
      * EVER RUN FOR THE CURRENT PERIOD, SO AN EARLIER PERIOD ONLY
      * FLAGS A FAILURE THAT WAS NEVER PUT RIGHT.
           MOVE SPACES TO WS-NEXT-TEXT
           EVALUATE TRUE
               WHEN WS-PT-SUB NOT = 1
                   IF RT-NOT-FINISHED (WS-RL-STEP)
                           OR WS-RT-LAST-RC (WS-RL-STEP) >= 8
                       MOVE 'NEVER RECOVERED IN THE PERIOD'
                           TO WS-NEXT-TEXT
                   END-IF
               WHEN RUN-BLOCKED
                   STRING 'BLOCKED - WAITING ON ' DELIMITED BY SIZE
                          WS-RS-STEP-ID (WS-RL-BLOCKER)
                              DELIMITED BY SIZE
                          INTO WS-NEXT-TEXT
                   END-STRING
               WHEN RUN-ALREADY-DONE
                   MOVE 'COMPLETE - DO NOT RERUN' TO WS-NEXT-TEXT
               WHEN RT-NOT-FINISHED (WS-RL-STEP)
                       OR WS-RT-LAST-RC (WS-RL-STEP) >= 8
                   PERFORM SET-STEP-RECOVERY-TEXT
               WHEN RUN-ANY-TIME
                   MOVE 'ANY TIME' TO WS-NEXT-TEXT
               WHEN RT-NEVER-RUN (WS-RL-STEP)
                   MOVE 'READY TO RUN' TO WS-NEXT-TEXT
               WHEN RS-PERIOD-GOVERNED (WS-RL-STEP)
                   PERFORM SET-PERIOD-GOVERNED-TEXT
               WHEN RS-ONCE-PER-PERIOD (WS-RL-STEP)
                   MOVE 'DUE AGAIN - AN EARLIER STEP RERAN'
                       TO WS-NEXT-TEXT
               WHEN OTHER
                   MOVE 'COMPLETE - SAFE TO RERUN' TO WS-NEXT-TEXT
           END-EVALUATE.

       SET-STEP-RECOVERY-TEXT.
           EVALUATE TRUE
               WHEN RS-RESTARTS-FROM-CHECKPOINT (WS-RL-STEP)
                   MOVE 'RERUN - RESTARTS FROM CHECKPOINT'
                       TO WS-NEXT-TEXT
               WHEN RS-MANUAL-RECOVERY (WS-RL-STEP)
                   MOVE 'RESTORE FILES BY HAND BEFORE RERUN'
                       TO WS-NEXT-TEXT
               WHEN OTHER
                   MOVE 'SAFE TO RERUN' TO WS-NEXT-TEXT
           END-EVALUATE.

       SET-PERIOD-GOVERNED-TEXT.
      * A CLEAN PAYROLL RUN POSTS THE PERIOD - ONLY A CLEAN RUN OF
      * THE STEP THAT REOPENS IT SINCE LETS IT RUN AGAIN.
           MOVE WS-RS-RESET (WS-RL-STEP) TO WS-RL-LINK
           IF WS-RL-LINK > 0
               IF WS-RT-CLEAN-ORD (WS-RL-LINK)
                       > WS-RT-CLEAN-ORD (WS-RL-STEP)
                   STRING 'DUE AGAIN - ' DELIMITED BY SIZE
                          WS-RS-STEP-ID (WS-RL-LINK)
                              DELIMITED BY SPACE
                          ' RAN' DELIMITED BY SIZE
                          INTO WS-NEXT-TEXT
                   END-STRING
               ELSE
                   STRING 'RERUN ONLY AFTER ' DELIMITED BY SIZE
                          WS-RS-STEP-ID (WS-RL-LINK)
                              DELIMITED BY SPACE
                          INTO WS-NEXT-TEXT
                   END-STRING
               END-IF
           ELSE
               MOVE 'COMPLETE - DO NOT RERUN' TO WS-NEXT-TEXT
           END-IF
           MOVE 0 TO WS-RL-LINK.

       PRINT-STEP-LINE.
           MOVE WS-RT-RUNS (WS-RL-STEP) TO WS-RUNS-EDIT
      * A RUN STILL WITHOUT ITS FINISH STAMP COUNTS AS FAILED HERE.
           MOVE WS-RT-FAILS (WS-RL-STEP) TO WS-FAILS-EDIT
           IF RT-NOT-FINISHED (WS-RL-STEP)
               COMPUTE WS-FAILS-EDIT = WS-RT-FAILS (WS-RL-STEP) + 1
           END-IF
           MOVE SPACES TO WS-START-TEXT
           MOVE SPACES TO WS-END-TEXT
           MOVE SPACES TO WS-RC-TEXT
           IF NOT RT-NEVER-RUN (WS-RL-STEP)
               MOVE WS-RT-START-TIME (WS-RL-STEP) TO WS-TIME-VALUE
               STRING WS-RT-START-DATE (WS-RL-STEP)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TIME-HHMM DELIMITED BY SIZE
                      INTO WS-START-TEXT
               END-STRING
           END-IF
           IF RT-FINISHED (WS-RL-STEP)
               MOVE WS-RT-END-TIME (WS-RL-STEP) TO WS-TIME-VALUE
               STRING WS-RT-END-DATE (WS-RL-STEP) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TIME-HHMM DELIMITED BY SIZE
                      INTO WS-END-TEXT
               END-STRING
               MOVE WS-RT-LAST-RC (WS-RL-STEP) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-RC-TEXT
           END-IF
           MOVE SPACES TO STATUS-LINE
           STRING WS-RS-STEP-ID (WS-RL-STEP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUNS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FAILS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-START-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-END-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RC-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NEXT-TEXT DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE.

       PRINT-STEP-COUNTS.
      * THE RECORD COUNTS THE LATEST FINISH STAMP CARRIED.
           IF WS-RT-COUNT-NAME (WS-RL-STEP 1) NOT = SPACES
               PERFORM BUILD-COUNT-TEXT
                   VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
               MOVE SPACES TO STATUS-LINE
               STRING '                 COUNTS: ' DELIMITED BY SIZE
                      WS-COUNT-TEXT (1) DELIMITED BY SIZE
                      WS-COUNT-TEXT (2) DELIMITED BY SIZE
                      WS-COUNT-TEXT (3) DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
               WRITE STATUS-LINE
           END-IF.

       BUILD-COUNT-TEXT.
           MOVE SPACES TO WS-COUNT-TEXT (WS-COUNT-SUB)
           IF WS-RT-COUNT-NAME (WS-RL-STEP WS-COUNT-SUB) NOT = SPACES
               MOVE WS-RT-COUNT-VALUE (WS-RL-STEP WS-COUNT-SUB)
                   TO WS-COUNT-EDIT
               STRING WS-RT-COUNT-NAME (WS-RL-STEP WS-COUNT-SUB)
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO WS-COUNT-TEXT (WS-COUNT-SUB)
               END-STRING
           END-IF.

       PRINT-PERIOD-SUMMARY.
      * WHERE THE CYCLE STANDS: THE JOB-STREAM STEP THAT LAST
      * COMPLETED CLEANLY, AND HOW MANY STEPS ARE DOWN AS FAILED OR
      * NOT FINISHED ON THEIR LATEST RUN.
           MOVE WS-TROUBLE-COUNT TO WS-TROUBLE-EDIT
           MOVE SPACES TO STATUS-LINE
           IF WS-LAST-CLEAN-STEP > 0
               STRING 'CYCLE STANDS AT: ' DELIMITED BY SIZE
                      WS-RS-STEP-ID (WS-LAST-CLEAN-STEP)
                          DELIMITED BY SIZE
                      ' LAST COMPLETED CLEAN   STEPS FAILED OR NOT '
                          DELIMITED BY SIZE
                      'FINISHED: ' DELIMITED BY SIZE
                      WS-TROUBLE-EDIT DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
           ELSE
               STRING 'CYCLE STANDS AT: NO STEP COMPLETED CLEAN YET'
                          DELIMITED BY SIZE
                      '   STEPS FAILED OR NOT FINISHED: '
                          DELIMITED BY SIZE
                      WS-TROUBLE-EDIT DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
           END-IF
           WRITE STATUS-LINE.

       PRINT-REPORT-TOTALS.
           MOVE WS-PT-COUNT TO WS-PERIODS-EDIT
           MOVE SPACES TO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING 'PERIODS REPORTED: ' DELIMITED BY SIZE
                  WS-PERIODS-EDIT DELIMITED BY SIZE
                  INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           IF WS-PT-DROPPED > 0
               MOVE WS-PT-DROPPED TO WS-DROPPED-EDIT
               MOVE SPACES TO STATUS-LINE
               STRING 'OLDEST PERIODS NOT REPORTED: '
                          DELIMITED BY SIZE
                      WS-DROPPED-EDIT DELIMITED BY SIZE
                      ' - THE LEDGER HOLDS MORE PERIODS THAN THE '
                          DELIMITED BY SIZE
                      'REPORT TABLE' DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
               WRITE STATUS-LINE
           END-IF
           MOVE SPACES TO STATUS-LINE
           IF WS-CURRENT-TROUBLE > 0
               MOVE WS-CURRENT-TROUBLE TO WS-TROUBLE-EDIT
               STRING 'CURRENT PERIOD HAS ' DELIMITED BY SIZE
                      WS-TROUBLE-EDIT DELIMITED BY SIZE
                      ' STEP(S) FAILED OR NOT FINISHED - SEE NEXT '
                          DELIMITED BY SIZE
                      'COLUMN BEFORE RESUBMITTING' DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
           ELSE
               MOVE 'CURRENT PERIOD HAS NO FAILED OR UNFINISHED STEPS'
                   TO STATUS-LINE
           END-IF
           WRITE STATUS-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'CYCLE-STATUS' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'CYCLE-STATUS: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'CYCLE-STATUS: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'CYCLE-STATUS: '
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
