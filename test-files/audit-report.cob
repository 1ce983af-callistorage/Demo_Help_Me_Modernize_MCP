               FILE STATUS IS WS-SELECTION-STATUS.
           SELECT AUDIT-LISTING ASSIGN TO 'AUDIT.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SEL-FROM-DATE       PIC 9(8).
           05  SEL-TO-DATE         PIC 9(8).

      * WIDE ENOUGH FOR A FULL 850-BYTE BEFORE/AFTER IMAGE PLUS
      * ITS LABEL - THE LISTING MUST NEVER CLIP WHAT THE JOURNAL
      * RECORDED.
       FD  AUDIT-LISTING.
       01  LISTING-LINE            PIC X(870).

      * READ FOR THE PERIOD THE RUN LEDGER STAMPS THIS RUN UNDER.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-AUDIT-STATUS     PIC X(02) VALUE '00'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.
           05  WS-SELECTION-STATUS PIC X(02) VALUE '00'.
               88  SELECTION-FILE-NOT-FOUND VALUE '35'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.

       01  WS-COUNTERS.
           05  WS-LISTED-COUNT     PIC 9(6) VALUE 0.
           05  WS-SEL-FROM-DATE    PIC 9(8) VALUE 0.
           05  WS-SEL-TO-DATE      PIC 9(8) VALUE 99999999.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT AUDIT-LISTING
           PERFORM READ-SELECTION
           PERFORM PRINT-HEADING
           PERFORM LIST-JOURNAL
           PERFORM PRINT-TOTALS
           CLOSE AUDIT-LISTING
           MOVE 'LISTED' TO WS-RL-COUNT-NAME (1)
           MOVE WS-LISTED-COUNT TO WS-RL-COUNT-VALUE (1)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * THE CURRENT PERIOD IS WHAT THE RUN LEDGER STAMPS THIS RUN
      * UNDER. NO CONTROL FILE LEAVES IT ZERO.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT PAY-PERIOD-FILE-NOT-FOUND
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

       READ-SELECTION.
           OPEN INPUT SELECTION-FILE
           IF SELECTION-FILE-NOT-FOUND
                  INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'AUDIT-REPORT' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'AUDIT-REPORT: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'AUDIT-REPORT: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'AUDIT-REPORT: '
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
