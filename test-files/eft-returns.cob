      * PURPOSE: PROCESS THE BANK'S ACH RETURN AND NOTIFICATION-OF-
      *          CHANGE FILE (BANKRET.DAT) AGAINST THE EFT OUTPUT WE
      *          TRANSMITTED. EACH RETURNED ENTRY IS MATCHED TO OUR
      *          OWN DETAILS (EFTFILE.DAT, SUPPEFT.DAT AND
      *          OFFEFT.DAT) BY TRACE
      *          NUMBER AND EMP-ID; A MATCHED RETURN BACKS THE
      *          RETURNED NET PAY OUT OF THE YTD MASTER WITH AN
      *          AUDIT JOURNAL ENTRY AND RE-SETS THE PRENOTE FLAG
      *          APPLIED, AND A 'C' COMPLETION RECORD FOR THIS
      *          PERIOD BLOCKS AN INNOCENT RESUBMISSION OF THE SAME
      *          BANKRET.DAT FROM REVERSING EVERY RETURN TWICE -
      *          REMOVING RETCHK.DAT IS THE EXPLICIT OVERRIDE. EACH
      *          DETAIL CARRIES THE PAYING AGENCY OF THE BATCH IT
      *          WENT OUT IN, SO THE SUMMARY SHOWS EVERY AGENCY'S
      *          TRANSMITTED, RETURNED AND NET SETTLED FIGURES
      *          ALONGSIDE THE TOTALS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFT-RETURNS.
           SELECT SUPP-EFT-FILE ASSIGN TO 'SUPPEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-EFT-STATUS.
           SELECT OFF-EFT-FILE ASSIGN TO 'OFFEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFF-EFT-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RET-CHECKPOINT ASSIGN TO 'RETCHK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-EFT-FILE.
       01  SUPP-EFT-RAW-RECORD     PIC X(94).

      * THE OFF-CYCLE RUN'S EFT OUTPUT - SAME 94-BYTE LAYOUT, READ
      * THE SAME WAY.
       FD  OFF-EFT-FILE.
       01  OFF-EFT-RAW-RECORD      PIC X(94).

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

      * CK-EMPLOYEE-COUNT THE RECORDS PROCESSED, CK-EFT-ENTRY-COUNT
      * THE RETURNS BACKED OUT, CK-EFT-TOTAL-CREDIT THE DOLLARS
      * BACKED OUT, CK-EFT-TRACE-SEQ THE NOC COUNT AND
      * CK-SUSPENSE-COUNT THE UNMATCHED COUNT. IN EACH AGENCY SLOT,
      * CK-AG-EMP-COUNT CARRIES THE RETURNS MATCHED TO THAT AGENCY,
      * CK-AG-EFT-COUNT/CK-AG-EFT-CREDIT ITS RETURNS BACKED OUT AND
      * CK-AG-CHECK-COUNT ITS NOC COUNT.
       FD  RET-CHECKPOINT.
           COPY CHECKPOINT-RECORD.

      * THE PAYING AGENCIES - THE SAME TABLE PAYROLL-CALC BATCHED BY.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-RETURN-STATUS    PIC X(02) VALUE '00'.
               88  RETURN-FILE-NOT-FOUND    VALUE '35'.
           05  WS-EFT-STATUS       PIC X(02) VALUE '00'.
               88  EFT-FILE-NOT-FOUND       VALUE '35'.
           05  WS-SUPP-EFT-STATUS  PIC X(02) VALUE '00'.
               88  SUPP-EFT-NOT-FOUND       VALUE '35'.
           05  WS-OFF-EFT-STATUS   PIC X(02) VALUE '00'.
               88  OFF-EFT-NOT-FOUND        VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
               88  YTD-MASTER-NOT-FOUND     VALUE '35'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.
           05  WS-CHECKPOINT-STATUS PIC X(02) VALUE '00'.
               88  CHECKPOINT-FILE-NOT-FOUND VALUE '35'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  EFT-FILE-EOF            VALUE 'Y'.
           05  WS-SUPP-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  SUPP-EFT-EOF            VALUE 'Y'.
           05  WS-OFF-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  OFF-EFT-EOF             VALUE 'Y'.
           05  WS-MATCHED-SWITCH   PIC X(01) VALUE 'N'.
               88  DETAIL-MATCHED          VALUE 'Y'.
           05  WS-YTD-REVERSED-SW  PIC X(01) VALUE 'N'.
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  PRIOR-RUN-COMPLETE      VALUE 'C'.
           05  WS-CK-PERIOD        PIC 9(4) VALUE 0.
           05  WS-CK-AG-SUB        PIC 9(2) VALUE 0.

           COPY AGENCY-TABLE.

      * EACH AGENCY'S FIGURES, ROW FOR ROW WITH WS-AGENCY-TABLE -
      * WHAT WENT OUT IN ITS BATCHES THIS CYCLE (RECOUNTED FROM THE
      * FILES ON EVERY RUN) AND WHAT CAME BACK AGAINST THEM
      * (CARRIED IN THE CHECKPOINT SLOTS ACROSS A RESTART). A RETURN
      * IS CHARGED TO THE AGENCY OF THE BATCH ITS DETAIL WENT OUT
      * IN; WS-LOAD-AG-ROW IS THE BATCH BEING LOADED AND
      * WS-MATCHED-AG-ROW THE AGENCY OF THE DETAIL JUST MATCHED -
      * ZERO WHEN THE BATCH NAMED AN AGENCY NOT ON AGENCY.DAT.
       01  WS-AGENCY-RETURNS.
           05  WS-AR-ENTRY OCCURS 10 TIMES.
               10  WS-AR-SENT-COUNT PIC 9(6).
               10  WS-AR-SENT-TOTAL PIC 9(12)V99.
               10  WS-AR-RETURN-COUNT PIC 9(4).
               10  WS-AR-BACKED-OUT-COUNT PIC 9(6).
               10  WS-AR-BACKED-OUT-TOTAL PIC 9(12)V99.
               10  WS-AR-NOC-COUNT PIC 9(6).
       01  WS-AGENCY-RETURN-WORK.
           05  WS-LOAD-AG-ROW      PIC 9(2) VALUE 1.
           05  WS-MATCHED-AG-ROW   PIC 9(2) VALUE 0.
           05  WS-AR-NET-SETTLED   PIC S9(12)V99 VALUE 0.
           05  WS-AR-NET-EDIT      PIC -(12)9.99.
           05  WS-AR-OTHER-COUNT   PIC 9(6) VALUE 0.
           05  WS-AR-OTHER-TOTAL   PIC 9(12)V99 VALUE 0.

      * EVERY '6' DETAIL WE TRANSMITTED THIS CYCLE, LOADED UP FRONT
      * SO EACH BANK RECORD MATCHES IN ONE TABLE SCAN INSTEAD OF A
                   15  WS-DET-AMOUNT PIC 9(7)V99.
                   15  WS-DET-ROUTING PIC 9(9).
                   15  WS-DET-ACCOUNT PIC X(17).
                   15  WS-DET-AG-ROW PIC 9(2).

      * THE ACCOUNT BEHIND THE MATCHED DETAIL, AND WHICH ACCOUNT
      * ON THE EMPLOYEE MASTER IT IS - SLOT 0 IS THE PRIMARY,
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM LOAD-AGENCY-TABLE
           PERFORM READ-LAST-CHECKPOINT
           IF RESTARTED-RUN
               OPEN EXTEND EXCEPTION-REPORT
           CLOSE AUDIT-JOURNAL
           CLOSE RET-CHECKPOINT

           MOVE 'RETURNS' TO WS-RL-COUNT-NAME (1)
           MOVE WS-RETURN-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'BACKED OUT' TO WS-RL-COUNT-NAME (2)
           MOVE WS-BACKED-OUT-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'NOC' TO WS-RL-COUNT-NAME (3)
           MOVE WS-NOC-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER

           STOP RUN.

       READ-LAST-CHECKPOINT.
                       MOVE 0 TO WS-BACKED-OUT-TOTAL
                       MOVE 0 TO WS-NOC-COUNT
                       MOVE 0 TO WS-UNMATCHED-COUNT
                       PERFORM ZERO-AGENCY-RETURNS
                           VARYING WS-AG-SUB FROM 1 BY 1
                           UNTIL WS-AG-SUB > WS-AG-COUNT
                   END-IF
               ELSE
                   IF WS-RESTART-RECORD-NO > 0
               MOVE CK-SUSPENSE-COUNT TO WS-UNMATCHED-COUNT
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
               MOVE CK-PERIOD-NUMBER TO WS-CK-PERIOD
               PERFORM RESTORE-CK-AGENCY-SLOT
                   VARYING WS-CK-AG-SUB FROM 1 BY 1
                   UNTIL WS-CK-AG-SUB > WS-AG-MAX
           END-IF.

       RESTORE-CK-AGENCY-SLOT.
           IF CK-AG-CODE (WS-CK-AG-SUB) NOT = SPACES
               MOVE CK-AG-CODE (WS-CK-AG-SUB) TO WS-AG-KEY
               PERFORM GET-AGENCY-ROW
               IF AGENCY-FOUND
                   MOVE CK-AG-EMP-COUNT (WS-CK-AG-SUB)
                       TO WS-AR-RETURN-COUNT (WS-AG-CUR)
                   MOVE CK-AG-EFT-COUNT (WS-CK-AG-SUB)
                       TO WS-AR-BACKED-OUT-COUNT (WS-AG-CUR)
                   MOVE CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
                       TO WS-AR-BACKED-OUT-TOTAL (WS-AG-CUR)
                   MOVE CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
                       TO WS-AR-NOC-COUNT (WS-AG-CUR)
               END-IF
           END-IF.

       SAVE-CK-AGENCY-SLOT.
      * EVERY SLOT IS WRITTEN, THE ONES PAST THE LAST AGENCY BLANK.
           MOVE 0 TO CK-AG-TOTAL-PAYROLL (WS-CK-AG-SUB)
           MOVE 0 TO CK-AG-EFT-HASH (WS-CK-AG-SUB)
           MOVE 0 TO CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
           IF WS-CK-AG-SUB > WS-AG-COUNT
               MOVE SPACES TO CK-AG-CODE (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EMP-COUNT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EFT-COUNT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
           ELSE
               MOVE WS-AG-CODE (WS-CK-AG-SUB)
                   TO CK-AG-CODE (WS-CK-AG-SUB)
               MOVE WS-AR-RETURN-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-EMP-COUNT (WS-CK-AG-SUB)
               MOVE WS-AR-BACKED-OUT-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-EFT-COUNT (WS-CK-AG-SUB)
               MOVE WS-AR-BACKED-OUT-TOTAL (WS-CK-AG-SUB)
                   TO CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
               MOVE WS-AR-NOC-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
           END-IF.

       OPEN-CHECKPOINT-FILE.
               MOVE WS-NOC-COUNT TO CK-EFT-TRACE-SEQ
               MOVE 'A' TO CK-RUN-STATUS
               MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
               MOVE 0 TO CK-CHECK-COUNT
               MOVE 0 TO CK-CHECK-TOTAL
               PERFORM SAVE-CK-AGENCY-SLOT
                   VARYING WS-CK-AG-SUB FROM 1 BY 1
                   UNTIL WS-CK-AG-SUB > WS-AG-MAX
               WRITE CHECKPOINT-RECORD
               MOVE 0 TO WS-SINCE-CHECKPOINT
           END-IF.
           MOVE WS-NOC-COUNT TO CK-EFT-TRACE-SEQ
           MOVE 'C' TO CK-RUN-STATUS
           MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
           MOVE 0 TO CK-CHECK-COUNT
           MOVE 0 TO CK-CHECK-TOTAL
           PERFORM SAVE-CK-AGENCY-SLOT
               VARYING WS-CK-AG-SUB FROM 1 BY 1
               UNTIL WS-CK-AG-SUB > WS-AG-MAX
           WRITE CHECKPOINT-RECORD.

       READ-PAY-PERIOD-CONTROL.
      * THE PERIOD STAMP FOR JOURNAL RECORDS, THE REPORT HEADING AND
      * THE RUN LEDGER - A MISSING CONTROL FILE LEAVES THE STAMP
      * ZERO, WHICH THE LEDGER CHECK THEN REFUSES, AS NO
      * BALANCE-RECON CAN HAVE COMPLETED FOR PERIOD ZERO.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT PAY-PERIOD-FILE-NOT-FOUND
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
                       MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

       LOAD-AGENCY-TABLE.
      * THE SAME AGENCY TABLE PAYROLL-CALC BATCHED BY. WITHOUT IT NO
      * RETURN CAN BE CHARGED TO AN AGENCY, SO IT STOPS THE RUN.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-NOT-FOUND
               DISPLAY 'EFT-RETURNS: AGENCY.DAT MISSING - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'EFT-RETURNS: AGENCY.DAT EMPTY - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-AGENCY-RECORD.
           READ AGENCY-FILE
               AT END SET AGENCY-FILE-EOF TO TRUE
               NOT AT END PERFORM STORE-AGENCY-ROW
           END-READ.

       STORE-AGENCY-ROW.
      * A BLANK OR REPEATED CODE WOULD LEAVE IT UNCLEAR WHICH
      * AGENCY'S BATCH A FIGURE BELONGS TO, SO EITHER STOPS THE RUN.
           IF AC-AGENCY-CODE = SPACES
               DISPLAY 'EFT-RETURNS: AGENCY.DAT RECORD WITH NO '
                   'AGENCY CODE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AC-AGENCY-CODE TO WS-AG-KEY
           MOVE 'N' TO WS-AG-HIT-SW
           PERFORM FIND-AGENCY-ROW
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT OR AGENCY-FOUND
           IF AGENCY-FOUND
               DISPLAY 'EFT-RETURNS: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'EFT-RETURNS: MORE THAN ' WS-AG-MAX
                   ' AGENCIES - ENLARGE WS-AGENCY-TABLE - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AG-COUNT
           MOVE WS-AG-COUNT TO WS-AG-SUB
           MOVE AC-AGENCY-CODE TO WS-AG-CODE (WS-AG-SUB)
           MOVE AC-COMPANY-ID TO WS-AG-COMPANY-ID (WS-AG-SUB)
           MOVE AC-COMPANY-NAME TO WS-AG-COMPANY-NAME (WS-AG-SUB)
           MOVE AC-FUNDING-ROUTING
               TO WS-AG-FUNDING-ROUTING (WS-AG-SUB)
           MOVE AC-FUNDING-ACCOUNT
               TO WS-AG-FUNDING-ACCOUNT (WS-AG-SUB)
           MOVE 0 TO WS-AR-SENT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AR-SENT-TOTAL (WS-AG-SUB)
           PERFORM ZERO-AGENCY-RETURNS.

       ZERO-AGENCY-RETURNS.
           MOVE 0 TO WS-AR-RETURN-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AR-BACKED-OUT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AR-BACKED-OUT-TOTAL (WS-AG-SUB)
           MOVE 0 TO WS-AR-NOC-COUNT (WS-AG-SUB).

       GET-AGENCY-ROW.
      * WS-AG-KEY TO ITS ROW IN WS-AG-CUR - BLANK IS ROW 1, THE
      * AGENCY RUNNING THE PAYROLL; ZERO WHEN NOT ON AGENCY.DAT.
           MOVE 'N' TO WS-AG-HIT-SW
           MOVE 0 TO WS-AG-CUR
           IF WS-AG-KEY = SPACES
               MOVE 1 TO WS-AG-CUR
               SET AGENCY-FOUND TO TRUE
           ELSE
               PERFORM FIND-AGENCY-ROW
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT OR AGENCY-FOUND
               IF AGENCY-FOUND
                   MOVE WS-AG-SUB TO WS-AG-CUR
               END-IF
           END-IF.

       FIND-AGENCY-ROW.
           IF WS-AG-CODE (WS-AG-SUB) = WS-AG-KEY
               SET AGENCY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-AG-SUB
           END-IF.

       OPEN-BANK-RETURN-FILE.
      * NO RETURN FILE MEANS THE BANK RETURNED NOTHING THIS CYCLE -
      * A LEGITIMATE (AND WELCOME) EMPTY RUN, NOT AN ERROR.
           WRITE AUDIT-JOURNAL-RECORD.

       LOAD-EFT-DETAILS.
      * PULL EVERY '6' DETAIL OFF ALL THE TRANSMITTED FILES - LIVE
      * CREDITS AND PRENOTES ALIKE, SINCE A PRENOTE CAN COME BACK
      * TOO. A MISSING SUPPLEMENTAL OR OFF-CYCLE FILE JUST MEANS NO
      * SUCH RUN WENT OUT THIS CYCLE. EACH '5' BATCH HEADER NAMES
      * THE AGENCY ITS DETAILS BELONG TO.
           OPEN INPUT EFT-FILE
           IF EFT-FILE-NOT-FOUND
               SET EFT-FILE-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-SUPP-DETAIL UNTIL SUPP-EFT-EOF
               CLOSE SUPP-EFT-FILE
           END-IF
           OPEN INPUT OFF-EFT-FILE
           IF OFF-EFT-NOT-FOUND
               SET OFF-EFT-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-OFF-DETAIL UNTIL OFF-EFT-EOF
               CLOSE OFF-EFT-FILE
           END-IF.

       LOAD-ONE-EFT-DETAIL.
           READ EFT-FILE NEXT RECORD
               AT END SET EFT-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM CLASSIFY-EFT-RECORD
           END-READ.

       LOAD-ONE-SUPP-DETAIL.
               AT END SET SUPP-EFT-EOF TO TRUE
               NOT AT END
                   MOVE SUPP-EFT-RAW-RECORD TO EFT-RECORD
                   PERFORM CLASSIFY-EFT-RECORD
           END-READ.

       LOAD-ONE-OFF-DETAIL.
           READ OFF-EFT-FILE NEXT RECORD
               AT END SET OFF-EFT-EOF TO TRUE
               NOT AT END
                   MOVE OFF-EFT-RAW-RECORD TO EFT-RECORD
                   PERFORM CLASSIFY-EFT-RECORD
           END-READ.

       CLASSIFY-EFT-RECORD.
           EVALUATE EFT-RECORD-TYPE
               WHEN '5'
                   MOVE EBH-AGENCY-CODE TO WS-AG-KEY
                   PERFORM GET-AGENCY-ROW
                   MOVE WS-AG-CUR TO WS-LOAD-AG-ROW
               WHEN '6'
                   PERFORM STORE-EFT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-EFT-DETAIL.
           IF WS-DETAIL-COUNT >= WS-DETAIL-MAX
               DISPLAY 'EFT-RETURNS: MORE THAN ' WS-DETAIL-MAX
           MOVE EFT-ROUTING-NUMBER
               TO WS-DET-ROUTING (WS-DETAIL-COUNT)
           MOVE EFT-ACCOUNT-NUMBER
               TO WS-DET-ACCOUNT (WS-DETAIL-COUNT)
           MOVE WS-LOAD-AG-ROW TO WS-DET-AG-ROW (WS-DETAIL-COUNT)
           IF WS-LOAD-AG-ROW > 0
               ADD 1 TO WS-AR-SENT-COUNT (WS-LOAD-AG-ROW)
               ADD EFT-AMOUNT TO WS-AR-SENT-TOTAL (WS-LOAD-AG-ROW)
           ELSE
               ADD 1 TO WS-AR-OTHER-COUNT
               ADD EFT-AMOUNT TO WS-AR-OTHER-TOTAL
           END-IF.

       PROCESS-RETURNS.
           READ BANK-RETURN-FILE NEXT RECORD
                   TO WS-MATCHED-ROUTING
               MOVE WS-DET-ACCOUNT (WS-DETAIL-SUB)
                   TO WS-MATCHED-ACCOUNT
               MOVE WS-DET-AG-ROW (WS-DETAIL-SUB)
                   TO WS-MATCHED-AG-ROW
           END-IF.

       FIND-TARGET-ACCOUNT.
               ADD 1 TO WS-BACKED-OUT-COUNT
               ADD BR-AMOUNT TO WS-BACKED-OUT-TOTAL
           END-IF
           IF WS-MATCHED-AG-ROW > 0
               ADD 1 TO WS-AR-RETURN-COUNT (WS-MATCHED-AG-ROW)
               IF YTD-NET-REVERSED
                   ADD 1 TO WS-AR-BACKED-OUT-COUNT (WS-MATCHED-AG-ROW)
                   ADD BR-AMOUNT
                       TO WS-AR-BACKED-OUT-TOTAL (WS-MATCHED-AG-ROW)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN YTD-NET-REVERSED
                   PERFORM PRINT-RETURN-LINE
                   MOVE EMPLOYEE-RECORD TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-NOC-COUNT
                   IF WS-MATCHED-AG-ROW > 0
                       ADD 1 TO WS-AR-NOC-COUNT (WS-MATCHED-AG-ROW)
                   END-IF
                   PERFORM PRINT-NOC-LINE
           END-READ.

                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           PERFORM PRINT-AGENCY-SUMMARY-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           IF WS-AR-OTHER-COUNT > 0
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'DETAILS IN BATCHES FOR AN AGENCY NOT ON '
                          DELIMITED BY SIZE
                      'AGENCY.DAT: ' DELIMITED BY SIZE
                      WS-AR-OTHER-COUNT DELIMITED BY SIZE
                      ' ($' DELIMITED BY SIZE
                      WS-AR-OTHER-TOTAL DELIMITED BY SIZE
                      ') - RETURNS AGAINST THEM ARE IN THE TOTALS '
                          DELIMITED BY SIZE
                      'ONLY' DELIMITED BY SIZE
                      INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           IF WS-BACKED-OUT-COUNT > 0
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'RETURNED PAYMENTS ARE UNPAID - TO PAY BY '
                          DELIMITED BY SIZE
                      'CHECK, SET PAY METHOD ''C'' ON EMPLOYEE-INQUIRY'
                          DELIMITED BY SIZE
                      ' AND KEY AN OFF-CYCLE EMERGENCY SALARY REQUEST'
                          DELIMITED BY SIZE
                      INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF.

       PRINT-AGENCY-SUMMARY-LINE.
      * NET SETTLED IS WHAT THE AGENCY'S BATCHES ACTUALLY PAID OUT -
      * TRANSMITTED LESS WHAT CAME BACK.
           COMPUTE WS-AR-NET-SETTLED = WS-AR-SENT-TOTAL (WS-AG-SUB)
                   - WS-AR-BACKED-OUT-TOTAL (WS-AG-SUB)
           MOVE WS-AR-NET-SETTLED TO WS-AR-NET-EDIT
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' TRANSMITTED: ' DELIMITED BY SIZE
                  WS-AR-SENT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-AR-SENT-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  ') RETURNED: ' DELIMITED BY SIZE
                  WS-AR-RETURN-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' BACKED OUT: ' DELIMITED BY SIZE
                  WS-AR-BACKED-OUT-COUNT (WS-AG-SUB)
                      DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-AR-BACKED-OUT-TOTAL (WS-AG-SUB)
                      DELIMITED BY SIZE
                  ') NOC: ' DELIMITED BY SIZE
                  WS-AR-NOC-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' NET SETTLED $' DELIMITED BY SIZE
                  WS-AR-NET-EDIT DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'EFT-RETURNS' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'EFT-RETURNS: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'EFT-RETURNS: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'EFT-RETURNS: '
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
