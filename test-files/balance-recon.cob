      * DATE: 2026
      * PURPOSE: END-OF-RUN BALANCING. RUNS RIGHT AFTER PAYROLL-CALC
      *          AND RECONCILES, FOR THE PERIOD ON PAYPERIOD.DAT:
      *          EACH AGENCY BATCH ON THE EFT FILE AGAINST ITS OWN
      *          TRAILER AND THE TRAILERS AGAINST THE FILE CONTROL
      *          RECORD, THE EFT TOTAL CREDIT PLUS THE PAPER CHECKS
      *          ISSUED ON CHECKS.DAT AGAINST THE NET PAY POSTED TO
      *          THE YTD MASTER THIS PERIOD, THE EFT FILE AND THE
      *          CHECKS EACH AGAINST THE FINAL COUNTERS PAYROLL-CALC
      *          LEAVES IN ITS COMPLETION CHECKPOINT RECORD, PLUS THE
      *          SUSPENSE FILE COUNT - THEN THE SAME DISBURSEMENT AND
      *          CHECKPOINT TESTS AGAIN FOR EACH PAYING AGENCY ON
      *          AGENCY.DAT, SO ONE AGENCY'S SHORTFALL CAN'T HIDE
      *          BEHIND ANOTHER'S OVERAGE.
      *          PRODUCES A ONE-PAGE BALANCE.RPT WITH AN EXPLICIT
      *          IN BALANCE / OUT OF BALANCE VERDICT AND SETS A
      *          NONZERO RETURN CODE ON ANY MISMATCH SO THE
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'CHECKS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO 'BALANCE.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPENSE-RECORD.

      * THE REGULAR RUN'S PAPER CHECKS.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

       FD  BALANCE-REPORT.
       01  BALANCE-LINE            PIC X(132).

      * THE PAYING AGENCIES, IN THE ORDER PAYROLL-CALC BATCHES THEM.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * READ BY KEY FOR THE AGENCY A CHECK OR YTD POSTING BELONGS TO.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

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
           05  WS-EFT-STATUS       PIC X(02) VALUE '00'.
           05  WS-SUSPENSE-STATUS  PIC X(02) VALUE '00'.
               88  SUSPENSE-FILE-NOT-FOUND  VALUE '35'.
               88  SUSPENSE-FILE-AT-END     VALUE '10'.
           05  WS-CHECK-FILE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-FILE-NOT-FOUND     VALUE '35'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
               88  EMPLOYEE-FILE-NOT-FOUND  VALUE '35'.

       01  WS-SWITCHES.
           05  WS-TRAILER-SEEN-SW  PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.
           05  WS-CONTROL-SEEN-SW  PIC X(01) VALUE 'N'.
               88  FILE-CONTROL-SEEN       VALUE 'Y'.
           05  WS-AGENCY-OK-SW     PIC X(01) VALUE 'Y'.
               88  AGENCY-IN-BALANCE       VALUE 'Y'.
           05  WS-BALANCED-SWITCH  PIC X(01) VALUE 'Y'.
               88  RUN-IN-BALANCE          VALUE 'Y'.

           05  WS-EFT-DETAIL-HASH  PIC 9(10) VALUE 0.
           05  WS-EFT-DETAIL-TOTAL PIC 9(12)V99 VALUE 0.

      * WHAT THE TRAILERS CLAIM, SUMMED OVER EVERY BATCH.
       01  WS-EFT-TRAILER.
           05  WS-TRAILER-COUNT    PIC 9(6) VALUE 0.
           05  WS-TRAILER-HASH     PIC 9(10) VALUE 0.
           05  WS-TRAILER-TOTAL    PIC 9(12)V99 VALUE 0.

      * THE BATCH BEING READ, RECOMPUTED FROM ITS OWN DETAILS AND
      * PROVED AGAINST ITS OWN TRAILER, AND HOW MANY BATCHES OPENED,
      * CLOSED AND FAILED THAT PROOF.
       01  WS-EFT-BATCH.
           05  WS-BATCH-COUNT      PIC 9(6) VALUE 0.
           05  WS-BATCH-CLOSED-COUNT PIC 9(6) VALUE 0.
           05  WS-BAD-BATCH-COUNT  PIC 9(6) VALUE 0.
           05  WS-BATCH-DETAIL-COUNT PIC 9(6) VALUE 0.
           05  WS-BATCH-DETAIL-HASH PIC 9(10) VALUE 0.
           05  WS-BATCH-DETAIL-TOTAL PIC 9(12)V99 VALUE 0.
           05  WS-BATCH-AG-ROW     PIC 9(2) VALUE 0.

      * WHAT THE '9' FILE CONTROL RECORD CLAIMS.
       01  WS-EFT-FILE-CONTROL.
           05  WS-CONTROL-BATCHES  PIC 9(6) VALUE 0.
           05  WS-CONTROL-COUNT    PIC 9(8) VALUE 0.
           05  WS-CONTROL-HASH     PIC 9(10) VALUE 0.
           05  WS-CONTROL-TOTAL    PIC 9(12)V99 VALUE 0.

           COPY AGENCY-TABLE.

      * EACH AGENCY'S SHARE OF THE FIGURES ABOVE, ROW FOR ROW WITH
      * WS-AGENCY-TABLE: ITS EFT BATCH AND CHECKS AS FOUND ON THE
      * FILES, THE NET POSTED TO ITS EMPLOYEES' YTD RECORDS, AND
      * WHAT PAYROLL-CALC'S COMPLETION RECORD SAYS IT PAID.
       01  WS-AGENCY-BALANCES.
           05  WS-AB-ENTRY OCCURS 10 TIMES.
               10  WS-AB-EFT-COUNT PIC 9(6).
               10  WS-AB-EFT-TOTAL PIC 9(12)V99.
               10  WS-AB-CHECK-COUNT PIC 9(6).
               10  WS-AB-CHECK-TOTAL PIC 9(12)V99.
               10  WS-AB-YTD-NET   PIC 9(12)V99.
               10  WS-AB-YTD-COUNT PIC 9(6).
               10  WS-AB-CK-EFT-COUNT PIC 9(6).
               10  WS-AB-CK-EFT-TOTAL PIC 9(12)V99.
               10  WS-AB-CK-CHECK-COUNT PIC 9(6).
               10  WS-AB-CK-CHECK-TOTAL PIC 9(12)V99.

      * MONEY THAT COULDN'T BE PUT TO ANY AGENCY ON AGENCY.DAT - A
      * BATCH, CHECK OR YTD POSTING WITH AN UNKNOWN AGENCY OR NO
      * MASTER RECORD. ANY AT ALL PUTS THE RUN OUT OF BALANCE.
       01  WS-AGENCY-WORK.
           05  WS-AB-DISBURSED     PIC 9(12)V99 VALUE 0.
           05  WS-UNATTRIBUTED-COUNT PIC 9(6) VALUE 0.
           05  WS-UNATTRIBUTED-TOTAL PIC 9(12)V99 VALUE 0.
           05  WS-CK-UNATTR-COUNT  PIC 9(6) VALUE 0.
           05  WS-CK-UNATTR-TOTAL  PIC 9(12)V99 VALUE 0.
           05  WS-CK-AG-SUB        PIC 9(2) VALUE 0.
           05  WS-LOOKUP-EMP-ID    PIC 9(6) VALUE 0.

      * WHAT THE CHECK FILE ADDS UP TO, AND THE EFT CREDITS AND
      * CHECKS TOGETHER - EVERYTHING THE RUN DISBURSED.
       01  WS-CHECK-COMPUTED.
           05  WS-CHECK-FILE-COUNT PIC 9(6) VALUE 0.
           05  WS-CHECK-FILE-TOTAL PIC 9(12)V99 VALUE 0.
           05  WS-DISBURSED-TOTAL  PIC 9(12)V99 VALUE 0.

      * NET PAY THE YTD MASTER SAYS POSTED THIS PERIOD.
       01  WS-YTD-TOTALS.
           05  WS-YTD-PERIOD-NET   PIC 9(12)V99 VALUE 0.
           05  WS-CK-SUSPENSE-COUNT PIC 9(4) VALUE 0.
           05  WS-CK-EFT-COUNT     PIC 9(6) VALUE 0.
           05  WS-CK-EFT-TOTAL     PIC 9(12)V99 VALUE 0.
           05  WS-CK-CHECK-COUNT   PIC 9(6) VALUE 0.
           05  WS-CK-CHECK-TOTAL   PIC 9(12)V99 VALUE 0.
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  CK-COMPLETE-SEEN        VALUE 'C'.
           05  WS-CK-PERIOD        PIC 9(4) VALUE 0.

       01  WS-SUSPENSE-COUNT       PIC 9(4) VALUE 0.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT BALANCE-REPORT
           PERFORM LOAD-AGENCY-TABLE
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'BALANCE-RECON: EMPDATA.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-FINAL-CHECKPOINT
           PERFORM TOTAL-EFT-FILE
           PERFORM TOTAL-CHECK-FILE
           PERFORM TOTAL-YTD-POSTINGS
           PERFORM COUNT-SUSPENSE-RECORDS
           PERFORM PRINT-BALANCE-REPORT
           CLOSE EMPLOYEE-FILE
           CLOSE BALANCE-REPORT
           IF NOT RUN-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'EFT DETAIL' TO WS-RL-COUNT-NAME (1)
           MOVE WS-EFT-DETAIL-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'CHECKS' TO WS-RL-COUNT-NAME (2)
           MOVE WS-CHECK-FILE-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'YTD POSTED' TO WS-RL-COUNT-NAME (3)
           MOVE WS-YTD-PERIOD-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
           END-READ
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           CLOSE PAY-PERIOD-FILE.

       LOAD-AGENCY-TABLE.
      * THE SAME AGENCY TABLE PAYROLL-CALC BATCHED BY. WITHOUT IT
      * THE AGENCY BALANCES CAN'T BE DRAWN, SO IT STOPS THE RUN.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-NOT-FOUND
               DISPLAY 'BALANCE-RECON: AGENCY.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'BALANCE-RECON: AGENCY.DAT EMPTY - RUN '
                   'STOPPED'
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
               DISPLAY 'BALANCE-RECON: AGENCY.DAT RECORD WITH NO '
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
               DISPLAY 'BALANCE-RECON: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'BALANCE-RECON: MORE THAN ' WS-AG-MAX
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
           MOVE 0 TO WS-AB-EFT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AB-EFT-TOTAL (WS-AG-SUB)
           MOVE 0 TO WS-AB-CHECK-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AB-CHECK-TOTAL (WS-AG-SUB)
           MOVE 0 TO WS-AB-YTD-NET (WS-AG-SUB)
           MOVE 0 TO WS-AB-YTD-COUNT (WS-AG-SUB)
           PERFORM ZERO-AGENCY-CHECKPOINT.

       ZERO-AGENCY-CHECKPOINT.
           MOVE 0 TO WS-AB-CK-EFT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AB-CK-EFT-TOTAL (WS-AG-SUB)
           MOVE 0 TO WS-AB-CK-CHECK-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AB-CK-CHECK-TOTAL (WS-AG-SUB).

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

       GET-EMPLOYEE-AGENCY.
      * THE AGENCY WS-LOOKUP-EMP-ID IS PAID BY, FROM THEIR MASTER
      * RECORD - ZERO IN WS-AG-CUR WHEN THERE IS NO MASTER OR ITS
      * AGENCY ISN'T ON AGENCY.DAT.
           MOVE WS-LOOKUP-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 0 TO WS-AG-CUR
               NOT INVALID KEY
                   MOVE EMP-AGENCY-CODE TO WS-AG-KEY
                   PERFORM GET-AGENCY-ROW
           END-READ.

       READ-FINAL-CHECKPOINT.
      * A CLEAN PAYROLL RUN LEAVES ONE 'C' COMPLETION RECORD. READ
      * THROUGH WHATEVER IS THERE AND KEEP THE LAST RECORD - IF IT
               MOVE CK-SUSPENSE-COUNT TO WS-CK-SUSPENSE-COUNT
               MOVE CK-EFT-ENTRY-COUNT TO WS-CK-EFT-COUNT
               MOVE CK-EFT-TOTAL-CREDIT TO WS-CK-EFT-TOTAL
               MOVE CK-CHECK-COUNT TO WS-CK-CHECK-COUNT
               MOVE CK-CHECK-TOTAL TO WS-CK-CHECK-TOTAL
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
               MOVE CK-PERIOD-NUMBER TO WS-CK-PERIOD
               PERFORM ZERO-AGENCY-CHECKPOINT
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT
               MOVE 0 TO WS-CK-UNATTR-COUNT
               MOVE 0 TO WS-CK-UNATTR-TOTAL
               PERFORM READ-CK-AGENCY-SLOT
                   VARYING WS-CK-AG-SUB FROM 1 BY 1
                   UNTIL WS-CK-AG-SUB > WS-AG-MAX
           END-IF.

       READ-CK-AGENCY-SLOT.
      * AN AGENCY IN THE CHECKPOINT THAT ISN'T ON AGENCY.DAT CAN'T
      * BE BALANCED - ITS FIGURES COUNT AS UNATTRIBUTED.
           IF CK-AG-CODE (WS-CK-AG-SUB) NOT = SPACES
               MOVE CK-AG-CODE (WS-CK-AG-SUB) TO WS-AG-KEY
               PERFORM GET-AGENCY-ROW
               IF AGENCY-FOUND
                   MOVE CK-AG-EFT-COUNT (WS-CK-AG-SUB)
                       TO WS-AB-CK-EFT-COUNT (WS-AG-CUR)
                   MOVE CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
                       TO WS-AB-CK-EFT-TOTAL (WS-AG-CUR)
                   MOVE CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
                       TO WS-AB-CK-CHECK-COUNT (WS-AG-CUR)
                   MOVE CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
                       TO WS-AB-CK-CHECK-TOTAL (WS-AG-CUR)
               ELSE
                   ADD 1 TO WS-CK-UNATTR-COUNT
                   ADD CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
                       TO WS-CK-UNATTR-TOTAL
                   ADD CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
                       TO WS-CK-UNATTR-TOTAL
               END-IF
           END-IF.

       TOTAL-EFT-FILE.
      * RECOMPUTE COUNT, HASH AND TOTAL FROM THE '6' DETAILS - FOR
      * THE FILE, FOR EACH BATCH AND FOR EACH BATCH'S AGENCY - AND
      * CAPTURE WHAT THE '8' TRAILERS AND '9' FILE CONTROL CLAIM.
           OPEN INPUT EFT-FILE
           IF EFT-FILE-NOT-FOUND
               CONTINUE
           READ EFT-FILE NEXT RECORD
           IF WS-EFT-STATUS = '00'
               EVALUATE EFT-RECORD-TYPE
                   WHEN '5'
                       PERFORM OPEN-EFT-BATCH
                   WHEN '6'
                       ADD 1 TO WS-EFT-DETAIL-COUNT
                       ADD EFT-ROUTING-NUMBER TO WS-EFT-DETAIL-HASH
                       ADD EFT-AMOUNT TO WS-EFT-DETAIL-TOTAL
                       ADD 1 TO WS-BATCH-DETAIL-COUNT
                       ADD EFT-ROUTING-NUMBER TO WS-BATCH-DETAIL-HASH
                       ADD EFT-AMOUNT TO WS-BATCH-DETAIL-TOTAL
                       IF WS-BATCH-AG-ROW > 0
                           ADD 1 TO WS-AB-EFT-COUNT (WS-BATCH-AG-ROW)
                           ADD EFT-AMOUNT
                               TO WS-AB-EFT-TOTAL (WS-BATCH-AG-ROW)
                       ELSE
                           ADD 1 TO WS-UNATTRIBUTED-COUNT
                           ADD EFT-AMOUNT TO WS-UNATTRIBUTED-TOTAL
                       END-IF
                   WHEN '8'
                       PERFORM CLOSE-EFT-BATCH
                   WHEN '9'
                       SET FILE-CONTROL-SEEN TO TRUE
                       MOVE EFC-BATCH-COUNT TO WS-CONTROL-BATCHES
                       MOVE EFC-ENTRY-COUNT TO WS-CONTROL-COUNT
                       MOVE EFC-ROUTING-HASH TO WS-CONTROL-HASH
                       MOVE EFC-TOTAL-CREDIT TO WS-CONTROL-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       OPEN-EFT-BATCH.
      * A NEW AGENCY BATCH - ITS DETAILS ARE COUNTED FROM HERE TO
      * ITS TRAILER, AND ARE THE MONEY OF THE AGENCY NAMED ON ITS
      * HEADER.
           ADD 1 TO WS-BATCH-COUNT
           MOVE 0 TO WS-BATCH-DETAIL-COUNT
           MOVE 0 TO WS-BATCH-DETAIL-HASH
           MOVE 0 TO WS-BATCH-DETAIL-TOTAL
           MOVE EBH-AGENCY-CODE TO WS-AG-KEY
           PERFORM GET-AGENCY-ROW
           MOVE WS-AG-CUR TO WS-BATCH-AG-ROW.

       CLOSE-EFT-BATCH.
      * PROVE THE BATCH AGAINST ITS OWN TRAILER, THEN ROLL THE
      * TRAILER INTO THE SUM THE FILE CONTROL RECORD MUST MATCH.
           SET TRAILER-SEEN TO TRUE
           ADD 1 TO WS-BATCH-CLOSED-COUNT
           IF WS-BATCH-DETAIL-COUNT NOT = EBT-ENTRY-COUNT
                   OR WS-BATCH-DETAIL-HASH NOT = EBT-ROUTING-HASH
                   OR WS-BATCH-DETAIL-TOTAL NOT = EBT-TOTAL-CREDIT
               ADD 1 TO WS-BAD-BATCH-COUNT
           END-IF
           ADD EBT-ENTRY-COUNT TO WS-TRAILER-COUNT
           ADD EBT-ROUTING-HASH TO WS-TRAILER-HASH
           ADD EBT-TOTAL-CREDIT TO WS-TRAILER-TOTAL
           MOVE 0 TO WS-BATCH-DETAIL-COUNT
           MOVE 0 TO WS-BATCH-DETAIL-HASH
           MOVE 0 TO WS-BATCH-DETAIL-TOTAL.

       TOTAL-CHECK-FILE.
      * CHECKS.DAT IS REWRITTEN BY EVERY FRESH REGULAR RUN, SO
      * EVERYTHING ON IT BELONGS TO THE PERIOD BEING BALANCED.
           OPEN INPUT CHECK-PRINT-FILE
           IF CHECK-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-ONE-CHECK-RECORD
                   UNTIL WS-CHECK-FILE-STATUS NOT = '00'
               CLOSE CHECK-PRINT-FILE
           END-IF
           COMPUTE WS-DISBURSED-TOTAL = WS-EFT-DETAIL-TOTAL
                                      + WS-CHECK-FILE-TOTAL.

       READ-ONE-CHECK-RECORD.
           READ CHECK-PRINT-FILE NEXT RECORD
           IF WS-CHECK-FILE-STATUS = '00'
               ADD 1 TO WS-CHECK-FILE-COUNT
               ADD CP-AMOUNT TO WS-CHECK-FILE-TOTAL
               MOVE CP-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM GET-EMPLOYEE-AGENCY
               IF WS-AG-CUR > 0
                   ADD 1 TO WS-AB-CHECK-COUNT (WS-AG-CUR)
                   ADD CP-AMOUNT TO WS-AB-CHECK-TOTAL (WS-AG-CUR)
               ELSE
                   ADD 1 TO WS-UNATTRIBUTED-COUNT
                   ADD CP-AMOUNT TO WS-UNATTRIBUTED-TOTAL
               END-IF
           END-IF.

       TOTAL-YTD-POSTINGS.
      * THE PERIOD'S NET PAY DELTA: EVERY YTD RECORD WHOSE LAST
      * POSTING WAS THIS PERIOD CONTRIBUTES THE NET IT RECORDED FOR
               IF YM-LAST-PERIOD-POSTED = WS-PERIOD-NUMBER
                   ADD YM-LAST-PERIOD-NET TO WS-YTD-PERIOD-NET
                   ADD 1 TO WS-YTD-PERIOD-COUNT
                   MOVE YM-EMP-ID TO WS-LOOKUP-EMP-ID
                   PERFORM GET-EMPLOYEE-AGENCY
                   IF WS-AG-CUR > 0
                       ADD YM-LAST-PERIOD-NET
                           TO WS-AB-YTD-NET (WS-AG-CUR)
                       ADD 1 TO WS-AB-YTD-COUNT (WS-AG-CUR)
                   ELSE
                       ADD 1 TO WS-UNATTRIBUTED-COUNT
                       ADD YM-LAST-PERIOD-NET TO WS-UNATTRIBUTED-TOTAL
                   END-IF
               END-IF
           END-IF.


           PERFORM CHECK-RUN-COMPLETE
           PERFORM CHECK-EFT-AGAINST-TRAILER
           PERFORM CHECK-DISBURSED-AGAINST-YTD
           PERFORM CHECK-EFT-AGAINST-CHECKPOINT
           PERFORM CHECK-CHECKS-AGAINST-CHECKPOINT
           PERFORM CHECK-SUSPENSE-COUNT
           PERFORM PRINT-CHECKPOINT-FIGURES
           PERFORM CHECK-AGENCY-BALANCES
           PERFORM PRINT-VERDICT.

       CHECK-RUN-COMPLETE.
           WRITE BALANCE-LINE.

       CHECK-EFT-AGAINST-TRAILER.
      * EVERY BATCH OPENED MUST BE CLOSED BY A TRAILER THAT AGREES
      * WITH ITS OWN DETAILS, THE DETAILS MUST ADD UP TO THE SUM OF
      * THE TRAILERS, AND THE FILE CONTROL RECORD MUST CLAIM THAT
      * SAME SUM OVER THE SAME NUMBER OF BATCHES.
           IF TRAILER-SEEN
               AND WS-BAD-BATCH-COUNT = 0
               AND WS-BATCH-CLOSED-COUNT = WS-BATCH-COUNT
               AND WS-EFT-DETAIL-COUNT = WS-TRAILER-COUNT
               AND WS-EFT-DETAIL-HASH = WS-TRAILER-HASH
               AND WS-EFT-DETAIL-TOTAL = WS-TRAILER-TOTAL
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  EFT BATCHES - OPENED ' DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  ' CLOSED ' DELIMITED BY SIZE
                  WS-BATCH-CLOSED-COUNT DELIMITED BY SIZE
                  ' NOT AGREEING WITH THEIR TRAILER '
                      DELIMITED BY SIZE
                  WS-BAD-BATCH-COUNT DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           MOVE SPACES TO BALANCE-LINE
           STRING '  EFT DETAILS VS TRAILERS - COUNT '
                      DELIMITED BY SIZE
                  WS-EFT-DETAIL-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TRAILER-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           PERFORM CHECK-TRAILERS-AGAINST-CONTROL.

       CHECK-TRAILERS-AGAINST-CONTROL.
           IF FILE-CONTROL-SEEN
               AND WS-CONTROL-BATCHES = WS-BATCH-CLOSED-COUNT
               AND WS-CONTROL-COUNT = WS-TRAILER-COUNT
               AND WS-CONTROL-HASH = WS-TRAILER-HASH
               AND WS-CONTROL-TOTAL = WS-TRAILER-TOTAL
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  TRAILERS VS FILE CONTROL - BATCHES '
                      DELIMITED BY SIZE
                  WS-BATCH-CLOSED-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CONTROL-BATCHES DELIMITED BY SIZE
                  ' COUNT ' DELIMITED BY SIZE
                  WS-TRAILER-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CONTROL-COUNT DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  WS-TRAILER-HASH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CONTROL-HASH DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-TRAILER-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CONTROL-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-DISBURSED-AGAINST-YTD.
      * EVERY NET DOLLAR POSTED TO THE YTD MASTER THIS PERIOD GOES
      * OUT AS AN EFT CREDIT OR ON A PAPER CHECK, SO THE EFT TOTAL
      * PLUS THE CHECK TOTAL MUST AGREE WITH IT TO THE PENNY.
      * PRENOTES ARE ZERO-DOLLAR AND DON'T DISTURB THIS.
           IF WS-DISBURSED-TOTAL = WS-YTD-PERIOD-NET
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  EFT ' DELIMITED BY SIZE
                  WS-EFT-DETAIL-TOTAL DELIMITED BY SIZE
                  ' PLUS CHECKS ' DELIMITED BY SIZE
                  WS-CHECK-FILE-TOTAL DELIMITED BY SIZE
                  ' VS YTD NET POSTED THIS PERIOD - '
                      DELIMITED BY SIZE
                  WS-DISBURSED-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-YTD-PERIOD-NET DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-CHECKS-AGAINST-CHECKPOINT.
           IF WS-CHECK-FILE-COUNT = WS-CK-CHECK-COUNT
               AND WS-CHECK-FILE-TOTAL = WS-CK-CHECK-TOTAL
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  CHECK FILE VS CHECKPOINT COUNTERS - COUNT '
                      DELIMITED BY SIZE
                  WS-CHECK-FILE-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-CHECK-COUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-CHECK-FILE-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-CHECK-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-SUSPENSE-COUNT.
           IF WS-SUSPENSE-COUNT = WS-CK-SUSPENSE-COUNT
               PERFORM PRINT-CHECK-OK
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-AGENCY-BALANCES.
      * THE DISBURSEMENT AND CHECKPOINT TESTS AGAIN, ONE AGENCY AT A
      * TIME. THE AGENCY FIGURES ARE DRAWN FROM THE BATCH HEADERS
      * AND EACH EMPLOYEE'S MASTER RECORD, SO THEY ALSO PROVE EVERY
      * DOLLAR WENT OUT IN THE RIGHT AGENCY'S BATCH.
           MOVE SPACES TO BALANCE-LINE
           MOVE 'BY PAYING AGENCY' TO BALANCE-LINE
           WRITE BALANCE-LINE
           PERFORM CHECK-ONE-AGENCY
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           ADD WS-CK-UNATTR-COUNT TO WS-UNATTRIBUTED-COUNT
           ADD WS-CK-UNATTR-TOTAL TO WS-UNATTRIBUTED-TOTAL
           IF WS-UNATTRIBUTED-COUNT = 0
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  NOT ATTRIBUTABLE TO ANY AGENCY ON AGENCY.DAT - '
                      DELIMITED BY SIZE
                  WS-UNATTRIBUTED-COUNT DELIMITED BY SIZE
                  ' ITEMS $' DELIMITED BY SIZE
                  WS-UNATTRIBUTED-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-ONE-AGENCY.
           COMPUTE WS-AB-DISBURSED = WS-AB-EFT-TOTAL (WS-AG-SUB)
                                   + WS-AB-CHECK-TOTAL (WS-AG-SUB)
           MOVE 'Y' TO WS-AGENCY-OK-SW
           IF WS-AB-DISBURSED NOT = WS-AB-YTD-NET (WS-AG-SUB)
               MOVE 'N' TO WS-AGENCY-OK-SW
           END-IF
           IF WS-AB-EFT-COUNT (WS-AG-SUB)
                   NOT = WS-AB-CK-EFT-COUNT (WS-AG-SUB)
                   OR WS-AB-EFT-TOTAL (WS-AG-SUB)
                   NOT = WS-AB-CK-EFT-TOTAL (WS-AG-SUB)
               MOVE 'N' TO WS-AGENCY-OK-SW
           END-IF
           IF WS-AB-CHECK-COUNT (WS-AG-SUB)
                   NOT = WS-AB-CK-CHECK-COUNT (WS-AG-SUB)
                   OR WS-AB-CHECK-TOTAL (WS-AG-SUB)
                   NOT = WS-AB-CK-CHECK-TOTAL (WS-AG-SUB)
               MOVE 'N' TO WS-AGENCY-OK-SW
           END-IF
           IF AGENCY-IN-BALANCE
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' EFT ' DELIMITED BY SIZE
                  WS-AB-EFT-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  ' PLUS CHECKS ' DELIMITED BY SIZE
                  WS-AB-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  ' VS YTD NET - ' DELIMITED BY SIZE
                  WS-AB-DISBURSED DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-AB-YTD-NET (WS-AG-SUB) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-AB-YTD-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' EMPLOYEES)' DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           MOVE SPACES TO BALANCE-LINE
           STRING '  AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' VS CHECKPOINT - EFT COUNT ' DELIMITED BY SIZE
                  WS-AB-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-AB-CK-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AB-EFT-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-AB-CK-EFT-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           MOVE SPACES TO BALANCE-LINE
           STRING '  AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' VS CHECKPOINT - CHECK COUNT ' DELIMITED BY SIZE
                  WS-AB-CHECK-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-AB-CK-CHECK-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AB-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-AB-CK-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       PRINT-CHECK-OK.
           MOVE SPACES TO BALANCE-LINE
           MOVE 'CHECK OK' TO BALANCE-LINE
       PRINT-VERDICT.
           MOVE SPACES TO BALANCE-LINE
           IF RUN-IN-BALANCE
               MOVE '*** IN BALANCE - RELEASE EFT AND CHECK FILES ***'
                   TO BALANCE-LINE
           ELSE
               MOVE '*** OUT OF BALANCE - HOLD EFT AND CHECK FILES ***'
                   TO BALANCE-LINE
           END-IF
           WRITE BALANCE-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'BALANCE-RECON' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'BALANCE-RECON: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'BALANCE-RECON: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'BALANCE-RECON: '
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
