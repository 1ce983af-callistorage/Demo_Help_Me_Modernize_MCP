      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: OFFCYCLE-RECON
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: OFF-CYCLE BALANCING. RUNS RIGHT AFTER OFFCYCLE-PAY
      *          AND PROVES THE OFF-CYCLE ACH FILE (OFFEFT.DAT) THE
      *          WAY BALANCE-RECON PROVES THE REGULAR ONE: EACH
      *          AGENCY BATCH'S DETAILS AGAINST ITS OWN TRAILER, THE
      *          TRAILERS AGAINST THE FILE CONTROL RECORD, THE EFT
      *          CREDITS
      *          PLUS THE PAPER CHECKS ON OFFCHECK.DAT AGAINST THE
      *          NET STAMPED ON THE REQUESTS THE RUN PAID
      *          (OFFREQ.DAT), THE EFT FILE AND THE CHECKS EACH
      *          AGAINST THE COMPLETION CHECKPOINT OFFCYCLE-PAY
      *          LEAVES ON OFFCHK.DAT, AND THE GL LINES ON OFFGL.DAT
      *          FOR BALANCE AND FOR A NET PAY CLEARING CREDIT EQUAL
      *          TO THE EFT TOTAL PLUS THE CHECK TOTAL.
      *          PRODUCES A ONE-PAGE OFFBAL.RPT WITH AN EXPLICIT
      *          IN BALANCE / OUT OF BALANCE VERDICT AND SETS A
      *          NONZERO RETURN CODE ON ANY MISMATCH SO THE
      *          SCHEDULER CAN HOLD THE BANK TRANSMISSION STEP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT EFT-FILE ASSIGN TO 'OFFEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.
           SELECT OFFCYCLE-REQUEST-FILE ASSIGN TO 'OFFREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'OFFCHK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'OFFGL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'OFFCHECK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO 'OFFBAL.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

       FD  EFT-FILE.
           COPY EFT-RECORDS.

       FD  OFFCYCLE-REQUEST-FILE.
           COPY OFFCYCLE-REQUEST-RECORD.

       FD  CHECKPOINT-FILE.
           COPY CHECKPOINT-RECORD.

      * SAME LAYOUT OFFCYCLE-PAY WRITES.
       FD  GL-EXTRACT.
       01  GL-RECORD.
           05  GL-PERIOD-NUMBER    PIC 9(4).
           05  GL-PERIOD-YEAR      PIC 9(4).
           05  GL-ORG-CODE         PIC X(06).
           05  GL-ACCOUNT          PIC X(04).
           05  GL-DESCRIPTION      PIC X(24).
           05  GL-DEBIT-AMOUNT     PIC 9(10)V99.
           05  GL-CREDIT-AMOUNT    PIC 9(10)V99.
           05  GL-AGENCY-CODE      PIC X(04).

      * THE RUN'S PAPER CHECKS - REWRITTEN BY EVERY FRESH RUN, SO
      * EVERYTHING ON IT BELONGS TO THE RUN BEING BALANCED.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

       FD  BALANCE-REPORT.
       01  BALANCE-LINE            PIC X(132).

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
               88  EFT-FILE-NOT-FOUND       VALUE '35'.
           05  WS-REQUEST-STATUS   PIC X(02) VALUE '00'.
               88  REQUEST-FILE-NOT-FOUND   VALUE '35'.
           05  WS-CHECKPOINT-STATUS PIC X(02) VALUE '00'.
               88  CHECKPOINT-FILE-NOT-FOUND VALUE '35'.
           05  WS-GL-STATUS        PIC X(02) VALUE '00'.
               88  GL-EXTRACT-NOT-FOUND     VALUE '35'.
           05  WS-CHECK-FILE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-FILE-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-HEADER-SEEN-SW   PIC X(01) VALUE 'N'.
               88  HEADER-SEEN             VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW  PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.
           05  WS-CONTROL-SEEN-SW  PIC X(01) VALUE 'N'.
               88  FILE-CONTROL-SEEN       VALUE 'Y'.
           05  WS-BALANCED-SWITCH  PIC X(01) VALUE 'Y'.
               88  RUN-IN-BALANCE          VALUE 'Y'.

       01  WS-PAY-PERIOD-DATA.
           05  WS-PERIOD-NUMBER    PIC 9(4) VALUE 0.
           05  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.

      * THE RUN STAMP FROM THE OFFEFT.DAT FILE HEADER - THE SAME
      * DATE AND TIME OFFCYCLE-PAY STAMPED ON EVERY REQUEST IT PAID.
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-TIME         PIC 9(4) VALUE 0.

      * WHAT THE EFT FILE'S DETAILS ACTUALLY ADD UP TO, RECOMPUTED
      * HERE INDEPENDENTLY OF THE TRAILER OFFCYCLE-PAY WROTE.
       01  WS-EFT-COMPUTED.
           05  WS-EFT-DETAIL-COUNT PIC 9(6) VALUE 0.
           05  WS-EFT-DETAIL-HASH  PIC 9(10) VALUE 0.
           05  WS-EFT-DETAIL-TOTAL PIC 9(12)V99 VALUE 0.

      * WHAT THE TRAILERS CLAIM, SUMMED OVER EVERY AGENCY BATCH.
       01  WS-EFT-TRAILER.
           05  WS-TRAILER-COUNT    PIC 9(6) VALUE 0.
           05  WS-TRAILER-HASH     PIC 9(10) VALUE 0.
           05  WS-TRAILER-TOTAL    PIC 9(12)V99 VALUE 0.

      * THE BATCH BEING READ - ITS DETAILS ARE PROVED AGAINST ITS
      * OWN TRAILER - AND HOW MANY BATCHES WERE OPENED, CLOSED AND
      * FOUND NOT TO AGREE.
       01  WS-EFT-BATCH.
           05  WS-BATCH-COUNT      PIC 9(6) VALUE 0.
           05  WS-BATCH-CLOSED-COUNT PIC 9(6) VALUE 0.
           05  WS-BAD-BATCH-COUNT  PIC 9(6) VALUE 0.
           05  WS-BATCH-DETAIL-COUNT PIC 9(6) VALUE 0.
           05  WS-BATCH-DETAIL-HASH PIC 9(10) VALUE 0.
           05  WS-BATCH-DETAIL-TOTAL PIC 9(12)V99 VALUE 0.

      * WHAT THE '9' FILE CONTROL RECORD CLAIMS.
       01  WS-EFT-FILE-CONTROL.
           05  WS-CONTROL-BATCHES  PIC 9(6) VALUE 0.
           05  WS-CONTROL-COUNT    PIC 9(8) VALUE 0.
           05  WS-CONTROL-HASH     PIC 9(10) VALUE 0.
           05  WS-CONTROL-TOTAL    PIC 9(12)V99 VALUE 0.

      * WHAT THE CHECK FILE ADDS UP TO, AND THE EFT CREDITS AND
      * CHECKS TOGETHER - EVERYTHING THE RUN DISBURSED.
       01  WS-CHECK-COMPUTED.
           05  WS-CHECK-FILE-COUNT PIC 9(6) VALUE 0.
           05  WS-CHECK-FILE-TOTAL PIC 9(12)V99 VALUE 0.
           05  WS-DISBURSED-COUNT  PIC 9(6) VALUE 0.
           05  WS-DISBURSED-TOTAL  PIC 9(12)V99 VALUE 0.

      * THE REQUESTS CARRYING THIS FILE'S STAMP. ONLY A PAYMENT WITH
      * NET LEFT OVER SENDS AN EFT ENTRY OR WRITES A CHECK, SO THOSE
      * ARE COUNTED APART FROM THE PAYMENTS AS A WHOLE.
       01  WS-REQUEST-TOTALS.
           05  WS-REQ-PAID-COUNT   PIC 9(4) VALUE 0.
           05  WS-REQ-GROSS-TOTAL  PIC 9(8)V99 VALUE 0.
           05  WS-REQ-NET-COUNT    PIC 9(6) VALUE 0.
           05  WS-REQ-NET-TOTAL    PIC 9(12)V99 VALUE 0.
           05  WS-REQ-PENDING-COUNT PIC 9(4) VALUE 0.

      * FINAL COUNTERS FROM OFFCYCLE-PAY'S COMPLETION CHECKPOINT.
       01  WS-CHECKPOINT-DATA.
           05  WS-CK-PAID-COUNT    PIC 9(4) VALUE 0.
           05  WS-CK-TOTAL-GROSS   PIC 9(8)V99 VALUE 0.
           05  WS-CK-REJECTED-COUNT PIC 9(4) VALUE 0.
           05  WS-CK-EFT-COUNT     PIC 9(6) VALUE 0.
           05  WS-CK-EFT-TOTAL     PIC 9(12)V99 VALUE 0.
           05  WS-CK-CHECK-COUNT   PIC 9(6) VALUE 0.
           05  WS-CK-CHECK-TOTAL   PIC 9(12)V99 VALUE 0.
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  CK-COMPLETE-SEEN        VALUE 'C'.
           05  WS-CK-PERIOD        PIC 9(4) VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-LINE-COUNT    PIC 9(4) VALUE 0.
           05  WS-GL-TOTAL-DEBITS  PIC 9(10)V99 VALUE 0.
           05  WS-GL-TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
           05  WS-GL-CLEARING      PIC 9(10)V99 VALUE 0.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT BALANCE-REPORT
           PERFORM READ-FINAL-CHECKPOINT
           PERFORM TOTAL-EFT-FILE
           PERFORM TOTAL-CHECK-FILE
           PERFORM TOTAL-PAID-REQUESTS
           PERFORM TOTAL-GL-EXTRACT
           PERFORM PRINT-BALANCE-REPORT
           CLOSE BALANCE-REPORT
           IF NOT RUN-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'EFT DETAIL' TO WS-RL-COUNT-NAME (1)
           MOVE WS-EFT-DETAIL-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'CHECKS' TO WS-RL-COUNT-NAME (2)
           MOVE WS-CHECK-FILE-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'GL LINES' TO WS-RL-COUNT-NAME (3)
           MOVE WS-GL-LINE-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
           OPEN INPUT PAY-PERIOD-FILE
           IF PAY-PERIOD-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-RECON: PAYPERIOD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   DISPLAY 'OFFCYCLE-RECON: PAYPERIOD.DAT EMPTY - '
                       'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           CLOSE PAY-PERIOD-FILE.

       READ-FINAL-CHECKPOINT.
      * A CLEAN OFF-CYCLE RUN LEAVES ONE 'C' COMPLETION RECORD -
      * SAME TEST AS BALANCE-RECON MAKES OF CHKPOINT.DAT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-ONE-CHECKPOINT
                   UNTIL WS-CHECKPOINT-STATUS NOT = '00'
               CLOSE CHECKPOINT-FILE
           END-IF.

       READ-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
           IF WS-CHECKPOINT-STATUS = '00'
               MOVE CK-EMPLOYEE-COUNT TO WS-CK-PAID-COUNT
               MOVE CK-TOTAL-PAYROLL TO WS-CK-TOTAL-GROSS
               MOVE CK-SUSPENSE-COUNT TO WS-CK-REJECTED-COUNT
               MOVE CK-EFT-ENTRY-COUNT TO WS-CK-EFT-COUNT
               MOVE CK-EFT-TOTAL-CREDIT TO WS-CK-EFT-TOTAL
               MOVE CK-CHECK-COUNT TO WS-CK-CHECK-COUNT
               MOVE CK-CHECK-TOTAL TO WS-CK-CHECK-TOTAL
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
               MOVE CK-PERIOD-NUMBER TO WS-CK-PERIOD
           END-IF.

       TOTAL-EFT-FILE.
      * RECOMPUTE COUNT, HASH AND TOTAL FROM THE '6' DETAILS - FOR
      * THE FILE AND FOR EACH AGENCY BATCH - TAKE THE RUN STAMP
      * FROM THE '1' HEADER AND CAPTURE WHAT THE '8' TRAILERS AND
      * THE '9' FILE CONTROL CLAIM.
           OPEN INPUT EFT-FILE
           IF EFT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-ONE-EFT-RECORD
                   UNTIL WS-EFT-STATUS NOT = '00'
               CLOSE EFT-FILE
           END-IF.

       READ-ONE-EFT-RECORD.
           READ EFT-FILE NEXT RECORD
           IF WS-EFT-STATUS = '00'
               EVALUATE EFT-RECORD-TYPE
                   WHEN '1'
                       SET HEADER-SEEN TO TRUE
                       MOVE EFH-CREATION-DATE TO WS-RUN-DATE
                       MOVE EFH-CREATION-TIME TO WS-RUN-TIME
                   WHEN '5'
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE 0 TO WS-BATCH-DETAIL-COUNT
                       MOVE 0 TO WS-BATCH-DETAIL-HASH
                       MOVE 0 TO WS-BATCH-DETAIL-TOTAL
                   WHEN '6'
                       ADD 1 TO WS-EFT-DETAIL-COUNT
                       ADD EFT-ROUTING-NUMBER TO WS-EFT-DETAIL-HASH
                       ADD EFT-AMOUNT TO WS-EFT-DETAIL-TOTAL
                       ADD 1 TO WS-BATCH-DETAIL-COUNT
                       ADD EFT-ROUTING-NUMBER TO WS-BATCH-DETAIL-HASH
                       ADD EFT-AMOUNT TO WS-BATCH-DETAIL-TOTAL
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
           OPEN INPUT CHECK-PRINT-FILE
           IF CHECK-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-ONE-CHECK-RECORD
                   UNTIL WS-CHECK-FILE-STATUS NOT = '00'
               CLOSE CHECK-PRINT-FILE
           END-IF
           COMPUTE WS-DISBURSED-COUNT = WS-EFT-DETAIL-COUNT
                                      + WS-CHECK-FILE-COUNT
           COMPUTE WS-DISBURSED-TOTAL = WS-EFT-DETAIL-TOTAL
                                      + WS-CHECK-FILE-TOTAL.

       READ-ONE-CHECK-RECORD.
           READ CHECK-PRINT-FILE NEXT RECORD
           IF WS-CHECK-FILE-STATUS = '00'
               ADD 1 TO WS-CHECK-FILE-COUNT
               ADD CP-AMOUNT TO WS-CHECK-FILE-TOTAL
           END-IF.

       TOTAL-PAID-REQUESTS.
      * THE REQUESTS OFFCYCLE-PAY STAMPED WITH THIS FILE'S RUN
      * STAMP ARE EXACTLY THE ONES THIS FILE PAYS. REQUESTS PAID BY
      * EARLIER RUNS CARRY OLDER STAMPS AND DROP OUT NATURALLY.
           IF HEADER-SEEN
               OPEN INPUT OFFCYCLE-REQUEST-FILE
               IF REQUEST-FILE-NOT-FOUND
                   CONTINUE
               ELSE
                   PERFORM READ-ONE-REQUEST
                       UNTIL WS-REQUEST-STATUS NOT = '00'
                   CLOSE OFFCYCLE-REQUEST-FILE
               END-IF
           END-IF.

       READ-ONE-REQUEST.
           READ OFFCYCLE-REQUEST-FILE NEXT RECORD
           IF WS-REQUEST-STATUS = '00'
               IF OR-REQUEST-PAID
                   AND OR-PAID-DATE = WS-RUN-DATE
                   AND OR-PAID-TIME = WS-RUN-TIME
                   ADD 1 TO WS-REQ-PAID-COUNT
                   ADD OR-GROSS-PAID TO WS-REQ-GROSS-TOTAL
                   IF OR-NET-PAID > 0
                       ADD 1 TO WS-REQ-NET-COUNT
                       ADD OR-NET-PAID TO WS-REQ-NET-TOTAL
                   END-IF
               END-IF
               IF OR-REQUEST-PENDING
                   ADD 1 TO WS-REQ-PENDING-COUNT
               END-IF
           END-IF.

       TOTAL-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT
           IF GL-EXTRACT-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-ONE-GL-LINE
                   UNTIL WS-GL-STATUS NOT = '00'
               CLOSE GL-EXTRACT
           END-IF.

       READ-ONE-GL-LINE.
           READ GL-EXTRACT NEXT RECORD
           IF WS-GL-STATUS = '00'
               ADD 1 TO WS-GL-LINE-COUNT
               ADD GL-DEBIT-AMOUNT TO WS-GL-TOTAL-DEBITS
               ADD GL-CREDIT-AMOUNT TO WS-GL-TOTAL-CREDITS
               IF GL-ACCOUNT = '1100'
                   ADD GL-CREDIT-AMOUNT TO WS-GL-CLEARING
               END-IF
           END-IF.

       PRINT-BALANCE-REPORT.
           MOVE SPACES TO BALANCE-LINE
           STRING 'OFF-CYCLE BALANCE REPORT - PERIOD '
                      DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' YEAR ' DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE

           PERFORM CHECK-RUN-COMPLETE
           PERFORM CHECK-EFT-AGAINST-TRAILER
           PERFORM CHECK-EFT-AGAINST-REQUESTS
           PERFORM CHECK-EFT-AGAINST-CHECKPOINT
           PERFORM CHECK-CHECKS-AGAINST-CHECKPOINT
           PERFORM CHECK-REQUESTS-AGAINST-CHECKPOINT
           PERFORM CHECK-GL-EXTRACT
           PERFORM PRINT-PENDING-FIGURES
           PERFORM PRINT-VERDICT.

       CHECK-RUN-COMPLETE.
           IF CK-COMPLETE-SEEN AND WS-CK-PERIOD = WS-PERIOD-NUMBER
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  OFF-CYCLE RUN COMPLETED FOR THIS PERIOD - '
                      DELIMITED BY SIZE
                  'CHECKPOINT STATUS ' DELIMITED BY SIZE
                  WS-CK-RUN-STATUS DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-CK-PERIOD DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-EFT-AGAINST-TRAILER.
      * A RUN THAT PAID NOTHING BY DEPOSIT WRITES A HEADER AND FILE
      * CONTROL WITH NO BATCHES, WHICH IS IN BALANCE; OTHERWISE
      * EVERY BATCH OPENED MUST BE CLOSED BY A TRAILER THAT AGREES
      * WITH ITS OWN DETAILS AND THE DETAILS MUST ADD UP TO THE SUM
      * OF THE TRAILERS.
           IF HEADER-SEEN
               AND (TRAILER-SEEN OR WS-BATCH-COUNT = 0)
               AND WS-BAD-BATCH-COUNT = 0
               AND WS-BATCH-CLOSED-COUNT = WS-BATCH-COUNT
               AND WS-EFT-DETAIL-COUNT = WS-TRAILER-COUNT
               AND WS-EFT-DETAIL-HASH = WS-TRAILER-HASH
               AND WS-EFT-DETAIL-TOTAL = WS-TRAILER-TOTAL
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
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
                  WS-TRAILER-COUNT DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  WS-EFT-DETAIL-HASH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TRAILER-HASH DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-EFT-DETAIL-TOTAL DELIMITED BY SIZE
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

       CHECK-EFT-AGAINST-REQUESTS.
      * EVERY NET DOLLAR STAMPED ON A PAID REQUEST GOES OUT AS ONE
      * EFT CREDIT OR ONE CHECK, SO COUNT AND TOTAL MUST AGREE TO
      * THE PENNY.
           IF WS-DISBURSED-COUNT = WS-REQ-NET-COUNT
               AND WS-DISBURSED-TOTAL = WS-REQ-NET-TOTAL
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  EFT PLUS CHECKS VS NET STAMPED ON PAID '
                      DELIMITED BY SIZE
                  'REQUESTS - COUNT ' DELIMITED BY SIZE
                  WS-DISBURSED-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-REQ-NET-COUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-DISBURSED-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-REQ-NET-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-EFT-AGAINST-CHECKPOINT.
           IF WS-EFT-DETAIL-COUNT = WS-CK-EFT-COUNT
               AND WS-EFT-DETAIL-TOTAL = WS-CK-EFT-TOTAL
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  EFT FILE VS CHECKPOINT COUNTERS - COUNT '
                      DELIMITED BY SIZE
                  WS-EFT-DETAIL-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-EFT-COUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-EFT-DETAIL-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-EFT-TOTAL DELIMITED BY SIZE
                  INTO BALANCE-LINE
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

       CHECK-REQUESTS-AGAINST-CHECKPOINT.
           IF WS-REQ-PAID-COUNT = WS-CK-PAID-COUNT
               AND WS-REQ-GROSS-TOTAL = WS-CK-TOTAL-GROSS
               PERFORM PRINT-CHECK-OK
           ELSE
               MOVE 'N' TO WS-BALANCED-SWITCH
               PERFORM PRINT-CHECK-BAD
           END-IF
           MOVE SPACES TO BALANCE-LINE
           STRING '  PAID REQUESTS VS CHECKPOINT - COUNT '
                      DELIMITED BY SIZE
                  WS-REQ-PAID-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-PAID-COUNT DELIMITED BY SIZE
                  ' GROSS ' DELIMITED BY SIZE
                  WS-REQ-GROSS-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CK-TOTAL-GROSS DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       CHECK-GL-EXTRACT.
      * A RESTARTED OFF-CYCLE RUN SUPPRESSES ITS GL EXTRACT, AND A
      * RUN THAT PAID NOTHING HAS NONE - WITH NO GL LINES THERE IS
      * NOTHING TO PROVE HERE AND THE CHECK ONLY SAYS SO.
           IF WS-GL-LINE-COUNT = 0
               MOVE SPACES TO BALANCE-LINE
               MOVE 'CHECK NOT MADE' TO BALANCE-LINE
               WRITE BALANCE-LINE
               MOVE SPACES TO BALANCE-LINE
               STRING '  NO GL LINES ON OFFGL.DAT - POST THE LEDGER '
                          DELIMITED BY SIZE
                      'FROM OFFCYCLE.RPT' DELIMITED BY SIZE
                      INTO BALANCE-LINE
               END-STRING
               WRITE BALANCE-LINE
           ELSE
               IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
                   AND WS-GL-CLEARING = WS-DISBURSED-TOTAL
                   PERFORM PRINT-CHECK-OK
               ELSE
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   PERFORM PRINT-CHECK-BAD
               END-IF
               MOVE SPACES TO BALANCE-LINE
               STRING '  GL DEBITS/CREDITS ' DELIMITED BY SIZE
                      WS-GL-TOTAL-DEBITS DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-GL-TOTAL-CREDITS DELIMITED BY SIZE
                      ' NET PAY CLEARING VS EFT PLUS CHECKS '
                          DELIMITED BY SIZE
                      WS-GL-CLEARING DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-DISBURSED-TOTAL DELIMITED BY SIZE
                      INTO BALANCE-LINE
               END-STRING
               WRITE BALANCE-LINE
           END-IF.

       PRINT-PENDING-FIGURES.
      * REJECTED REQUESTS STAY PENDING FOR CORRECTION - PRINTED FOR
      * THE OPERATOR, NOT PART OF THE BALANCE.
           MOVE SPACES TO BALANCE-LINE
           STRING '  RUN FIGURES - REQUESTS REJECTED '
                      DELIMITED BY SIZE
                  WS-CK-REJECTED-COUNT DELIMITED BY SIZE
                  ' STILL PENDING ON OFFREQ.DAT ' DELIMITED BY SIZE
                  WS-REQ-PENDING-COUNT DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE.

       PRINT-CHECK-OK.
           MOVE SPACES TO BALANCE-LINE
           MOVE 'CHECK OK' TO BALANCE-LINE
           WRITE BALANCE-LINE.

       PRINT-CHECK-BAD.
           MOVE SPACES TO BALANCE-LINE
           MOVE 'CHECK *** MISMATCH ***' TO BALANCE-LINE
           WRITE BALANCE-LINE.

       PRINT-VERDICT.
           MOVE SPACES TO BALANCE-LINE
           IF RUN-IN-BALANCE
               MOVE '*** IN BALANCE - RELEASE OFFEFT FILE ***'
                   TO BALANCE-LINE
           ELSE
               MOVE '*** OUT OF BALANCE - HOLD OFFEFT FILE ***'
                   TO BALANCE-LINE
           END-IF
           WRITE BALANCE-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'OFFCYCLE-RECON' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'OFFCYCLE-RECON: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'OFFCYCLE-RECON: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'OFFCYCLE-RECON: '
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
