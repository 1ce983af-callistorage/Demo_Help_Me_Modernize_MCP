      *          THE CORRECTED GRADE/STEP/STATUS/HOURS, RE-RUNS THE
      *          SAME EDIT AND PAY CALCULATION AS THE REGULAR RUN -
      *          INCLUDING THE YTD, LEAVE AND EFT POSTINGS - AND PAYS
      *          THE EMPLOYEE ON A SUPPLEMENTAL REPORT AND EFT FILE -
      *          ONE BATCH PER PAYING AGENCY, THE SAME AS THE REGULAR
      *          RUN'S - (OR, FOR AN EMPLOYEE PAID BY CHECK, A
      *          NUMBERED CHECK ON SUPPCHECK.DAT).
      *          RECORDS STILL FAILING THE EDIT ROLL FORWARD TO THE
      *          NEXT CYCLE'S SUSPENSE FILE (SUSPNEXT.DAT) WITH THE
      *          RETRY COUNT BUMPED SO NOTHING SILENTLY AGES OUT.
           SELECT TAX-TABLE-FILE ASSIGN TO 'TAXTBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-TABLE-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO 'LOCALITY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCALITY-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO 'STATETAX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-FILE ASSIGN TO 'SUPPEFT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-WORK-FILE ASSIGN TO 'SUPPEWRK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-WORK-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT SUSPENSE-NEXT ASSIGN TO 'SUSPNEXT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL ASSIGN TO 'AUDITJRN.DAT'
           SELECT PAY-STATEMENT-FILE ASSIGN TO 'PAYSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'SUPPCHECK.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-ISSUE-MASTER ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CR-NEW-STATUS       PIC X(01).
           05  CR-NEW-HOURS        PIC 999V99.
           05  CR-NEW-OVERTIME     PIC 999V99.
           05  CR-NEW-NIGHT        PIC 999V99.
           05  CR-NEW-SUNDAY       PIC 999V99.
           05  CR-NEW-HOLIDAY      PIC 999V99.
           05  CR-NEW-COMP-EARNED  PIC 999V99.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
           05  TT-MEDICARE-RATE    PIC V9(4).
           05  TT-OASDI-WAGE-BASE  PIC 9(8)V99.

      * SAME LOCALITY PAY TABLE AS PAYROLL-CALC - A CORRECTED
      * RECORD PAYS AT THE SAME ADJUSTED RATE A CLEAN ONE WOULD HAVE.
       FD  LOCALITY-FILE.
           COPY LOCALITY-RECORD.

      * SAME STATE INCOME TAX TABLE AS PAYROLL-CALC - A CORRECTED
      * RECORD WITHHOLDS FOR THE SAME STATE A CLEAN ONE WOULD HAVE.
       FD  STATE-TAX-FILE.
           COPY STATE-TAX-RECORD.

      * PAY PERIOD CONTROL - READ FOR THE PERIOD/PAY-DATE STAMPS
      * ONLY. A SUPPLEMENTAL RUN RIGHTLY FOLLOWS A POSTED PERIOD,
      * SO NO POSTED-STATUS GUARD APPLIES HERE AND THE RECORD IS
       01  SUPPLEMENTAL-LINE       PIC X(160).

      * SUPPLEMENTAL EFT OUTPUT - SAME ACH-STYLE STRUCTURE AS THE
      * REGULAR RUN'S EFTFILE.DAT, ONE BATCH PER PAYING AGENCY, SO
      * THE BANK TAKES BOTH AND CAN BALANCE EACH AGAINST ITS OWN
      * TRAILERS. BUILT WHOLE AT END OF RUN FROM THE WORK FILE BELOW.
       FD  EFT-FILE.
           COPY EFT-RECORDS.

      * EFT DETAILS TAGGED WITH THE PAYING AGENCY, HELD UNTIL THE
      * LAST SUSPENSE RECORD IS PAID AND THEN SORTED OUT ONTO
      * SUPPEFT.DAT BY AGENCY - SAME AS PAYROLL-CALC'S EFTWORK.DAT.
       FD  EFT-WORK-FILE.
       01  EFT-WORK-RECORD.
           05  EW-AGENCY-CODE      PIC X(04).
           05  EW-EFT-IMAGE        PIC X(94).

      * SAME AGENCY CONTROL FILE PAYROLL-CALC BATCHES BY.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * ROLL-FORWARD SUSPENSE FILE FOR NEXT CYCLE - WRITTEN FROM THE
      * INPUT SUSPENSE-RECORD AREA AFTER THE RETRY COUNT IS BUMPED,
      * SO THE LAYOUT IS THE SAME SUSPENSE-RECORD COPYBOOK LAYOUT.
       FD  SUSPENSE-NEXT.
       01  SUSPENSE-NEXT-RECORD    PIC X(119).

      * SAME AUDIT JOURNAL PAYROLL-CALC AND EMPLOYEE-INQUIRY APPEND
      * TO - A SUPPLEMENTAL RUN'S MASTER POSTINGS ARE JUST AS
       FD  PAY-STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

      * SAME PERMANENT PAY HISTORY PAYROLL-CALC WRITES - EACH
      * SUPPLEMENTAL PAYMENT IS ADDED UNDER THE PERIOD IT SETTLES
      * INTO, BESIDE THE REGULAR RUN'S RECORDS.
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

      * SAME CHECK NUMBER CONTROL PAYROLL-CALC TAKES ITS NUMBERS
      * FROM - ONE SEQUENCE FOR EVERY CHECK THE AGENCY WRITES.
       FD  CHECK-CONTROL-FILE.
           COPY CHECK-CONTROL-RECORD.

      * SUPPLEMENTAL PAPER CHECKS, SAME LAYOUT AS THE REGULAR RUN'S
      * CHECKS.DAT, KEPT SEPARATE THE WAY SUPPEFT.DAT IS.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

      * SAME CHECK ISSUE MASTER PAYROLL-CALC ENTERS ITS CHECKS ON.
       FD  CHECK-ISSUE-MASTER.
           COPY CHECK-ISSUE-RECORD.

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-CORRECTED-COUNT  PIC 9(4) VALUE 0.
               88  CORRECTION-MATCHED      VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-CORRECTION-STATUS PIC X(02) VALUE '00'.
               88  CORRECTION-FILE-NOT-FOUND VALUE '35'.
           05  WS-TAX-TABLE-STATUS PIC X(02) VALUE '00'.
               88  TAX-TABLE-FILE-NOT-FOUND VALUE '35'.
               88  TAX-TABLE-AT-END         VALUE '10'.
           05  WS-LOCALITY-STATUS  PIC X(02) VALUE '00'.
               88  LOCALITY-FILE-NOT-FOUND  VALUE '35'.
               88  LOCALITY-FILE-AT-END     VALUE '10'.
           05  WS-STATE-TAX-STATUS PIC X(02) VALUE '00'.
               88  STATE-TAX-FILE-NOT-FOUND VALUE '35'.
               88  STATE-TAX-AT-END         VALUE '10'.
           05  WS-LEAVE-STATUS     PIC X(02) VALUE '00'.
               88  LEAVE-MASTER-NOT-FOUND   VALUE '35'.
           05  WS-DEDUCTION-STATUS PIC X(02) VALUE '00'.
               88  ELECTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-STATEMENT-STATUS PIC X(02) VALUE '00'.
               88  STATEMENT-FILE-NOT-FOUND VALUE '35'.
           05  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
               88  PAY-HISTORY-NOT-FOUND    VALUE '35'.
           05  WS-CHECK-CONTROL-STATUS PIC X(02) VALUE '00'.
               88  CHECK-CONTROL-NOT-FOUND  VALUE '35'.
           05  WS-CHECK-ISSUE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-ISSUE-NOT-FOUND    VALUE '35'.
           05  WS-EFT-WORK-STATUS  PIC X(02) VALUE '00'.
               88  EFT-WORK-NOT-FOUND       VALUE '35'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.

      * CHECKPOINT AFTER EVERY SUSPENSE RECORD, FOR THE SAME REASON
      * PAYROLL-CALC CHECKPOINTS EVERY EMPLOYEE - A RESTART MUST
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  PRIOR-RUN-COMPLETE      VALUE 'C'.
           05  WS-CK-PERIOD        PIC 9(4) VALUE 0.
           05  WS-CK-AG-SUB        PIC 9(2) VALUE 0.

       01  WS-VALIDATION-DATA.
           05  WS-VALID-SWITCH     PIC X(01) VALUE 'Y'.
           05  WS-REASON-CODE      PIC X(02) VALUE SPACES.
           05  WS-REASON-TEXT      PIC X(40) VALUE SPACES.

      * EFT CONTROL TOTALS FOR THE SUPPLEMENTAL FILE'S CONTROL
      * RECORD, KEPT THE SAME WAY PAYROLL-CALC KEEPS THEM FOR THE
      * REGULAR FILE.
       01  WS-EFT-CONTROL.
           05  WS-EFT-ENTRY-COUNT  PIC 9(6) VALUE 0.
           05  WS-EFT-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-EFT-TOTAL-CREDIT PIC 9(12)V99 VALUE 0.
           05  WS-EFT-TRACE-SEQ    PIC 9(7) VALUE 0.

           COPY AGENCY-TABLE.

      * PER-AGENCY CONTROL TOTALS, ROW FOR ROW WITH WS-AGENCY-TABLE
      * AND CARRIED THROUGH SUPPCHK.DAT - THE SAME FIGURES AS THE
      * RUN TOTALS, SPLIT BY WHOSE EMPLOYEE WAS PAID.
       01  WS-AGENCY-TOTALS.
           05  WS-AT-ENTRY OCCURS 10 TIMES.
               10  WS-AT-EMP-COUNT PIC 9(4).
               10  WS-AT-TOTAL-PAYROLL PIC 9(8)V99.
               10  WS-AT-EFT-COUNT PIC 9(6).
               10  WS-AT-EFT-HASH  PIC 9(10).
               10  WS-AT-EFT-CREDIT PIC 9(12)V99.
               10  WS-AT-CHECK-COUNT PIC 9(6).
               10  WS-AT-CHECK-TOTAL PIC 9(12)V99.

      * THE BATCH BEING COPIED ONTO SUPPEFT.DAT AND THE FILE CONTROL
      * FIGURES SUMMED FROM ITS TRAILERS - SAME AS PAYROLL-CALC.
       01  WS-EFT-BATCH-CONTROL.
           05  WS-BATCH-ENTRY-COUNT PIC 9(6) VALUE 0.
           05  WS-BATCH-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-BATCH-TOTAL-CREDIT PIC 9(12)V99 VALUE 0.
           05  WS-BATCH-OPEN-SW    PIC X(01) VALUE 'N'.
               88  BATCH-OPEN              VALUE 'Y'.
           05  WS-FILE-BATCH-COUNT PIC 9(6) VALUE 0.
           05  WS-FILE-ENTRY-COUNT PIC 9(8) VALUE 0.
           05  WS-FILE-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-FILE-TOTAL-CREDIT PIC 9(12)V99 VALUE 0.
           05  WS-EFT-WORK-EOF-SW  PIC X(01) VALUE 'N'.
               88  EFT-WORK-EOF            VALUE 'Y'.
           05  WS-EFT-BALANCE-SW   PIC X(01) VALUE 'Y'.
               88  EFT-FILE-IN-BALANCE     VALUE 'Y'.

      * PAPER CHECK CONTROL TOTALS AND THE CHECK IN HAND, KEPT THE
      * SAME WAY PAYROLL-CALC KEEPS THEM.
       01  WS-CHECK-CONTROL.
           05  WS-CHECK-COUNT      PIC 9(6) VALUE 0.
           05  WS-CHECK-TOTAL      PIC 9(12)V99 VALUE 0.
           05  WS-CHECK-NUMBER     PIC 9(8) VALUE 0.
           05  WS-CHECK-STOCK-SW   PIC X(01) VALUE 'N'.
               88  CHECK-STOCK-LOADED      VALUE 'Y'.
           05  WS-CHECK-NUMBER-SW  PIC X(01) VALUE 'N'.
               88  CHECK-NUMBER-FREE       VALUE 'Y'.

      * STAGING FOR ONE PAY-STATEMENT LINE - SAME SHAPE AND EDITS
      * AS PAYROLL-CALC SO BOTH PROGRAMS' STATEMENTS LINE UP.
           05  WS-ST-YTD-EDIT      PIC Z(7)9.99.
           05  WS-ST-HOURS-EDIT    PIC ZZZ9.99.
           05  WS-ST-HOURS-EDIT-2  PIC ZZZ9.99.
           05  WS-ST-HOURS-EDIT-3  PIC ZZZ9.99.

      * ALLOTMENT DISTRIBUTION FOR THE EMPLOYEE IN HAND - SAME
      * SLOT-ORDER SPLIT AS PAYROLL-CALC SO A SUPPLEMENTAL CHECK
           05  WS-PAY-DATE         PIC 9(8) VALUE 0.
           05  WS-PERIOD-END-DATE  PIC 9(8) VALUE 0.

       01  WS-HISTORY-WRITTEN-SW   PIC X(01) VALUE 'N'.
           88  HISTORY-WRITTEN             VALUE 'Y'.

      * STAGING FOR THE AUDIT JOURNAL - SAME SHAPE AS PAYROLL-CALC'S.
       01  WS-AUDIT-DATA.
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.

      * SAME SPLIT AS PAYROLL-CALC: WS-SCHEDULE-ANNUAL IS THE
      * GRADE/STEP FIGURE, WS-ANNUAL-PAY THE LOCALITY-ADJUSTED RATE
      * EVERYTHING ELSE PRICES FROM, AND THE STRAIGHT-TIME PAY IS
      * CARRIED AS BASE PLUS THE LOCALITY INCREMENT.
       01  WS-PAY-CALCULATION.
           05  WS-ANNUAL-PAY       PIC 9(6).
           05  WS-SCHEDULE-ANNUAL  PIC 9(6).
           05  WS-BASE-PAY         PIC 9(6)V99.
           05  WS-LOCALITY-PAY     PIC 9(5)V99.
           05  WS-OVERTIME-PAY     PIC 9(5)V99.
           05  WS-NIGHT-PAY        PIC 9(5)V99.
           05  WS-SUNDAY-PAY       PIC 9(5)V99.
           05  WS-HOLIDAY-PAY      PIC 9(5)V99.
           05  WS-GROSS-PAY        PIC 9(7)V99.
           05  WS-FEDERAL-TAX      PIC 9(6)V99.
           05  WS-STATE-TAX        PIC 9(5)V99.
           05  WS-SICK-ACCRUAL-HRS PIC 9(2)V99 VALUE 4.
           05  WS-ANNUAL-LEAVE-BAL PIC 9(4)V99.
           05  WS-SICK-LEAVE-BAL   PIC 9(4)V99.
           05  WS-COMP-TIME-BAL    PIC 9(4)V99 VALUE 0.

      * PREMIUM RATES - THE SAME PERCENTAGES OF THE HOURLY RATE
      * PAYROLL-CALC PAYS EACH TIMECARD HOUR CODE AT.
       01  WS-PREMIUM-RATES.
           05  WS-OVERTIME-RATE    PIC 9V99 VALUE 1.50.
           05  WS-NIGHT-DIFF-RATE  PIC 9V99 VALUE .10.
           05  WS-SUNDAY-PREM-RATE PIC 9V99 VALUE .25.
           05  WS-HOLIDAY-PREM-RATE PIC 9V99 VALUE 1.00.

           COPY GRADE-STEP-TABLE.

       01  WS-TAX-SUB              PIC 9(1) VALUE 0.
       01  WS-TAXABLE-IN-BRACKET   PIC 9(7)V99 VALUE 0.

      * LOCALITY PAY TABLE - LOADED AND SEARCHED THE SAME WAY AS
      * PAYROLL-CALC'S. NO FILE MEANS BASE SCHEDULE ONLY.
       01  WS-LOCALITY-TABLE.
           05  WS-LOC-AREA-ENTRY OCCURS 60 TIMES.
               10  WS-LOC-AREA-CODE PIC X(02).
               10  WS-LOC-AREA-RATE PIC V9(4).

       01  WS-LOCALITY-DATA.
           05  WS-LOC-COUNT        PIC 9(2) VALUE 0.
           05  WS-LOC-MAX          PIC 9(2) VALUE 60.
           05  WS-LOC-SUB          PIC 9(2) VALUE 0.
           05  WS-LOCALITY-RATE    PIC V9(4) VALUE 0.
           05  WS-LOC-HIT-SW       PIC X(01) VALUE 'N'.
               88  LOCALITY-FOUND          VALUE 'Y'.

      * STATE INCOME TAX TABLE LOADED FROM STATE-TAX-FILE AT
      * START-UP, ONE ROW PER STATE WITH ITS OWN BRACKETS AND
      * ALLOWANCE TREATMENT. A MISSING FILE LEAVES THE TABLE EMPTY
      * AND EVERYONE WITHHOLDS FROM THE OLD STATE COLUMN ON
      * TAXTBL.DAT - THE SAME STATE TAX THE SYSTEM ALWAYS TOOK. A
      * CODE NOT ON A LOADED TABLE DOES THE SAME AND IS FLAGGED ON
      * THE REGISTER.
       01  WS-STATE-TAX-TABLE.
           05  WS-ST-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE      PIC X(02).
               10  WS-ST-NO-TAX    PIC X(01).
               10  WS-ST-ALLOW-BASIS PIC X(01).
               10  WS-ST-ALLOW-VALUE PIC 9(5)V99.
               10  WS-ST-BRACKET-COUNT PIC 9(01).
               10  WS-ST-BRACKETS.
                   15  WS-ST-BRACKET OCCURS 5 TIMES.
                       20  WS-ST-BRACKET-FLOOR PIC 9(7)V99.
                       20  WS-ST-BRACKET-RATE PIC V9(4).

       01  WS-STATE-TAX-DATA.
           05  WS-ST-COUNT         PIC 9(2) VALUE 0.
           05  WS-ST-MAX           PIC 9(2) VALUE 60.
           05  WS-ST-SUB           PIC 9(2) VALUE 0.
           05  WS-ST-BKT-SUB       PIC 9(1) VALUE 0.
           05  WS-ST-SLOT-SUB      PIC 9(1) VALUE 0.
           05  WS-ST-TABLE-SW      PIC X(01) VALUE 'N'.
               88  STATE-TABLE-LOADED      VALUE 'Y'.
           05  WS-ST-HIT-SW        PIC X(01) VALUE 'N'.
               88  STATE-ROW-FOUND         VALUE 'Y'.
           05  WS-ST-SLOT-SW       PIC X(01) VALUE 'N'.
               88  STATE-SLOT-FOUND        VALUE 'Y'.
      * THE LOOKUP IS MADE ONCE PER EMPLOYEE - A RETRO ADJUSTMENT
      * RE-RUNS THE TAXES AND MUST NOT FLAG A BAD CODE TWICE.
           05  WS-ST-LOOKUP-EMP-ID PIC 9(6) VALUE 0.
           05  WS-TAX-STATE-CODE   PIC X(02) VALUE SPACES.
           05  WS-STATE-ALLOWANCES PIC 9(3) VALUE 0.
           05  WS-STATE-REDUCTION  PIC 9(7)V99 VALUE 0.
           05  WS-STATE-TAXABLE    PIC 9(7)V99 VALUE 0.
           05  WS-STATE-IN-BRACKET PIC 9(7)V99 VALUE 0.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
      * A CLEAN PAYROLL CYCLE LEAVES NO SUSPENSE FILE BEHIND - THAT
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM LOAD-AGENCY-TABLE
           PERFORM READ-LAST-CHECKPOINT
           PERFORM OPEN-CORRECTION-FILE
           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-LEAVE-MASTER
           PERFORM OPEN-DEDUCTION-MASTER
           PERFORM OPEN-AUDIT-JOURNAL
           PERFORM OPEN-PAY-HISTORY
           PERFORM OPEN-CHECKPOINT-FILE
      * AS IN PAYROLL-CALC, THE DETAILS RIDE ACROSS A RESTART ON
      * SUPPEWRK.DAT AND SUPPEFT.DAT IS LAID OUT WHOLE AT END OF RUN.
           IF RESTARTED-RUN
               OPEN EXTEND SUPPLEMENTAL-REPORT
               OPEN EXTEND EFT-WORK-FILE
               IF EFT-WORK-NOT-FOUND
                   DISPLAY 'SUSPENSE-CORRECT: SUPPEWRK.DAT MISSING '
                       'ON RESTART - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND SUSPENSE-NEXT
               OPEN EXTEND CHECK-PRINT-FILE
           ELSE
               OPEN OUTPUT SUPPLEMENTAL-REPORT
               PERFORM WRITE-REPORT-HEADING
               OPEN OUTPUT EFT-WORK-FILE
               OPEN OUTPUT SUSPENSE-NEXT
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           OPEN OUTPUT EFT-FILE
           PERFORM READ-CHECK-CONTROL
           PERFORM OPEN-CHECK-ISSUE-MASTER
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-LOCALITY-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM OPEN-ELECTION-MASTER
           PERFORM OPEN-PAY-STATEMENT-FILE

           PERFORM PROCESS-SUSPENSE UNTIL END-OF-FILE

           PERFORM BUILD-EFT-FILE

           PERFORM WRITE-FINAL-CHECKPOINT

           CLOSE LEAVE-MASTER
           CLOSE DEDUCTION-MASTER
           CLOSE AUDIT-JOURNAL
           CLOSE PAY-HISTORY-FILE
           CLOSE SUPP-CHECKPOINT
           CLOSE SUPPLEMENTAL-REPORT
           CLOSE EFT-FILE
           CLOSE SUSPENSE-NEXT
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-ISSUE-MASTER
           IF NOT ELECTION-MASTER-NOT-FOUND
               CLOSE ELECTION-MASTER
           END-IF
           CLOSE PAY-STATEMENT-FILE

           MOVE 'CORRECTED' TO WS-RL-COUNT-NAME (1)
           MOVE WS-CORRECTED-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'ROLLED FWD' TO WS-RL-COUNT-NAME (2)
           MOVE WS-ROLLED-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'EFT ENTRY' TO WS-RL-COUNT-NAME (3)
           MOVE WS-EFT-ENTRY-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER

           STOP RUN.

       READ-LAST-CHECKPOINT.
                       MOVE 0 TO WS-EFT-ROUTING-HASH
                       MOVE 0 TO WS-EFT-TOTAL-CREDIT
                       MOVE 0 TO WS-EFT-TRACE-SEQ
                       MOVE 0 TO WS-CHECK-COUNT
                       MOVE 0 TO WS-CHECK-TOTAL
                       PERFORM ZERO-AGENCY-TOTALS
                           VARYING WS-AG-SUB FROM 1 BY 1
                           UNTIL WS-AG-SUB > WS-AG-COUNT
                   END-IF
               ELSE
                   IF WS-RESTART-EMP-ID > 0
           END-IF.

       READ-CHECKPOINT-RECORD.
      * AGENCY TOTALS ARE PICKED UP FROM AN 'A' RECORD ONLY, THE
      * SAME AS PAYROLL-CALC.
           READ SUPP-CHECKPOINT NEXT RECORD
           IF WS-CHECKPOINT-STATUS = '00'
               MOVE CK-LAST-EMP-ID TO WS-RESTART-EMP-ID
               MOVE CK-EFT-TRACE-SEQ TO WS-EFT-TRACE-SEQ
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
               MOVE CK-PERIOD-NUMBER TO WS-CK-PERIOD
               MOVE CK-CHECK-COUNT TO WS-CHECK-COUNT
               MOVE CK-CHECK-TOTAL TO WS-CHECK-TOTAL
               IF CK-RUN-STATUS NOT = 'C'
                   PERFORM RESTORE-CK-AGENCY-SLOT
                       VARYING WS-CK-AG-SUB FROM 1 BY 1
                       UNTIL WS-CK-AG-SUB > WS-AG-MAX
               END-IF
           END-IF.

       RESTORE-CK-AGENCY-SLOT.
           IF CK-AG-CODE (WS-CK-AG-SUB) NOT = SPACES
               MOVE CK-AG-CODE (WS-CK-AG-SUB) TO WS-AG-KEY
               PERFORM GET-AGENCY-ROW
               IF NOT AGENCY-FOUND
                   DISPLAY 'SUSPENSE-CORRECT: SUPPCHK.DAT AGENCY '
                       WS-AG-KEY ' NOT ON AGENCY.DAT - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CK-AG-EMP-COUNT (WS-CK-AG-SUB)
                   TO WS-AT-EMP-COUNT (WS-AG-CUR)
               MOVE CK-AG-TOTAL-PAYROLL (WS-CK-AG-SUB)
                   TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
               MOVE CK-AG-EFT-COUNT (WS-CK-AG-SUB)
                   TO WS-AT-EFT-COUNT (WS-AG-CUR)
               MOVE CK-AG-EFT-HASH (WS-CK-AG-SUB)
                   TO WS-AT-EFT-HASH (WS-AG-CUR)
               MOVE CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
                   TO WS-AT-EFT-CREDIT (WS-AG-CUR)
               MOVE CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
                   TO WS-AT-CHECK-COUNT (WS-AG-CUR)
               MOVE CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
                   TO WS-AT-CHECK-TOTAL (WS-AG-CUR)
           END-IF.

       SAVE-CK-AGENCY-SLOT.
           IF WS-CK-AG-SUB > WS-AG-COUNT
               MOVE SPACES TO CK-AG-CODE (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EMP-COUNT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-TOTAL-PAYROLL (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EFT-COUNT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EFT-HASH (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
               MOVE 0 TO CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
           ELSE
               MOVE WS-AG-CODE (WS-CK-AG-SUB)
                   TO CK-AG-CODE (WS-CK-AG-SUB)
               MOVE WS-AT-EMP-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-EMP-COUNT (WS-CK-AG-SUB)
               MOVE WS-AT-TOTAL-PAYROLL (WS-CK-AG-SUB)
                   TO CK-AG-TOTAL-PAYROLL (WS-CK-AG-SUB)
               MOVE WS-AT-EFT-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-EFT-COUNT (WS-CK-AG-SUB)
               MOVE WS-AT-EFT-HASH (WS-CK-AG-SUB)
                   TO CK-AG-EFT-HASH (WS-CK-AG-SUB)
               MOVE WS-AT-EFT-CREDIT (WS-CK-AG-SUB)
                   TO CK-AG-EFT-CREDIT (WS-CK-AG-SUB)
               MOVE WS-AT-CHECK-COUNT (WS-CK-AG-SUB)
                   TO CK-AG-CHECK-COUNT (WS-CK-AG-SUB)
               MOVE WS-AT-CHECK-TOTAL (WS-CK-AG-SUB)
                   TO CK-AG-CHECK-TOTAL (WS-CK-AG-SUB)
           END-IF.

       LOAD-AGENCY-TABLE.
      * SAME AGENCY TABLE PAYROLL-CALC LOADS, STOPPING THE RUN ON
      * THE SAME PROBLEMS - NO MONEY GOES OUT UNTIL IT IS CLEAR
      * WHOSE BATCH IT BELONGS IN.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-NOT-FOUND
               DISPLAY 'SUSPENSE-CORRECT: AGENCY.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'SUSPENSE-CORRECT: AGENCY.DAT EMPTY - RUN '
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
           IF AC-AGENCY-CODE = SPACES
               DISPLAY 'SUSPENSE-CORRECT: AGENCY.DAT RECORD WITH NO '
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
               DISPLAY 'SUSPENSE-CORRECT: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'SUSPENSE-CORRECT: MORE THAN ' WS-AG-MAX
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
           PERFORM ZERO-AGENCY-TOTALS.

       ZERO-AGENCY-TOTALS.
           MOVE 0 TO WS-AT-EMP-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AT-TOTAL-PAYROLL (WS-AG-SUB)
           MOVE 0 TO WS-AT-EFT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AT-EFT-HASH (WS-AG-SUB)
           MOVE 0 TO WS-AT-EFT-CREDIT (WS-AG-SUB)
           MOVE 0 TO WS-AT-CHECK-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AT-CHECK-TOTAL (WS-AG-SUB).

       GET-AGENCY-ROW.
      * WS-AG-KEY TO ITS ROW IN WS-AG-CUR - BLANK IS ROW 1, THE SAME
      * AS PAYROLL-CALC.
           MOVE 'N' TO WS-AG-HIT-SW
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

       OPEN-CHECKPOINT-FILE.
               MOVE WS-EFT-TRACE-SEQ TO CK-EFT-TRACE-SEQ
               MOVE 'A' TO CK-RUN-STATUS
               MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
               MOVE WS-CHECK-COUNT TO CK-CHECK-COUNT
               MOVE WS-CHECK-TOTAL TO CK-CHECK-TOTAL
               PERFORM SAVE-CK-AGENCY-SLOT
                   VARYING WS-CK-AG-SUB FROM 1 BY 1
                   UNTIL WS-CK-AG-SUB > WS-AG-MAX
               WRITE CHECKPOINT-RECORD
               MOVE 0 TO WS-SINCE-CHECKPOINT
           END-IF.
           MOVE WS-EFT-TRACE-SEQ TO CK-EFT-TRACE-SEQ
           MOVE 'C' TO CK-RUN-STATUS
           MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
           MOVE WS-CHECK-COUNT TO CK-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO CK-CHECK-TOTAL
           PERFORM SAVE-CK-AGENCY-SLOT
               VARYING WS-CK-AG-SUB FROM 1 BY 1
               UNTIL WS-CK-AG-SUB > WS-AG-MAX
           WRITE CHECKPOINT-RECORD.

       READ-PAY-PERIOD-CONTROL.
      * PICK UP THE PERIOD STAMPS IF THE CONTROL FILE IS THERE. A
      * MISSING CONTROL FILE LEAVES THE STAMPS ZERO, AND NO
      * BALANCE-RECON CAN HAVE COMPLETED FOR PERIOD ZERO, SO THE
      * RUN LEDGER CHECK THAT FOLLOWS REFUSES THE RUN.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT PAY-PERIOD-FILE-NOT-FOUND
               READ PAY-PERIOD-FILE NEXT RECORD
                   NOT AT END
                       MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
                       MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
                       MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
                       MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
                       MOVE PP-QUARTER TO WS-PERIOD-QUARTER
                       MOVE PP-PAY-DATE TO WS-PAY-DATE
                       MOVE PP-END-DATE TO WS-PERIOD-END-DATE
               OPEN I-O YTD-MASTER
           END-IF.

       OPEN-PAY-HISTORY.
      * CREATED ON FIRST USE IF THE REGULAR RUN NEVER GOT FAR
      * ENOUGH TO.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       OPEN-LEAVE-MASTER.
           OPEN I-O LEAVE-MASTER
           IF LEAVE-MASTER-NOT-FOUND
           MOVE 0.0145 TO WS-MEDICARE-RATE
           MOVE 184500 TO WS-OASDI-WAGE-BASE.

       LOAD-LOCALITY-TABLE.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCALITY-FILE
           IF LOCALITY-FILE-NOT-FOUND
               DISPLAY 'SUSPENSE-CORRECT: LOCALITY.DAT MISSING - ALL '
                   'EMPLOYEES PAID AT BASE SCHEDULE'
           ELSE
               PERFORM READ-LOCALITY-RECORD
                   UNTIL LOCALITY-FILE-AT-END
               CLOSE LOCALITY-FILE
           END-IF.

       LOAD-STATE-TAX-TABLE.
      * ONE ROW PER STATE. NO FILE MEANS THE OLD SINGLE STATE RATE
      * FOR EVERYONE - SAID ON THE CONSOLE SO NOBODY MISTAKES IT FOR
      * A NORMAL RUN. A TABLE BIGGER THAN WS-STATE-TAX-TABLE STOPS
      * THE RUN RATHER THAN QUIETLY MISTAXING THE OVERFLOW STATES.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF STATE-TAX-FILE-NOT-FOUND
               DISPLAY 'SUSPENSE-CORRECT: STATETAX.DAT MISSING - STATE '
                   'TAX FROM TAXTBL.DAT FOR ALL EMPLOYEES'
           ELSE
               SET STATE-TABLE-LOADED TO TRUE
               PERFORM READ-STATE-TAX-RECORD
                   UNTIL STATE-TAX-AT-END
               CLOSE STATE-TAX-FILE
           END-IF.

       READ-STATE-TAX-RECORD.
           READ STATE-TAX-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM STORE-STATE-TAX-ROW
           END-READ.

       STORE-STATE-TAX-ROW.
           IF WS-ST-COUNT >= WS-ST-MAX
               DISPLAY 'SUSPENSE-CORRECT: MORE THAN ' WS-ST-MAX
                   ' STATES - ENLARGE WS-STATE-TAX-TABLE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE ST-STATE-CODE TO WS-ST-CODE (WS-ST-COUNT)
           MOVE ST-NO-INCOME-TAX TO WS-ST-NO-TAX (WS-ST-COUNT)
           MOVE ST-ALLOWANCE-BASIS TO WS-ST-ALLOW-BASIS (WS-ST-COUNT)
           MOVE ST-ALLOWANCE-VALUE TO WS-ST-ALLOW-VALUE (WS-ST-COUNT)
           IF ST-BRACKET-COUNT > 5
               MOVE 5 TO WS-ST-BRACKET-COUNT (WS-ST-COUNT)
           ELSE
               MOVE ST-BRACKET-COUNT
                   TO WS-ST-BRACKET-COUNT (WS-ST-COUNT)
           END-IF
           MOVE ST-BRACKETS TO WS-ST-BRACKETS (WS-ST-COUNT).

       READ-LOCALITY-RECORD.
           READ LOCALITY-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM STORE-LOCALITY-AREA
           END-READ.

       STORE-LOCALITY-AREA.
           IF WS-LOC-COUNT >= WS-LOC-MAX
               DISPLAY 'SUSPENSE-CORRECT: MORE THAN ' WS-LOC-MAX
                   ' LOCALITY AREAS - ENLARGE WS-LOCALITY-TABLE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE LC-LOCALITY-CODE TO WS-LOC-AREA-CODE (WS-LOC-COUNT)
           MOVE LC-LOCALITY-RATE TO WS-LOC-AREA-RATE (WS-LOC-COUNT).

       PROCESS-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET END-OF-FILE TO TRUE
                   MOVE CR-NEW-STATUS TO SS-EMP-STATUS
                   MOVE CR-NEW-HOURS TO SS-EMP-HOURS-WORKED
                   MOVE CR-NEW-OVERTIME TO SS-EMP-OVERTIME-HOURS
                   MOVE CR-NEW-NIGHT TO SS-NIGHT-HOURS
                   MOVE CR-NEW-SUNDAY TO SS-SUNDAY-HOURS
                   MOVE CR-NEW-HOLIDAY TO SS-HOLIDAY-HOURS
                   MOVE CR-NEW-COMP-EARNED TO SS-COMP-EARNED-HOURS
               END-IF
               PERFORM VALIDATE-SUSPENSE-RECORD
               IF VALID-RECORD
               IF VALID-RECORD
                   PERFORM CALCULATE-SUPPLEMENTAL-PAY
                   ADD 1 TO WS-CORRECTED-COUNT
                   ADD 1 TO WS-AT-EMP-COUNT (WS-AG-CUR)
               ELSE
                   PERFORM ROLL-SUSPENSE-FORWARD
               END-IF

           IF VALID-RECORD AND NOT SS-RETIRED-EMPLOYEE
               IF SS-EMP-OVERTIME-HOURS < 0
                       OR SS-EMP-OVERTIME-HOURS
                          + SS-COMP-EARNED-HOURS > 40
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '05' TO WS-REASON-CODE
                   MOVE 'OVERTIME HOURS OUT OF RANGE' TO
                       WS-REASON-TEXT
               END-IF
           END-IF

      * A RECORD HELD FOR A MISSING TIMECARD HAS NO HOURS OF ITS OWN
      * - IT CAN ONLY PAY ONCE THE CLERK KEYS THE HOURS ON A
      * CORRECTION. WITHOUT ONE IT WAITS ANOTHER CYCLE.
           IF VALID-RECORD AND SS-REASON-CODE = '07'
               IF NOT CORRECTION-MATCHED
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '07' TO WS-REASON-CODE
                   MOVE 'NO TIMECARD FOR PAY PERIOD' TO
                       WS-REASON-TEXT
               END-IF
           END-IF.

       READ-EMPLOYEE-MASTER.
                   MOVE '06' TO WS-REASON-CODE
                   MOVE 'NO MASTER RECORD ON EMPDATA' TO
                       WS-REASON-TEXT
           END-READ
      * SAME HOLD AS PAYROLL-CALC: A CHECK PAYEE WAITS WHILE THERE
      * IS NO CHECK NUMBER CONTROL TO NUMBER THE CHECK FROM.
           IF VALID-RECORD AND PAY-BY-CHECK
                   AND NOT SS-RETIRED-EMPLOYEE
               IF NOT CHECK-STOCK-LOADED
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '08' TO WS-REASON-CODE
                   MOVE 'NO CHECK NUMBER CONTROL (CHKCTL.DAT)' TO
                       WS-REASON-TEXT
               END-IF
           END-IF
      * SAME HOLD AS PAYROLL-CALC: AN AGENCY CODE ON THE MASTER THAT
      * ISN'T ON AGENCY.DAT HAS NO BATCH TO PAY FROM. WS-AG-CUR IS
      * THE PAYING AGENCY'S ROW FROM HERE ON.
           IF VALID-RECORD
               MOVE EMP-AGENCY-CODE TO WS-AG-KEY
               PERFORM GET-AGENCY-ROW
               IF NOT AGENCY-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '09' TO WS-REASON-CODE
                   MOVE 'UNKNOWN PAYING AGENCY (AGENCY.DAT)' TO
                       WS-REASON-TEXT
               END-IF
           END-IF.

       ROLL-SUSPENSE-FORWARD.
           MOVE WS-REASON-CODE TO SS-REASON-CODE
                   PERFORM CALCULATE-DEDUCTIONS
                   PERFORM CALCULATE-NET-PAY
                   PERFORM UPDATE-YTD-MASTER
                   PERFORM WRITE-PAY-HISTORY
                   PERFORM UPDATE-LEAVE-MASTER
                   PERFORM PRINT-PAY-STUB
                   ADD WS-GROSS-PAY TO WS-TOTAL-SUPP-PAY
                   ADD WS-GROSS-PAY TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
               WHEN SS-RETIRED-EMPLOYEE
                   PERFORM CALCULATE-RETIREMENT-PAY
                   PERFORM PRINT-RETIREE-STUB
                   ADD WS-ANNUITY-PAY TO WS-TOTAL-SUPP-PAY
                   ADD WS-ANNUITY-PAY
                       TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
               WHEN SS-TERMINATED-EMPLOYEE
                   PERFORM CALCULATE-TERMINATION-PAY
                   PERFORM CALCULATE-TAXES
                   PERFORM CALCULATE-DEDUCTIONS
                   PERFORM CALCULATE-NET-PAY
                   PERFORM UPDATE-YTD-MASTER
                   PERFORM WRITE-PAY-HISTORY
                   PERFORM PRINT-TERMINATION-STUB
      * WS-GROSS-PAY, THE SAME WAY PAYROLL-CALC TOTALS ITS RUN, SO
      * THE SUPPLEMENTAL CONTROL TOTAL STAYS DEFINED ONE WAY.
                   ADD WS-GROSS-PAY TO WS-TOTAL-SUPP-PAY
                   ADD WS-GROSS-PAY TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
           END-EVALUATE.

       GET-BASE-PAY.
           IF WS-GRADE-INDEX > 0 AND SS-EMP-STEP > 0
                   AND SS-EMP-STEP < 11
               MOVE WS-STEP-PAY (WS-GRADE-INDEX SS-EMP-STEP)
                   TO WS-SCHEDULE-ANNUAL
           ELSE
               MOVE 25000 TO WS-SCHEDULE-ANNUAL
           END-IF

      * THE LOCALITY CODE COMES OFF THE MASTER RECORD
      * READ-EMPLOYEE-MASTER PULLED - THE SUSPENSE RECORD DOESN'T
      * CARRY ONE.
           PERFORM GET-LOCALITY-RATE
           COMPUTE WS-ANNUAL-PAY ROUNDED =
               WS-SCHEDULE-ANNUAL * (1 + WS-LOCALITY-RATE)
           COMPUTE WS-BASE-PAY =
               WS-SCHEDULE-ANNUAL / 2080 * SS-EMP-HOURS-WORKED
           COMPUTE WS-LOCALITY-PAY =
               (WS-ANNUAL-PAY / 2080 * SS-EMP-HOURS-WORKED)
               - WS-BASE-PAY.

       GET-LOCALITY-RATE.
           MOVE 0 TO WS-LOCALITY-RATE
           MOVE 'N' TO WS-LOC-HIT-SW
           IF EMP-LOCALITY-CODE NOT = SPACES
               PERFORM FIND-LOCALITY-ROW
                   VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT OR LOCALITY-FOUND
               IF LOCALITY-FOUND
                   MOVE WS-LOC-AREA-RATE (WS-LOC-SUB)
                       TO WS-LOCALITY-RATE
               ELSE
                   PERFORM PRINT-LOCALITY-MISSING-LINE
               END-IF
           END-IF.

       FIND-LOCALITY-ROW.
           IF WS-LOC-AREA-CODE (WS-LOC-SUB) = EMP-LOCALITY-CODE
               SET LOCALITY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-LOC-SUB
           END-IF.

       PRINT-LOCALITY-MISSING-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING SS-EMP-ID DELIMITED BY SIZE
                  ' LOCALITY CODE ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  ' NOT ON LOCALITY.DAT - PAID AT BASE SCHEDULE'
                      DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       CALCULATE-OVERTIME.
      * SAME PREMIUM PRICING AS PAYROLL-CALC - OVERTIME ON EVERY
      * CODED OVERTIME HOUR, THE NIGHT, SUNDAY AND HOLIDAY PREMIUMS
      * ON TOP OF HOURS ALREADY IN THE REGULAR OR OVERTIME FIGURES,
      * AND NOTHING FOR COMP TIME, WHICH BANKS INSTEAD.
           COMPUTE WS-OVERTIME-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-OVERTIME-RATE
                   * SS-EMP-OVERTIME-HOURS
           COMPUTE WS-NIGHT-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-NIGHT-DIFF-RATE
                   * SS-NIGHT-HOURS
           COMPUTE WS-SUNDAY-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-SUNDAY-PREM-RATE
                   * SS-SUNDAY-HOURS
           COMPUTE WS-HOLIDAY-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-HOLIDAY-PREM-RATE
                   * SS-HOLIDAY-HOURS

           ADD WS-BASE-PAY WS-LOCALITY-PAY WS-OVERTIME-PAY
               WS-NIGHT-PAY WS-SUNDAY-PAY WS-HOLIDAY-PAY
               GIVING WS-GROSS-PAY.

       OPEN-ELECTION-MASTER.
      * READ-ONLY, SAME AS PAYROLL-CALC - NO FILE JUST MEANS
      * EVERYONE WITHHOLDS AT THE DEFAULTS.
           OPEN INPUT ELECTION-MASTER.

       READ-CHECK-CONTROL.
      * SAME AS PAYROLL-CALC: NO CHKCTL.DAT ONLY HOLDS THE CHECK
      * PAYEES, IT DOESN'T STOP THE RUN.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CHECK-CONTROL-NOT-FOUND
               DISPLAY 'SUSPENSE-CORRECT: CHKCTL.DAT MISSING - CHECK '
                   'PAYEES WILL ROLL FORWARD'
           ELSE
               READ CHECK-CONTROL-FILE NEXT RECORD
                   AT END
                       DISPLAY 'SUSPENSE-CORRECT: CHKCTL.DAT EMPTY - '
                           'CHECK PAYEES WILL ROLL FORWARD'
                   NOT AT END
                       SET CHECK-STOCK-LOADED TO TRUE
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       OPEN-CHECK-ISSUE-MASTER.
           OPEN I-O CHECK-ISSUE-MASTER
           IF CHECK-ISSUE-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUE-MASTER
               CLOSE CHECK-ISSUE-MASTER
               OPEN I-O CHECK-ISSUE-MASTER
           END-IF.

       OPEN-PAY-STATEMENT-FILE.
      * APPEND BEHIND THE REGULAR RUN'S STATEMENTS - CREATE ON
      * FIRST USE IF THE REGULAR RUN NEVER GOT FAR ENOUGH TO.

       CALCULATE-TAXES.
      * SAME PROGRESSIVE BRACKET CALCULATION AS PAYROLL-CALC, WITH
      * THE SAME W-4 ELECTION APPLIED AROUND THE BRACKETS, THE SAME
      * PER-STATE WITHHOLDING AND THE SAME TWO-PIECE FICA SPLIT.
           MOVE 0 TO WS-FEDERAL-TAX
           MOVE 0 TO WS-STATE-TAX
           PERFORM GET-WITHHOLDING-ELECTION
           PERFORM COMPUTE-TAX-BRACKETS
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-BRACKET-COUNT
           PERFORM CALCULATE-STATE-TAX
      * FICA BEFORE THE AFTER-BRACKET STEP - THE ADDITIONAL-AMOUNT
      * CAP NEEDS THIS CHECK'S FICA, NOT THE LAST ONE'S.
           PERFORM CALCULATE-FICA-TAXES
               END-IF
           END-IF.

       CALCULATE-STATE-TAX.
      * THE EMPLOYEE'S TAXING STATE REPLACES THE OLD SINGLE STATE
      * COLUMN WHEN THE STATE IS ON STATETAX.DAT: NOTHING AT ALL FOR
      * A NO-INCOME-TAX STATE, OTHERWISE THE STATE'S OWN BRACKETS
      * OVER GROSS LESS THE STATE'S OWN ALLOWANCE SHELTER. A BLANK
      * OR UNLISTED CODE KEEPS THE TAXTBL.DAT FIGURE THE BRACKET
      * LOOP JUST LEFT IN WS-STATE-TAX. THE W-4 EXEMPT FLAG IS
      * FEDERAL ONLY AND DOESN'T REACH HERE.
           IF SS-EMP-ID NOT = WS-ST-LOOKUP-EMP-ID
               MOVE SS-EMP-ID TO WS-ST-LOOKUP-EMP-ID
               PERFORM GET-STATE-TAX-ROW
           END-IF
           IF STATE-ROW-FOUND
               MOVE 0 TO WS-STATE-TAX
               IF WS-ST-NO-TAX (WS-ST-SUB) NOT = 'Y'
                   PERFORM APPLY-STATE-ALLOWANCES
                   PERFORM COMPUTE-STATE-BRACKETS
                       VARYING WS-ST-BKT-SUB FROM 1 BY 1
                       UNTIL WS-ST-BKT-SUB >
                           WS-ST-BRACKET-COUNT (WS-ST-SUB)
               END-IF
           END-IF.

       GET-STATE-TAX-ROW.
           MOVE EMP-STATE-CODE TO WS-TAX-STATE-CODE
           MOVE 'N' TO WS-ST-HIT-SW
           IF EMP-STATE-CODE NOT = SPACES AND STATE-TABLE-LOADED
               PERFORM FIND-STATE-TAX-ROW
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR STATE-ROW-FOUND
               IF NOT STATE-ROW-FOUND
                   PERFORM PRINT-STATE-MISSING-LINE
               END-IF
           END-IF.

       FIND-STATE-TAX-ROW.
           IF WS-ST-CODE (WS-ST-SUB) = EMP-STATE-CODE
               SET STATE-ROW-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ST-SUB
           END-IF.

       APPLY-STATE-ALLOWANCES.
      * THE W-4 ALLOWANCE COUNT AND FILING-STATUS ALLOWANCES WERE
      * WORKED OUT FOR THE FEDERAL CALCULATION - EACH STATE DECIDES
      * WHICH OF THEM IT HONORS AND WHAT ONE IS WORTH.
           EVALUATE WS-ST-ALLOW-BASIS (WS-ST-SUB)
               WHEN 'W'
                   COMPUTE WS-STATE-ALLOWANCES =
                       WS-WE-ALLOWANCES + WS-STATUS-ALLOWANCES
               WHEN 'A'
                   MOVE WS-WE-ALLOWANCES TO WS-STATE-ALLOWANCES
               WHEN OTHER
                   MOVE 0 TO WS-STATE-ALLOWANCES
           END-EVALUATE
           COMPUTE WS-STATE-REDUCTION =
               WS-STATE-ALLOWANCES * WS-ST-ALLOW-VALUE (WS-ST-SUB)
           IF WS-STATE-REDUCTION < WS-GROSS-PAY
               COMPUTE WS-STATE-TAXABLE =
                   WS-GROSS-PAY - WS-STATE-REDUCTION
           ELSE
               MOVE 0 TO WS-STATE-TAXABLE
           END-IF.

       COMPUTE-STATE-BRACKETS.
      * SAME SLICE-BY-SLICE PROGRESSION AS COMPUTE-TAX-BRACKETS,
      * OVER THE STATE'S OWN BRACKETS.
           IF WS-STATE-TAXABLE >
                   WS-ST-BRACKET-FLOOR (WS-ST-SUB WS-ST-BKT-SUB)
               IF WS-ST-BKT-SUB < WS-ST-BRACKET-COUNT (WS-ST-SUB)
                   AND WS-STATE-TAXABLE >
                       WS-ST-BRACKET-FLOOR (WS-ST-SUB WS-ST-BKT-SUB + 1)
                   COMPUTE WS-STATE-IN-BRACKET =
                       WS-ST-BRACKET-FLOOR (WS-ST-SUB WS-ST-BKT-SUB + 1)
                       - WS-ST-BRACKET-FLOOR (WS-ST-SUB WS-ST-BKT-SUB)
               ELSE
                   COMPUTE WS-STATE-IN-BRACKET =
                       WS-STATE-TAXABLE
                       - WS-ST-BRACKET-FLOOR (WS-ST-SUB WS-ST-BKT-SUB)
               END-IF
               COMPUTE WS-STATE-TAX = WS-STATE-TAX +
                   (WS-STATE-IN-BRACKET
                       * WS-ST-BRACKET-RATE (WS-ST-SUB WS-ST-BKT-SUB))
           END-IF.

       PRINT-STATE-MISSING-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING SS-EMP-ID DELIMITED BY SIZE
                  ' STATE CODE ' DELIMITED BY SIZE
                  EMP-STATE-CODE DELIMITED BY SIZE
                  ' NOT ON STATETAX.DAT - STATE TAX FROM TAXTBL.DAT'
                      DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       CALCULATE-FICA-TAXES.
      * SAME WAGE-BASE TEST AS PAYROLL-CALC: OASDI ONLY ON THE
      * SLICE OF GROSS STILL UNDER THE ANNUAL BASE PER THE YTD

       CALCULATE-DEDUCTIONS.
      * SAME PRIORITY-ORDER APPLICATION AND CAPS AS PAYROLL-CALC,
      * KEYED BY THE SUSPENSE EMP-ID - AND THE SAME JOURNALED
      * REWRITE, SO PERIOD-REVERSE CAN BACK IT OUT.
           MOVE 0 TO WS-HEALTH-DED
           MOVE 0 TO WS-RETIRE-DED
           MOVE 0 TO WS-GARNISH-DED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEDUCTION-RECORD TO WS-AJ-BEFORE
                   PERFORM APPLY-ONE-DEDUCTION
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   IF WS-TOTAL-DEDUCTIONS > 0
                       REWRITE DEDUCTION-RECORD
                       MOVE 'DED' TO WS-AJ-FILE-ID
                       MOVE DD-EMP-ID TO WS-AJ-EMP-ID
                       MOVE 'C' TO WS-AJ-ACTION
                       MOVE DEDUCTION-RECORD TO WS-AJ-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

                   MOVE WS-NET-PAY TO YM-LAST-PERIOD-NET
                   PERFORM ZERO-YTD-QUARTERS
                   PERFORM POST-YTD-QUARTER
                   PERFORM POST-YTD-STATE
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   MOVE 'C' TO WS-AJ-ACTION
                       MOVE WS-NET-PAY TO YM-LAST-PERIOD-NET
                   END-IF
                   PERFORM POST-YTD-QUARTER
                   PERFORM POST-YTD-STATE
                   REWRITE YTD-MASTER-RECORD
           END-READ
           MOVE 'YTD' TO WS-AJ-FILE-ID
           MOVE YTD-MASTER-RECORD TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-PAY-HISTORY.
      * A SUPPLEMENTAL NEVER REPLACES ANYTHING - IT IS MONEY PAID
      * ON TOP OF WHATEVER ELSE THE PERIOD PAID. THE FIRST FREE
      * SEQUENCE NUMBER UNDER THE PERIOD TAKES IT.
           MOVE SS-EMP-ID TO PH-EMP-ID
           MOVE WS-PERIOD-YEAR TO PH-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO PH-PERIOD-NUMBER
           MOVE 'S' TO PH-RUN-TYPE
           MOVE 1 TO PH-RUN-SEQ
           MOVE SS-EMP-NAME TO PH-EMP-NAME
           MOVE SS-EMP-STATUS TO PH-EMP-STATUS
           MOVE SS-EMP-GRADE TO PH-EMP-GRADE
           MOVE SS-EMP-STEP TO PH-EMP-STEP
           MOVE WS-PAY-DATE TO PH-PAY-DATE
           MOVE WS-GROSS-PAY TO PH-GROSS-PAY
           MOVE WS-FEDERAL-TAX TO PH-FEDERAL-TAX
           MOVE WS-STATE-TAX TO PH-STATE-TAX
           MOVE WS-OASDI-TAX TO PH-OASDI-TAX
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX
           MOVE WS-HEALTH-DED TO PH-HEALTH-DED
           MOVE WS-RETIRE-DED TO PH-RETIRE-DED
           MOVE WS-GARNISH-DED TO PH-GARNISH-DED
           MOVE 0 TO PH-RETRO-AMOUNT
           IF SS-TERMINATED-EMPLOYEE
               MOVE WS-LEAVE-PAYOUT TO PH-LEAVE-PAYOUT
           ELSE
               MOVE 0 TO PH-LEAVE-PAYOUT
           END-IF
           MOVE WS-NET-PAY TO PH-NET-PAY
           MOVE 'N' TO WS-HISTORY-WRITTEN-SW
           PERFORM WRITE-ONE-HISTORY-RECORD
               UNTIL HISTORY-WRITTEN.

       WRITE-ONE-HISTORY-RECORD.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO PH-RUN-SEQ
               NOT INVALID KEY
                   SET HISTORY-WRITTEN TO TRUE
           END-WRITE.

       ZERO-YTD-QUARTERS.
      * SAME CLEAN START AS PAYROLL-CALC GIVES A BRAND-NEW RECORD.
           PERFORM ZERO-ONE-YTD-QUARTER
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           MOVE 0 TO YM-YTD-EMPLOYER-FICA
           PERFORM ZERO-ONE-YTD-STATE
               VARYING WS-ST-SLOT-SUB FROM 1 BY 1
               UNTIL WS-ST-SLOT-SUB > 4.

       ZERO-ONE-YTD-STATE.
           MOVE SPACES TO YM-ST-STATE-CODE (WS-ST-SLOT-SUB)
           MOVE 0 TO YM-ST-YTD-WAGES (WS-ST-SLOT-SUB)
           MOVE 0 TO YM-ST-YTD-TAX (WS-ST-SLOT-SUB)
           PERFORM ZERO-ONE-YTD-STATE-QUARTER
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4.

       ZERO-ONE-YTD-STATE-QUARTER.
           MOVE 0 TO YM-ST-QTR-WAGES (WS-ST-SLOT-SUB WS-QTR-SUB)
           MOVE 0 TO YM-ST-QTR-TAX (WS-ST-SLOT-SUB WS-QTR-SUB).

       POST-YTD-STATE.
      * THE PERIOD'S WAGES AND STATE TAX GO TO THE SLOT FOR THE
      * STATE THEY WERE TAXED BY. SLOTS FILL IN ORDER, SO THE FIRST
      * SLOT THAT IS THIS STATE OR STILL UNUSED IS THE ONE. A FIFTH
      * STATE IN ONE YEAR HAS NOWHERE TO GO - SAID ON THE CONSOLE
      * FOR A MANUAL W-2 CORRECTION; THE TOTAL STATE TAX ABOVE STILL
      * POSTS.
           MOVE 'N' TO WS-ST-SLOT-SW
           PERFORM FIND-YTD-STATE-SLOT
               VARYING WS-ST-SLOT-SUB FROM 1 BY 1
               UNTIL WS-ST-SLOT-SUB > 4 OR STATE-SLOT-FOUND
           IF STATE-SLOT-FOUND
               MOVE WS-TAX-STATE-CODE
                   TO YM-ST-STATE-CODE (WS-ST-SLOT-SUB)
               ADD WS-GROSS-PAY TO YM-ST-YTD-WAGES (WS-ST-SLOT-SUB)
               ADD WS-STATE-TAX TO YM-ST-YTD-TAX (WS-ST-SLOT-SUB)
               IF WS-PERIOD-QUARTER >= 1 AND WS-PERIOD-QUARTER <= 4
                   ADD WS-GROSS-PAY TO YM-ST-QTR-WAGES
                       (WS-ST-SLOT-SUB WS-PERIOD-QUARTER)
                   ADD WS-STATE-TAX TO YM-ST-QTR-TAX
                       (WS-ST-SLOT-SUB WS-PERIOD-QUARTER)
               END-IF
           ELSE
               DISPLAY 'SUSPENSE-CORRECT: ' YM-EMP-ID
                   ' MORE THAN 4 TAXING STATES THIS YEAR - STATE '
                   WS-TAX-STATE-CODE ' WAGES NOT POSTED BY STATE'
           END-IF.

       FIND-YTD-STATE-SLOT.
           IF YM-ST-STATE-CODE (WS-ST-SLOT-SUB) = WS-TAX-STATE-CODE
               OR (YM-ST-STATE-CODE (WS-ST-SLOT-SUB) = SPACES
                   AND YM-ST-YTD-WAGES (WS-ST-SLOT-SUB) = 0
                   AND YM-ST-YTD-TAX (WS-ST-SLOT-SUB) = 0)
               SET STATE-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ST-SLOT-SUB
           END-IF.

       ZERO-ONE-YTD-QUARTER.
           MOVE 0 TO YM-QTR-GROSS (WS-QTR-SUB)
       UPDATE-LEAVE-MASTER.
      * THE SUSPENDED EMPLOYEE MISSED THE REGULAR RUN'S ACCRUAL, SO
      * THE SUPPLEMENTAL RUN ACCRUES THE SAME TIERED HOURS HERE,
      * FROM THE SAME SERVICE COMPUTATION DATE, AND BANKS THE
      * PERIOD'S COMP TIME EARNED THE SAME WAY.
           PERFORM COMPUTE-SERVICE-YEARS
           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 3
                   MOVE SS-EMP-NAME TO LM-EMP-NAME
                   MOVE WS-ANNUAL-ACCRUAL-HRS TO LM-ANNUAL-LEAVE-BAL
                   MOVE WS-SICK-ACCRUAL-HRS TO LM-SICK-LEAVE-BAL
                   MOVE SS-COMP-EARNED-HOURS TO LM-COMP-TIME-BAL
                   WRITE LEAVE-MASTER-RECORD
               NOT INVALID KEY
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE SS-EMP-NAME TO LM-EMP-NAME
                   ADD WS-ANNUAL-ACCRUAL-HRS TO LM-ANNUAL-LEAVE-BAL
                   ADD WS-SICK-ACCRUAL-HRS TO LM-SICK-LEAVE-BAL
                   ADD SS-COMP-EARNED-HOURS TO LM-COMP-TIME-BAL
                   REWRITE LEAVE-MASTER-RECORD
           END-READ
           MOVE 'LVM' TO WS-AJ-FILE-ID
           PERFORM WRITE-AUDIT-RECORD

           MOVE LM-ANNUAL-LEAVE-BAL TO WS-ANNUAL-LEAVE-BAL
           MOVE LM-SICK-LEAVE-BAL TO WS-SICK-LEAVE-BAL
           MOVE LM-COMP-TIME-BAL TO WS-COMP-TIME-BAL.

       PRINT-PAY-STUB.
           MOVE SPACES TO SUPPLEMENTAL-LINE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE
           PERFORM PRINT-PAY-SPLIT-LINE
           IF SS-COMP-EARNED-HOURS > 0
               PERFORM PRINT-COMP-TIME-LINE
           END-IF
           IF WS-TOTAL-DEDUCTIONS > 0
               PERFORM PRINT-DEDUCTION-LINE
           END-IF
           PERFORM WRITE-PAY-STATEMENT
           PERFORM DISBURSE-NET-PAY.

       WRITE-PAY-STATEMENT.
      * SAME STATEMENT LAYOUT AS PAYROLL-CALC, LABELLED AS A
       WRITE-STATEMENT-LEAVE-LINE.
           MOVE WS-ANNUAL-LEAVE-BAL TO WS-ST-HOURS-EDIT
           MOVE WS-SICK-LEAVE-BAL TO WS-ST-HOURS-EDIT-2
           MOVE WS-COMP-TIME-BAL TO WS-ST-HOURS-EDIT-3
           MOVE SPACES TO STATEMENT-LINE
           STRING '  LEAVE BALANCES - ANNUAL ' DELIMITED BY SIZE
                  WS-ST-HOURS-EDIT DELIMITED BY SIZE
                  ' HRS  SICK ' DELIMITED BY SIZE
                  WS-ST-HOURS-EDIT-2 DELIMITED BY SIZE
                  ' HRS  COMP ' DELIMITED BY SIZE
                  WS-ST-HOURS-EDIT-3 DELIMITED BY SIZE
                  ' HRS' DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       PRINT-PAY-SPLIT-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING '   BASE PAY: $' DELIMITED BY SIZE
                  WS-BASE-PAY DELIMITED BY SIZE
                  ' LOCALITY ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  ': $' DELIMITED BY SIZE
                  WS-LOCALITY-PAY DELIMITED BY SIZE
                  ' OVERTIME: $' DELIMITED BY SIZE
                  WS-OVERTIME-PAY DELIMITED BY SIZE
                  ' NIGHT: $' DELIMITED BY SIZE
                  WS-NIGHT-PAY DELIMITED BY SIZE
                  ' SUNDAY: $' DELIMITED BY SIZE
                  WS-SUNDAY-PAY DELIMITED BY SIZE
                  ' HOLIDAY: $' DELIMITED BY SIZE
                  WS-HOLIDAY-PAY DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       PRINT-COMP-TIME-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING '   COMP TIME EARNED: ' DELIMITED BY SIZE
                  SS-COMP-EARNED-HOURS DELIMITED BY SIZE
                  ' HRS BALANCE: ' DELIMITED BY SIZE
                  WS-COMP-TIME-BAL DELIMITED BY SIZE
                  ' HRS' DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       PRINT-DEDUCTION-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING '   DEDUCTIONS HEALTH: $' DELIMITED BY SIZE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       DISBURSE-NET-PAY.
      * SAME CHOICE AS PAYROLL-CALC - THE EFT FILE, OR ONE NUMBERED
      * CHECK FOR AN EMPLOYEE PAID BY CHECK.
           IF PAY-BY-CHECK
               PERFORM ISSUE-CHECK
           ELSE
               PERFORM WRITE-EFT-RECORD
           END-IF.

       ISSUE-CHECK.
      * SAME AS PAYROLL-CALC'S, EXCEPT A SUPPLEMENTAL CHECK IS DATED
      * THE DAY IT IS WRITTEN - THE PERIOD'S PAY DATE HAS PASSED.
           IF WS-NET-PAY > 0
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE SPACES TO CHECK-PRINT-RECORD
               MOVE WS-CHECK-NUMBER TO CP-CHECK-NUMBER
               MOVE WS-CURRENT-DATE TO CP-ISSUE-DATE
               MOVE SS-EMP-ID TO CP-EMP-ID
               MOVE SS-EMP-NAME TO CP-PAYEE-NAME
               MOVE WS-NET-PAY TO CP-AMOUNT
               MOVE WS-PERIOD-NUMBER TO CP-PERIOD-NUMBER
               SET CP-SUPPLEMENTAL-RUN TO TRUE
               MOVE WS-GROSS-PAY TO CP-GROSS-PAY
               COMPUTE CP-TOTAL-TAXES = WS-FEDERAL-TAX + WS-STATE-TAX
                                      + WS-FICA-TAX
               MOVE WS-TOTAL-DEDUCTIONS TO CP-TOTAL-DEDUCTIONS
               MOVE 0 TO CP-ORIGINAL-CHECK
               PERFORM RECORD-CHECK-ISSUE
               WRITE CHECK-PRINT-RECORD
               ADD 1 TO WS-CHECK-COUNT
               ADD CP-AMOUNT TO WS-CHECK-TOTAL
               ADD 1 TO WS-AT-CHECK-COUNT (WS-AG-CUR)
               ADD CP-AMOUNT TO WS-AT-CHECK-TOTAL (WS-AG-CUR)
               PERFORM PRINT-CHECK-LINE
           END-IF.

       ASSIGN-CHECK-NUMBER.
      * NEXT NUMBER OFF CHKCTL.DAT, REWRITTEN FOR EVERY CHECK - SAME
      * AS PAYROLL-CALC.
           OPEN I-O CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE NEXT RECORD
           MOVE 'N' TO WS-CHECK-NUMBER-SW
           PERFORM TAKE-NEXT-CHECK-NUMBER UNTIL CHECK-NUMBER-FREE
           REWRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       TAKE-NEXT-CHECK-NUMBER.
           MOVE CC-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
           ADD 1 TO CC-NEXT-CHECK-NUMBER
           MOVE WS-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECK-ISSUE-MASTER
               INVALID KEY
                   SET CHECK-NUMBER-FREE TO TRUE
               NOT INVALID KEY
                   DISPLAY 'SUSPENSE-CORRECT: CHECK ' WS-CHECK-NUMBER
                       ' ALREADY ISSUED - NUMBER SKIPPED'
           END-READ.

       RECORD-CHECK-ISSUE.
           MOVE SPACES TO CHECK-ISSUE-RECORD
           MOVE CP-CHECK-NUMBER TO CI-CHECK-NUMBER
           MOVE CP-EMP-ID TO CI-EMP-ID
           MOVE CP-PAYEE-NAME TO CI-PAYEE-NAME
           MOVE CP-AMOUNT TO CI-AMOUNT
           MOVE CP-ISSUE-DATE TO CI-ISSUE-DATE
           MOVE CP-PERIOD-NUMBER TO CI-PERIOD-NUMBER
           MOVE CP-CHECK-SOURCE TO CI-CHECK-SOURCE
           SET CI-CHECK-ISSUED TO TRUE
           MOVE CP-GROSS-PAY TO CI-GROSS-PAY
           MOVE CP-TOTAL-TAXES TO CI-TOTAL-TAXES
           MOVE CP-TOTAL-DEDUCTIONS TO CI-TOTAL-DEDUCTIONS
           MOVE CP-ORIGINAL-CHECK TO CI-ORIGINAL-CHECK
           MOVE 0 TO CI-REPLACED-BY
           MOVE 0 TO CI-VOID-DATE
           MOVE 0 TO CI-ISSUE-SENT-STAMP
           MOVE 0 TO CI-VOID-SENT-STAMP
           WRITE CHECK-ISSUE-RECORD.

       PRINT-CHECK-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING '   PAID BY CHECK NUMBER ' DELIMITED BY SIZE
                  CP-CHECK-NUMBER DELIMITED BY SIZE
                  ' AMOUNT: $' DELIMITED BY SIZE
                  CP-AMOUNT DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       WRITE-EFT-RECORD.
      * SAME SLOT-ORDER ALLOTMENT SPLIT AS PAYROLL-CALC - EACH
      * ALLOTMENT AS ITS OWN '22' DETAIL, THE REMAINDER TO THE
      * PRIMARY ACCOUNT, SO THE DETAILS SUM TO THE NET AND THE
      * AGENCY'S SUPPLEMENTAL TRAILER BALANCES. PRENOTES STAY THE
      * REGULAR RUN'S JOB - THE EMPLOYEE MASTER IS READ-ONLY HERE
      * AND THE FLAGS MUST CLEAR WHERE THE PRENOTE GOES OUT.
           MOVE WS-NET-PAY TO WS-NET-REMAINING
           PERFORM PAY-ONE-ALLOTMENT
               VARYING WS-ALLOT-SUB FROM 1 BY 1
           END-IF.

       WRITE-EFT-DETAIL.
      * EVERY DETAIL GETS THE NEXT TRACE NUMBER, GOES TO THE WORK
      * FILE TAGGED WITH THE PAYING AGENCY AND ROLLS INTO THE RUN
      * AND AGENCY CONTROL TOTALS - SAME AS PAYROLL-CALC.
           ADD 1 TO WS-EFT-TRACE-SEQ
           MOVE WS-EFT-TRACE-SEQ TO EFT-TRACE-NUMBER
           MOVE WS-AG-CODE (WS-AG-CUR) TO EW-AGENCY-CODE
           MOVE EFT-RECORD TO EW-EFT-IMAGE
           WRITE EFT-WORK-RECORD
           ADD 1 TO WS-EFT-ENTRY-COUNT
           ADD EFT-ROUTING-NUMBER TO WS-EFT-ROUTING-HASH
           ADD EFT-AMOUNT TO WS-EFT-TOTAL-CREDIT
           ADD 1 TO WS-AT-EFT-COUNT (WS-AG-CUR)
           ADD EFT-ROUTING-NUMBER TO WS-AT-EFT-HASH (WS-AG-CUR)
           ADD EFT-AMOUNT TO WS-AT-EFT-CREDIT (WS-AG-CUR).

       BUILD-EFT-FILE.
      * SAME LAYOUT PASS AS PAYROLL-CALC'S: ONE FILE HEADER, ONE
      * BATCH PER AGENCY WITH ANYTHING TO DEPOSIT, EACH TRAILER
      * PROVED AGAINST ITS AGENCY'S TOTALS AND THE FILE CONTROL
      * AGAINST THE RUN TOTALS. A FILE THAT DOESN'T AGREE ENDS THE
      * RUN RC 8 SO IT ISN'T SENT TO THE BANK.
           CLOSE EFT-WORK-FILE
           PERFORM WRITE-EFT-FILE-HEADER
           PERFORM WRITE-AGENCY-BATCH
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           PERFORM WRITE-EFT-FILE-CONTROL
           IF WS-FILE-ENTRY-COUNT NOT = WS-EFT-ENTRY-COUNT
                   OR WS-FILE-ROUTING-HASH NOT = WS-EFT-ROUTING-HASH
                   OR WS-FILE-TOTAL-CREDIT NOT = WS-EFT-TOTAL-CREDIT
               MOVE 'N' TO WS-EFT-BALANCE-SW
           END-IF
           IF NOT EFT-FILE-IN-BALANCE
               DISPLAY 'SUSPENSE-CORRECT: SUPPEFT.DAT OUT OF BALANCE '
                   '- DO NOT TRANSMIT'
               PERFORM PRINT-EFT-BALANCE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-AGENCY-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SW
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-ROUTING-HASH
           MOVE 0 TO WS-BATCH-TOTAL-CREDIT
           MOVE 'N' TO WS-EFT-WORK-EOF-SW
           OPEN INPUT EFT-WORK-FILE
           PERFORM COPY-AGENCY-DETAIL UNTIL EFT-WORK-EOF
           CLOSE EFT-WORK-FILE
           IF BATCH-OPEN
               PERFORM WRITE-EFT-BATCH-TRAILER
           END-IF
           IF WS-BATCH-ENTRY-COUNT NOT = WS-AT-EFT-COUNT (WS-AG-SUB)
                   OR WS-BATCH-ROUTING-HASH
                       NOT = WS-AT-EFT-HASH (WS-AG-SUB)
                   OR WS-BATCH-TOTAL-CREDIT
                       NOT = WS-AT-EFT-CREDIT (WS-AG-SUB)
               DISPLAY 'SUSPENSE-CORRECT: AGENCY '
                   WS-AG-CODE (WS-AG-SUB)
                   ' EFT BATCH DOES NOT AGREE WITH AGENCY TOTALS'
               MOVE 'N' TO WS-EFT-BALANCE-SW
           END-IF.

       COPY-AGENCY-DETAIL.
           READ EFT-WORK-FILE
               AT END SET EFT-WORK-EOF TO TRUE
               NOT AT END
                   IF EW-AGENCY-CODE = WS-AG-CODE (WS-AG-SUB)
                       IF NOT BATCH-OPEN
                           PERFORM WRITE-EFT-BATCH-HEADER
                       END-IF
                       MOVE EW-EFT-IMAGE TO EFT-RECORD
                       WRITE EFT-RECORD
                       ADD 1 TO WS-BATCH-ENTRY-COUNT
                       ADD EFT-ROUTING-NUMBER TO WS-BATCH-ROUTING-HASH
                       ADD EFT-AMOUNT TO WS-BATCH-TOTAL-CREDIT
                   END-IF
           END-READ.

       WRITE-EFT-FILE-HEADER.
      * SAME ACH-STYLE OPENING AS PAYROLL-CALC, UNDER THE IDENTITY OF
      * THE AGENCY RUNNING THE PAYROLL.
           IF WS-PAY-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-PAY-DATE
           END-IF
           MOVE SPACES TO EFT-FILE-HEADER
           MOVE '1' TO EFH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (1) TO EFH-COMPANY-ID
           MOVE WS-AG-COMPANY-NAME (1) TO EFH-COMPANY-NAME
           MOVE WS-CURRENT-DATE TO EFH-CREATION-DATE
           MOVE WS-PAY-DATE TO EFH-EFFECTIVE-DATE
           WRITE EFT-FILE-HEADER.

       WRITE-EFT-BATCH-HEADER.
      * EACH AGENCY'S BATCH, LABELLED AS SUPPLEMENTAL PAY.
           ADD 1 TO WS-FILE-BATCH-COUNT
           SET BATCH-OPEN TO TRUE
           MOVE SPACES TO EFT-BATCH-HEADER
           MOVE '5' TO EBH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBH-COMPANY-ID
           MOVE 'SUPP PAY' TO EBH-ENTRY-DESCRIPTION
           MOVE WS-PAY-DATE TO EBH-EFFECTIVE-DATE
           MOVE WS-PERIOD-NUMBER TO EBH-PERIOD-NUMBER
           MOVE WS-AG-CODE (WS-AG-SUB) TO EBH-AGENCY-CODE
           MOVE WS-FILE-BATCH-COUNT TO EBH-BATCH-NUMBER
           MOVE WS-AG-COMPANY-NAME (WS-AG-SUB) TO EBH-COMPANY-NAME
           MOVE WS-AG-FUNDING-ROUTING (WS-AG-SUB)
               TO EBH-FUNDING-ROUTING
           MOVE WS-AG-FUNDING-ACCOUNT (WS-AG-SUB)
               TO EBH-FUNDING-ACCOUNT
           WRITE EFT-BATCH-HEADER.

       WRITE-EFT-BATCH-TRAILER.
           MOVE SPACES TO EFT-BATCH-TRAILER
           MOVE '8' TO EBT-RECORD-TYPE
           MOVE WS-BATCH-ENTRY-COUNT TO EBT-ENTRY-COUNT
           MOVE WS-BATCH-ROUTING-HASH TO EBT-ROUTING-HASH
           MOVE WS-BATCH-TOTAL-CREDIT TO EBT-TOTAL-CREDIT
           MOVE 0 TO EBT-TOTAL-DEBIT
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBT-COMPANY-ID
           MOVE WS-FILE-BATCH-COUNT TO EBT-BATCH-NUMBER
           WRITE EFT-BATCH-TRAILER
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-ROUTING-HASH TO WS-FILE-ROUTING-HASH
           ADD WS-BATCH-TOTAL-CREDIT TO WS-FILE-TOTAL-CREDIT.

       WRITE-EFT-FILE-CONTROL.
           MOVE SPACES TO EFT-FILE-CONTROL
           MOVE '9' TO EFC-RECORD-TYPE
           MOVE WS-FILE-BATCH-COUNT TO EFC-BATCH-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO EFC-ENTRY-COUNT
           MOVE WS-FILE-ROUTING-HASH TO EFC-ROUTING-HASH
           MOVE 0 TO EFC-TOTAL-DEBIT
           MOVE WS-FILE-TOTAL-CREDIT TO EFC-TOTAL-CREDIT
           WRITE EFT-FILE-CONTROL.

       PRINT-EFT-BALANCE-LINE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING 'EFT FILE OUT OF BALANCE - FILE ENTRIES '
                      DELIMITED BY SIZE
                  WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
                  ' CREDITS $' DELIMITED BY SIZE
                  WS-FILE-TOTAL-CREDIT DELIMITED BY SIZE
                  ' RUN ENTRIES ' DELIMITED BY SIZE
                  WS-EFT-ENTRY-COUNT DELIMITED BY SIZE
                  ' CREDITS $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-CREDIT DELIMITED BY SIZE
                  ' - DO NOT TRANSMIT' DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       CALCULATE-RETIREMENT-PAY.
      * SAME ANNUITY AS PAYROLL-CALC, PRICED FROM THE
      * LOCALITY-ADJUSTED ANNUAL RATE GET-BASE-PAY LEAVES BEHIND.
           PERFORM GET-BASE-PAY
           PERFORM COMPUTE-SERVICE-YEARS
           COMPUTE WS-ANNUITY-PAY ROUNDED =
                   MOVE 0 TO WS-LEAVE-PAYOUT-HRS
                   MOVE 0 TO WS-ANNUAL-LEAVE-BAL
                   MOVE 0 TO WS-SICK-LEAVE-BAL
                   MOVE 0 TO WS-COMP-TIME-BAL
               NOT INVALID KEY
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE LEAVE-MASTER-RECORD TO WS-AJ-BEFORE
                   MOVE LM-ANNUAL-LEAVE-BAL TO WS-LEAVE-PAYOUT-HRS
                   MOVE 0 TO LM-ANNUAL-LEAVE-BAL
      * COMP TIME EARNED IN THE FINAL PERIOD BANKS THE SAME AS IN
      * UPDATE-LEAVE-MASTER, WHICH THIS PATH NEVER REACHES.
                   ADD SS-COMP-EARNED-HOURS TO LM-COMP-TIME-BAL
                   REWRITE LEAVE-MASTER-RECORD
                   MOVE 'LVM' TO WS-AJ-FILE-ID
                   MOVE LM-EMP-ID TO WS-AJ-EMP-ID
      * PAYOUT - ANNUAL IS ZERO, SICK CARRIES AS IT STANDS.
                   MOVE LM-ANNUAL-LEAVE-BAL TO WS-ANNUAL-LEAVE-BAL
                   MOVE LM-SICK-LEAVE-BAL TO WS-SICK-LEAVE-BAL
                   MOVE LM-COMP-TIME-BAL TO WS-COMP-TIME-BAL
           END-READ

           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE
           PERFORM PRINT-PAY-SPLIT-LINE
           IF WS-TOTAL-DEDUCTIONS > 0
               PERFORM PRINT-DEDUCTION-LINE
           END-IF
           PERFORM WRITE-PAY-STATEMENT
      * FINAL PAY GOES OUT LIKE ANY OTHER NET PAY - DEPOSIT OR
      * CHECK - SAME AS THE REGULAR RUN.
           PERFORM DISBURSE-NET-PAY.

       PRINT-SUMMARY.
           MOVE SPACES TO SUPPLEMENTAL-LINE
                  WS-TOTAL-SUPP-PAY DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING 'EFT CREDITS: $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-CREDIT DELIMITED BY SIZE
                  ' EFT BATCHES: ' DELIMITED BY SIZE
                  WS-FILE-BATCH-COUNT DELIMITED BY SIZE
                  ' CHECKS WRITTEN: ' DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-CHECK-TOTAL DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE
           PERFORM PRINT-AGENCY-SUMMARY-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT.

       PRINT-AGENCY-SUMMARY-LINE.
      * EACH PAYING AGENCY'S SHARE OF THE TOTALS ABOVE.
           MOVE SPACES TO SUPPLEMENTAL-LINE
           STRING 'AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' PAID: ' DELIMITED BY SIZE
                  WS-AT-EMP-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' SUPPLEMENTAL PAY: $' DELIMITED BY SIZE
                  WS-AT-TOTAL-PAYROLL (WS-AG-SUB) DELIMITED BY SIZE
                  ' EFT ENTRIES: ' DELIMITED BY SIZE
                  WS-AT-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CREDITS: $' DELIMITED BY SIZE
                  WS-AT-EFT-CREDIT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECKS: ' DELIMITED BY SIZE
                  WS-AT-CHECK-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-AT-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  INTO SUPPLEMENTAL-LINE
           END-STRING
           WRITE SUPPLEMENTAL-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'SUSPENSE-CORRECT' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'SUSPENSE-CORRECT: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'SUSPENSE-CORRECT: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'SUSPENSE-CORRECT: '
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
