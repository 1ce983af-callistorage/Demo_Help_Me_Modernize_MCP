      *          SUSPENSE FILE, APPLIES LEAVE USAGE, RETROACTIVE
      *          ADJUSTMENTS AND DEDUCTIONS, POSTS YTD (WITH
      *          QUARTERLY BUCKETS), LEAVE AND THE AUDIT JOURNAL,
      *          AND WRITES AN ACH-STYLE EFT FILE - ONE BATCH PER
      *          PAYING AGENCY ON AGENCY.DAT UNDER A SINGLE FILE
      *          HEADER - WITH CONTROL TOTALS BY AGENCY AND FOR THE
      *          WHOLE FILE FOR BALANCE-RECON TO CROSS-FOOT. EMPLOYEES
      *          PAID BY CHECK GET A NUMBERED CHECK ON CHECKS.DAT,
      *          ENTERED ON THE CHECK ISSUE MASTER FOR POSITIVE PAY.
      
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CALC.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-FILE ASSIGN TO 'EFTFILE.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-WORK-FILE ASSIGN TO 'EFTWORK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-WORK-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT TAX-TABLE-FILE ASSIGN TO 'TAXTBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-TABLE-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO 'LOCALITY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCALITY-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO 'STATETAX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO 'LEAVEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS WS-ELECTION-STATUS.
           SELECT TIME-HOURS-FILE ASSIGN TO 'TIMEHRS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-EMP-ID
               FILE STATUS IS WS-TIME-HOURS-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-STATEMENT-FILE ASSIGN TO 'PAYSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-CONTROL-FILE ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'CHECKS.DAT'
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
           COPY SUSPENSE-RECORD.

      * DIRECT-DEPOSIT/EFT OUTPUT - ACH-STYLE FILE THE BANK BALANCES
      * AGAINST: FILE HEADER, THEN FOR EACH PAYING AGENCY A BATCH
      * HEADER, ONE '22' CHECKING-CREDIT DETAIL PER DEPOSIT
      * ALLOTMENT PLUS ONE FOR THE REMAINDER TO THE PRIMARY ACCOUNT
      * - THE DETAILS FOR AN EMPLOYEE ALWAYS SUM TO THEIR NET PAY -
      * (PLUS A ZERO-DOLLAR '23' PRENOTE PER ACCOUNT WHOSE BANK
      * DETAILS JUST CHANGED), AND A BATCH TRAILER WITH ENTRY COUNT,
      * ROUTING HASH AND TOTAL CREDIT; LAST, THE FILE CONTROL RECORD
      * SUMMING THE TRAILERS. BUILT WHOLE AT END OF RUN FROM THE
      * WORK FILE BELOW.
       FD  EFT-FILE.
           COPY EFT-RECORDS.

      * EFT DETAILS IN THE ORDER THEY ARE PAID, EACH TAGGED WITH THE
      * PAYING AGENCY. EMPDATA.DAT IS IN EMP-ID ORDER, NOT AGENCY
      * ORDER, SO THE DETAILS WAIT HERE UNTIL THE LAST EMPLOYEE IS
      * PAID AND ARE THEN SORTED OUT ONTO EFTFILE.DAT ONE AGENCY
      * BATCH AT A TIME. A RESTARTED RUN EXTENDS IT, SO THE DETAILS
      * WRITTEN BEFORE THE ABEND STILL GO OUT.
       FD  EFT-WORK-FILE.
       01  EFT-WORK-RECORD.
           05  EW-AGENCY-CODE      PIC X(04).
           05  EW-EFT-IMAGE        PIC X(94).

      * THE AGENCIES THIS PAYROLL PAYS - WHOSE BATCH EACH EMPLOYEE'S
      * DEPOSITS GO IN AND UNDER WHAT COMPANY ID.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * EXTERNAL TAX BRACKET TABLE - RATES LOADED INTO
      * WS-TAX-BRACKET-TABLE AT START-UP SO A RATE CHANGE IS A DATA
      * FILE EDIT, NOT A RECOMPILE. ONE RECORD PER BRACKET, ASCENDING
           05  TT-MEDICARE-RATE    PIC V9(4).
           05  TT-OASDI-WAGE-BASE  PIC 9(8)V99.

      * LOCALITY PAY AREAS - PERCENTAGES LOADED INTO
      * WS-LOCALITY-TABLE AT START-UP SO THE JANUARY ADJUSTMENT IS A
      * DATA FILE EDIT, NOT A RECOMPILE.
       FD  LOCALITY-FILE.
           COPY LOCALITY-RECORD.

      * STATE INCOME TAX TABLE - ONE RECORD PER STATE WITH ITS OWN
      * BRACKETS, ALLOWANCE TREATMENT AND NO-TAX FLAG, LOADED INTO
      * WS-STATE-TAX-TABLE AT START-UP.
       FD  STATE-TAX-FILE.
           COPY STATE-TAX-RECORD.

      * LEAVE BALANCE MASTER - ONE RECORD PER EMPLOYEE, CARRIED
      * FORWARD AND ACCRUED EACH PAY PERIOD SO THE PAY STUB CAN SHOW
      * A RUNNING ANNUAL/SICK LEAVE BALANCE AND A TERMINATING
       FD  ELECTION-MASTER.
           COPY WITHHOLDING-ELECTION-RECORD.

      * THE PERIOD'S HOURS BY HOUR CODE, ONE RECORD PER EMPLOYEE,
      * LOADED FROM THE TIMEKEEPERS' TIMECARDS BY TIMECARD-EDIT AND
      * READ HERE BY EMP-ID. NO FILE MEANS TIMECARDS AREN'T IN USE
      * AND THE HOURS COME OFF THE EMPLOYEE MASTER AS THEY ALWAYS
      * DID.
       FD  TIME-HOURS-FILE.
           COPY TIME-HOURS-RECORD.

      * PERMANENT PAY HISTORY - ONE RECORD PER EMPLOYEE PAID THIS
      * PERIOD, WITH EVERY AMOUNT THE STATEMENT SHOWS, SO THE PERIOD
      * CAN STILL BE ANSWERED LONG AFTER PAYROLL.RPT IS GONE.
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

      * EMPLOYEE PAY STATEMENTS - ONE MULTI-LINE STATEMENT PER
      * EMPLOYEE PER PERIOD, FIT TO HAND TO THE EMPLOYEE, WITH
      * CURRENT AND YEAR-TO-DATE COLUMNS FOR GROSS, EACH TAX, EACH
       FD  PAY-STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

      * CHECK NUMBER CONTROL - THE NEXT NUMBER ON THE CHECK STOCK,
      * TAKEN AND ADVANCED ONE CHECK AT A TIME.
       FD  CHECK-CONTROL-FILE.
           COPY CHECK-CONTROL-RECORD.

      * PAPER CHECKS FOR THE CHECK PRINTER - ONE RECORD PER EMPLOYEE
      * PAID BY CHECK, IN PLACE OF THAT EMPLOYEE'S EFT DETAILS.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

      * EVERY CHECK WRITTEN, KEYED BY CHECK NUMBER - CHECK-REGISTER
      * BUILDS THE BANK'S POSITIVE-PAY FILE AND THE CHECK REGISTER
      * FROM IT AND APPLIES VOIDS AND REISSUES TO IT.
       FD  CHECK-ISSUE-MASTER.
           COPY CHECK-ISSUE-RECORD.

      * GENERAL LEDGER LABOR-DISTRIBUTION EXTRACT - BALANCED
      * DEBIT/CREDIT JOURNAL LINES PER COST CENTER FOR THE PERIOD,
      * WRITTEN AT END OF RUN FROM THE PER-ORG ACCUMULATORS:
      * WITHHOLDING AND DEDUCTION LIABILITIES, THE EMPLOYER FICA
      * PAYABLE AND THE NET-PAY CLEARING AMOUNT AS CREDITS. THE
      * CLEARING CREDITS ACROSS ALL CENTERS SUM TO THE EFT
      * TRAILER'S TOTAL CREDIT PLUS THE CHECKS WRITTEN, SO THE
      * EXTRACT TIES TO WHAT WENT TO THE BANK. ACCOUNTING LOADS
      * THIS INSTEAD OF RE-KEYING PAYROLL. EVERY LINE CARRIES THE
      * PAYING AGENCY SO EACH AGENCY'S LEDGER IS LOADED FROM ITS OWN
      * LINES, AND EACH AGENCY'S CLEARING CREDITS TIE TO ITS OWN
      * BATCH AND CHECKS.
       FD  GL-EXTRACT.
       01  GL-RECORD.
           05  GL-PERIOD-NUMBER    PIC 9(4).
           05  GL-DESCRIPTION      PIC X(24).
           05  GL-DEBIT-AMOUNT     PIC 9(10)V99.
           05  GL-CREDIT-AMOUNT    PIC 9(10)V99.
           05  GL-AGENCY-CODE      PIC X(04).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
               88  END-OF-FILE            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
               88  YTD-MASTER-NOT-FOUND     VALUE '35'.
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
           05  WS-LEAVE-USAGE-STATUS PIC X(02) VALUE '00'.
               88  RETRO-FILE-NOT-FOUND     VALUE '35'.
           05  WS-ELECTION-STATUS  PIC X(02) VALUE '00'.
               88  ELECTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-TIME-HOURS-STATUS PIC X(02) VALUE '00'.
               88  TIME-HOURS-NOT-FOUND     VALUE '35'.
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

       01  WS-CHECKPOINT-DATA.
      * CHECKPOINT AFTER EVERY EMPLOYEE, NOT JUST EVERY 50TH - NONE OF
               88  RESTARTED-RUN           VALUE 'Y'.
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  PRIOR-RUN-COMPLETE      VALUE 'C'.
           05  WS-CK-AG-SUB        PIC 9(2) VALUE 0.

      * EFT CONTROL TOTALS ACCUMULATED AS DETAILS ARE WRITTEN SO THE
      * FILE CONTROL RECORD BALANCES AGAINST THE FILE'S OWN
      * CONTENTS. THE ROUTING HASH KEEPS THE LOW-ORDER TEN DIGITS OF
      * THE SUM, THE WAY THE BANK COMPUTES IT.
       01  WS-EFT-CONTROL.
           05  WS-EFT-ENTRY-COUNT  PIC 9(6) VALUE 0.
           05  WS-EFT-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-EFT-TOTAL-CREDIT PIC 9(12)V99 VALUE 0.
           05  WS-EFT-TRACE-SEQ    PIC 9(7) VALUE 0.

           COPY AGENCY-TABLE.

      * PER-AGENCY CONTROL TOTALS, ROW FOR ROW WITH WS-AGENCY-TABLE -
      * THE SAME FIGURES AS THE RUN TOTALS, CARRIED THROUGH THE
      * CHECKPOINT THE SAME WAY, SO EACH AGENCY'S BATCH TRAILER,
      * REGISTER SUMMARY AND LEDGER CLEARING TIE OUT ON THEIR OWN.
      * THE GL FIGURES ARE BUILT AT END OF RUN WITH THE EXTRACT.
       01  WS-AGENCY-TOTALS.
           05  WS-AT-ENTRY OCCURS 10 TIMES.
               10  WS-AT-EMP-COUNT PIC 9(4).
               10  WS-AT-TOTAL-PAYROLL PIC 9(8)V99.
               10  WS-AT-EFT-COUNT PIC 9(6).
               10  WS-AT-EFT-HASH  PIC 9(10).
               10  WS-AT-EFT-CREDIT PIC 9(12)V99.
               10  WS-AT-CHECK-COUNT PIC 9(6).
               10  WS-AT-CHECK-TOTAL PIC 9(12)V99.
               10  WS-AT-GL-DEBITS PIC 9(10)V99.
               10  WS-AT-GL-CREDITS PIC 9(10)V99.
               10  WS-AT-GL-CLEARING PIC 9(10)V99.

      * THE BATCH BEING COPIED ONTO EFTFILE.DAT, AND THE FILE
      * CONTROL FIGURES SUMMED FROM EVERY BATCH TRAILER WRITTEN. A
      * BATCH OR FILE THAT DOESN'T AGREE WITH THE TOTALS KEPT AS THE
      * DETAILS WERE PAID MEANS EFTWORK.DAT LOST OR GAINED A DETAIL.
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

      * PAPER CHECK CONTROL TOTALS, CARRIED THROUGH THE CHECKPOINT
      * LIKE THE EFT TOTALS, AND THE NUMBER OF THE CHECK IN HAND.
      * WITHOUT A CHKCTL.DAT RECORD THERE IS NO NUMBER TO PUT ON A
      * CHECK, SO A CHECK PAYEE SUSPENDS INSTEAD OF BEING PAID.
       01  WS-CHECK-CONTROL.
           05  WS-CHECK-COUNT      PIC 9(6) VALUE 0.
           05  WS-CHECK-TOTAL      PIC 9(12)V99 VALUE 0.
           05  WS-CHECK-NUMBER     PIC 9(8) VALUE 0.
           05  WS-CHECK-STOCK-SW   PIC X(01) VALUE 'N'.
               88  CHECK-STOCK-LOADED      VALUE 'Y'.
           05  WS-CHECK-NUMBER-SW  PIC X(01) VALUE 'N'.
               88  CHECK-NUMBER-FREE       VALUE 'Y'.

      * STAGING FOR ONE PAY-STATEMENT LINE - THE LABEL AND THE TWO
      * AMOUNT COLUMNS ARE SET, THEN WRITE-STATEMENT-ITEM EDITS AND
           05  WS-ST-YTD-EDIT      PIC Z(7)9.99.
           05  WS-ST-HOURS-EDIT    PIC ZZZ9.99.
           05  WS-ST-HOURS-EDIT-2  PIC ZZZ9.99.
           05  WS-ST-HOURS-EDIT-3  PIC ZZZ9.99.

      * ALLOTMENT DISTRIBUTION FOR THE EMPLOYEE IN HAND - THE NET
      * STILL UNDISTRIBUTED COUNTS DOWN AS EACH SLOT PAYS, SO THE
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.
       
      * WS-SCHEDULE-ANNUAL IS THE GRADE/STEP TABLE FIGURE;
      * WS-ANNUAL-PAY IS THAT FIGURE ADJUSTED BY THE EMPLOYEE'S
      * LOCALITY PERCENTAGE AND IS THE RATE EVERYTHING DOWNSTREAM
      * (OVERTIME, LEAVE PAYOUT, ANNUITY) PRICES FROM. THE PERIOD'S
      * STRAIGHT-TIME PAY IS CARRIED AS TWO PIECES - BASE AT THE
      * SCHEDULE RATE AND THE LOCALITY INCREMENT ON TOP - SO THE
      * REGISTER CAN SHOW WHAT LOCALITY COSTS.
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
               88  LEAVE-SCAN-EOF          VALUE 'Y'.
           05  WS-CARRYOVER-CAP-HRS PIC 9(4)V99 VALUE 240.

      * THE EMPLOYEE'S HOURS FOR THE PERIOD BY HOUR CODE - FROM
      * THEIR TIMEHRS.DAT RECORD WHEN TIMECARDS ARE IN USE, OR THE
      * MASTER'S HOURS FIELDS (REGULAR AND OVERTIME ONLY) WHEN
      * THEY'RE NOT. NIGHT, SUNDAY AND HOLIDAY HOURS ARE HOURS
      * ALREADY COUNTED IN THE REGULAR OR OVERTIME HOURS - THEY PAY
      * ONLY THEIR PREMIUM ON TOP, AT THE PERCENTAGE OF THE HOURLY
      * RATE BELOW. COMP TIME EARNED IN LIEU OF OVERTIME PAYS
      * NOTHING THIS PERIOD; IT BANKS ON LEAVE-MASTER INSTEAD.
       01  WS-TIMECARD-DATA.
           05  WS-TC-REGULAR-HOURS PIC 999V99 VALUE 0.
           05  WS-TC-OVERTIME-HOURS PIC 999V99 VALUE 0.
           05  WS-TC-NIGHT-HOURS   PIC 999V99 VALUE 0.
           05  WS-TC-SUNDAY-HOURS  PIC 999V99 VALUE 0.
           05  WS-TC-HOLIDAY-HOURS PIC 999V99 VALUE 0.
           05  WS-TC-COMP-HOURS    PIC 999V99 VALUE 0.
           05  WS-COMP-TIME-BAL    PIC 9(4)V99 VALUE 0.
           05  WS-TC-FOUND-SW      PIC X(01) VALUE 'N'.
               88  TIMECARD-FOUND          VALUE 'Y'.
           05  WS-TC-IN-USE-SW     PIC X(01) VALUE 'N'.
               88  TIMECARDS-IN-USE        VALUE 'Y'.
           05  WS-OVERTIME-RATE    PIC 9V99 VALUE 1.50.
           05  WS-NIGHT-DIFF-RATE  PIC 9V99 VALUE .10.
           05  WS-SUNDAY-PREM-RATE PIC 9V99 VALUE .25.
           05  WS-HOLIDAY-PREM-RATE PIC 9V99 VALUE 1.00.

           COPY GRADE-STEP-TABLE.

       01  WS-GRADE-INDEX          PIC 9(1) VALUE 0.
       01  WS-GRADE-SUMMARY-TABLE.
           05  WS-GRADE-SUMMARY OCCURS 8 TIMES.
               10  WS-GRADE-SUMMARY-COUNT PIC 9(4) VALUE 0.
               10  WS-GRADE-SUMMARY-BASE  PIC 9(8)V99 VALUE 0.
               10  WS-GRADE-SUMMARY-LOCALITY PIC 9(8)V99 VALUE 0.
               10  WS-GRADE-SUMMARY-GROSS PIC 9(8)V99 VALUE 0.
               10  WS-GRADE-SUMMARY-NET   PIC 9(8)V99 VALUE 0.


       01  WS-GRADE-GRAND-TOTALS.
           05  WS-GRADE-TOTAL-COUNT   PIC 9(4) VALUE 0.
           05  WS-GRADE-TOTAL-BASE    PIC 9(8)V99 VALUE 0.
           05  WS-GRADE-TOTAL-LOCALITY PIC 9(8)V99 VALUE 0.
           05  WS-GRADE-TOTAL-GROSS   PIC 9(8)V99 VALUE 0.
           05  WS-GRADE-TOTAL-NET     PIC 9(8)V99 VALUE 0.

      * WRITE-GL-EXTRACT THEREFORE REFUSES TO WRITE A PARTIAL
      * EXTRACT AND FLAGS IT, RATHER THAN HAND ACCOUNTING AN
      * UNDERSTATED LEDGER THAT NO LONGER TIES TO THE EFT TRAILER.
      * A CENTER SHARED BY TWO AGENCIES GETS A ROW FOR EACH - THE ROW
      * IS KEYED BY AGENCY AND ORG, AND CARRIES THE AGENCY'S ROW IN
      * WS-AGENCY-TABLE FOR THE PER-AGENCY CONTROL TOTALS.
       01  WS-GL-DATA.
           05  WS-GL-ORG-COUNT     PIC 9(3) VALUE 0.
           05  WS-GL-ORG-MAX       PIC 9(3) VALUE 100.
           05  WS-GL-LINE-COUNT    PIC 9(4) VALUE 0.
           05  WS-GL-TOTAL-DEBITS  PIC 9(10)V99 VALUE 0.
           05  WS-GL-TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
           05  WS-GL-AG-DISBURSED  PIC 9(12)V99 VALUE 0.
           05  WS-GL-ORG-TABLE.
               10  WS-GL-ORG-ENTRY OCCURS 100 TIMES.
                   15  WS-GL-AG-ROW   PIC 9(2).
                   15  WS-GL-ORG-CODE PIC X(06).
                   15  WS-GL-GROSS    PIC 9(10)V99.
                   15  WS-GL-FEDERAL  PIC 9(9)V99.
       01  WS-TAX-SUB              PIC 9(1) VALUE 0.
       01  WS-TAXABLE-IN-BRACKET   PIC 9(7)V99 VALUE 0.

      * LOCALITY PAY TABLE LOADED FROM LOCALITY-FILE AT START-UP.
      * A MISSING FILE LEAVES THE TABLE EMPTY AND EVERYONE IS PAID
      * THE BASE SCHEDULE - THE SAME PAY THE SYSTEM ALWAYS PRODUCED
      * - RATHER THAN STOPPING THE RUN. AN EMPLOYEE WHOSE CODE IS
      * NOT ON THE TABLE IS PAID AT BASE AND FLAGGED ON THE
      * REGISTER SO THE CODE GETS FIXED BEFORE THE NEXT CYCLE.
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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM LOAD-AGENCY-TABLE
           PERFORM READ-LAST-CHECKPOINT

      * THE EMPLOYEE MASTER OPENS I-O (STILL READ SEQUENTIALLY) SO
           PERFORM OPEN-LEAVE-MASTER
           PERFORM OPEN-DEDUCTION-MASTER
           PERFORM OPEN-AUDIT-JOURNAL
           PERFORM OPEN-PAY-HISTORY
           PERFORM OPEN-CHECKPOINT-FILE
      * THE DETAILS ARE CARRIED ACROSS A RESTART ON EFTWORK.DAT AND
      * EFTFILE.DAT IS LAID OUT WHOLE FROM IT AT END OF RUN, SO THE
      * EFT FILE ITSELF ALWAYS OPENS FRESH.
           IF RESTARTED-RUN
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND EFT-WORK-FILE
               IF EFT-WORK-NOT-FOUND
                   DISPLAY 'PAYROLL-CALC: EFTWORK.DAT MISSING ON '
                       'RESTART - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND CHECK-PRINT-FILE
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT EFT-WORK-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           OPEN OUTPUT EFT-FILE
           PERFORM READ-CHECK-CONTROL
           PERFORM OPEN-CHECK-ISSUE-MASTER
      * THE GL EXTRACT IS WRITTEN WHOLE AT END OF RUN FROM THE
      * PER-ORG ACCUMULATORS, SO IT ALWAYS OPENS FRESH.
           OPEN OUTPUT GL-EXTRACT
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-LOCALITY-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM OPEN-ELECTION-MASTER
           PERFORM OPEN-LEAVE-USAGE-FILE
           PERFORM OPEN-RETRO-FILE
           PERFORM OPEN-TIME-HOURS-FILE

           PERFORM PROCESS-EMPLOYEES UNTIL END-OF-FILE

           PERFORM FLUSH-RETRO-ORPHANS

           PERFORM BUILD-EFT-FILE

           PERFORM WRITE-GL-EXTRACT

           CLOSE LEAVE-MASTER
           CLOSE DEDUCTION-MASTER
           CLOSE AUDIT-JOURNAL
           CLOSE PAY-HISTORY-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EFT-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-ISSUE-MASTER
           CLOSE GL-EXTRACT
           IF NOT LEAVE-USAGE-FILE-NOT-FOUND
               CLOSE LEAVE-USAGE-FILE
           IF NOT ELECTION-MASTER-NOT-FOUND
               CLOSE ELECTION-MASTER
           END-IF
           IF TIMECARDS-IN-USE
               CLOSE TIME-HOURS-FILE
           END-IF
           CLOSE RETRO-NEXT

           MOVE 'PAID' TO WS-RL-COUNT-NAME (1)
           MOVE WS-EMPLOYEE-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'SUSPENDED' TO WS-RL-COUNT-NAME (2)
           MOVE WS-SUSPENSE-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'EFT ENTRY' TO WS-RL-COUNT-NAME (3)
           MOVE WS-EFT-ENTRY-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER

           STOP RUN.

       OPEN-TIME-HOURS-FILE.
      * TIMEHRS.DAT IS WHAT TIMECARD-EDIT LOADED FOR THE PERIOD. A
      * SHOP THAT STILL KEYS HOURS ONTO THE MASTER HAS NO SUCH FILE
      * - THE RUN GOES ON FROM EMP-HOURS-WORKED/EMP-OVERTIME-HOURS
      * AS IT ALWAYS DID, AND SAYS SO ON THE CONSOLE IN CASE THE
      * LOAD STEP WAS SKIPPED BY MISTAKE.
           OPEN INPUT TIME-HOURS-FILE
           IF TIME-HOURS-NOT-FOUND
               DISPLAY 'PAYROLL-CALC: TIMEHRS.DAT MISSING - HOURS '
                   'TAKEN FROM EMPDATA.DAT'
           ELSE
               SET TIMECARDS-IN-USE TO TRUE
           END-IF.

       READ-CHECK-CONTROL.
      * CHKCTL.DAT IS ONLY NEEDED WHEN SOMEONE IS PAID BY CHECK, SO
      * ITS ABSENCE DOESN'T STOP THE RUN - IT IS READ HERE JUST TO
      * KNOW WHETHER CHECKS CAN BE NUMBERED, AND SAID ON THE CONSOLE
      * SO THE SUSPENDED CHECK PAYEES DON'T COME AS A SURPRISE.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CHECK-CONTROL-NOT-FOUND
               DISPLAY 'PAYROLL-CALC: CHKCTL.DAT MISSING - CHECK '
                   'PAYEES WILL SUSPEND'
           ELSE
               READ CHECK-CONTROL-FILE NEXT RECORD
                   AT END
                       DISPLAY 'PAYROLL-CALC: CHKCTL.DAT EMPTY - '
                           'CHECK PAYEES WILL SUSPEND'
                   NOT AT END
                       SET CHECK-STOCK-LOADED TO TRUE
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       OPEN-CHECK-ISSUE-MASTER.
      * FIRST CHECK EVER WRITTEN - CREATE THE MASTER EMPTY, THEN
      * REOPEN I-O.
           OPEN I-O CHECK-ISSUE-MASTER
           IF CHECK-ISSUE-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUE-MASTER
               CLOSE CHECK-ISSUE-MASTER
               OPEN I-O CHECK-ISSUE-MASTER
           END-IF.

       OPEN-RETRO-FILE.
      * NO RETROADJ.DAT MEANS NO BACKDATED ACTIONS THIS PERIOD -
      * A NORMAL RUN. THE ROLL-FORWARD FILE OPENS EITHER WAY SO A
           END-IF
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           MOVE PP-QUARTER TO WS-PERIOD-QUARTER
           MOVE PP-PAY-DATE TO WS-PAY-DATE
           MOVE PP-END-DATE TO WS-PERIOD-END-DATE
                   MOVE 0 TO WS-EFT-ROUTING-HASH
                   MOVE 0 TO WS-EFT-TOTAL-CREDIT
                   MOVE 0 TO WS-EFT-TRACE-SEQ
                   MOVE 0 TO WS-CHECK-COUNT
                   MOVE 0 TO WS-CHECK-TOTAL
                   PERFORM ZERO-AGENCY-TOTALS
                       VARYING WS-AG-SUB FROM 1 BY 1
                       UNTIL WS-AG-SUB > WS-AG-COUNT
               ELSE
                   IF WS-RESTART-EMP-ID > 0
                       SET RESTARTED-RUN TO TRUE
           END-IF.

       READ-CHECKPOINT-RECORD.
      * A RESTART ALSO PICKS UP EACH AGENCY'S TOTALS, MATCHED BACK
      * TO AGENCY.DAT BY CODE. A COMPLETION RECORD'S SLOTS ARE LEFT
      * ALONE - THEY ARE CLEARED WITH THE REST ABOVE.
           READ CHECKPOINT-FILE NEXT RECORD
           IF WS-CHECKPOINT-STATUS = '00'
               MOVE CK-LAST-EMP-ID TO WS-RESTART-EMP-ID
               MOVE CK-EFT-TOTAL-CREDIT TO WS-EFT-TOTAL-CREDIT
               MOVE CK-EFT-TRACE-SEQ TO WS-EFT-TRACE-SEQ
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
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
                   DISPLAY 'PAYROLL-CALC: CHKPOINT.DAT AGENCY '
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
      * EVERY SLOT IS WRITTEN, THE ONES PAST THE LAST AGENCY BLANK,
      * SO NO SLOT CARRIES FIGURES LEFT OVER FROM AN EARLIER RECORD.
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
      * AGENCY.DAT NAMES EVERY AGENCY THIS PAYROLL PAYS AND THE
      * COMPANY ID ITS BATCH GOES OUT UNDER. WITHOUT IT NO DEPOSIT
      * CAN BE PUT IN THE RIGHT BATCH, SO A MISSING OR EMPTY FILE
      * STOPS THE RUN BEFORE ANYONE IS PAID.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-NOT-FOUND
               DISPLAY 'PAYROLL-CALC: AGENCY.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'PAYROLL-CALC: AGENCY.DAT EMPTY - RUN '
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
      * A BLANK OR REPEATED CODE WOULD LEAVE IT UNCLEAR WHOSE BATCH
      * AN EMPLOYEE'S MONEY BELONGS IN, SO EITHER STOPS THE RUN.
           IF AC-AGENCY-CODE = SPACES
               DISPLAY 'PAYROLL-CALC: AGENCY.DAT RECORD WITH NO '
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
               DISPLAY 'PAYROLL-CALC: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'PAYROLL-CALC: MORE THAN ' WS-AG-MAX
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
           MOVE 0 TO WS-AT-CHECK-TOTAL (WS-AG-SUB)
           MOVE 0 TO WS-AT-GL-DEBITS (WS-AG-SUB)
           MOVE 0 TO WS-AT-GL-CREDITS (WS-AG-SUB)
           MOVE 0 TO WS-AT-GL-CLEARING (WS-AG-SUB).

       GET-AGENCY-ROW.
      * RESOLVE WS-AG-KEY TO ITS ROW IN WS-AG-CUR. A BLANK CODE IS
      * THE AGENCY RUNNING THE PAYROLL, ROW 1. AGENCY-FOUND IS LEFT
      * OFF FOR A CODE THAT ISN'T ON AGENCY.DAT.
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

       OPEN-AUDIT-JOURNAL.
           MOVE WS-EFT-TRACE-SEQ TO CK-EFT-TRACE-SEQ
           MOVE 'C' TO CK-RUN-STATUS
           MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
           MOVE WS-CHECK-COUNT TO CK-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO CK-CHECK-TOTAL
           PERFORM SAVE-CK-AGENCY-SLOT
               VARYING WS-CK-AG-SUB FROM 1 BY 1
               UNTIL WS-CK-AG-SUB > WS-AG-MAX
           WRITE CHECKPOINT-RECORD.
       
       OPEN-YTD-MASTER.
               OPEN I-O YTD-MASTER
           END-IF.

       OPEN-PAY-HISTORY.
      * THE HISTORY FILE IS PERMANENT - CREATED EMPTY THE FIRST
      * TIME, ADDED TO BY EVERY RUN AFTER THAT.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       OPEN-LEAVE-MASTER.
      * SAME CREATE-IF-MISSING PATTERN AS OPEN-YTD-MASTER - A NEW
      * EMPLOYEE GETS THEIR LEAVE RECORD BUILT ON THEIR FIRST PAY
           MOVE 0.0145 TO WS-MEDICARE-RATE
           MOVE 184500 TO WS-OASDI-WAGE-BASE.

       LOAD-LOCALITY-TABLE.
      * ONE ROW PER LOCALITY AREA. NO FILE MEANS NO ADJUSTMENTS -
      * SAID ON THE CONSOLE SO NOBODY MISTAKES A BASE-ONLY PAYROLL
      * FOR A NORMAL ONE. A TABLE BIGGER THAN WS-LOCALITY-TABLE
      * STOPS THE RUN RATHER THAN QUIETLY PAYING THE OVERFLOW AREAS
      * AT BASE.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCALITY-FILE
           IF LOCALITY-FILE-NOT-FOUND
               DISPLAY 'PAYROLL-CALC: LOCALITY.DAT MISSING - ALL '
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
               DISPLAY 'PAYROLL-CALC: STATETAX.DAT MISSING - STATE '
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
               DISPLAY 'PAYROLL-CALC: MORE THAN ' WS-ST-MAX
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
               DISPLAY 'PAYROLL-CALC: MORE THAN ' WS-LOC-MAX
                   ' LOCALITY AREAS - ENLARGE WS-LOCALITY-TABLE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE LC-LOCALITY-CODE TO WS-LOC-AREA-CODE (WS-LOC-COUNT)
           MOVE LC-LOCALITY-RATE TO WS-LOC-AREA-RATE (WS-LOC-COUNT).

       PROCESS-EMPLOYEES.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           IF RESTARTED-RUN AND EMP-ID NOT > WS-RESTART-EMP-ID
               CONTINUE
           ELSE
               PERFORM GET-TIMECARD-HOURS
               PERFORM VALIDATE-EMPLOYEE-RECORD
               IF VALID-RECORD
                   PERFORM CALCULATE-PAY
           END-IF

           IF VALID-RECORD AND NOT RETIRED-EMPLOYEE
               IF WS-TC-REGULAR-HOURS < 0 OR WS-TC-REGULAR-HOURS > 80
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '04' TO WS-REASON-CODE
                   MOVE 'HOURS WORKED OUT OF RANGE' TO WS-REASON-TEXT
               END-IF
           END-IF

      * COMP TIME EARNED IS OVERTIME WORKED, JUST NOT PAID IN CASH,
      * SO IT COUNTS AGAINST THE SAME PERIOD CEILING.
           IF VALID-RECORD AND NOT RETIRED-EMPLOYEE
               IF WS-TC-OVERTIME-HOURS < 0
                       OR WS-TC-OVERTIME-HOURS + WS-TC-COMP-HOURS > 40
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '05' TO WS-REASON-CODE
                   MOVE 'OVERTIME HOURS OUT OF RANGE' TO
                       WS-REASON-TEXT
               END-IF
           END-IF

      * ONCE TIMECARDS ARE IN USE AN ACTIVE EMPLOYEE WITH NO HOURS
      * LOADED FOR THE PERIOD IS HELD, NOT PAID ZERO - THE CARD IS
      * LATE OR WAS REJECTED, AND SUSPENSE-CORRECT PAYS IT ONCE THE
      * HOURS ARE KEYED ON A CORRECTION. A SEPARATING EMPLOYEE MAY
      * HAVE NO FINAL-PERIOD HOURS AND STILL GETS THE LEAVE PAYOUT.
           IF VALID-RECORD AND ACTIVE-EMPLOYEE AND TIMECARDS-IN-USE
               IF NOT TIMECARD-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '07' TO WS-REASON-CODE
                   MOVE 'NO TIMECARD FOR PAY PERIOD' TO
                       WS-REASON-TEXT
               END-IF
           END-IF

      * A CHECK PAYEE CAN ONLY BE PAID WHEN THERE IS A NUMBER TO PUT
      * ON THE CHECK. A RETIREE'S ANNUITY DOESN'T PAY OUT HERE, SO
      * IT ISN'T HELD.
           IF VALID-RECORD AND PAY-BY-CHECK AND NOT RETIRED-EMPLOYEE
               IF NOT CHECK-STOCK-LOADED
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE '08' TO WS-REASON-CODE
                   MOVE 'NO CHECK NUMBER CONTROL (CHKCTL.DAT)' TO
                       WS-REASON-TEXT
               END-IF
           END-IF

      * EVERY PAYMENT GOES OUT IN SOME AGENCY'S BATCH. A CODE NOT ON
      * AGENCY.DAT IS HELD RATHER THAN GUESSED AT - THE MONEY WOULD
      * SETTLE AGAINST THE WRONG AGENCY'S ACCOUNT. WS-AG-CUR IS THE
      * PAYING AGENCY'S ROW FROM HERE ON.
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

       GET-TIMECARD-HOURS.
      * A TIMEHRS.DAT RECORD STAMPED WITH ANY OTHER PERIOD IS LEFT
      * OVER FROM AN EARLIER LOAD AND IS NEVER PAID - IT COUNTS AS
      * NO TIMECARD.
           MOVE 0 TO WS-TC-REGULAR-HOURS
           MOVE 0 TO WS-TC-OVERTIME-HOURS
           MOVE 0 TO WS-TC-NIGHT-HOURS
           MOVE 0 TO WS-TC-SUNDAY-HOURS
           MOVE 0 TO WS-TC-HOLIDAY-HOURS
           MOVE 0 TO WS-TC-COMP-HOURS
           MOVE 'N' TO WS-TC-FOUND-SW
           IF TIMECARDS-IN-USE
               MOVE EMP-ID TO TH-EMP-ID
               READ TIME-HOURS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TH-PERIOD = WS-PERIOD-NUMBER
                           SET TIMECARD-FOUND TO TRUE
                           MOVE TH-REGULAR-HOURS TO WS-TC-REGULAR-HOURS
                           MOVE TH-OVERTIME-HOURS
                               TO WS-TC-OVERTIME-HOURS
                           MOVE TH-NIGHT-HOURS TO WS-TC-NIGHT-HOURS
                           MOVE TH-SUNDAY-HOURS TO WS-TC-SUNDAY-HOURS
                           MOVE TH-HOLIDAY-HOURS TO WS-TC-HOLIDAY-HOURS
                           MOVE TH-COMP-EARNED-HOURS
                               TO WS-TC-COMP-HOURS
                       END-IF
               END-READ
           ELSE
               MOVE EMP-HOURS-WORKED TO WS-TC-REGULAR-HOURS
               MOVE EMP-OVERTIME-HOURS TO WS-TC-OVERTIME-HOURS
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE EMP-GRADE TO SS-EMP-GRADE
           MOVE EMP-STEP TO SS-EMP-STEP
           MOVE EMP-STATUS TO SS-EMP-STATUS
           MOVE WS-TC-REGULAR-HOURS TO SS-EMP-HOURS-WORKED
           MOVE WS-TC-OVERTIME-HOURS TO SS-EMP-OVERTIME-HOURS
           MOVE WS-TC-NIGHT-HOURS TO SS-NIGHT-HOURS
           MOVE WS-TC-SUNDAY-HOURS TO SS-SUNDAY-HOURS
           MOVE WS-TC-HOLIDAY-HOURS TO SS-HOLIDAY-HOURS
           MOVE WS-TC-COMP-HOURS TO SS-COMP-EARNED-HOURS
           MOVE WS-REASON-CODE TO SS-REASON-CODE
           MOVE WS-REASON-TEXT TO SS-REASON-TEXT
           MOVE ZERO TO SS-RETRY-COUNT
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
                   PERFORM CALCULATE-DEDUCTIONS
                   PERFORM CALCULATE-NET-PAY
                   PERFORM UPDATE-YTD-MASTER
                   PERFORM WRITE-PAY-HISTORY
                   PERFORM UPDATE-LEAVE-MASTER
                   PERFORM PRINT-PAY-STUB
                   PERFORM ACCUMULATE-GRADE-SUMMARY
                   PERFORM ACCUMULATE-GL-TOTALS
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   ADD WS-GROSS-PAY TO WS-TOTAL-PAYROLL
                   ADD 1 TO WS-AT-EMP-COUNT (WS-AG-CUR)
                   ADD WS-GROSS-PAY TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
               WHEN RETIRED-EMPLOYEE
      * RETIREES TAKE NO LEAVE USAGE, SO THE PAID-HOURS WORK FIELD
      * GET-BASE-PAY READS IS SEEDED STRAIGHT FROM THE RECORD.
                   PERFORM PRINT-RETIREE-STUB
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   ADD WS-ANNUITY-PAY TO WS-TOTAL-PAYROLL
                   ADD 1 TO WS-AT-EMP-COUNT (WS-AG-CUR)
                   ADD WS-ANNUITY-PAY
                       TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
               WHEN TERMINATED-EMPLOYEE
                   PERFORM GET-LEAVE-USAGE
                   PERFORM APPLY-LWOP-REDUCTION
                   PERFORM CALCULATE-DEDUCTIONS
                   PERFORM CALCULATE-NET-PAY
                   PERFORM UPDATE-YTD-MASTER
                   PERFORM WRITE-PAY-HISTORY
                   PERFORM PRINT-TERMINATION-STUB
                   PERFORM ACCUMULATE-GL-TOTALS
                   ADD 1 TO WS-EMPLOYEE-COUNT
      * COMPUTED THE SAME WAY AS THE ACTIVE BRANCH'S SO IT TIES TO
      * THE YTD POSTINGS BALANCE-RECON CROSS-FOOTS.
                   ADD WS-GROSS-PAY TO WS-TOTAL-PAYROLL
                   ADD 1 TO WS-AT-EMP-COUNT (WS-AG-CUR)
                   ADD WS-GROSS-PAY TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR)
           END-EVALUATE.
       
       GET-BASE-PAY.

           IF WS-GRADE-INDEX > 0 AND EMP-STEP > 0 AND EMP-STEP < 11
               MOVE WS-STEP-PAY (WS-GRADE-INDEX EMP-STEP)
                   TO WS-SCHEDULE-ANNUAL
           ELSE
               MOVE 25000 TO WS-SCHEDULE-ANNUAL
           END-IF

      * THE LOCALITY PERCENTAGE RIDES ON TOP OF THE SCHEDULE RATE.
      * BASE PAY STAYS AT THE SCHEDULE RATE AND THE LOCALITY PIECE
      * IS WHATEVER THE ADJUSTED RATE PAYS BEYOND IT, SO THE TWO
      * ALWAYS ADD BACK TO THE ADJUSTED STRAIGHT-TIME PAY.
           PERFORM GET-LOCALITY-RATE
           COMPUTE WS-ANNUAL-PAY ROUNDED =
               WS-SCHEDULE-ANNUAL * (1 + WS-LOCALITY-RATE)
           COMPUTE WS-BASE-PAY =
               WS-SCHEDULE-ANNUAL / 2080 * WS-PAID-HOURS
           COMPUTE WS-LOCALITY-PAY =
               (WS-ANNUAL-PAY / 2080 * WS-PAID-HOURS) - WS-BASE-PAY.

       GET-LOCALITY-RATE.
      * SPACES IS NO LOCALITY AREA - BASE SCHEDULE ONLY, NOTHING TO
      * FLAG. A CODE THAT ISN'T ON THE TABLE PAYS AT BASE AND SAYS
      * SO ON THE REGISTER.
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
      * BACK THE VARYING SUBSCRIPT OFF BY ONE SO IT STILL POINTS
      * AT THE MATCHED ROW AFTER THE PERFORM'S FINAL INCREMENT.
               SUBTRACT 1 FROM WS-LOC-SUB
           END-IF.

       PRINT-LOCALITY-MISSING-LINE.
           MOVE SPACES TO PAYROLL-LINE
           STRING EMP-ID DELIMITED BY SIZE
                  ' LOCALITY CODE ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  ' NOT ON LOCALITY.DAT - PAID AT BASE SCHEDULE'
                      DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.
       
       CALCULATE-OVERTIME.
      * PREMIUM PAY BY HOUR CODE, EACH AT ITS OWN RATE OF THE
      * LOCALITY-ADJUSTED HOURLY RATE. OVERTIME PAYS ON EVERY HOUR
      * THE TIMEKEEPER CODED AS OVERTIME: THE PERIOD IS 80 HOURS
      * BIWEEKLY AND OVERTIME IS EARNED BY THE DAY AND THE WEEK, SO
      * PAID HOURS PASSING 40 FOR THE WHOLE PERIOD SAYS NOTHING
      * ABOUT WHETHER ANY WAS WORKED. NIGHT, SUNDAY AND HOLIDAY
      * HOURS ARE ALREADY IN THE REGULAR OR OVERTIME HOURS, SO ONLY
      * THEIR PREMIUM PAYS HERE. COMP TIME EARNED ISN'T PAID - IT
      * BANKS IN UPDATE-LEAVE-MASTER.
           COMPUTE WS-OVERTIME-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-OVERTIME-RATE
                   * WS-TC-OVERTIME-HOURS
           COMPUTE WS-NIGHT-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-NIGHT-DIFF-RATE
                   * WS-TC-NIGHT-HOURS
           COMPUTE WS-SUNDAY-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-SUNDAY-PREM-RATE
                   * WS-TC-SUNDAY-HOURS
           COMPUTE WS-HOLIDAY-PAY =
               (WS-ANNUAL-PAY / 2080) * WS-HOLIDAY-PREM-RATE
                   * WS-TC-HOLIDAY-HOURS
           
           ADD WS-BASE-PAY WS-LOCALITY-PAY WS-OVERTIME-PAY
               WS-NIGHT-PAY WS-SUNDAY-PAY WS-HOLIDAY-PAY
               GIVING WS-GROSS-PAY.
       
       CALCULATE-TAXES.
      * FEDERAL AND STATE TAX ARE COMPUTED PROGRESSIVELY OVER THE
      * BRACKETS LOADED BY LOAD-TAX-TABLE, THEN STATE TAX IS REDONE
      * FROM THE EMPLOYEE'S TAXING STATE ON STATETAX.DAT WHEN THE
      * STATE IS LISTED THERE. FICA IS COMPUTED AS ITS
      * TWO REAL PIECES - OASDI UP TO THE WAGE BASE, MEDICARE ON
      * EVERYTHING - INSTEAD OF THE OLD FLAT COMBINED RATE THAT
      * OVER-WITHHELD EVERYONE OVER THE WAGE BASE ALL FALL. THE
           PERFORM COMPUTE-TAX-BRACKETS
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-BRACKET-COUNT
           PERFORM CALCULATE-STATE-TAX
      * FICA BEFORE THE AFTER-BRACKET STEP - THE ADDITIONAL-AMOUNT
      * CAP NEEDS THIS PERIOD'S FICA, NOT THE LAST EMPLOYEE'S.
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
           IF EMP-ID NOT = WS-ST-LOOKUP-EMP-ID
               MOVE EMP-ID TO WS-ST-LOOKUP-EMP-ID
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
           MOVE SPACES TO PAYROLL-LINE
           STRING EMP-ID DELIMITED BY SIZE
                  ' STATE CODE ' DELIMITED BY SIZE
                  EMP-STATE-CODE DELIMITED BY SIZE
                  ' NOT ON STATETAX.DAT - STATE TAX FROM TAXTBL.DAT'
                      DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       CALCULATE-FICA-TAXES.
      * OASDI ONLY TAXES THE SLICE OF THIS PERIOD'S GROSS THAT FITS
      * UNDER THE ANNUAL WAGE BASE, MEASURED AGAINST THE GROSS
                   AND WS-LOOKUP-STEP < 11
               MOVE WS-STEP-PAY (WS-LOOKUP-INDEX WS-LOOKUP-STEP)
                   TO WS-LOOKUP-ANNUAL
      * BOTH RATES CARRY THE EMPLOYEE'S LOCALITY, SO THE DIFFERENCE
      * PAID IS THE ADJUSTED DIFFERENCE THE EMPLOYEE WAS SHORTED.
      * GET-BASE-PAY HAS ALREADY SET THE RATE FOR THIS EMPLOYEE.
               COMPUTE WS-LOOKUP-ANNUAL ROUNDED =
                   WS-LOOKUP-ANNUAL * (1 + WS-LOCALITY-RATE)
               SET LOOKUP-VALID TO TRUE
           ELSE
               MOVE 0 TO WS-LOOKUP-ANNUAL
      * AGAINST DISPOSABLE PAY (GROSS LESS THE THREE TAXES). THE
      * TAKEN-TO-DATE FIELDS REWRITE IN THE SAME PASS SO A
      * GOAL-LIMITED DEDUCTION STOPS ITSELF THE PERIOD IT FILLS.
      * THE REWRITE IS JOURNALED WITH ITS BEFORE-IMAGE LIKE THE YTD
      * AND LEAVE POSTINGS, SO PERIOD-REVERSE CAN PUT THE
      * TAKEN-TO-DATE FIGURES BACK IF THE PERIOD IS BACKED OUT.
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
      * THE REGULAR RUN'S RECORD FOR THE PERIOD. ONE ALREADY ON FILE
      * MEANS THE PERIOD WAS REOPENED AND IS BEING RUN AGAIN - THE
      * RERUN'S FIGURES REPLACE THE FIRST RUN'S, SINCE THEY ARE THE
      * ONES THAT STAND.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-PERIOD-YEAR TO PH-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO PH-PERIOD-NUMBER
           MOVE 'R' TO PH-RUN-TYPE
           MOVE 1 TO PH-RUN-SEQ
           MOVE EMP-NAME TO PH-EMP-NAME
           MOVE EMP-STATUS TO PH-EMP-STATUS
           MOVE EMP-GRADE TO PH-EMP-GRADE
           MOVE EMP-STEP TO PH-EMP-STEP
           MOVE WS-PAY-DATE TO PH-PAY-DATE
           MOVE WS-GROSS-PAY TO PH-GROSS-PAY
           MOVE WS-FEDERAL-TAX TO PH-FEDERAL-TAX
           MOVE WS-STATE-TAX TO PH-STATE-TAX
           MOVE WS-OASDI-TAX TO PH-OASDI-TAX
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX
           MOVE WS-HEALTH-DED TO PH-HEALTH-DED
           MOVE WS-RETIRE-DED TO PH-RETIRE-DED
           MOVE WS-GARNISH-DED TO PH-GARNISH-DED
           MOVE WS-RETRO-AMOUNT TO PH-RETRO-AMOUNT
      * THE LEAVE PAYOUT WORK FIELD STILL HOLDS THE LAST SEPARATION
      * PAID - ONLY A TERMINATION CARRIES ONE.
           IF TERMINATED-EMPLOYEE
               MOVE WS-LEAVE-PAYOUT TO PH-LEAVE-PAYOUT
           ELSE
               MOVE 0 TO PH-LEAVE-PAYOUT
           END-IF
           MOVE WS-NET-PAY TO PH-NET-PAY
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

       ZERO-YTD-QUARTERS.
      * A BRAND-NEW YTD RECORD STARTS WITH CLEAN QUARTER BUCKETS
      * AND EMPLOYER-FICA ACCUMULATOR BEFORE THIS PERIOD POSTS.
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
               DISPLAY 'PAYROLL-CALC: ' YM-EMP-ID
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
      * THE REDUCED HOURS TO EMPDATA.DAT. CAPPED AT THE HOURS ON
      * THE TIMECARD SO A KEYING ERROR CAN'T DRIVE PAID HOURS
      * NEGATIVE.
           MOVE WS-TC-REGULAR-HOURS TO WS-PAID-HOURS
           IF WS-LWOP-HOURS > 0
               IF WS-LWOP-HOURS > WS-PAID-HOURS
                   MOVE WS-PAID-HOURS TO WS-LWOP-HOURS
      * CALCULATE-RETIREMENT-PAY - SO A MID-CAREER HIRE ACCRUES AT
      * THEIR REAL TIER. THIS PERIOD'S USAGE POSTS AGAINST THE
      * BALANCE IN THE SAME READ/REWRITE SO ACCRUAL AND USAGE
      * CAN'T SPLIT ACROSS A RESTART. COMP TIME EARNED THIS PERIOD
      * BANKS HERE TOO, IN THE SAME REWRITE.
           PERFORM COMPUTE-SERVICE-YEARS
           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 3
                   MOVE EMP-NAME TO LM-EMP-NAME
                   MOVE WS-ANNUAL-ACCRUAL-HRS TO LM-ANNUAL-LEAVE-BAL
                   MOVE WS-SICK-ACCRUAL-HRS TO LM-SICK-LEAVE-BAL
                   MOVE WS-TC-COMP-HOURS TO LM-COMP-TIME-BAL
                   PERFORM APPLY-LEAVE-USAGE-TO-BALANCE
                   WRITE LEAVE-MASTER-RECORD
               NOT INVALID KEY
                   MOVE EMP-NAME TO LM-EMP-NAME
                   ADD WS-ANNUAL-ACCRUAL-HRS TO LM-ANNUAL-LEAVE-BAL
                   ADD WS-SICK-ACCRUAL-HRS TO LM-SICK-LEAVE-BAL
                   ADD WS-TC-COMP-HOURS TO LM-COMP-TIME-BAL
                   PERFORM APPLY-LEAVE-USAGE-TO-BALANCE
                   REWRITE LEAVE-MASTER-RECORD
           END-READ
           PERFORM WRITE-AUDIT-RECORD

           MOVE LM-ANNUAL-LEAVE-BAL TO WS-ANNUAL-LEAVE-BAL
           MOVE LM-SICK-LEAVE-BAL TO WS-SICK-LEAVE-BAL
           MOVE LM-COMP-TIME-BAL TO WS-COMP-TIME-BAL.

       PRINT-PAY-STUB.
           MOVE SPACES TO PAYROLL-LINE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE
           PERFORM PRINT-PAY-SPLIT-LINE
           IF WS-TC-COMP-HOURS > 0
               PERFORM PRINT-COMP-TIME-LINE
           END-IF
           IF WS-RETRO-AMOUNT NOT = 0
               PERFORM PRINT-RETRO-LINE
           END-IF
               PERFORM PRINT-DEDUCTION-LINE
           END-IF
           PERFORM WRITE-PAY-STATEMENT
           PERFORM DISBURSE-NET-PAY.

       WRITE-PAY-STATEMENT.
      * THE EMPLOYEE'S OWN COPY - CURRENT AND YTD COLUMNS SIDE BY
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
           END-STRING
           WRITE STATEMENT-LINE.

       PRINT-PAY-SPLIT-LINE.
      * STRAIGHT-TIME PAY SPLIT INTO ITS SCHEDULE AND LOCALITY
      * PIECES, WITH OVERTIME AND THE PREMIUMS BESIDE THEM, SO
      * BUDGET CAN SEE WHAT LOCALITY COSTS EMPLOYEE BY EMPLOYEE.
           MOVE SPACES TO PAYROLL-LINE
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
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       PRINT-COMP-TIME-LINE.
      * COMP TIME EARNED IN LIEU OF OVERTIME - NO DOLLARS THIS
      * PERIOD, JUST THE HOURS BANKED AND THE NEW BALANCE.
           MOVE SPACES TO PAYROLL-LINE
           STRING '   COMP TIME EARNED: ' DELIMITED BY SIZE
                  WS-TC-COMP-HOURS DELIMITED BY SIZE
                  ' HRS BALANCE: ' DELIMITED BY SIZE
                  WS-COMP-TIME-BAL DELIMITED BY SIZE
                  ' HRS' DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       PRINT-DEDUCTION-LINE.
      * ITEMIZED DEDUCTIONS PRINT ON THEIR OWN LINE UNDER THE STUB,
      * ONLY WHEN THE EMPLOYEE HAS ANY, SO A CLEAN STUB STAYS ONE
           END-STRING
           WRITE PAYROLL-LINE.

       DISBURSE-NET-PAY.
      * NET PAY GOES OUT ONE OF TWO WAYS - ON THE EFT FILE FOR
      * DIRECT DEPOSIT, OR ON ONE NUMBERED PAPER CHECK FOR AN
      * EMPLOYEE PAID BY CHECK. A CHECK PAYEE'S PENDING PRENOTES
      * WAIT UNTIL THEY GO BACK ON DIRECT DEPOSIT.
           IF PAY-BY-CHECK
               PERFORM ISSUE-CHECK
           ELSE
               PERFORM WRITE-EFT-RECORD
           END-IF.

       ISSUE-CHECK.
      * THE WHOLE NET ON ONE CHECK DATED THE PAY DATE. THE CHECK IS
      * ENTERED ON THE ISSUE MASTER BEFORE IT GOES TO THE PRINT FILE
      * SO NOTHING CAN BE PRINTED THAT POSITIVE PAY DOESN'T KNOW
      * ABOUT. A ZERO NET WRITES NO CHECK, AS IT WRITES NO EFT.
           IF WS-NET-PAY > 0
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE SPACES TO CHECK-PRINT-RECORD
               MOVE WS-CHECK-NUMBER TO CP-CHECK-NUMBER
               MOVE WS-PAY-DATE TO CP-ISSUE-DATE
               MOVE EMP-ID TO CP-EMP-ID
               MOVE EMP-NAME TO CP-PAYEE-NAME
               MOVE WS-NET-PAY TO CP-AMOUNT
               MOVE WS-PERIOD-NUMBER TO CP-PERIOD-NUMBER
               SET CP-REGULAR-RUN TO TRUE
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
      * TAKE THE NEXT NUMBER AND ADVANCE CHKCTL.DAT PAST IT BEFORE
      * THE CHECK IS WRITTEN. THE CONTROL RECORD IS REWRITTEN FOR
      * EVERY CHECK, NOT AT END OF RUN, SO A NUMBER IS NEVER HANDED
      * OUT TWICE - NOT ACROSS AN ABEND, AND NOT TO THE NEXT PROGRAM
      * THAT WRITES CHECKS.
           OPEN I-O CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE NEXT RECORD
           MOVE 'N' TO WS-CHECK-NUMBER-SW
           PERFORM TAKE-NEXT-CHECK-NUMBER UNTIL CHECK-NUMBER-FREE
           REWRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       TAKE-NEXT-CHECK-NUMBER.
      * A NUMBER ALREADY ON THE ISSUE MASTER MEANS CHKCTL.DAT WAS
      * SET BACK UNDER NUMBERS ALREADY USED - SKIP IT RATHER THAN
      * PUT TWO CHECKS OUT UNDER ONE NUMBER, AND SAY SO.
           MOVE CC-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
           ADD 1 TO CC-NEXT-CHECK-NUMBER
           MOVE WS-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECK-ISSUE-MASTER
               INVALID KEY
                   SET CHECK-NUMBER-FREE TO TRUE
               NOT INVALID KEY
                   DISPLAY 'PAYROLL-CALC: CHECK ' WS-CHECK-NUMBER
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
           MOVE SPACES TO PAYROLL-LINE
           STRING '   PAID BY CHECK NUMBER ' DELIMITED BY SIZE
                  CP-CHECK-NUMBER DELIMITED BY SIZE
                  ' AMOUNT: $' DELIMITED BY SIZE
                  CP-AMOUNT DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       WRITE-EFT-RECORD.
      * ANY ACCOUNT WHOSE BANK DETAILS JUST CHANGED - PRIMARY OR
      * ALLOTMENT SLOT - GETS A ZERO-DOLLAR PRENOTE ENTRY AHEAD OF
           END-IF.

       WRITE-EFT-DETAIL.
      * EVERY DETAIL - LIVE OR PRENOTE - GETS THE NEXT TRACE NUMBER,
      * GOES TO THE WORK FILE TAGGED WITH THE EMPLOYEE'S PAYING
      * AGENCY, AND ROLLS INTO THE RUN AND AGENCY CONTROL TOTALS
      * THE TRAILERS ARE PROVED AGAINST.
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
      * LAY EFTWORK.DAT OUT ONTO EFTFILE.DAT UNDER ONE FILE HEADER,
      * ONE BATCH PER AGENCY IN AGENCY.DAT ORDER - ONE PASS OF THE
      * WORK FILE PER AGENCY, SO EACH AGENCY'S DETAILS LAND
      * TOGETHER IN THE ORDER THEY WERE PAID. AN AGENCY WITH
      * NOTHING PAID BY DEPOSIT GETS NO BATCH. WRITTEN AFTER THE
      * LAST EMPLOYEE, SO THE FILE COVERS EVERY DETAIL, INCLUDING
      * EVERYTHING AN ABENDED RUN WROTE BEFORE A RESTART. EACH
      * TRAILER IS PROVED AGAINST ITS AGENCY'S TOTALS AND THE FILE
      * CONTROL AGAINST THE RUN TOTALS; A FILE THAT DOESN'T AGREE
      * IS FLAGGED ON THE CONSOLE AND REGISTER AND THE RUN ENDS
      * RC 8 SO IT ISN'T SENT TO THE BANK.
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
               DISPLAY 'PAYROLL-CALC: EFTFILE.DAT OUT OF BALANCE - '
                   'DO NOT TRANSMIT'
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
               DISPLAY 'PAYROLL-CALC: AGENCY ' WS-AG-CODE (WS-AG-SUB)
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
      * THE FILE HEADER CARRIES THE IDENTITY OF THE AGENCY RUNNING
      * THE PAYROLL - ROW 1 OF AGENCY.DAT. THE EFFECTIVE DATE IS THE
      * CONTROL FILE'S PAY DATE; THE CREATION DATE IS THE RUN DATE.
           MOVE SPACES TO EFT-FILE-HEADER
           MOVE '1' TO EFH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (1) TO EFH-COMPANY-ID
           MOVE WS-AG-COMPANY-NAME (1) TO EFH-COMPANY-NAME
           MOVE WS-CURRENT-DATE TO EFH-CREATION-DATE
           MOVE WS-PAY-DATE TO EFH-EFFECTIVE-DATE
           WRITE EFT-FILE-HEADER.

       WRITE-EFT-BATCH-HEADER.
      * EACH AGENCY'S BATCH GOES OUT UNDER ITS OWN COMPANY ID AND
      * SETTLES AGAINST ITS OWN FUNDING ACCOUNT.
           ADD 1 TO WS-FILE-BATCH-COUNT
           SET BATCH-OPEN TO TRUE
           MOVE SPACES TO EFT-BATCH-HEADER
           MOVE '5' TO EBH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBH-COMPANY-ID
           MOVE 'PAYROLL' TO EBH-ENTRY-DESCRIPTION
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
      * THE TRAILER THE BANK BALANCES THE AGENCY'S BATCH AGAINST,
      * ROLLED INTO THE FILE CONTROL FIGURES AS IT IS WRITTEN.
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
           MOVE SPACES TO PAYROLL-LINE
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
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       CALCULATE-RETIREMENT-PAY.
      * ANNUITY CALCULATION - CREDITABLE SERVICE COMES FROM THE
      * SERVICE COMPUTATION DATE, SO AN ANNUITY IS PRICED OFF THE
      * RETIREE'S ACTUAL CAREER, NOT THEIR STEP. ANNUITY IS 1% OF
      * THE EMPLOYEE'S GRADE/STEP ANNUAL RATE PER YEAR OF SERVICE,
      * PAID OUT OVER 26 PAY PERIODS A YEAR. THE ANNUAL RATE IS THE
      * LOCALITY-ADJUSTED ONE GET-BASE-PAY LEAVES IN WS-ANNUAL-PAY -
      * LOCALITY PAY IS PART OF THE BASIC PAY AN ANNUITY COUNTS.
           PERFORM GET-BASE-PAY
           PERFORM COMPUTE-SERVICE-YEARS
           COMPUTE WS-ANNUITY-PAY ROUNDED =

       CALCULATE-TERMINATION-PAY.
      * FINAL PAY COVERS THE LAST HOURS ON THE BOOKS, ANY OVERTIME
      * AND PREMIUM HOURS WORKED IN THAT FINAL PERIOD (VALIDATE-
      * EMPLOYEE-RECORD RANGE-CHECKS THE OVERTIME HOURS FOR
      * TERMINATIONS THE SAME AS FOR ACTIVE EMPLOYEES, SO THEY HAVE
      * TO COUNT HERE TOO), PLUS A PAYOUT
      * OF THE EMPLOYEE'S ACTUAL UNUSED ANNUAL LEAVE BALANCE FROM
      * LEAVE-MASTER, AT THE EMPLOYEE'S CURRENT GRADE/STEP HOURLY
      * RATE. THE BALANCE IS THEN ZEROED OUT SINCE IT'S BEEN PAID.
                   MOVE 0 TO WS-LEAVE-PAYOUT-HRS
                   MOVE 0 TO WS-ANNUAL-LEAVE-BAL
                   MOVE 0 TO WS-SICK-LEAVE-BAL
                   MOVE 0 TO WS-COMP-TIME-BAL
               NOT INVALID KEY
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE LEAVE-MASTER-RECORD TO WS-AJ-BEFORE
                   PERFORM APPLY-LEAVE-USAGE-TO-BALANCE
                   MOVE LM-ANNUAL-LEAVE-BAL TO WS-LEAVE-PAYOUT-HRS
                   MOVE 0 TO LM-ANNUAL-LEAVE-BAL
      * COMP TIME EARNED IN THE FINAL PERIOD BANKS THE SAME AS IN
      * UPDATE-LEAVE-MASTER, WHICH THIS PATH NEVER REACHES.
                   ADD WS-TC-COMP-HOURS TO LM-COMP-TIME-BAL
                   REWRITE LEAVE-MASTER-RECORD
                   MOVE 'LVM' TO WS-AJ-FILE-ID
                   MOVE LM-EMP-ID TO WS-AJ-EMP-ID
      * CARRIES AS IT STANDS.
                   MOVE LM-ANNUAL-LEAVE-BAL TO WS-ANNUAL-LEAVE-BAL
                   MOVE LM-SICK-LEAVE-BAL TO WS-SICK-LEAVE-BAL
                   MOVE LM-COMP-TIME-BAL TO WS-COMP-TIME-BAL
           END-READ

      * WS-GROSS-PAY IS BASE PLUS OVERTIME AND PREMIUMS, SET BY
      * CALCULATE-OVERTIME ABOVE - ADD THE LEAVE PAYOUT ON TOP OF
      * THAT TO GET THE FINAL CHECK.
           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
               WS-LEAVE-HOURLY-RATE * WS-LEAVE-PAYOUT-HRS
           ADD WS-GROSS-PAY WS-LEAVE-PAYOUT GIVING WS-FINAL-GROSS-PAY
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE
           PERFORM PRINT-PAY-SPLIT-LINE
           IF WS-RETRO-AMOUNT NOT = 0
               PERFORM PRINT-RETRO-LINE
           END-IF
               PERFORM PRINT-DEDUCTION-LINE
           END-IF
           PERFORM WRITE-PAY-STATEMENT
      * THE FINAL PAY GOES OUT LIKE ANY OTHER NET PAY - BY DIRECT
      * DEPOSIT OR BY CHECK - AND WITH IT ON THE EFT OR CHECK FILE,
      * THE EFT CREDITS PLUS CHECKS WRITTEN TIE EXACTLY TO THE
      * PERIOD'S YTD NET POSTINGS, WHICH IS WHAT BALANCE-RECON
      * CROSS-FOOTS.
           PERFORM DISBURSE-NET-PAY.

       APPLY-USE-OR-LOSE-CAP.
      * LAST RUN OF THE YEAR - ANNUAL LEAVE ABOVE THE OPM CARRYOVER
                  WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE
           MOVE SPACES TO PAYROLL-LINE
           STRING 'EFT CREDITS: $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-CREDIT DELIMITED BY SIZE
                  ' EFT BATCHES: ' DELIMITED BY SIZE
                  WS-FILE-BATCH-COUNT DELIMITED BY SIZE
                  ' CHECKS WRITTEN: ' DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-CHECK-TOTAL DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE
           PERFORM PRINT-AGENCY-SUMMARY-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT.

       PRINT-AGENCY-SUMMARY-LINE.
      * ONE LINE PER PAYING AGENCY - ITS SHARE OF THE TOTALS ABOVE,
      * WHICH THE AGENCY LINES SUM TO.
           MOVE SPACES TO PAYROLL-LINE
           STRING 'AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' EMPLOYEES: ' DELIMITED BY SIZE
                  WS-AT-EMP-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' PAYROLL: $' DELIMITED BY SIZE
                  WS-AT-TOTAL-PAYROLL (WS-AG-SUB) DELIMITED BY SIZE
                  ' EFT ENTRIES: ' DELIMITED BY SIZE
                  WS-AT-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CREDITS: $' DELIMITED BY SIZE
                  WS-AT-EFT-CREDIT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECKS: ' DELIMITED BY SIZE
                  WS-AT-CHECK-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-AT-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       ACCUMULATE-GL-TOTALS.
      * FOLD THIS EMPLOYEE'S PERIOD FIGURES INTO THEIR AGENCY AND
      * COST CENTER'S ROW, ADDING THE ROW ON FIRST SIGHT OF THE PAIR.
      * THE EMPLOYER FICA MATCH ACCRUES DOLLAR-FOR-DOLLAR WITH THE
      * EMPLOYEE'S WITHHOLDING, SAME AS THE YTD POSTING LOGIC.
           MOVE 'N' TO WS-GL-HIT-SW
               END-IF
               ADD 1 TO WS-GL-ORG-COUNT
               MOVE WS-GL-ORG-COUNT TO WS-GL-SUB
               MOVE WS-AG-CUR TO WS-GL-AG-ROW (WS-GL-SUB)
               MOVE EMP-ORG-CODE TO WS-GL-ORG-CODE (WS-GL-SUB)
               MOVE 0 TO WS-GL-GROSS (WS-GL-SUB)
               MOVE 0 TO WS-GL-FEDERAL (WS-GL-SUB)

       FIND-GL-ORG-ROW.
           IF WS-GL-ORG-CODE (WS-GL-SUB) = EMP-ORG-CODE
                   AND WS-GL-AG-ROW (WS-GL-SUB) = WS-AG-CUR
               SET GL-ORG-FOUND TO TRUE
      * BACK THE VARYING SUBSCRIPT OFF BY ONE SO IT STILL POINTS
      * AT THE MATCHED ROW AFTER THE PERFORM'S FINAL INCREMENT.
      * FOR EVERY WITHHOLDING LIABILITY, THE EMPLOYER FICA PAYABLE
      * AND THE NET-PAY CLEARING AMOUNT. GROSS = TAXES PLUS
      * DEDUCTIONS PLUS NET BY CONSTRUCTION, SO DEBITS EQUAL
      * CREDITS WITHIN EVERY CENTER. ZERO LINES ARE SKIPPED. THE
      * CENTERS ARE WRITTEN AGENCY BY AGENCY, IN AGENCY.DAT ORDER.
      * A RESTARTED RUN'S ACCUMULATORS ONLY COVER THE EMPLOYEES
      * PAID AFTER THE RESTART, SO THE EXTRACT IS SUPPRESSED -
      * GLEXTRACT.DAT IS LEFT DELIBERATELY EMPTY AND THE REGISTER
                   ' - POST THE LEDGER FROM PAYROLL.RPT'
               PERFORM PRINT-GL-SUPPRESSED-LINE
           ELSE
               PERFORM WRITE-AGENCY-GL
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT
               PERFORM PRINT-GL-CONTROL-LINE
           END-IF.

       WRITE-AGENCY-GL.
           PERFORM WRITE-GL-ORG-IF-AGENCY
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-ORG-COUNT.

       WRITE-GL-ORG-IF-AGENCY.
           IF WS-GL-AG-ROW (WS-GL-SUB) = WS-AG-SUB
               PERFORM WRITE-ONE-GL-ORG
           END-IF.

       PRINT-GL-SUPPRESSED-LINE.
           MOVE SPACES TO PAYROLL-LINE
           STRING 'GL EXTRACT SUPPRESSED - RESTARTED RUN COVERS '
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-GARNISH (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
      * THE CLEARING CREDIT - ACROSS AN AGENCY'S CENTERS THESE SUM
      * TO ITS BATCH TRAILER'S TOTAL CREDIT PLUS ITS CHECKS WRITTEN.
           MOVE '1100' TO GL-ACCOUNT
           MOVE 'NET PAY CLEARING' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE WS-PERIOD-NUMBER TO GL-PERIOD-NUMBER
               MOVE WS-PERIOD-YEAR TO GL-PERIOD-YEAR
               MOVE WS-GL-ORG-CODE (WS-GL-SUB) TO GL-ORG-CODE
               MOVE WS-AG-CODE (WS-AG-SUB) TO GL-AGENCY-CODE
               WRITE GL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               ADD GL-DEBIT-AMOUNT TO WS-GL-TOTAL-DEBITS
               ADD GL-CREDIT-AMOUNT TO WS-GL-TOTAL-CREDITS
               ADD GL-DEBIT-AMOUNT TO WS-AT-GL-DEBITS (WS-AG-SUB)
               ADD GL-CREDIT-AMOUNT TO WS-AT-GL-CREDITS (WS-AG-SUB)
               IF GL-ACCOUNT = '1100'
                   ADD GL-CREDIT-AMOUNT
                       TO WS-AT-GL-CLEARING (WS-AG-SUB)
               END-IF
           END-IF.

       PRINT-GL-CONTROL-LINE.
      * CONTROL TOTALS ON THE REGISTER SO THE OPERATOR CAN EYEBALL
      * DEBITS = CREDITS AND TIE THE CLEARING TOTAL TO THE EFT
      * TRAILER BEFORE ACCOUNTING LOADS THE FILE - IN TOTAL AND THEN
      * FOR EACH AGENCY'S OWN LINES.
           MOVE SPACES TO PAYROLL-LINE
           STRING 'GL EXTRACT: ' DELIMITED BY SIZE
                  WS-GL-LINE-COUNT DELIMITED BY SIZE
                  WS-GL-TOTAL-CREDITS DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE
           PERFORM PRINT-AGENCY-GL-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT.

       PRINT-AGENCY-GL-LINE.
      * AN AGENCY'S NET-PAY CLEARING MUST EQUAL WHAT ITS BATCH AND
      * CHECKS PAID OUT; A LINE THAT DOESN'T IS FLAGGED.
           COMPUTE WS-GL-AG-DISBURSED = WS-AT-EFT-CREDIT (WS-AG-SUB)
                                      + WS-AT-CHECK-TOTAL (WS-AG-SUB)
           MOVE SPACES TO PAYROLL-LINE
           IF WS-AT-GL-CLEARING (WS-AG-SUB) = WS-GL-AG-DISBURSED
               STRING 'GL AGENCY ' DELIMITED BY SIZE
                      WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                      ' DEBITS $' DELIMITED BY SIZE
                      WS-AT-GL-DEBITS (WS-AG-SUB) DELIMITED BY SIZE
                      ' CREDITS $' DELIMITED BY SIZE
                      WS-AT-GL-CREDITS (WS-AG-SUB) DELIMITED BY SIZE
                      ' NET PAY CLEARING $' DELIMITED BY SIZE
                      WS-AT-GL-CLEARING (WS-AG-SUB) DELIMITED BY SIZE
                      INTO PAYROLL-LINE
               END-STRING
           ELSE
               DISPLAY 'PAYROLL-CALC: AGENCY ' WS-AG-CODE (WS-AG-SUB)
                   ' GL CLEARING DOES NOT TIE TO EFT PLUS CHECKS'
               STRING 'GL AGENCY ' DELIMITED BY SIZE
                      WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                      ' DEBITS $' DELIMITED BY SIZE
                      WS-AT-GL-DEBITS (WS-AG-SUB) DELIMITED BY SIZE
                      ' CREDITS $' DELIMITED BY SIZE
                      WS-AT-GL-CREDITS (WS-AG-SUB) DELIMITED BY SIZE
                      ' NET PAY CLEARING $' DELIMITED BY SIZE
                      WS-AT-GL-CLEARING (WS-AG-SUB) DELIMITED BY SIZE
                      ' NOT = EFT + CHECKS $' DELIMITED BY SIZE
                      WS-GL-AG-DISBURSED DELIMITED BY SIZE
                      INTO PAYROLL-LINE
               END-STRING
           END-IF
           WRITE PAYROLL-LINE.

       ACCUMULATE-GRADE-SUMMARY.
      * ADD THIS ACTIVE EMPLOYEE'S GROSS/NET INTO THE SUBTOTAL ROW FOR
      * THEIR GRADE - WS-GRADE-INDEX WAS SET BY GET-BASE-PAY ABOVE.
      * BASE AND LOCALITY ACCUMULATE ON THEIR OWN SO THE SUMMARY
      * SHOWS WHAT THE LOCALITY ADJUSTMENTS COST EACH GRADE.
           IF WS-GRADE-INDEX > 0
               ADD 1 TO WS-GRADE-SUMMARY-COUNT (WS-GRADE-INDEX)
               ADD WS-BASE-PAY
                   TO WS-GRADE-SUMMARY-BASE (WS-GRADE-INDEX)
               ADD WS-LOCALITY-PAY
                   TO WS-GRADE-SUMMARY-LOCALITY (WS-GRADE-INDEX)
               ADD WS-GROSS-PAY
                   TO WS-GRADE-SUMMARY-GROSS (WS-GRADE-INDEX)
               ADD WS-NET-PAY
           WRITE PAYROLL-LINE

           MOVE 0 TO WS-GRADE-TOTAL-COUNT
           MOVE 0 TO WS-GRADE-TOTAL-BASE
           MOVE 0 TO WS-GRADE-TOTAL-LOCALITY
           MOVE 0 TO WS-GRADE-TOTAL-GROSS
           MOVE 0 TO WS-GRADE-TOTAL-NET

                      ' HEADCOUNT: ' DELIMITED BY SIZE
                      WS-GRADE-SUMMARY-COUNT (WS-GSUM-SUB)
                          DELIMITED BY SIZE
                      ' BASE: $' DELIMITED BY SIZE
                      WS-GRADE-SUMMARY-BASE (WS-GSUM-SUB)
                          DELIMITED BY SIZE
                      ' LOCALITY: $' DELIMITED BY SIZE
                      WS-GRADE-SUMMARY-LOCALITY (WS-GSUM-SUB)
                          DELIMITED BY SIZE
                      ' GROSS: $' DELIMITED BY SIZE
                      WS-GRADE-SUMMARY-GROSS (WS-GSUM-SUB)
                          DELIMITED BY SIZE

               ADD WS-GRADE-SUMMARY-COUNT (WS-GSUM-SUB)
                   TO WS-GRADE-TOTAL-COUNT
               ADD WS-GRADE-SUMMARY-BASE (WS-GSUM-SUB)
                   TO WS-GRADE-TOTAL-BASE
               ADD WS-GRADE-SUMMARY-LOCALITY (WS-GSUM-SUB)
                   TO WS-GRADE-TOTAL-LOCALITY
               ADD WS-GRADE-SUMMARY-GROSS (WS-GSUM-SUB)
                   TO WS-GRADE-TOTAL-GROSS
               ADD WS-GRADE-SUMMARY-NET (WS-GSUM-SUB)
           MOVE SPACES TO PAYROLL-LINE
           STRING 'ACTIVE GRAND TOTAL HEADCOUNT: ' DELIMITED BY SIZE
                  WS-GRADE-TOTAL-COUNT DELIMITED BY SIZE
                  ' BASE: $' DELIMITED BY SIZE
                  WS-GRADE-TOTAL-BASE DELIMITED BY SIZE
                  ' LOCALITY: $' DELIMITED BY SIZE
                  WS-GRADE-TOTAL-LOCALITY DELIMITED BY SIZE
                  ' GROSS: $' DELIMITED BY SIZE
                  WS-GRADE-TOTAL-GROSS DELIMITED BY SIZE
                  ' NET: $' DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING
           WRITE PAYROLL-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'PAYROLL-CALC' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'PAYROLL-CALC: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'PAYROLL-CALC: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'PAYROLL-CALC: '
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
