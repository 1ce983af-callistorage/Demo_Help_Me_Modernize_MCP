      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: OFFCYCLE-PAY
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: OFF-CYCLE MANUAL PAYMENT RUN FOR ONE-TIME AND
      *          EMERGENCY PAYMENTS - A SHORTED SALARY, A CASH AWARD
      *          OR AN EMERGENCY SALARY PAYMENT - WITHOUT WAITING
      *          FOR THE NEXT REGULAR CYCLE. DRIVEN BY THE KEYED
      *          PAYMENT REQUEST FILE (OFFREQ.DAT). EACH PENDING
      *          REQUEST IS EDITED AGAINST THE EMPLOYEE MASTER,
      *          PRICED (A DOLLAR AMOUNT, OR HOURS AT THE EMPLOYEE'S
      *          LOCALITY-ADJUSTED HOURLY RATE), TAXED AT THE
      *          SUPPLEMENTAL FLAT FEDERAL RATE OR - WHEN THE
      *          REQUEST ASKS - AGGREGATED WITH THE PERIOD'S REGULAR
      *          PAY, AND CHARGED ONLY THE DEDUCTIONS ITS PAYMENT
      *          TYPE ALLOWS. THE PAYMENT POSTS TO THE YTD MASTER
      *          (QUARTER AND STATE BUCKETS INCLUDED), THE DEDUCTION
      *          MASTER, THE PAY HISTORY FILE AND THE AUDIT JOURNAL,
      *          AND GOES TO THE BANK ON ITS OWN ACH FILE
      *          (OFFEFT.DAT) IN AN 'OFFCYCLE' BATCH FOR THE
      *          EMPLOYEE'S PAYING AGENCY (AGENCY.DAT), ONE BATCH
      *          PER AGENCY UNDER ONE FILE HEADER AND A FILE
      *          CONTROL RECORD, WITH FULL CONTROL TOTALS - OR, FOR
      *          AN EMPLOYEE PAID BY CHECK, AS A NUMBERED CHECK ON
      *          OFFCHECK.DAT ENTERED ON THE CHECK ISSUE MASTER.
      *          OFFCYCLE.RPT IS THE REGISTER AND
      *          OFFGL.DAT CARRIES THE GL LINES. EVERY REQUEST PAID
      *          IS STAMPED PAID ON OFFREQ.DAT, SO A RESUBMITTED FILE
      *          NEVER PAYS ANYONE TWICE; A REJECTED REQUEST STAYS
      *          PENDING AND THE RUN ENDS WITH RETURN CODE 4.
      *          OFFCYCLE-RECON MUST PROVE OFFEFT.DAT BEFORE IT IS
      *          TRANSMITTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFCYCLE-REQUEST-FILE ASSIGN TO 'OFFREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT YTD-MASTER ASSIGN TO 'YTDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YM-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO 'DEDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-EMP-ID
               FILE STATUS IS WS-DEDUCTION-STATUS.
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
           SELECT OFFCYCLE-REPORT ASSIGN TO 'OFFCYCLE.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-FILE ASSIGN TO 'OFFEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.
           SELECT EFT-WORK-FILE ASSIGN TO 'OFFEWORK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-WORK-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'OFFGL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL ASSIGN TO 'AUDITJRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OFF-CHECKPOINT ASSIGN TO 'OFFCHK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT ELECTION-MASTER ASSIGN TO 'WHELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS WS-ELECTION-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'OFFCHECK.DAT'
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
      * THE KEYED REQUESTS, IN WHATEVER ORDER THE CLERK KEYED THEM.
      * OPENED I-O SO EACH REQUEST IS STAMPED PAID THE MOMENT ITS
      * POSTINGS ARE DONE.
       FD  OFFCYCLE-REQUEST-FILE.
           COPY OFFCYCLE-REQUEST-RECORD.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

       FD  YTD-MASTER.
           COPY YTD-MASTER-RECORD.

       FD  DEDUCTION-MASTER.
           COPY DEDUCTION-RECORD.

      * SAME TAX TABLE AS PAYROLL-CALC - THE AGGREGATE METHOD AND
      * THE STATE FALLBACK WITHHOLD FROM THE SAME BRACKETS A
      * REGULAR CHECK DOES.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-BRACKET-FLOOR    PIC 9(7)V99.
           05  TT-FEDERAL-RATE     PIC V9(4).
           05  TT-STATE-RATE       PIC V9(4).
           05  TT-FICA-RATE        PIC V9(4).
           05  TT-OASDI-RATE       PIC V9(4).
           05  TT-MEDICARE-RATE    PIC V9(4).
           05  TT-OASDI-WAGE-BASE  PIC 9(8)V99.

      * SAME LOCALITY PAY TABLE AS PAYROLL-CALC - HOURS KEYED ON A
      * SALARY REQUEST PAY AT THE RATE THE REGULAR RUN WOULD HAVE
      * PAID THEM AT.
       FD  LOCALITY-FILE.
           COPY LOCALITY-RECORD.

       FD  STATE-TAX-FILE.
           COPY STATE-TAX-RECORD.

      * PAY PERIOD CONTROL - READ FOR THE PERIOD, YEAR AND QUARTER
      * THE PAYMENTS SETTLE INTO. AN OFF-CYCLE PAYMENT IS MADE
      * WHATEVER THE PERIOD'S STATUS, SO NO POSTED-STATUS GUARD
      * APPLIES AND THE RECORD IS NEVER REWRITTEN.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

       FD  OFFCYCLE-REPORT.
       01  OFFCYCLE-LINE           PIC X(160).

      * OFF-CYCLE EFT OUTPUT - SAME ACH-STYLE STRUCTURE AS THE
      * REGULAR AND SUPPLEMENTAL FILES, ONE 'OFFCYCLE' BATCH PER
      * PAYING AGENCY. A FRESH RUN WRITES ONLY THE FILE HEADER AT
      * START, SO A RESTART CAN PICK THE RUN'S STAMP BACK UP FROM
      * IT; THE WHOLE FILE IS LAID OUT FROM THE WORK FILE BELOW
      * ONCE THE LAST REQUEST IS PAID.
       FD  EFT-FILE.
           COPY EFT-RECORDS.

      * EFT DETAILS IN THE ORDER THEY ARE PAID, EACH TAGGED WITH THE
      * PAYING AGENCY - SAME AS PAYROLL-CALC'S EFTWORK.DAT. A
      * RESTARTED RUN EXTENDS IT, SO THE DETAILS WRITTEN BEFORE THE
      * ABEND STILL GO OUT.
       FD  EFT-WORK-FILE.
       01  EFT-WORK-RECORD.
           05  EW-AGENCY-CODE      PIC X(04).
           05  EW-EFT-IMAGE        PIC X(94).

      * THE AGENCIES THIS PAYROLL PAYS - WHOSE BATCH EACH PAYMENT
      * GOES IN AND UNDER WHAT COMPANY ID.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * SAME GL EXTRACT LAYOUT AS PAYROLL-CALC'S GLEXTRACT.DAT SO
      * ACCOUNTING LOADS BOTH WITH THE SAME JOB.
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

       FD  AUDIT-JOURNAL.
           COPY AUDIT-JOURNAL-RECORD.

      * SAME CHECKPOINT LAYOUT AS THE OTHER PAY RUNS, ON OFFCHK.DAT.
      * THE RESTART KEY IN CK-LAST-EMP-ID IS THE REQUEST'S ORDINAL
      * POSITION ON OFFREQ.DAT, AS EFT-RETURNS KEYS ITS OWN, SINCE
      * ONE EMPLOYEE CAN HAVE MORE THAN ONE REQUEST. CK-SUSPENSE-
      * COUNT CARRIES THE REJECTED REQUEST COUNT AND
      * CK-TOTAL-PAYROLL THE GROSS PAID; THE AGENCY SLOTS CARRY
      * EACH PAYING AGENCY'S SHARE THE SAME WAY PAYROLL-CALC'S DO.
       FD  OFF-CHECKPOINT.
           COPY CHECKPOINT-RECORD.

       FD  ELECTION-MASTER.
           COPY WITHHOLDING-ELECTION-RECORD.

      * EVERY PAYMENT IS ADDED UNDER THE PERIOD IT SETTLES INTO AS
      * RUN TYPE 'O'; THE PERIOD'S REGULAR RECORD IS ALSO WHERE THE
      * AGGREGATE METHOD FINDS THE REGULAR PAY AND TAX.
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

      * SAME CHECK NUMBER CONTROL THE REGULAR AND SUPPLEMENTAL RUNS
      * TAKE THEIR NUMBERS FROM.
       FD  CHECK-CONTROL-FILE.
           COPY CHECK-CONTROL-RECORD.

      * OFF-CYCLE PAPER CHECKS, SAME LAYOUT AS CHECKS.DAT, KEPT
      * SEPARATE THE WAY OFFEFT.DAT IS.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

       FD  CHECK-ISSUE-MASTER.
           COPY CHECK-ISSUE-RECORD.

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-PENDING-COUNT    PIC 9(4) VALUE 0.
           05  WS-PAID-COUNT       PIC 9(4) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(4) VALUE 0.
           05  WS-TOTAL-GROSS      PIC 9(8)V99 VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-REGULAR-FOUND-SW PIC X(01) VALUE 'N'.
               88  REGULAR-PAY-FOUND       VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-REQUEST-STATUS   PIC X(02) VALUE '00'.
               88  REQUEST-FILE-NOT-FOUND   VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
               88  YTD-MASTER-NOT-FOUND     VALUE '35'.
           05  WS-DEDUCTION-STATUS PIC X(02) VALUE '00'.
               88  DEDUCTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-TAX-TABLE-STATUS PIC X(02) VALUE '00'.
               88  TAX-TABLE-FILE-NOT-FOUND VALUE '35'.
               88  TAX-TABLE-AT-END         VALUE '10'.
           05  WS-LOCALITY-STATUS  PIC X(02) VALUE '00'.
               88  LOCALITY-FILE-NOT-FOUND  VALUE '35'.
               88  LOCALITY-FILE-AT-END     VALUE '10'.
           05  WS-STATE-TAX-STATUS PIC X(02) VALUE '00'.
               88  STATE-TAX-FILE-NOT-FOUND VALUE '35'.
               88  STATE-TAX-AT-END         VALUE '10'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-EFT-STATUS       PIC X(02) VALUE '00'.
               88  EFT-FILE-NOT-FOUND       VALUE '35'.
           05  WS-EFT-WORK-STATUS  PIC X(02) VALUE '00'.
               88  EFT-WORK-NOT-FOUND       VALUE '35'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.
           05  WS-AUDIT-STATUS     PIC X(02) VALUE '00'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.
           05  WS-CHECKPOINT-STATUS PIC X(02) VALUE '00'.
               88  CHECKPOINT-FILE-NOT-FOUND VALUE '35'.
           05  WS-ELECTION-STATUS  PIC X(02) VALUE '00'.
               88  ELECTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
               88  PAY-HISTORY-NOT-FOUND    VALUE '35'.
           05  WS-CHECK-CONTROL-STATUS PIC X(02) VALUE '00'.
               88  CHECK-CONTROL-NOT-FOUND  VALUE '35'.
           05  WS-CHECK-ISSUE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-ISSUE-NOT-FOUND    VALUE '35'.

      * CHECKPOINT AFTER EVERY PENDING REQUEST, FOR THE SAME REASON
      * SUSPENSE-CORRECT CHECKPOINTS EVERY SUSPENSE RECORD - A
      * RESTART MUST NEVER RE-PAY A REQUEST ALREADY POSTED. A 'C'
      * COMPLETION RECORD ONLY MEANS THE LAST FILE WAS FINISHED;
      * THE PAID STAMPS ON OFFREQ.DAT ARE WHAT KEEP A SECOND RUN
      * FROM PAYING THE SAME REQUESTS AGAIN.
       01  WS-CHECKPOINT-DATA.
           05  WS-RECORD-NUMBER    PIC 9(6) VALUE 0.
           05  WS-RESTART-RECORD-NO PIC 9(6) VALUE 0.
           05  WS-RESTARTED-SWITCH PIC X(01) VALUE 'N'.
               88  RESTARTED-RUN           VALUE 'Y'.
           05  WS-CK-RUN-STATUS    PIC X(01) VALUE SPACE.
               88  PRIOR-RUN-ACTIVE        VALUE 'A'.
           05  WS-CK-PERIOD        PIC 9(4) VALUE 0.
           05  WS-CK-AG-SUB        PIC 9(2) VALUE 0.

       01  WS-VALIDATION-DATA.
           05  WS-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  VALID-REQUEST           VALUE 'Y'.
           05  WS-REASON-TEXT      PIC X(40) VALUE SPACES.

      * EFT CONTROL TOTALS FOR THE OFF-CYCLE FILE'S TRAILER, KEPT
      * THE SAME WAY PAYROLL-CALC KEEPS THEM FOR THE REGULAR FILE.
       01  WS-EFT-CONTROL.
           05  WS-EFT-ENTRY-COUNT  PIC 9(6) VALUE 0.
           05  WS-EFT-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-EFT-TOTAL-CREDIT PIC 9(12)V99 VALUE 0.
           05  WS-EFT-TRACE-SEQ    PIC 9(7) VALUE 0.

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

           COPY AGENCY-TABLE.

      * EACH PAYING AGENCY'S SHARE OF THE RUN, SUBSCRIPTED LIKE
      * WS-AGENCY-TABLE - REQUESTS PAID, GROSS, ITS EFT BATCH
      * TOTALS AND ITS CHECKS.
       01  WS-AGENCY-TOTALS.
           05  WS-AT-ENTRY OCCURS 10 TIMES.
               10  WS-AT-EMP-COUNT PIC 9(4).
               10  WS-AT-TOTAL-PAYROLL PIC 9(8)V99.
               10  WS-AT-EFT-COUNT PIC 9(6).
               10  WS-AT-EFT-HASH  PIC 9(10).
               10  WS-AT-EFT-CREDIT PIC 9(12)V99.
               10  WS-AT-CHECK-COUNT PIC 9(6).
               10  WS-AT-CHECK-TOTAL PIC 9(12)V99.

      * THE BATCH BEING COPIED ONTO OFFEFT.DAT AND THE FILE CONTROL
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

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
           05  WS-CURRENT-HHMM     PIC 9(4).
           05  FILLER              PIC 9(4).

      * THE RUN'S STAMP - THE DATE AND TIME ON THE OFFEFT.DAT FILE
      * HEADER AND ON EVERY REQUEST THE RUN PAYS. A RESTARTED RUN
      * PICKS IT BACK UP FROM THE HEADER THE ABENDED RUN WROTE.
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-TIME         PIC 9(4) VALUE 0.

       01  WS-PAY-PERIOD-DATA.
           05  WS-PERIOD-NUMBER    PIC 9(4) VALUE 0.
           05  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
           05  WS-PERIOD-QUARTER   PIC 9(1) VALUE 0.

       01  WS-HISTORY-WRITTEN-SW   PIC X(01) VALUE 'N'.
           88  HISTORY-WRITTEN             VALUE 'Y'.

      * STAGING FOR THE AUDIT JOURNAL - SAME SHAPE AS PAYROLL-CALC'S.
       01  WS-AUDIT-DATA.
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.

      * THE PAYMENT IN HAND. WS-TAX-BASIS IS THE WAGES THE BRACKETS
      * RUN OVER - THE PAYMENT ALONE, OR UNDER THE AGGREGATE METHOD
      * THE PAYMENT PLUS THE PERIOD'S REGULAR GROSS.
       01  WS-PAY-CALCULATION.
           05  WS-ANNUAL-PAY       PIC 9(6) VALUE 0.
           05  WS-SCHEDULE-ANNUAL  PIC 9(6) VALUE 0.
           05  WS-HOURLY-RATE      PIC 9(4)V99 VALUE 0.
           05  WS-GROSS-PAY        PIC 9(7)V99 VALUE 0.
           05  WS-TAX-BASIS        PIC 9(7)V99 VALUE 0.
           05  WS-FEDERAL-TAX      PIC 9(6)V99 VALUE 0.
           05  WS-STATE-TAX        PIC 9(5)V99 VALUE 0.
           05  WS-FICA-TAX         PIC 9(5)V99 VALUE 0.
           05  WS-OASDI-TAX        PIC 9(5)V99 VALUE 0.
           05  WS-MEDICARE-TAX     PIC 9(5)V99 VALUE 0.
           05  WS-OASDI-WAGES      PIC 9(7)V99 VALUE 0.
           05  WS-NET-PAY          PIC 9(7)V99 VALUE 0.

      * THE SUPPLEMENTAL FLAT FEDERAL RATE - THE STATUTORY OPTIONAL
      * FLAT RATE FOR SUPPLEMENTAL WAGES PAID SEPARATELY FROM
      * REGULAR WAGES. THE W-4 ALLOWANCES AND ADDITIONAL AMOUNT
      * DON'T REACH A FLAT-RATE PAYMENT; AN EXEMPT ELECTION STILL
      * ZEROES IT.
       01  WS-SUPP-FEDERAL-RATE    PIC V9(4) VALUE .2200.

      * WHAT THE PERIOD'S REGULAR CHECK ALREADY WITHHELD, TAKEN
      * BACK OFF THE COMBINED TAX UNDER THE AGGREGATE METHOD.
       01  WS-AGGREGATE-DATA.
           05  WS-REGULAR-GROSS    PIC 9(7)V99 VALUE 0.
           05  WS-PRIOR-FEDERAL-TAX PIC 9(6)V99 VALUE 0.
           05  WS-PRIOR-STATE-TAX  PIC 9(5)V99 VALUE 0.

       01  WS-FICA-SPLIT-DATA.
           05  WS-OASDI-RATE       PIC V9(4) VALUE 0.
           05  WS-MEDICARE-RATE    PIC V9(4) VALUE 0.
           05  WS-OASDI-WAGE-BASE  PIC 9(8)V99 VALUE 0.
           05  WS-PRIOR-YTD-GROSS  PIC 9(8)V99 VALUE 0.
           05  WS-OASDI-ROOM       PIC 9(8)V99 VALUE 0.

       01  WS-ELECTION-DATA.
           05  WS-WE-FILING-STATUS PIC X(01) VALUE 'S'.
           05  WS-WE-ALLOWANCES    PIC 99 VALUE 0.
           05  WS-WE-EXEMPT-SW     PIC X(01) VALUE 'N'.
               88  ELECTION-EXEMPT         VALUE 'Y'.
           05  WS-ALLOWANCE-VALUE  PIC 9(3)V99 VALUE 175.
           05  WS-STATUS-ALLOWANCES PIC 99 VALUE 0.
           05  WS-ELECTION-REDUCTION PIC 9(5)V99 VALUE 0.
           05  WS-TAXABLE-GROSS    PIC 9(7)V99 VALUE 0.

      * DEDUCTIONS FOR THE PAYMENT IN HAND - SAME SIZING, CAPS AND
      * PRIORITY ORDER AS PAYROLL-CALC, LIMITED TO THE CODES THE
      * PAYMENT TYPE ALLOWS.
       01  WS-DEDUCTION-DATA.
           05  WS-HEALTH-DED       PIC 9(5)V99 VALUE 0.
           05  WS-RETIRE-DED       PIC 9(5)V99 VALUE 0.
           05  WS-GARNISH-DED      PIC 9(5)V99 VALUE 0.
           05  WS-TOTAL-DEDUCTIONS PIC 9(6)V99 VALUE 0.
           05  WS-DISPOSABLE-PAY   PIC 9(7)V99 VALUE 0.
           05  WS-DEDUCTIBLE-ROOM  PIC 9(7)V99 VALUE 0.
           05  WS-GARNISH-CEILING  PIC 9(7)V99 VALUE 0.
           05  WS-GARNISH-ROOM     PIC 9(7)V99 VALUE 0.
           05  WS-ONE-DEDUCTION    PIC 9(7)V99 VALUE 0.
           05  WS-GOAL-REMAINING   PIC 9(7)V99 VALUE 0.
           05  WS-DED-SUB          PIC 9(1) VALUE 0.
           05  WS-GARNISH-CAP-RATE PIC V99 VALUE .25.

       01  WS-ALLOWED-DEDUCTIONS.
           05  WS-ALLOW-HEALTH-SW  PIC X(01) VALUE 'N'.
               88  HEALTH-ALLOWED          VALUE 'Y'.
           05  WS-ALLOW-RETIRE-SW  PIC X(01) VALUE 'N'.
               88  RETIREMENT-ALLOWED      VALUE 'Y'.
           05  WS-ALLOW-GARNISH-SW PIC X(01) VALUE 'N'.
               88  GARNISHMENT-ALLOWED     VALUE 'Y'.
           05  WS-DED-ALLOWED-SW   PIC X(01) VALUE 'N'.
               88  DEDUCTION-ALLOWED       VALUE 'Y'.

           COPY GRADE-STEP-TABLE.

       01  WS-GRADE-INDEX          PIC 9(1) VALUE 0.

       01  WS-QTR-SUB              PIC 9(1) VALUE 0.

       01  WS-TAX-BRACKET-TABLE.
           05  WS-TAX-BRACKET OCCURS 5 TIMES.
               10  WS-TAX-BRACKET-FLOOR PIC 9(7)V99.
               10  WS-TAX-FEDERAL-RATE  PIC V9(4).
               10  WS-TAX-STATE-RATE    PIC V9(4).

       01  WS-TAX-BRACKET-COUNT    PIC 9(1) VALUE 0.
       01  WS-TAX-SUB              PIC 9(1) VALUE 0.
       01  WS-TAXABLE-IN-BRACKET   PIC 9(7)V99 VALUE 0.

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

      * STATE INCOME TAX TABLE - LOADED AND APPLIED THE SAME WAY AS
      * PAYROLL-CALC'S, WITH THE SAME TAXTBL.DAT FALLBACK.
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
           05  WS-TAX-STATE-CODE   PIC X(02) VALUE SPACES.
           05  WS-STATE-ALLOWANCES PIC 9(3) VALUE 0.
           05  WS-STATE-REDUCTION  PIC 9(7)V99 VALUE 0.
           05  WS-STATE-TAXABLE    PIC 9(7)V99 VALUE 0.
           05  WS-STATE-IN-BRACKET PIC 9(7)V99 VALUE 0.

      * PER-COST-CENTER SUBTOTALS FOR OFFGL.DAT, BUILT THE WAY
      * PAYROLL-CALC BUILDS GLEXTRACT.DAT. AWARDS CHARGE THEIR OWN
      * EXPENSE ACCOUNT; SALARY PAYMENTS CHARGE GROSS SALARIES. NOT
      * CARRIED IN THE CHECKPOINT, SO A RESTARTED RUN SUPPRESSES
      * THE EXTRACT EXACTLY AS PAYROLL-CALC DOES.
       01  WS-GL-DATA.
           05  WS-GL-ORG-COUNT     PIC 9(3) VALUE 0.
           05  WS-GL-ORG-MAX       PIC 9(3) VALUE 100.
           05  WS-GL-SUB           PIC 9(3) VALUE 0.
           05  WS-GL-HIT-SW        PIC X(01) VALUE 'N'.
               88  GL-ORG-FOUND            VALUE 'Y'.
           05  WS-GL-LINE-COUNT    PIC 9(4) VALUE 0.
           05  WS-GL-TOTAL-DEBITS  PIC 9(10)V99 VALUE 0.
           05  WS-GL-TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
           05  WS-GL-ORG-TABLE.
               10  WS-GL-ORG-ENTRY OCCURS 100 TIMES.
                   15  WS-GL-AG-ROW   PIC 9(2).
                   15  WS-GL-ORG-CODE PIC X(06).
                   15  WS-GL-SALARY   PIC 9(10)V99.
                   15  WS-GL-AWARD    PIC 9(10)V99.
                   15  WS-GL-FEDERAL  PIC 9(9)V99.
                   15  WS-GL-STATE    PIC 9(9)V99.
                   15  WS-GL-FICA     PIC 9(9)V99.
                   15  WS-GL-ER-FICA  PIC 9(9)V99.
                   15  WS-GL-HEALTH   PIC 9(9)V99.
                   15  WS-GL-RETIRE   PIC 9(9)V99.
                   15  WS-GL-GARNISH  PIC 9(9)V99.
                   15  WS-GL-NET      PIC 9(10)V99.

       01  WS-REGISTER-DATA.
           05  WS-TYPE-TEXT        PIC X(16) VALUE SPACES.
           05  WS-METHOD-TEXT      PIC X(44) VALUE SPACES.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM LOAD-AGENCY-TABLE
           PERFORM COUNT-PENDING-REQUESTS
           PERFORM READ-LAST-CHECKPOINT
      * A RUN WITH NOTHING TO PAY STOPS BEFORE IT TOUCHES ANY
      * OUTPUT - AN INNOCENT RESUBMISSION MUST NOT OVERWRITE THE LAST
      * RUN'S OFFEFT.DAT WITH AN EMPTY BATCH BEFORE IT IS SENT. IT
      * STILL FINISHES ON THE RUN LEDGER, WITH NOTHING PAID.
           IF WS-PENDING-COUNT = 0 AND NOT RESTARTED-RUN
               DISPLAY 'OFFCYCLE-PAY: NO PENDING REQUESTS ON '
                   'OFFREQ.DAT - NOTHING TO PAY'
               MOVE 4 TO RETURN-CODE
               PERFORM SET-RUN-LEDGER-COUNTS
               PERFORM FINISH-RUN-LEDGER
               STOP RUN
           END-IF
           OPEN I-O OFFCYCLE-REQUEST-FILE
           OPEN INPUT EMPLOYEE-FILE
           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-DEDUCTION-MASTER
           PERFORM OPEN-AUDIT-JOURNAL
           PERFORM OPEN-PAY-HISTORY
           IF RESTARTED-RUN
               PERFORM READ-RUN-STAMP
               OPEN EXTEND OFF-CHECKPOINT
               OPEN EXTEND OFFCYCLE-REPORT
               OPEN EXTEND EFT-WORK-FILE
               IF EFT-WORK-NOT-FOUND
                   DISPLAY 'OFFCYCLE-PAY: OFFEWORK.DAT MISSING ON '
                       'RESTART - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND CHECK-PRINT-FILE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE
               MOVE WS-CURRENT-HHMM TO WS-RUN-TIME
               OPEN OUTPUT OFF-CHECKPOINT
               OPEN OUTPUT OFFCYCLE-REPORT
               PERFORM WRITE-REPORT-HEADING
               OPEN OUTPUT EFT-FILE
               PERFORM WRITE-EFT-FILE-HEADER
               CLOSE EFT-FILE
               OPEN OUTPUT EFT-WORK-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           PERFORM READ-CHECK-CONTROL
           PERFORM OPEN-CHECK-ISSUE-MASTER
           OPEN OUTPUT GL-EXTRACT
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-LOCALITY-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM OPEN-ELECTION-MASTER

           PERFORM PROCESS-REQUESTS UNTIL END-OF-FILE

           PERFORM BUILD-EFT-FILE

           PERFORM WRITE-GL-EXTRACT

           PERFORM WRITE-FINAL-CHECKPOINT

           PERFORM PRINT-SUMMARY

           CLOSE OFFCYCLE-REQUEST-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE YTD-MASTER
           CLOSE DEDUCTION-MASTER
           CLOSE AUDIT-JOURNAL
           CLOSE PAY-HISTORY-FILE
           CLOSE OFF-CHECKPOINT
           CLOSE OFFCYCLE-REPORT
           CLOSE EFT-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-ISSUE-MASTER
           CLOSE GL-EXTRACT
           IF NOT ELECTION-MASTER-NOT-FOUND
               CLOSE ELECTION-MASTER
           END-IF

           IF WS-REJECTED-COUNT > 0 AND EFT-FILE-IN-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM SET-RUN-LEDGER-COUNTS
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       SET-RUN-LEDGER-COUNTS.
           MOVE 'PAID' TO WS-RL-COUNT-NAME (1)
           MOVE WS-PAID-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'REJECTED' TO WS-RL-COUNT-NAME (2)
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'EFT ENTRY' TO WS-RL-COUNT-NAME (3)
           MOVE WS-EFT-ENTRY-COUNT TO WS-RL-COUNT-VALUE (3).

       READ-PAY-PERIOD-CONTROL.
      * THE PERIOD, YEAR AND QUARTER DECIDE WHERE THE PAYMENT POSTS
      * ON THE YTD MASTER AND PAY HISTORY - WITHOUT THEM THERE IS NO
      * RIGHT PLACE TO PUT THE MONEY.
           OPEN INPUT PAY-PERIOD-FILE
           IF PAY-PERIOD-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: PAYPERIOD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   DISPLAY 'OFFCYCLE-PAY: PAYPERIOD.DAT EMPTY - RUN '
                       'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           MOVE PP-QUARTER TO WS-PERIOD-QUARTER
           CLOSE PAY-PERIOD-FILE.

       COUNT-PENDING-REQUESTS.
           OPEN INPUT OFFCYCLE-REQUEST-FILE
           IF REQUEST-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: OFFREQ.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-ONE-REQUEST
               UNTIL WS-REQUEST-STATUS NOT = '00'
           CLOSE OFFCYCLE-REQUEST-FILE.

       COUNT-ONE-REQUEST.
           READ OFFCYCLE-REQUEST-FILE NEXT RECORD
           IF WS-REQUEST-STATUS = '00'
               IF OR-REQUEST-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.

       READ-LAST-CHECKPOINT.
      * AN 'A' CHECKPOINT FROM AN ABENDED RUN RESTARTS PAST THE
      * REQUESTS ALREADY HANDLED, WITH THE COUNTERS AND EFT TOTALS
      * WHERE THAT RUN LEFT THEM. ANYTHING ELSE - NO FILE, OR THE
      * LAST RUN'S 'C' COMPLETION RECORD - STARTS A FRESH FILE.
      * A HALF-FINISHED RUN FOR SOME OTHER PERIOD CANNOT BE PICKED
      * UP UNDER THIS ONE AND STOPS THE RUN.
           OPEN INPUT OFF-CHECKPOINT
           IF NOT CHECKPOINT-FILE-NOT-FOUND
               PERFORM READ-CHECKPOINT-RECORD
                   UNTIL WS-CHECKPOINT-STATUS NOT = '00'
               CLOSE OFF-CHECKPOINT
               IF PRIOR-RUN-ACTIVE
                   IF WS-CK-PERIOD NOT = WS-PERIOD-NUMBER
                       DISPLAY 'OFFCYCLE-PAY: UNFINISHED OFF-CYCLE '
                           'RUN ON OFFCHK.DAT IS FOR PERIOD '
                           WS-CK-PERIOD ' - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET RESTARTED-RUN TO TRUE
               ELSE
                   MOVE 0 TO WS-RESTART-RECORD-NO
                   MOVE 0 TO WS-PAID-COUNT
                   MOVE 0 TO WS-REJECTED-COUNT
                   MOVE 0 TO WS-TOTAL-GROSS
                   MOVE 0 TO WS-EFT-ENTRY-COUNT
                   MOVE 0 TO WS-EFT-ROUTING-HASH
                   MOVE 0 TO WS-EFT-TOTAL-CREDIT
                   MOVE 0 TO WS-EFT-TRACE-SEQ
                   MOVE 0 TO WS-CHECK-COUNT
                   MOVE 0 TO WS-CHECK-TOTAL
                   PERFORM ZERO-AGENCY-TOTALS
                       VARYING WS-AG-SUB FROM 1 BY 1
                       UNTIL WS-AG-SUB > WS-AG-COUNT
               END-IF
           END-IF.

       READ-CHECKPOINT-RECORD.
      * A RESTART ALSO PICKS UP EACH AGENCY'S TOTALS, MATCHED BACK
      * TO AGENCY.DAT BY CODE. A COMPLETION RECORD'S SLOTS ARE LEFT
      * ALONE - THEY ARE CLEARED WITH THE REST ABOVE.
           READ OFF-CHECKPOINT NEXT RECORD
           IF WS-CHECKPOINT-STATUS = '00'
               MOVE CK-LAST-EMP-ID TO WS-RESTART-RECORD-NO
               MOVE CK-EMPLOYEE-COUNT TO WS-PAID-COUNT
               MOVE CK-SUSPENSE-COUNT TO WS-REJECTED-COUNT
               MOVE CK-TOTAL-PAYROLL TO WS-TOTAL-GROSS
               MOVE CK-EFT-ENTRY-COUNT TO WS-EFT-ENTRY-COUNT
               MOVE CK-EFT-ROUTING-HASH TO WS-EFT-ROUTING-HASH
               MOVE CK-EFT-TOTAL-CREDIT TO WS-EFT-TOTAL-CREDIT
               MOVE CK-EFT-TRACE-SEQ TO WS-EFT-TRACE-SEQ
               MOVE CK-CHECK-COUNT TO WS-CHECK-COUNT
               MOVE CK-CHECK-TOTAL TO WS-CHECK-TOTAL
               MOVE CK-RUN-STATUS TO WS-CK-RUN-STATUS
               MOVE CK-PERIOD-NUMBER TO WS-CK-PERIOD
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
                   DISPLAY 'OFFCYCLE-PAY: OFFCHK.DAT AGENCY '
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
               DISPLAY 'OFFCYCLE-PAY: AGENCY.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'OFFCYCLE-PAY: AGENCY.DAT EMPTY - RUN '
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
      * A PAYMENT BELONGS IN, SO EITHER STOPS THE RUN.
           IF AC-AGENCY-CODE = SPACES
               DISPLAY 'OFFCYCLE-PAY: AGENCY.DAT RECORD WITH NO '
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
               DISPLAY 'OFFCYCLE-PAY: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'OFFCYCLE-PAY: MORE THAN ' WS-AG-MAX
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

       READ-RUN-STAMP.
      * THE ABENDED RUN'S FILE HEADER - WRITTEN ALONE AT THE START
      * OF THE RUN - CARRIES THE STAMP ITS PAID REQUESTS WERE
      * MARKED WITH. THE RESTART KEEPS USING IT SO THE WHOLE FILE
      * TIES BACK TO ONE SET OF REQUESTS.
           OPEN INPUT EFT-FILE
           IF EFT-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: OFFCHK.DAT SHOWS AN UNFINISHED '
                   'RUN BUT OFFEFT.DAT IS MISSING - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EFT-FILE NEXT RECORD
               AT END
                   DISPLAY 'OFFCYCLE-PAY: OFFEFT.DAT HAS NO FILE '
                       'HEADER - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE EFH-CREATION-DATE TO WS-RUN-DATE
           MOVE EFH-CREATION-TIME TO WS-RUN-TIME
           CLOSE EFT-FILE.

       WRITE-CHECKPOINT.
           MOVE WS-RECORD-NUMBER TO CK-LAST-EMP-ID
           MOVE WS-PAID-COUNT TO CK-EMPLOYEE-COUNT
           MOVE WS-REJECTED-COUNT TO CK-SUSPENSE-COUNT
           MOVE WS-TOTAL-GROSS TO CK-TOTAL-PAYROLL
           MOVE WS-EFT-ENTRY-COUNT TO CK-EFT-ENTRY-COUNT
           MOVE WS-EFT-ROUTING-HASH TO CK-EFT-ROUTING-HASH
           MOVE WS-EFT-TOTAL-CREDIT TO CK-EFT-TOTAL-CREDIT
           MOVE WS-EFT-TRACE-SEQ TO CK-EFT-TRACE-SEQ
           MOVE 'A' TO CK-RUN-STATUS
           MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
           MOVE WS-CHECK-COUNT TO CK-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO CK-CHECK-TOTAL
           PERFORM SAVE-CK-AGENCY-SLOT
               VARYING WS-CK-AG-SUB FROM 1 BY 1
               UNTIL WS-CK-AG-SUB > WS-AG-MAX
           WRITE CHECKPOINT-RECORD.

       WRITE-FINAL-CHECKPOINT.
      * RUN COMPLETE - COLLAPSE OFFCHK.DAT TO THE SINGLE 'C' RECORD
      * OFFCYCLE-RECON BALANCES THE FILE AGAINST.
           CLOSE OFF-CHECKPOINT
           OPEN OUTPUT OFF-CHECKPOINT
           MOVE 0 TO CK-LAST-EMP-ID
           MOVE WS-PAID-COUNT TO CK-EMPLOYEE-COUNT
           MOVE WS-REJECTED-COUNT TO CK-SUSPENSE-COUNT
           MOVE WS-TOTAL-GROSS TO CK-TOTAL-PAYROLL
           MOVE WS-EFT-ENTRY-COUNT TO CK-EFT-ENTRY-COUNT
           MOVE WS-EFT-ROUTING-HASH TO CK-EFT-ROUTING-HASH
           MOVE WS-EFT-TOTAL-CREDIT TO CK-EFT-TOTAL-CREDIT
           MOVE WS-EFT-TRACE-SEQ TO CK-EFT-TRACE-SEQ
           MOVE 'C' TO CK-RUN-STATUS
           MOVE WS-PERIOD-NUMBER TO CK-PERIOD-NUMBER
           MOVE WS-CHECK-COUNT TO CK-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO CK-CHECK-TOTAL
           PERFORM SAVE-CK-AGENCY-SLOT
               VARYING WS-CK-AG-SUB FROM 1 BY 1
               UNTIL WS-CK-AG-SUB > WS-AG-MAX
           WRITE CHECKPOINT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'OFF-CYCLE PAYMENT REGISTER - PERIOD '
                      DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' YEAR ' DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       OPEN-YTD-MASTER.
      * SAME CREATE-IF-MISSING PATTERN AS PAYROLL-CALC.
           OPEN I-O YTD-MASTER
           IF YTD-MASTER-NOT-FOUND
               OPEN OUTPUT YTD-MASTER
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF.

       OPEN-DEDUCTION-MASTER.
           OPEN I-O DEDUCTION-MASTER
           IF DEDUCTION-MASTER-NOT-FOUND
               OPEN OUTPUT DEDUCTION-MASTER
               CLOSE DEDUCTION-MASTER
               OPEN I-O DEDUCTION-MASTER
           END-IF.

       OPEN-PAY-HISTORY.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-JOURNAL
           IF AUDIT-JOURNAL-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL
           END-IF.

       OPEN-ELECTION-MASTER.
      * READ-ONLY - NO FILE JUST MEANS EVERYONE WITHHOLDS AT THE
      * DEFAULTS.
           OPEN INPUT ELECTION-MASTER.

       READ-CHECK-CONTROL.
      * NO CHKCTL.DAT DOESN'T STOP THE RUN - A CHECK PAYEE'S
      * REQUEST IS REJECTED AND LEFT PENDING UNTIL THE STOCK IS SET
      * UP.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CHECK-CONTROL-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: CHKCTL.DAT MISSING - CHECK '
                   'PAYEES WILL BE LEFT PENDING'
           ELSE
               READ CHECK-CONTROL-FILE NEXT RECORD
                   AT END
                       DISPLAY 'OFFCYCLE-PAY: CHKCTL.DAT EMPTY - '
                           'CHECK PAYEES WILL BE LEFT PENDING'
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

       WRITE-AUDIT-RECORD.
           MOVE 'OFFCYCLE-PAY' TO AJ-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO AJ-RUN-DATE
           MOVE WS-PERIOD-NUMBER TO AJ-PERIOD
           MOVE WS-AJ-FILE-ID TO AJ-FILE-ID
           MOVE WS-AJ-EMP-ID TO AJ-EMP-ID
           MOVE WS-AJ-ACTION TO AJ-ACTION
           MOVE WS-AJ-BEFORE TO AJ-BEFORE-IMAGE
           MOVE WS-AJ-AFTER TO AJ-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       LOAD-TAX-TABLE.
      * SAME LOAD AND FAIL-SAFE AS PAYROLL-CALC.
           OPEN INPUT TAX-TABLE-FILE
           IF TAX-TABLE-FILE-NOT-FOUND
               PERFORM LOAD-DEFAULT-TAX-TABLE
           ELSE
               MOVE 0 TO WS-TAX-BRACKET-COUNT
               PERFORM READ-TAX-TABLE-RECORD
                   UNTIL TAX-TABLE-AT-END OR WS-TAX-BRACKET-COUNT = 5
               CLOSE TAX-TABLE-FILE
               IF WS-TAX-BRACKET-COUNT = 0
                   PERFORM LOAD-DEFAULT-TAX-TABLE
               END-IF
           END-IF
           IF WS-OASDI-RATE = 0 OR WS-MEDICARE-RATE = 0
                   OR WS-OASDI-WAGE-BASE = 0
               PERFORM LOAD-DEFAULT-FICA-RATES
           END-IF.

       READ-TAX-TABLE-RECORD.
           READ TAX-TABLE-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM STORE-TAX-BRACKET
           END-READ.

       STORE-TAX-BRACKET.
           ADD 1 TO WS-TAX-BRACKET-COUNT
           MOVE TT-BRACKET-FLOOR
               TO WS-TAX-BRACKET-FLOOR (WS-TAX-BRACKET-COUNT)
           MOVE TT-FEDERAL-RATE
               TO WS-TAX-FEDERAL-RATE (WS-TAX-BRACKET-COUNT)
           MOVE TT-STATE-RATE
               TO WS-TAX-STATE-RATE (WS-TAX-BRACKET-COUNT)
           IF WS-TAX-BRACKET-COUNT = 1
               MOVE TT-OASDI-RATE TO WS-OASDI-RATE
               MOVE TT-MEDICARE-RATE TO WS-MEDICARE-RATE
               MOVE TT-OASDI-WAGE-BASE TO WS-OASDI-WAGE-BASE
           END-IF.

       LOAD-DEFAULT-TAX-TABLE.
           MOVE 1 TO WS-TAX-BRACKET-COUNT
           MOVE 0 TO WS-TAX-BRACKET-FLOOR (1)
           MOVE 0.2800 TO WS-TAX-FEDERAL-RATE (1)
           MOVE 0.0500 TO WS-TAX-STATE-RATE (1).

       LOAD-DEFAULT-FICA-RATES.
           MOVE 0.0620 TO WS-OASDI-RATE
           MOVE 0.0145 TO WS-MEDICARE-RATE
           MOVE 184500 TO WS-OASDI-WAGE-BASE.

       LOAD-LOCALITY-TABLE.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCALITY-FILE
           IF LOCALITY-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: LOCALITY.DAT MISSING - HOURS '
                   'PRICED AT BASE SCHEDULE'
           ELSE
               PERFORM READ-LOCALITY-RECORD
                   UNTIL LOCALITY-FILE-AT-END
               CLOSE LOCALITY-FILE
           END-IF.

       READ-LOCALITY-RECORD.
           READ LOCALITY-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM STORE-LOCALITY-AREA
           END-READ.

       STORE-LOCALITY-AREA.
           IF WS-LOC-COUNT >= WS-LOC-MAX
               DISPLAY 'OFFCYCLE-PAY: MORE THAN ' WS-LOC-MAX
                   ' LOCALITY AREAS - ENLARGE WS-LOCALITY-TABLE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE LC-LOCALITY-CODE TO WS-LOC-AREA-CODE (WS-LOC-COUNT)
           MOVE LC-LOCALITY-RATE TO WS-LOC-AREA-RATE (WS-LOC-COUNT).

       LOAD-STATE-TAX-TABLE.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF STATE-TAX-FILE-NOT-FOUND
               DISPLAY 'OFFCYCLE-PAY: STATETAX.DAT MISSING - STATE '
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
               DISPLAY 'OFFCYCLE-PAY: MORE THAN ' WS-ST-MAX
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

       PROCESS-REQUESTS.
           READ OFFCYCLE-REQUEST-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM PROCESS-ONE-REQUEST
           END-READ.

       PROCESS-ONE-REQUEST.
      * A RESTARTED RUN SKIPS EVERY REQUEST AT OR BEFORE THE
      * CHECKPOINTED POSITION. REQUESTS ALREADY STAMPED PAID - BY
      * THIS RUN OR ANY EARLIER ONE - ARE NEVER LOOKED AT AGAIN.
           IF RESTARTED-RUN
                   AND WS-RECORD-NUMBER NOT > WS-RESTART-RECORD-NO
               CONTINUE
           ELSE
               IF OR-REQUEST-PENDING
                   PERFORM VALIDATE-REQUEST
                   IF VALID-REQUEST
                       PERFORM PAY-ONE-REQUEST
                       ADD 1 TO WS-PAID-COUNT
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

       VALIDATE-REQUEST.
      * A REQUEST THAT FAILS IS LEFT PENDING ON OFFREQ.DAT AND
      * LISTED ON THE REGISTER WITH ITS REASON, FOR THE CLERK TO
      * CORRECT BEFORE THE NEXT OFF-CYCLE RUN.
           SET VALID-REQUEST TO TRUE
           MOVE SPACES TO WS-REASON-TEXT

           IF NOT OR-SALARY-SHORTAGE AND NOT OR-EMERGENCY-SALARY
                   AND NOT OR-AWARD
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID PAYMENT TYPE' TO WS-REASON-TEXT
           END-IF

           IF VALID-REQUEST
               IF NOT OR-FLAT-RATE-TAX AND NOT OR-AGGREGATE-TAX
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'INVALID TAX METHOD' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF VALID-REQUEST
               IF OR-AMOUNT = 0 AND OR-HOURS = 0
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'NO AMOUNT OR HOURS KEYED' TO WS-REASON-TEXT
               END-IF
               IF OR-AMOUNT > 0 AND OR-HOURS > 0
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'KEY AN AMOUNT OR HOURS, NOT BOTH'
                       TO WS-REASON-TEXT
               END-IF
           END-IF

           IF VALID-REQUEST AND OR-AWARD AND OR-HOURS > 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'AN AWARD IS KEYED AS A DOLLAR AMOUNT'
                   TO WS-REASON-TEXT
           END-IF

           IF VALID-REQUEST AND OR-HOURS > 80
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'HOURS OVER ONE PAY PERIOD (80)' TO WS-REASON-TEXT
           END-IF

           IF VALID-REQUEST AND OR-REASON = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NO REASON KEYED' TO WS-REASON-TEXT
           END-IF

           IF VALID-REQUEST
               MOVE OR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'NO MASTER RECORD ON EMPDATA'
                           TO WS-REASON-TEXT
               END-READ
           END-IF

      * ANNUITANTS ARE PAID AN ANNUITY, NOT SALARY OR AWARDS. A
      * SEPARATED EMPLOYEE CAN STILL BE OWED A SHORTAGE OR AN
      * AWARD, BUT AN EMERGENCY PAYMENT STANDS IN FOR A REGULAR
      * CHECK ONLY AN ACTIVE EMPLOYEE WOULD HAVE DRAWN.
           IF VALID-REQUEST
               EVALUATE TRUE
                   WHEN RETIRED-EMPLOYEE
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'ANNUITANTS ARE NOT PAID OFF-CYCLE'
                           TO WS-REASON-TEXT
                   WHEN OR-EMERGENCY-SALARY
                           AND NOT ACTIVE-EMPLOYEE
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'EMERGENCY PAY IS FOR ACTIVE EMPLOYEES'
                           TO WS-REASON-TEXT
                   WHEN NOT ACTIVE-EMPLOYEE
                           AND NOT TERMINATED-EMPLOYEE
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'INVALID EMP-STATUS ON MASTER'
                           TO WS-REASON-TEXT
               END-EVALUATE
           END-IF

           IF VALID-REQUEST AND PAY-BY-CHECK
                   AND NOT CHECK-STOCK-LOADED
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NO CHECK NUMBER CONTROL (CHKCTL.DAT)'
                   TO WS-REASON-TEXT
           END-IF

      * SAME AS PAYROLL-CALC - A PAYMENT WHOSE AGENCY ISN'T ON
      * AGENCY.DAT IS HELD, NOT GUESSED AT. WS-AG-CUR IS THE PAYING
      * AGENCY'S ROW FROM HERE ON.
           IF VALID-REQUEST
               MOVE EMP-AGENCY-CODE TO WS-AG-KEY
               PERFORM GET-AGENCY-ROW
               IF NOT AGENCY-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'UNKNOWN PAYING AGENCY (AGENCY.DAT)'
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       PAY-ONE-REQUEST.
           PERFORM SET-ALLOWED-DEDUCTIONS
           PERFORM PRICE-PAYMENT
           PERFORM CALCULATE-TAXES
           PERFORM CALCULATE-DEDUCTIONS
           PERFORM CALCULATE-NET-PAY
           PERFORM UPDATE-YTD-MASTER
           PERFORM WRITE-PAY-HISTORY
           PERFORM DISBURSE-NET-PAY
           PERFORM ACCUMULATE-GL-TOTALS
           PERFORM MARK-REQUEST-PAID
           PERFORM PRINT-PAYMENT-LINES
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD 1 TO WS-AT-EMP-COUNT (WS-AG-CUR)
           ADD WS-GROSS-PAY TO WS-AT-TOTAL-PAYROLL (WS-AG-CUR).

       SET-ALLOWED-DEDUCTIONS.
      * WHICH DEDUCTIONS THE PAYMENT TYPE BEARS - SEE THE REQUEST
      * LAYOUT. A GARNISHMENT ATTACHES TO EVERY KIND OF EARNINGS.
           MOVE 'N' TO WS-ALLOW-HEALTH-SW
           MOVE 'N' TO WS-ALLOW-RETIRE-SW
           MOVE 'Y' TO WS-ALLOW-GARNISH-SW
           EVALUATE TRUE
               WHEN OR-EMERGENCY-SALARY
                   MOVE 'Y' TO WS-ALLOW-HEALTH-SW
                   MOVE 'Y' TO WS-ALLOW-RETIRE-SW
               WHEN OR-SALARY-SHORTAGE
                   MOVE 'Y' TO WS-ALLOW-RETIRE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRICE-PAYMENT.
      * HOURS PAY AT THE SAME LOCALITY-ADJUSTED HOURLY RATE THE
      * REGULAR RUN WOULD HAVE PAID THEM AT; OTHERWISE THE PAYMENT
      * IS THE DOLLAR AMOUNT KEYED.
           MOVE 0 TO WS-HOURLY-RATE
           IF OR-HOURS > 0
               PERFORM GET-ANNUAL-RATE
               COMPUTE WS-HOURLY-RATE ROUNDED = WS-ANNUAL-PAY / 2080
               COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-ANNUAL-PAY / 2080 * OR-HOURS
           ELSE
               MOVE OR-AMOUNT TO WS-GROSS-PAY
           END-IF.

       GET-ANNUAL-RATE.
      * SAME GRADE/STEP LOOKUP AND LOCALITY ADJUSTMENT AS
      * GET-BASE-PAY IN PAYROLL-CALC.
           EVALUATE EMP-GRADE
               WHEN 05 MOVE 1 TO WS-GRADE-INDEX
               WHEN 07 MOVE 2 TO WS-GRADE-INDEX
               WHEN 09 MOVE 3 TO WS-GRADE-INDEX
               WHEN 11 MOVE 4 TO WS-GRADE-INDEX
               WHEN 12 MOVE 5 TO WS-GRADE-INDEX
               WHEN 13 MOVE 6 TO WS-GRADE-INDEX
               WHEN 14 MOVE 7 TO WS-GRADE-INDEX
               WHEN 15 MOVE 8 TO WS-GRADE-INDEX
               WHEN OTHER MOVE 0 TO WS-GRADE-INDEX
           END-EVALUATE

           IF WS-GRADE-INDEX > 0 AND EMP-STEP > 0
                   AND EMP-STEP < 11
               MOVE WS-STEP-PAY (WS-GRADE-INDEX EMP-STEP)
                   TO WS-SCHEDULE-ANNUAL
           ELSE
               MOVE 25000 TO WS-SCHEDULE-ANNUAL
           END-IF

           PERFORM GET-LOCALITY-RATE
           COMPUTE WS-ANNUAL-PAY ROUNDED =
               WS-SCHEDULE-ANNUAL * (1 + WS-LOCALITY-RATE).

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
           MOVE SPACES TO OFFCYCLE-LINE
           STRING OR-EMP-ID DELIMITED BY SIZE
                  ' LOCALITY CODE ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  ' NOT ON LOCALITY.DAT - HOURS PRICED AT BASE '
                      DELIMITED BY SIZE
                  'SCHEDULE' DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       CALCULATE-TAXES.
      * FLAT METHOD: FEDERAL IS THE SUPPLEMENTAL FLAT RATE ON THE
      * PAYMENT, AND STATE RUNS THE STATE'S BRACKETS OVER THE
      * PAYMENT WITH NO ALLOWANCE SHELTER - THE REGULAR CHECK HAS
      * ALREADY USED THE PERIOD'S ALLOWANCES.
      * AGGREGATE METHOD: THE PAYMENT IS ADDED TO THE PERIOD'S
      * REGULAR GROSS, FEDERAL AND STATE ARE FIGURED ON THE TOTAL
      * EXACTLY AS THE REGULAR RUN FIGURES A CHECK, AND WHAT THE
      * REGULAR CHECK ALREADY WITHHELD COMES BACK OFF. WITH NO
      * REGULAR PAY IN THE PERIOD THE PAYMENT IS TAXED ON ITS OWN.
      * FICA IS ALWAYS ON THE PAYMENT ITSELF, UNDER THE SAME WAGE
      * BASE TEST AS THE REGULAR RUN.
           MOVE 0 TO WS-FEDERAL-TAX
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-REGULAR-GROSS
           MOVE 0 TO WS-PRIOR-FEDERAL-TAX
           MOVE 0 TO WS-PRIOR-STATE-TAX
           MOVE 'N' TO WS-REGULAR-FOUND-SW
           IF OR-AGGREGATE-TAX
               PERFORM GET-REGULAR-PAY
           END-IF
           COMPUTE WS-TAX-BASIS = WS-GROSS-PAY + WS-REGULAR-GROSS
           PERFORM GET-WITHHOLDING-ELECTION
           PERFORM APPLY-ELECTION-BEFORE-BRACKETS
           PERFORM COMPUTE-TAX-BRACKETS
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-BRACKET-COUNT
           PERFORM CALCULATE-STATE-TAX
           IF OR-AGGREGATE-TAX
               PERFORM REMOVE-TAX-ALREADY-WITHHELD
           ELSE
               COMPUTE WS-FEDERAL-TAX ROUNDED =
                   WS-GROSS-PAY * WS-SUPP-FEDERAL-RATE
           END-IF
           IF ELECTION-EXEMPT
               MOVE 0 TO WS-FEDERAL-TAX
           END-IF
           PERFORM CALCULATE-FICA-TAXES.

       GET-REGULAR-PAY.
      * THE PERIOD'S REGULAR RUN RECORD ON THE PAY HISTORY FILE.
           MOVE OR-EMP-ID TO PH-EMP-ID
           MOVE WS-PERIOD-YEAR TO PH-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO PH-PERIOD-NUMBER
           MOVE 'R' TO PH-RUN-TYPE
           MOVE 1 TO PH-RUN-SEQ
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGULAR-PAY-FOUND TO TRUE
                   MOVE PH-GROSS-PAY TO WS-REGULAR-GROSS
                   MOVE PH-FEDERAL-TAX TO WS-PRIOR-FEDERAL-TAX
                   MOVE PH-STATE-TAX TO WS-PRIOR-STATE-TAX
           END-READ.

       REMOVE-TAX-ALREADY-WITHHELD.
           IF WS-FEDERAL-TAX > WS-PRIOR-FEDERAL-TAX
               SUBTRACT WS-PRIOR-FEDERAL-TAX FROM WS-FEDERAL-TAX
           ELSE
               MOVE 0 TO WS-FEDERAL-TAX
           END-IF
           IF WS-STATE-TAX > WS-PRIOR-STATE-TAX
               SUBTRACT WS-PRIOR-STATE-TAX FROM WS-STATE-TAX
           ELSE
               MOVE 0 TO WS-STATE-TAX
           END-IF.

       GET-WITHHOLDING-ELECTION.
           MOVE 'S' TO WS-WE-FILING-STATUS
           MOVE 0 TO WS-WE-ALLOWANCES
           MOVE 'N' TO WS-WE-EXEMPT-SW
           IF NOT ELECTION-MASTER-NOT-FOUND
               MOVE OR-EMP-ID TO WE-EMP-ID
               READ ELECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WE-FILING-STATUS TO WS-WE-FILING-STATUS
                       MOVE WE-ALLOWANCES TO WS-WE-ALLOWANCES
                       IF WE-EXEMPT
                           MOVE 'Y' TO WS-WE-EXEMPT-SW
                       END-IF
               END-READ
           END-IF.

       APPLY-ELECTION-BEFORE-BRACKETS.
      * SAME ALLOWANCE SHELTER AS PAYROLL-CALC UNDER THE AGGREGATE
      * METHOD; NONE AT ALL UNDER THE FLAT METHOD.
           EVALUATE WS-WE-FILING-STATUS
               WHEN 'M' MOVE 2 TO WS-STATUS-ALLOWANCES
               WHEN 'H' MOVE 1 TO WS-STATUS-ALLOWANCES
               WHEN OTHER MOVE 0 TO WS-STATUS-ALLOWANCES
           END-EVALUATE
           IF OR-AGGREGATE-TAX
               COMPUTE WS-ELECTION-REDUCTION =
                   (WS-WE-ALLOWANCES + WS-STATUS-ALLOWANCES)
                   * WS-ALLOWANCE-VALUE
           ELSE
               MOVE 0 TO WS-ELECTION-REDUCTION
           END-IF
           IF WS-ELECTION-REDUCTION < WS-TAX-BASIS
               COMPUTE WS-TAXABLE-GROSS =
                   WS-TAX-BASIS - WS-ELECTION-REDUCTION
           ELSE
               MOVE 0 TO WS-TAXABLE-GROSS
           END-IF.

       COMPUTE-TAX-BRACKETS.
           IF WS-TAXABLE-GROSS > WS-TAX-BRACKET-FLOOR (WS-TAX-SUB)
               IF WS-TAX-SUB < WS-TAX-BRACKET-COUNT
                   AND WS-TAXABLE-GROSS >
                       WS-TAX-BRACKET-FLOOR (WS-TAX-SUB + 1)
                   COMPUTE WS-TAXABLE-IN-BRACKET =
                       WS-TAX-BRACKET-FLOOR (WS-TAX-SUB + 1)
                       - WS-TAX-BRACKET-FLOOR (WS-TAX-SUB)
               ELSE
                   COMPUTE WS-TAXABLE-IN-BRACKET =
                       WS-TAXABLE-GROSS
                       - WS-TAX-BRACKET-FLOOR (WS-TAX-SUB)
               END-IF
               COMPUTE WS-FEDERAL-TAX = WS-FEDERAL-TAX +
                   (WS-TAXABLE-IN-BRACKET
                       * WS-TAX-FEDERAL-RATE (WS-TAX-SUB))
               COMPUTE WS-STATE-TAX = WS-STATE-TAX +
                   (WS-TAXABLE-IN-BRACKET
                       * WS-TAX-STATE-RATE (WS-TAX-SUB))
           END-IF.

       CALCULATE-STATE-TAX.
      * SAME PER-STATE REPLACEMENT OF THE TAXTBL.DAT STATE FIGURE
      * AS PAYROLL-CALC, OVER THE SAME TAX BASIS AS FEDERAL.
           PERFORM GET-STATE-TAX-ROW
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
           IF OR-AGGREGATE-TAX
               EVALUATE WS-ST-ALLOW-BASIS (WS-ST-SUB)
                   WHEN 'W'
                       COMPUTE WS-STATE-ALLOWANCES =
                           WS-WE-ALLOWANCES + WS-STATUS-ALLOWANCES
                   WHEN 'A'
                       MOVE WS-WE-ALLOWANCES TO WS-STATE-ALLOWANCES
                   WHEN OTHER
                       MOVE 0 TO WS-STATE-ALLOWANCES
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-STATE-ALLOWANCES
           END-IF
           COMPUTE WS-STATE-REDUCTION =
               WS-STATE-ALLOWANCES * WS-ST-ALLOW-VALUE (WS-ST-SUB)
           IF WS-STATE-REDUCTION < WS-TAX-BASIS
               COMPUTE WS-STATE-TAXABLE =
                   WS-TAX-BASIS - WS-STATE-REDUCTION
           ELSE
               MOVE 0 TO WS-STATE-TAXABLE
           END-IF.

       COMPUTE-STATE-BRACKETS.
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
           MOVE SPACES TO OFFCYCLE-LINE
           STRING OR-EMP-ID DELIMITED BY SIZE
                  ' STATE CODE ' DELIMITED BY SIZE
                  EMP-STATE-CODE DELIMITED BY SIZE
                  ' NOT ON STATETAX.DAT - STATE TAX FROM TAXTBL.DAT'
                      DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       CALCULATE-FICA-TAXES.
           PERFORM GET-PRIOR-YTD-GROSS
           IF WS-PRIOR-YTD-GROSS < WS-OASDI-WAGE-BASE
               COMPUTE WS-OASDI-ROOM =
                   WS-OASDI-WAGE-BASE - WS-PRIOR-YTD-GROSS
           ELSE
               MOVE 0 TO WS-OASDI-ROOM
           END-IF
           IF WS-GROSS-PAY > WS-OASDI-ROOM
               MOVE WS-OASDI-ROOM TO WS-OASDI-WAGES
           ELSE
               MOVE WS-GROSS-PAY TO WS-OASDI-WAGES
           END-IF
           COMPUTE WS-OASDI-TAX ROUNDED =
               WS-OASDI-WAGES * WS-OASDI-RATE
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               WS-GROSS-PAY * WS-MEDICARE-RATE
           COMPUTE WS-FICA-TAX = WS-OASDI-TAX + WS-MEDICARE-TAX.

       GET-PRIOR-YTD-GROSS.
      * THE PAYMENT HASN'T HIT THE YTD MASTER YET, SO THE RECORD AS
      * IT STANDS IS THE PRIOR GROSS. UPDATE-YTD-MASTER RE-READS
      * FOR ITSELF.
           MOVE OR-EMP-ID TO YM-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE 0 TO WS-PRIOR-YTD-GROSS
               NOT INVALID KEY
                   MOVE YM-YTD-GROSS-PAY TO WS-PRIOR-YTD-GROSS
           END-READ.

       CALCULATE-DEDUCTIONS.
      * SAME PRIORITY-ORDER APPLICATION, CAPS AND JOURNALED REWRITE
      * AS PAYROLL-CALC, SKIPPING ANY SLOT WHOSE CODE THE PAYMENT
      * TYPE DOESN'T BEAR.
           MOVE 0 TO WS-HEALTH-DED
           MOVE 0 TO WS-RETIRE-DED
           MOVE 0 TO WS-GARNISH-DED
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY - WS-FEDERAL-TAX
                               - WS-STATE-TAX - WS-FICA-TAX
           COMPUTE WS-GARNISH-CEILING ROUNDED =
               WS-DISPOSABLE-PAY * WS-GARNISH-CAP-RATE
           MOVE OR-EMP-ID TO DD-EMP-ID
           READ DEDUCTION-MASTER
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

       APPLY-ONE-DEDUCTION.
           MOVE 'N' TO WS-DED-ALLOWED-SW
           EVALUATE DD-DEDUCTION-CODE (WS-DED-SUB)
               WHEN 'H'
                   MOVE WS-ALLOW-HEALTH-SW TO WS-DED-ALLOWED-SW
               WHEN 'R'
                   MOVE WS-ALLOW-RETIRE-SW TO WS-DED-ALLOWED-SW
               WHEN 'G'
                   MOVE WS-ALLOW-GARNISH-SW TO WS-DED-ALLOWED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DEDUCTION-ALLOWED
               IF DD-METHOD (WS-DED-SUB) = 'P'
                   COMPUTE WS-ONE-DEDUCTION ROUNDED =
                       WS-GROSS-PAY * DD-AMOUNT (WS-DED-SUB) / 100
               ELSE
                   MOVE DD-AMOUNT (WS-DED-SUB) TO WS-ONE-DEDUCTION
               END-IF

               IF DD-GOAL-AMOUNT (WS-DED-SUB) > 0
                   IF DD-TAKEN-TO-DATE (WS-DED-SUB) <
                           DD-GOAL-AMOUNT (WS-DED-SUB)
                       COMPUTE WS-GOAL-REMAINING =
                           DD-GOAL-AMOUNT (WS-DED-SUB)
                           - DD-TAKEN-TO-DATE (WS-DED-SUB)
                   ELSE
                       MOVE 0 TO WS-GOAL-REMAINING
                   END-IF
                   IF WS-ONE-DEDUCTION > WS-GOAL-REMAINING
                       MOVE WS-GOAL-REMAINING TO WS-ONE-DEDUCTION
                   END-IF
               END-IF

               IF DD-DEDUCTION-CODE (WS-DED-SUB) = 'G'
                   IF WS-GARNISH-DED < WS-GARNISH-CEILING
                       COMPUTE WS-GARNISH-ROOM =
                           WS-GARNISH-CEILING - WS-GARNISH-DED
                   ELSE
                       MOVE 0 TO WS-GARNISH-ROOM
                   END-IF
                   IF WS-ONE-DEDUCTION > WS-GARNISH-ROOM
                       MOVE WS-GARNISH-ROOM TO WS-ONE-DEDUCTION
                   END-IF
               END-IF

               IF WS-TOTAL-DEDUCTIONS < WS-DISPOSABLE-PAY
                   COMPUTE WS-DEDUCTIBLE-ROOM =
                       WS-DISPOSABLE-PAY - WS-TOTAL-DEDUCTIONS
               ELSE
                   MOVE 0 TO WS-DEDUCTIBLE-ROOM
               END-IF
               IF WS-ONE-DEDUCTION > WS-DEDUCTIBLE-ROOM
                   MOVE WS-DEDUCTIBLE-ROOM TO WS-ONE-DEDUCTION
               END-IF

               IF WS-ONE-DEDUCTION > 0
                   EVALUATE DD-DEDUCTION-CODE (WS-DED-SUB)
                       WHEN 'H'
                           ADD WS-ONE-DEDUCTION TO WS-HEALTH-DED
                       WHEN 'R'
                           ADD WS-ONE-DEDUCTION TO WS-RETIRE-DED
                       WHEN 'G'
                           ADD WS-ONE-DEDUCTION TO WS-GARNISH-DED
                   END-EVALUATE
                   ADD WS-ONE-DEDUCTION TO WS-TOTAL-DEDUCTIONS
                   ADD WS-ONE-DEDUCTION
                       TO DD-TAKEN-TO-DATE (WS-DED-SUB)
               END-IF
           END-IF.

       CALCULATE-NET-PAY.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FEDERAL-TAX
                               - WS-STATE-TAX - WS-FICA-TAX
                               - WS-TOTAL-DEDUCTIONS.

       UPDATE-YTD-MASTER.
      * SAME ACCUMULATE-OR-CREATE POSTING AS PAYROLL-CALC, QUARTER
      * AND STATE BUCKETS INCLUDED - AN OFF-CYCLE PAYMENT IS W-2
      * INCOME FOR THE YEAR AND 941 WAGES FOR THE QUARTER. THE
      * LAST-PERIOD POSTED AND NET FIELDS ARE LEFT ALONE: THEY ARE
      * WHAT BALANCE-RECON TIES THE REGULAR EFT FILE TO, AND THE
      * OFF-CYCLE FILE IS PROVEN SEPARATELY BY OFFCYCLE-RECON.
           MOVE OR-EMP-ID TO YM-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'A' TO WS-AJ-ACTION
                   MOVE SPACES TO WS-AJ-BEFORE
                   MOVE EMP-NAME TO YM-EMP-NAME
                   MOVE WS-GROSS-PAY TO YM-YTD-GROSS-PAY
                   MOVE WS-FEDERAL-TAX TO YM-YTD-FEDERAL-TAX
                   MOVE WS-STATE-TAX TO YM-YTD-STATE-TAX
                   MOVE WS-FICA-TAX TO YM-YTD-FICA-TAX
                   MOVE WS-OASDI-WAGES TO YM-YTD-OASDI-WAGES
                   MOVE WS-OASDI-TAX TO YM-YTD-OASDI-TAX
                   MOVE WS-MEDICARE-TAX TO YM-YTD-MEDICARE-TAX
                   MOVE WS-NET-PAY TO YM-YTD-NET-PAY
                   MOVE WS-HEALTH-DED TO YM-YTD-HEALTH-DED
                   MOVE WS-RETIRE-DED TO YM-YTD-RETIRE-DED
                   MOVE WS-GARNISH-DED TO YM-YTD-GARNISH-DED
                   MOVE 0 TO YM-LAST-PERIOD-POSTED
                   MOVE 0 TO YM-LAST-PERIOD-NET
                   PERFORM ZERO-YTD-QUARTERS
                   PERFORM POST-YTD-QUARTER
                   PERFORM POST-YTD-STATE
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE YTD-MASTER-RECORD TO WS-AJ-BEFORE
                   MOVE EMP-NAME TO YM-EMP-NAME
                   ADD WS-GROSS-PAY TO YM-YTD-GROSS-PAY
                   ADD WS-FEDERAL-TAX TO YM-YTD-FEDERAL-TAX
                   ADD WS-STATE-TAX TO YM-YTD-STATE-TAX
                   ADD WS-FICA-TAX TO YM-YTD-FICA-TAX
                   ADD WS-OASDI-WAGES TO YM-YTD-OASDI-WAGES
                   ADD WS-OASDI-TAX TO YM-YTD-OASDI-TAX
                   ADD WS-MEDICARE-TAX TO YM-YTD-MEDICARE-TAX
                   ADD WS-NET-PAY TO YM-YTD-NET-PAY
                   ADD WS-HEALTH-DED TO YM-YTD-HEALTH-DED
                   ADD WS-RETIRE-DED TO YM-YTD-RETIRE-DED
                   ADD WS-GARNISH-DED TO YM-YTD-GARNISH-DED
                   PERFORM POST-YTD-QUARTER
                   PERFORM POST-YTD-STATE
                   REWRITE YTD-MASTER-RECORD
           END-READ
           MOVE 'YTD' TO WS-AJ-FILE-ID
           MOVE YM-EMP-ID TO WS-AJ-EMP-ID
           MOVE YTD-MASTER-RECORD TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       ZERO-YTD-QUARTERS.
           PERFORM ZERO-ONE-YTD-QUARTER
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           MOVE 0 TO YM-YTD-EMPLOYER-FICA
           PERFORM ZERO-ONE-YTD-STATE
               VARYING WS-ST-SLOT-SUB FROM 1 BY 1
               UNTIL WS-ST-SLOT-SUB > 4.

       ZERO-ONE-YTD-QUARTER.
           MOVE 0 TO YM-QTR-GROSS (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-FEDERAL-TAX (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-STATE-TAX (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-FICA-TAX (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-OASDI-WAGES (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-OASDI-TAX (WS-QTR-SUB)
           MOVE 0 TO YM-QTR-MEDICARE-TAX (WS-QTR-SUB).

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

       POST-YTD-QUARTER.
      * SAME QUARTER POSTING AND EMPLOYER MATCH AS PAYROLL-CALC.
           IF WS-PERIOD-QUARTER >= 1 AND WS-PERIOD-QUARTER <= 4
               ADD WS-GROSS-PAY
                   TO YM-QTR-GROSS (WS-PERIOD-QUARTER)
               ADD WS-FEDERAL-TAX
                   TO YM-QTR-FEDERAL-TAX (WS-PERIOD-QUARTER)
               ADD WS-STATE-TAX
                   TO YM-QTR-STATE-TAX (WS-PERIOD-QUARTER)
               ADD WS-FICA-TAX
                   TO YM-QTR-FICA-TAX (WS-PERIOD-QUARTER)
               ADD WS-OASDI-WAGES
                   TO YM-QTR-OASDI-WAGES (WS-PERIOD-QUARTER)
               ADD WS-OASDI-TAX
                   TO YM-QTR-OASDI-TAX (WS-PERIOD-QUARTER)
               ADD WS-MEDICARE-TAX
                   TO YM-QTR-MEDICARE-TAX (WS-PERIOD-QUARTER)
           END-IF
           ADD WS-FICA-TAX TO YM-YTD-EMPLOYER-FICA.

       POST-YTD-STATE.
      * SAME STATE SLOT POSTING AS PAYROLL-CALC.
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
               DISPLAY 'OFFCYCLE-PAY: ' YM-EMP-ID
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

       WRITE-PAY-HISTORY.
      * AN OFF-CYCLE PAYMENT IS MONEY ON TOP OF WHATEVER ELSE THE
      * PERIOD PAID - THE FIRST FREE SEQUENCE NUMBER UNDER THE
      * PERIOD TAKES IT, THE SAME WAY SUSPENSE-CORRECT ADDS ITS
      * SUPPLEMENTALS.
           MOVE OR-EMP-ID TO PH-EMP-ID
           MOVE WS-PERIOD-YEAR TO PH-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO PH-PERIOD-NUMBER
           MOVE 'O' TO PH-RUN-TYPE
           MOVE 1 TO PH-RUN-SEQ
           MOVE EMP-NAME TO PH-EMP-NAME
           MOVE EMP-STATUS TO PH-EMP-STATUS
           MOVE EMP-GRADE TO PH-EMP-GRADE
           MOVE EMP-STEP TO PH-EMP-STEP
           MOVE WS-RUN-DATE TO PH-PAY-DATE
           MOVE WS-GROSS-PAY TO PH-GROSS-PAY
           MOVE WS-FEDERAL-TAX TO PH-FEDERAL-TAX
           MOVE WS-STATE-TAX TO PH-STATE-TAX
           MOVE WS-OASDI-TAX TO PH-OASDI-TAX
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX
           MOVE WS-HEALTH-DED TO PH-HEALTH-DED
           MOVE WS-RETIRE-DED TO PH-RETIRE-DED
           MOVE WS-GARNISH-DED TO PH-GARNISH-DED
           MOVE 0 TO PH-RETRO-AMOUNT
           MOVE 0 TO PH-LEAVE-PAYOUT
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

       DISBURSE-NET-PAY.
      * SAME CHOICE AS PAYROLL-CALC - THE EFT FILE, OR ONE NUMBERED
      * CHECK FOR AN EMPLOYEE PAID BY CHECK.
           IF PAY-BY-CHECK
               PERFORM ISSUE-CHECK
           ELSE
               PERFORM WRITE-EFT-RECORD
           END-IF.

       ISSUE-CHECK.
      * SAME AS PAYROLL-CALC'S, DATED THE DAY OF THE RUN LIKE THE
      * OFF-CYCLE EFT BATCH. A PAYMENT TAXED AND DEDUCTED DOWN TO
      * NOTHING WRITES NO CHECK.
           IF WS-NET-PAY > 0
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE SPACES TO CHECK-PRINT-RECORD
               MOVE WS-CHECK-NUMBER TO CP-CHECK-NUMBER
               MOVE WS-RUN-DATE TO CP-ISSUE-DATE
               MOVE OR-EMP-ID TO CP-EMP-ID
               MOVE EMP-NAME TO CP-PAYEE-NAME
               MOVE WS-NET-PAY TO CP-AMOUNT
               MOVE WS-PERIOD-NUMBER TO CP-PERIOD-NUMBER
               SET CP-OFFCYCLE-RUN TO TRUE
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
                   DISPLAY 'OFFCYCLE-PAY: CHECK ' WS-CHECK-NUMBER
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

       WRITE-EFT-RECORD.
      * THE WHOLE NET GOES TO THE PRIMARY ACCOUNT AS ONE '22'
      * CREDIT. DEPOSIT ALLOTMENTS ARE SET UP AGAINST THE REGULAR
      * CHECK AND ARE NOT TAKEN FROM ONE-TIME MONEY. A PAYMENT
      * TAXED AND DEDUCTED DOWN TO NOTHING SENDS NO ENTRY.
           IF WS-NET-PAY > 0
               MOVE SPACES TO EFT-RECORD
               MOVE '6' TO EFT-RECORD-TYPE
               MOVE OR-EMP-ID TO EFT-EMP-ID
               MOVE EMP-NAME TO EFT-EMP-NAME
               MOVE EMP-BANK-ROUTING TO EFT-ROUTING-NUMBER
               MOVE EMP-BANK-ACCOUNT TO EFT-ACCOUNT-NUMBER
               SET EFT-CHECKING-CREDIT TO TRUE
               MOVE WS-NET-PAY TO EFT-AMOUNT
               PERFORM WRITE-EFT-DETAIL
           END-IF.

       WRITE-EFT-DETAIL.
      * EVERY DETAIL GETS THE NEXT TRACE NUMBER, GOES TO THE WORK
      * FILE TAGGED WITH THE PAYING AGENCY, AND ROLLS INTO THE RUN
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
      * LAY OFFEWORK.DAT OUT ONTO OFFEFT.DAT THE WAY PAYROLL-CALC
      * LAYS OUT EFTFILE.DAT - THE RUN'S FILE HEADER, ONE 'OFFCYCLE'
      * BATCH PER AGENCY WITH ANYTHING PAID BY DEPOSIT, AND THE
      * FILE CONTROL RECORD. EACH TRAILER IS PROVED AGAINST ITS
      * AGENCY'S TOTALS AND THE FILE CONTROL AGAINST THE RUN
      * TOTALS; A FILE THAT DOESN'T AGREE IS FLAGGED AND THE RUN
      * ENDS RC 8 SO IT ISN'T SENT TO THE BANK.
           CLOSE EFT-WORK-FILE
           OPEN OUTPUT EFT-FILE
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
               DISPLAY 'OFFCYCLE-PAY: OFFEFT.DAT OUT OF BALANCE - '
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
               DISPLAY 'OFFCYCLE-PAY: AGENCY ' WS-AG-CODE (WS-AG-SUB)
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
      * SAME ACH-STYLE OPENING AS PAYROLL-CALC UNDER THE IDENTITY OF
      * THE AGENCY RUNNING THE PAYROLL (ROW 1), EFFECTIVE THE DAY IT
      * IS CUT. THE HEADER CARRIES THE RUN'S STAMP.
           MOVE SPACES TO EFT-FILE-HEADER
           MOVE '1' TO EFH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (1) TO EFH-COMPANY-ID
           MOVE WS-AG-COMPANY-NAME (1) TO EFH-COMPANY-NAME
           MOVE WS-RUN-DATE TO EFH-CREATION-DATE
           MOVE WS-RUN-TIME TO EFH-CREATION-TIME
           MOVE WS-RUN-DATE TO EFH-EFFECTIVE-DATE
           WRITE EFT-FILE-HEADER.

       WRITE-EFT-BATCH-HEADER.
      * EACH AGENCY'S 'OFFCYCLE' BATCH GOES OUT UNDER ITS OWN
      * COMPANY ID AND SETTLES AGAINST ITS OWN FUNDING ACCOUNT.
           ADD 1 TO WS-FILE-BATCH-COUNT
           SET BATCH-OPEN TO TRUE
           MOVE SPACES TO EFT-BATCH-HEADER
           MOVE '5' TO EBH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBH-COMPANY-ID
           MOVE 'OFFCYCLE' TO EBH-ENTRY-DESCRIPTION
           MOVE WS-RUN-DATE TO EBH-EFFECTIVE-DATE
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
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'OFFEFT.DAT OUT OF BALANCE - FILE ENTRIES '
                      DELIMITED BY SIZE
                  WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
                  ' CREDITS $' DELIMITED BY SIZE
                  WS-FILE-TOTAL-CREDIT DELIMITED BY SIZE
                  ' RUN ENTRIES ' DELIMITED BY SIZE
                  WS-EFT-ENTRY-COUNT DELIMITED BY SIZE
                  ' CREDITS $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-CREDIT DELIMITED BY SIZE
                  ' - DO NOT TRANSMIT' DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       MARK-REQUEST-PAID.
      * STAMPED THE MOMENT THE POSTINGS ARE DONE - FROM HERE ON NO
      * RUN WILL PAY THIS REQUEST AGAIN.
           SET OR-REQUEST-PAID TO TRUE
           MOVE WS-RUN-DATE TO OR-PAID-DATE
           MOVE WS-RUN-TIME TO OR-PAID-TIME
           MOVE WS-GROSS-PAY TO OR-GROSS-PAID
           MOVE WS-NET-PAY TO OR-NET-PAID
           REWRITE OFFCYCLE-REQUEST-RECORD.

       ACCUMULATE-GL-TOTALS.
      * SAME AGENCY AND COST-CENTER ROLL-UP AS PAYROLL-CALC, WITH
      * THE GROSS SPLIT BETWEEN SALARY AND AWARD EXPENSE.
           MOVE 'N' TO WS-GL-HIT-SW
           PERFORM FIND-GL-ORG-ROW
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-ORG-COUNT OR GL-ORG-FOUND
           IF NOT GL-ORG-FOUND
               IF WS-GL-ORG-COUNT >= WS-GL-ORG-MAX
                   DISPLAY 'OFFCYCLE-PAY: MORE THAN ' WS-GL-ORG-MAX
                       ' COST CENTERS - ENLARGE WS-GL-ORG-TABLE - '
                       'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GL-ORG-COUNT
               MOVE WS-GL-ORG-COUNT TO WS-GL-SUB
               MOVE WS-AG-CUR TO WS-GL-AG-ROW (WS-GL-SUB)
               MOVE EMP-ORG-CODE TO WS-GL-ORG-CODE (WS-GL-SUB)
               MOVE 0 TO WS-GL-SALARY (WS-GL-SUB)
               MOVE 0 TO WS-GL-AWARD (WS-GL-SUB)
               MOVE 0 TO WS-GL-FEDERAL (WS-GL-SUB)
               MOVE 0 TO WS-GL-STATE (WS-GL-SUB)
               MOVE 0 TO WS-GL-FICA (WS-GL-SUB)
               MOVE 0 TO WS-GL-ER-FICA (WS-GL-SUB)
               MOVE 0 TO WS-GL-HEALTH (WS-GL-SUB)
               MOVE 0 TO WS-GL-RETIRE (WS-GL-SUB)
               MOVE 0 TO WS-GL-GARNISH (WS-GL-SUB)
               MOVE 0 TO WS-GL-NET (WS-GL-SUB)
           END-IF
           IF OR-AWARD
               ADD WS-GROSS-PAY TO WS-GL-AWARD (WS-GL-SUB)
           ELSE
               ADD WS-GROSS-PAY TO WS-GL-SALARY (WS-GL-SUB)
           END-IF
           ADD WS-FEDERAL-TAX TO WS-GL-FEDERAL (WS-GL-SUB)
           ADD WS-STATE-TAX TO WS-GL-STATE (WS-GL-SUB)
           ADD WS-FICA-TAX TO WS-GL-FICA (WS-GL-SUB)
           ADD WS-FICA-TAX TO WS-GL-ER-FICA (WS-GL-SUB)
           ADD WS-HEALTH-DED TO WS-GL-HEALTH (WS-GL-SUB)
           ADD WS-RETIRE-DED TO WS-GL-RETIRE (WS-GL-SUB)
           ADD WS-GARNISH-DED TO WS-GL-GARNISH (WS-GL-SUB)
           ADD WS-NET-PAY TO WS-GL-NET (WS-GL-SUB).

       FIND-GL-ORG-ROW.
           IF WS-GL-ORG-CODE (WS-GL-SUB) = EMP-ORG-CODE
                   AND WS-GL-AG-ROW (WS-GL-SUB) = WS-AG-CUR
               SET GL-ORG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-GL-SUB
           END-IF.

       WRITE-GL-EXTRACT.
      * SAME BALANCED PER-CENTER JOURNAL LINES AS PAYROLL-CALC'S
      * EXTRACT, AND THE SAME SUPPRESSION ON A RESTARTED RUN WHOSE
      * ACCUMULATORS ONLY COVER THE POST-RESTART PAYMENTS. THE
      * CENTERS ARE WRITTEN AGENCY BY AGENCY, IN AGENCY.DAT ORDER.
           IF RESTARTED-RUN
               DISPLAY 'OFFCYCLE-PAY: RESTARTED RUN - GL EXTRACT '
                   'SUPPRESSED - POST THE LEDGER FROM OFFCYCLE.RPT'
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
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'GL EXTRACT SUPPRESSED - RESTARTED RUN COVERS '
                      DELIMITED BY SIZE
                  'ONLY POST-RESTART PAYMENTS - POST THE LEDGER '
                      DELIMITED BY SIZE
                  'FROM THIS REGISTER' DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       WRITE-ONE-GL-ORG.
           MOVE '5100' TO GL-ACCOUNT
           MOVE 'GROSS SALARIES' TO GL-DESCRIPTION
           MOVE WS-GL-SALARY (WS-GL-SUB) TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '5110' TO GL-ACCOUNT
           MOVE 'CASH AWARDS' TO GL-DESCRIPTION
           MOVE WS-GL-AWARD (WS-GL-SUB) TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '5150' TO GL-ACCOUNT
           MOVE 'EMPLOYER FICA EXPENSE' TO GL-DESCRIPTION
           MOVE WS-GL-ER-FICA (WS-GL-SUB) TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2100' TO GL-ACCOUNT
           MOVE 'FEDERAL W/H PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-FEDERAL (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2110' TO GL-ACCOUNT
           MOVE 'STATE W/H PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-STATE (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2120' TO GL-ACCOUNT
           MOVE 'FICA W/H PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-FICA (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2125' TO GL-ACCOUNT
           MOVE 'EMPLOYER FICA PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-ER-FICA (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2130' TO GL-ACCOUNT
           MOVE 'HEALTH INS PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-HEALTH (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2140' TO GL-ACCOUNT
           MOVE 'RETIREMENT PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-RETIRE (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE '2150' TO GL-ACCOUNT
           MOVE 'GARNISHMENT PAYABLE' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-GARNISH (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE
      * THE CLEARING CREDIT - ACROSS AN AGENCY'S CENTERS THESE SUM
      * TO ITS OFFEFT.DAT BATCH TRAILER'S TOTAL CREDIT PLUS ITS
      * OFFCHECK.DAT CHECKS.
           MOVE '1100' TO GL-ACCOUNT
           MOVE 'NET PAY CLEARING' TO GL-DESCRIPTION
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-NET (WS-GL-SUB) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           IF GL-DEBIT-AMOUNT > 0 OR GL-CREDIT-AMOUNT > 0
               MOVE WS-PERIOD-NUMBER TO GL-PERIOD-NUMBER
               MOVE WS-PERIOD-YEAR TO GL-PERIOD-YEAR
               MOVE WS-GL-ORG-CODE (WS-GL-SUB) TO GL-ORG-CODE
               MOVE WS-AG-CODE (WS-AG-SUB) TO GL-AGENCY-CODE
               WRITE GL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               ADD GL-DEBIT-AMOUNT TO WS-GL-TOTAL-DEBITS
               ADD GL-CREDIT-AMOUNT TO WS-GL-TOTAL-CREDITS
           END-IF.

       PRINT-GL-CONTROL-LINE.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'GL EXTRACT: ' DELIMITED BY SIZE
                  WS-GL-LINE-COUNT DELIMITED BY SIZE
                  ' LINES DEBITS $' DELIMITED BY SIZE
                  WS-GL-TOTAL-DEBITS DELIMITED BY SIZE
                  ' CREDITS $' DELIMITED BY SIZE
                  WS-GL-TOTAL-CREDITS DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-PAYMENT-LINES.
           EVALUATE TRUE
               WHEN OR-SALARY-SHORTAGE
                   MOVE 'SALARY SHORTAGE' TO WS-TYPE-TEXT
               WHEN OR-EMERGENCY-SALARY
                   MOVE 'EMERGENCY SALARY' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'AWARD' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO OFFCYCLE-LINE
           STRING OR-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
                  ' REQ ' DELIMITED BY SIZE
                  OR-REQUEST-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TYPE-TEXT DELIMITED BY SIZE
                  ' GROSS: $' DELIMITED BY SIZE
                  WS-GROSS-PAY DELIMITED BY SIZE
                  ' FED: $' DELIMITED BY SIZE
                  WS-FEDERAL-TAX DELIMITED BY SIZE
                  ' STATE: $' DELIMITED BY SIZE
                  WS-STATE-TAX DELIMITED BY SIZE
                  ' FICA: $' DELIMITED BY SIZE
                  WS-FICA-TAX DELIMITED BY SIZE
                  ' NET: $' DELIMITED BY SIZE
                  WS-NET-PAY DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE
           PERFORM PRINT-METHOD-LINE
           IF OR-HOURS > 0
               PERFORM PRINT-HOURS-LINE
           END-IF
           IF WS-TOTAL-DEDUCTIONS > 0
               PERFORM PRINT-DEDUCTION-LINE
           END-IF
           IF PAY-BY-CHECK AND WS-NET-PAY > 0
               PERFORM PRINT-CHECK-LINE
           END-IF.

       PRINT-CHECK-LINE.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING '   PAID BY CHECK NUMBER ' DELIMITED BY SIZE
                  CP-CHECK-NUMBER DELIMITED BY SIZE
                  ' AMOUNT: $' DELIMITED BY SIZE
                  CP-AMOUNT DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-METHOD-LINE.
           EVALUATE TRUE
               WHEN OR-FLAT-RATE-TAX
                   MOVE 'SUPPLEMENTAL FLAT RATE' TO WS-METHOD-TEXT
               WHEN REGULAR-PAY-FOUND
                   MOVE 'AGGREGATE WITH THE PERIOD''S REGULAR PAY'
                       TO WS-METHOD-TEXT
               WHEN OTHER
                   MOVE 'AGGREGATE - NO REGULAR PAY THIS PERIOD'
                       TO WS-METHOD-TEXT
           END-EVALUATE
           MOVE SPACES TO OFFCYCLE-LINE
           STRING '   REASON: ' DELIMITED BY SIZE
                  OR-REASON DELIMITED BY SIZE
                  ' TAX: ' DELIMITED BY SIZE
                  WS-METHOD-TEXT DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-HOURS-LINE.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING '   HOURS: ' DELIMITED BY SIZE
                  OR-HOURS DELIMITED BY SIZE
                  ' AT HOURLY RATE $' DELIMITED BY SIZE
                  WS-HOURLY-RATE DELIMITED BY SIZE
                  ' LOCALITY ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-DEDUCTION-LINE.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING '   DEDUCTIONS HEALTH: $' DELIMITED BY SIZE
                  WS-HEALTH-DED DELIMITED BY SIZE
                  ' RETIRE: $' DELIMITED BY SIZE
                  WS-RETIRE-DED DELIMITED BY SIZE
                  ' GARNISH: $' DELIMITED BY SIZE
                  WS-GARNISH-DED DELIMITED BY SIZE
                  ' TOTAL: $' DELIMITED BY SIZE
                  WS-TOTAL-DEDUCTIONS DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-REJECTED-LINE.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING OR-EMP-ID DELIMITED BY SIZE
                  ' REQ ' DELIMITED BY SIZE
                  OR-REQUEST-NUMBER DELIMITED BY SIZE
                  ' *** REJECTED - ' DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  ' - LEFT PENDING' DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'OFF-CYCLE REQUESTS PAID: ' DELIMITED BY SIZE
                  WS-PAID-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  ' TOTAL GROSS: $' DELIMITED BY SIZE
                  WS-TOTAL-GROSS DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'OFFEFT.DAT ENTRIES: ' DELIMITED BY SIZE
                  WS-EFT-ENTRY-COUNT DELIMITED BY SIZE
                  ' HASH: ' DELIMITED BY SIZE
                  WS-EFT-ROUTING-HASH DELIMITED BY SIZE
                  ' TOTAL CREDIT: $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-CREDIT DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'OFFCHECK.DAT CHECKS WRITTEN: ' DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-CHECK-TOTAL DELIMITED BY SIZE
                  ' EFT BATCHES: ' DELIMITED BY SIZE
                  WS-FILE-BATCH-COUNT DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE
           PERFORM PRINT-AGENCY-SUMMARY-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT.

       PRINT-AGENCY-SUMMARY-LINE.
      * ONE LINE PER PAYING AGENCY - ITS SHARE OF THE TOTALS ABOVE,
      * WHICH THE AGENCY LINES SUM TO.
           MOVE SPACES TO OFFCYCLE-LINE
           STRING 'AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' REQUESTS PAID: ' DELIMITED BY SIZE
                  WS-AT-EMP-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' GROSS: $' DELIMITED BY SIZE
                  WS-AT-TOTAL-PAYROLL (WS-AG-SUB) DELIMITED BY SIZE
                  ' EFT ENTRIES: ' DELIMITED BY SIZE
                  WS-AT-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CREDITS: $' DELIMITED BY SIZE
                  WS-AT-EFT-CREDIT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECKS: ' DELIMITED BY SIZE
                  WS-AT-CHECK-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' CHECK TOTAL: $' DELIMITED BY SIZE
                  WS-AT-CHECK-TOTAL (WS-AG-SUB) DELIMITED BY SIZE
                  INTO OFFCYCLE-LINE
           END-STRING
           WRITE OFFCYCLE-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'OFFCYCLE-PAY' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'OFFCYCLE-PAY: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'OFFCYCLE-PAY: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'OFFCYCLE-PAY: '
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
