      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: PERIOD-REVERSE
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: BACK A POSTED PAY PERIOD OUT OF THE MASTERS SO IT
      *          CAN BE RUN AGAIN WITHOUT DOUBLE-POSTING. THE PERIOD
      *          (AND OPTIONALLY ONE EMP-ID WITHIN IT) COMES FROM
      *          REVPARM.DAT AND MUST BE THE PERIOD ON PAYPERIOD.DAT
      *          - AN EARLIER PERIOD HAS LATER POSTINGS ON TOP OF IT
      *          AND CANNOT BE UNWOUND THIS WAY. THE AUDIT JOURNAL
      *          BEFORE-IMAGES PAYROLL-CALC, SUSPENSE-CORRECT AND
      *          OFFCYCLE-PAY WROTE FOR THE PERIOD PUT THE YTD
      *          MASTER, THE LEAVE MASTER AND THE DEDUCTION
      *          TAKEN-TO-DATE AMOUNTS BACK TO WHERE THEY STOOD
      *          BEFORE THE PERIOD'S FIRST POSTING; RECORDS THE
      *          PERIOD CREATED ARE DELETED. A ONE-EMPLOYEE REVERSAL
      *          LEAVES THE LEAVE MASTER AS POSTED - THE OFF-CYCLE
      *          REPAYMENT DOES NOT ACCRUE LEAVE, SO THE PERIOD'S
      *          ACCRUAL, USAGE AND COMP TIME MUST STAY ON THE BOOKS.
      *          EVERY RESTORE IS ITSELF JOURNALED. THE PERIOD'S PAY
      *          HISTORY RECORDS FOR THE EMPLOYEES BACKED OUT ARE
      *          REMOVED, AND A REVERSAL ACH FILE (REVEFT.DAT) - ONE
      *          'REVERSAL' BATCH PER PAYING AGENCY (AGENCY.DAT),
      *          SETTLED AGAINST THE AGENCY WHOSE BATCH SENT THE
      *          CREDIT - DEBITS BACK EVERY CREDIT THE PERIOD'S EFT
      *          FILES SENT THEM, LESS ANY THE BANK ALREADY RETURNED.
      *          THE PAPER CHECKS THE PERIOD WROTE THEM ARE VOIDED
      *          ON THE CHECK ISSUE MASTER (CHKISSUE.DAT) FOR
      *          CHECK-REGISTER TO SEND THE BANK ON THE NEXT
      *          POSITIVE-PAY FILE. A
      *          WHOLE-PERIOD REVERSAL LEAVES THE PERIOD REOPENED
      *          (STATUS 'R') FOR THE RERUN AND CLEARS THE
      *          SUPPLEMENTAL RUN'S SUPPCHK.DAT, WHOSE POSTINGS IT
      *          HAS JUST BACKED OUT, SO SUSPENSE-CORRECT CAN FOLLOW
      *          THE RERUN. A ONE-EMPLOYEE REVERSAL LEAVES THE PERIOD
      *          STATUS ALONE, SINCE RERUNNING THE WHOLE PERIOD WOULD
      *          PAY EVERYONE ELSE TWICE - INSTEAD IT ADDS A PENDING
      *          EMERGENCY SALARY REQUEST FOR THE GROSS BACKED OUT TO
      *          OFFREQ.DAT, WHICH THE PAYROLL OFFICE CORRECTS IF
      *          NEED BE AND OFFCYCLE-PAY PAYS.
      *          REVERSAL.RPT LISTS EVERY RECORD RESTORED, DELETED,
      *          DEBITED AND VOIDED, WITH THE GROSS AND NET BACKED
      *          OUT OF YTD, SO BALANCE-RECON AND THE AUDITORS CAN
      *          TIE IT OUT. THE RUN CAN SIMPLY BE RESUBMITTED AFTER AN
      *          ABEND: RESTORES ARE FROM IMAGES, NOT ARITHMETIC,
      *          AND A COMPLETED REVERSAL'S OWN JOURNAL RECORDS TELL
      *          THE NEXT RUN THOSE RECORDS ARE ALREADY BACKED OUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-REVERSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-PARM-FILE ASSIGN TO 'REVPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT AUDIT-JOURNAL ASSIGN TO 'AUDITJRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOURNAL-STAGE-FILE ASSIGN TO 'REVJRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT YTD-MASTER ASSIGN TO 'YTDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YM-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO 'LEAVEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO 'DEDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-EMP-ID
               FILE STATUS IS WS-DEDUCTION-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EFT-FILE ASSIGN TO 'EFTFILE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.
           SELECT SUPP-EFT-FILE ASSIGN TO 'SUPPEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-EFT-STATUS.
           SELECT OFF-EFT-FILE ASSIGN TO 'OFFEFT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFF-EFT-STATUS.
           SELECT BANK-RETURN-FILE ASSIGN TO 'BANKRET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REVERSAL-EFT-FILE ASSIGN TO 'REVEFT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-WORK-FILE ASSIGN TO 'REVEWORK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-WORK-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT REVERSAL-REPORT ASSIGN TO 'REVERSAL.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-ISSUE-MASTER ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT OFFCYCLE-REQUEST-FILE ASSIGN TO 'OFFREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT SUPP-CHECKPOINT ASSIGN TO 'SUPPCHK.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD: THE PERIOD TO BACK OUT AND, IF ONLY ONE
      * EMPLOYEE'S PAY IS TO BE BACKED OUT, THAT EMP-ID (ZERO = THE
      * WHOLE PERIOD).
       FD  REVERSAL-PARM-FILE.
       01  REVERSAL-PARM-RECORD.
           05  RV-PERIOD-NUMBER    PIC 9(4).
           05  RV-EMP-ID           PIC 9(6).

       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * READ TWICE - ONCE TO FIND WHICH JOURNAL RECORD CARRIES EACH
      * MASTER RECORD'S PRE-PERIOD IMAGE, ONCE TO RESTORE FROM IT -
      * THEN OPENED EXTEND AT THE END TO TAKE THIS RUN'S OWN
      * JOURNAL RECORDS.
       FD  AUDIT-JOURNAL.
           COPY AUDIT-JOURNAL-RECORD.

      * THIS RUN'S JOURNAL RECORDS, HELD HERE WHILE AUDITJRN.DAT IS
      * OPEN FOR INPUT AND APPENDED TO IT AT END OF RUN. SAME
      * LAYOUT AS THE AUDIT JOURNAL RECORD.
       FD  JOURNAL-STAGE-FILE.
       01  JOURNAL-STAGE-RECORD    PIC X(1738).

       FD  YTD-MASTER.
           COPY YTD-MASTER-RECORD.

       FD  LEAVE-MASTER.
           COPY LEAVE-MASTER-RECORD.

       FD  DEDUCTION-MASTER.
           COPY DEDUCTION-RECORD.

       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

      * THE PERIOD'S REGULAR, SUPPLEMENTAL AND OFF-CYCLE EFT OUTPUT,
      * READ AS RAW 94-BYTE RECORDS INTO WS-EFT-INPUT - THE
      * EFT-RECORDS NAMES BELONG TO THE REVERSAL BATCH THIS RUN
      * WRITES.
       FD  EFT-FILE.
       01  EFT-RAW-RECORD          PIC X(94).

       FD  SUPP-EFT-FILE.
       01  SUPP-EFT-RAW-RECORD     PIC X(94).

       FD  OFF-EFT-FILE.
       01  OFF-EFT-RAW-RECORD      PIC X(94).

      * THE BANK'S RETURN FILE FOR THE CYCLE - SAME LAYOUT
      * EFT-RETURNS READS. A CREDIT THE BANK SENT BACK NEVER
      * REACHED THE EMPLOYEE AND MUST NOT BE DEBITED AGAIN.
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05  BR-ENTRY-TYPE       PIC X(01).
               88  BR-RETURN-ENTRY         VALUE 'R'.
               88  BR-CHANGE-ENTRY         VALUE 'C'.
           05  BR-REASON-CODE      PIC X(03).
           05  BR-TRACE-NUMBER     PIC 9(15).
           05  BR-EMP-ID           PIC 9(6).
           05  BR-AMOUNT           PIC 9(7)V99.
           05  BR-CORRECTED-ROUTING PIC 9(9).
           05  BR-CORRECTED-ACCOUNT PIC X(17).

       FD  REVERSAL-EFT-FILE.
           COPY EFT-RECORDS.

      * THE DEBITS IN THE ORDER THEY ARE FOUND, EACH TAGGED WITH THE
      * AGENCY WHOSE BATCH SENT THE CREDIT. THE SOURCE FILES ARE READ
      * ONE AFTER ANOTHER, SO THE DEBITS WAIT HERE AND ARE LAID OUT
      * ONTO REVEFT.DAT ONE AGENCY BATCH AT A TIME - THE SAME WAY
      * PAYROLL-CALC BUILDS EFTFILE.DAT.
       FD  EFT-WORK-FILE.
       01  EFT-WORK-RECORD.
           05  EW-AGENCY-CODE      PIC X(04).
           05  EW-EFT-IMAGE        PIC X(94).

      * THE AGENCIES THIS PAYROLL PAYS - WHOSE BATCH A DEBIT GOES
      * IN AND UNDER WHAT COMPANY ID.
       FD  AGENCY-FILE.
           COPY AGENCY-CONTROL-RECORD.

      * EVERY CHECK THE PAY RUNS HAVE WRITTEN. THE PERIOD'S STILL-
      * OUTSTANDING CHECKS TO THE EMPLOYEES BACKED OUT ARE SET
      * VOIDED HERE; THE YTD RESTORE HAS ALREADY TAKEN THEIR NET
      * BACK OFF, SO THEY MUST NOT GO THROUGH CHECK-REGISTER AS AN
      * ORDINARY VOID, WHICH WOULD TAKE IT OFF A SECOND TIME.
       FD  CHECK-ISSUE-MASTER.
           COPY CHECK-ISSUE-RECORD.

       FD  REVERSAL-REPORT.
       01  REVERSAL-LINE           PIC X(132).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

      * OFFCYCLE-PAY'S REQUEST FILE - READ FOR THE LAST REQUEST
      * NUMBER, THEN EXTENDED WITH THE REPAYMENT REQUEST FOR THE
      * EMPLOYEE A ONE-EMPLOYEE REVERSAL BACKED OUT.
       FD  OFFCYCLE-REQUEST-FILE.
           COPY OFFCYCLE-REQUEST-RECORD.

      * SUSPENSE-CORRECT'S CHECKPOINT - ONLY EVER EMPTIED HERE.
       FD  SUPP-CHECKPOINT.
           COPY CHECKPOINT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-PARM-STATUS      PIC X(02) VALUE '00'.
               88  REVERSAL-PARM-NOT-FOUND  VALUE '35'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-AUDIT-STATUS     PIC X(02) VALUE '00'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.
           05  WS-STAGE-STATUS     PIC X(02) VALUE '00'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
               88  YTD-MASTER-NOT-FOUND     VALUE '35'.
           05  WS-LEAVE-STATUS     PIC X(02) VALUE '00'.
               88  LEAVE-MASTER-NOT-FOUND   VALUE '35'.
           05  WS-DEDUCTION-STATUS PIC X(02) VALUE '00'.
               88  DEDUCTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
               88  PAY-HISTORY-NOT-FOUND    VALUE '35'.
           05  WS-EFT-STATUS       PIC X(02) VALUE '00'.
               88  EFT-FILE-NOT-FOUND       VALUE '35'.
           05  WS-SUPP-EFT-STATUS  PIC X(02) VALUE '00'.
               88  SUPP-EFT-NOT-FOUND       VALUE '35'.
           05  WS-OFF-EFT-STATUS   PIC X(02) VALUE '00'.
               88  OFF-EFT-NOT-FOUND        VALUE '35'.
           05  WS-RETURN-STATUS    PIC X(02) VALUE '00'.
               88  RETURN-FILE-NOT-FOUND    VALUE '35'.
           05  WS-CHECK-ISSUE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-ISSUE-NOT-FOUND    VALUE '35'.
           05  WS-EFT-WORK-STATUS  PIC X(02) VALUE '00'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.
           05  WS-REQUEST-STATUS   PIC X(02) VALUE '00'.
               88  REQUEST-FILE-NOT-FOUND   VALUE '35'.

       01  WS-SWITCHES.
           05  WS-JOURNAL-EOF-SW   PIC X(01) VALUE 'N'.
               88  JOURNAL-EOF             VALUE 'Y'.
           05  WS-STAGE-EOF-SW     PIC X(01) VALUE 'N'.
               88  STAGE-EOF               VALUE 'Y'.
           05  WS-EFT-EOF-SW       PIC X(01) VALUE 'N'.
               88  EFT-INPUT-EOF           VALUE 'Y'.
           05  WS-RETURN-EOF-SW    PIC X(01) VALUE 'N'.
               88  RETURN-FILE-EOF         VALUE 'Y'.
           05  WS-HISTORY-DONE-SW  PIC X(01) VALUE 'N'.
               88  HISTORY-SCAN-DONE       VALUE 'Y'.
           05  WS-IN-SCOPE-SW      PIC X(01) VALUE 'N'.
               88  JOURNAL-IN-SCOPE        VALUE 'Y'.
           05  WS-PAY-RUN-SW       PIC X(01) VALUE 'N'.
               88  JOURNAL-FROM-PAY-RUN    VALUE 'Y'.
           05  WS-KEY-FOUND-SW     PIC X(01) VALUE 'N'.
               88  KEY-ROW-FOUND           VALUE 'Y'.
           05  WS-EMP-FOUND-SW     PIC X(01) VALUE 'N'.
               88  REVERSED-EMP-FOUND      VALUE 'Y'.
           05  WS-RETURNED-SW      PIC X(01) VALUE 'N'.
               88  CREDIT-WAS-RETURNED     VALUE 'Y'.
           05  WS-EFT-PERIOD-SW    PIC X(01) VALUE 'N'.
               88  EFT-FILE-FOR-PERIOD     VALUE 'Y'.
           05  WS-EFT-BATCH-SEEN-SW PIC X(01) VALUE 'N'.
               88  EFT-BATCH-SEEN          VALUE 'Y'.
           05  WS-EFT-AGENCY-SW    PIC X(01) VALUE 'N'.
               88  EFT-BATCH-AGENCY-KNOWN  VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW  PIC X(01) VALUE 'N'.
               88  PAY-HISTORY-AVAILABLE   VALUE 'Y'.
           05  WS-CHECK-EOF-SW     PIC X(01) VALUE 'N'.
               88  CHECK-ISSUE-EOF         VALUE 'Y'.
           05  WS-REQUEST-EOF-SW   PIC X(01) VALUE 'N'.
               88  REQUEST-FILE-EOF        VALUE 'Y'.
           05  WS-REPAY-SW         PIC X(01) VALUE 'N'.
               88  REPAY-REQUEST-WRITTEN   VALUE 'Y'.

      * WHAT IS BEING BACKED OUT - FROM REVPARM.DAT, PROVED AGAINST
      * THE CONTROL FILE.
       01  WS-REVERSAL-SCOPE.
           05  WS-PERIOD-NUMBER    PIC 9(4) VALUE 0.
           05  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
           05  WS-PERIOD-START-DATE PIC 9(8) VALUE 0.
           05  WS-PAY-DATE         PIC 9(8) VALUE 0.
           05  WS-REVERSE-EMP-ID   PIC 9(6) VALUE 0.
               88  WHOLE-PERIOD-REVERSAL   VALUE 0.
           05  WS-PRIOR-STATUS     PIC X(01) VALUE SPACE.

      * THE REPAYMENT REQUEST A ONE-EMPLOYEE REVERSAL LEAVES ON
      * OFFREQ.DAT - NUMBERED ONE PAST THE HIGHEST ALREADY ON FILE.
       01  WS-REPAY-REQUEST-DATA.
           05  WS-LAST-REQUEST-NUMBER PIC 9(4) VALUE 0.
           05  WS-REPAY-REQUEST-NUMBER PIC 9(4) VALUE 0.
           05  WS-REPAY-AMOUNT     PIC 9(7)V99 VALUE 0.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.

      * ONE ROW PER MASTER RECORD (FILE ID AND EMP-ID) THE PERIOD
      * TOUCHED, CARRYING THE ORDINAL POSITION ON AUDITJRN.DAT OF
      * THE JOURNAL RECORD WHOSE BEFORE-IMAGE IS THE PRE-PERIOD
      * STATE: THE FIRST PAY-RUN POSTING AFTER THE LAST TIME THIS
      * PROGRAM RESTORED THE RECORD. ZERO MEANS THE RECORD HAS BEEN
      * BACKED OUT ALREADY AND NOTHING HAS POSTED TO IT SINCE.
       01  WS-KEY-TABLE-DATA.
           05  WS-KEY-COUNT        PIC 9(4) VALUE 0.
           05  WS-KEY-MAX          PIC 9(4) VALUE 6000.
           05  WS-KEY-SUB          PIC 9(4) VALUE 0.
           05  WS-KEY-TABLE.
               10  WS-KEY-ENTRY OCCURS 6000 TIMES.
                   15  WS-KEY-FILE-ID PIC X(03).
                   15  WS-KEY-EMP-ID PIC 9(6).
                   15  WS-KEY-ORDINAL PIC 9(8).

      * EMPLOYEES WITH AT LEAST ONE RECORD RESTORED THIS RUN - THE
      * ONES WHOSE PAY HISTORY GOES AND WHOSE CREDITS ARE DEBITED.
       01  WS-REVERSED-EMP-DATA.
           05  WS-REV-COUNT        PIC 9(4) VALUE 0.
           05  WS-REV-MAX          PIC 9(4) VALUE 3000.
           05  WS-REV-SUB          PIC 9(4) VALUE 0.
           05  WS-REV-EMP-ID OCCURS 3000 TIMES PIC 9(6).

      * CREDITS THE BANK RETURNED THIS CYCLE, BY TRACE AND EMP-ID
      * THE SAME WAY EFT-RETURNS MATCHES THEM.
       01  WS-RETURNED-DATA.
           05  WS-RET-COUNT        PIC 9(4) VALUE 0.
           05  WS-RET-MAX          PIC 9(4) VALUE 2000.
           05  WS-RET-SUB          PIC 9(4) VALUE 0.
           05  WS-RET-ENTRY OCCURS 2000 TIMES.
               10  WS-RET-TRACE    PIC 9(15).
               10  WS-RET-EMP-ID   PIC 9(6).

       01  WS-JOURNAL-POSITION.
           05  WS-RECORD-NUMBER    PIC 9(8) VALUE 0.

      * ONE INBOUND EFT RECORD. THE BATCH HEADER VIEW IS ONLY NEEDED
      * FOR THE PERIOD IT WAS CUT FOR AND THE AGENCY IT PAID FOR.
       01  WS-EFT-INPUT.
           05  WS-IN-RECORD-TYPE   PIC X(01).
           05  WS-IN-DETAIL-DATA.
               10  WS-IN-TRANSACTION-CODE PIC X(02).
               10  WS-IN-ROUTING   PIC 9(9).
               10  WS-IN-ACCOUNT   PIC X(17).
               10  WS-IN-AMOUNT    PIC 9(7)V99.
               10  WS-IN-EMP-ID    PIC 9(6).
               10  WS-IN-EMP-NAME  PIC X(30).
               10  WS-IN-TRACE     PIC 9(15).
               10  FILLER          PIC X(05).
           05  WS-IN-BATCH-DATA REDEFINES WS-IN-DETAIL-DATA.
               10  FILLER          PIC X(28).
               10  WS-IN-BATCH-PERIOD PIC 9(4).
               10  WS-IN-BATCH-AGENCY PIC X(04).
               10  FILLER          PIC X(57).

       01  WS-EFT-SOURCE-NAME      PIC X(12) VALUE SPACES.

           COPY AGENCY-TABLE.

       01  WS-EFT-CONTROL-TOTALS.
           05  WS-EFT-TRACE-SEQ    PIC 9(7) VALUE 0.
           05  WS-EFT-ENTRY-COUNT  PIC 9(6) VALUE 0.
           05  WS-EFT-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-EFT-TOTAL-DEBIT  PIC 9(12)V99 VALUE 0.

      * EACH AGENCY'S SHARE OF THE DEBITS, SUBSCRIPTED LIKE
      * WS-AGENCY-TABLE, THAT ITS REVERSAL BATCH IS PROVED AGAINST.
       01  WS-AGENCY-TOTALS.
           05  WS-AT-ENTRY OCCURS 10 TIMES.
               10  WS-AT-EFT-COUNT PIC 9(6).
               10  WS-AT-EFT-HASH  PIC 9(10).
               10  WS-AT-EFT-DEBIT PIC 9(12)V99.

      * THE SOURCE BATCH BEING READ - ITS AGENCY'S ROW - AND THE
      * REVERSAL BATCH BEING COPIED ONTO REVEFT.DAT WITH THE FILE
      * CONTROL FIGURES SUMMED FROM ITS TRAILERS.
       01  WS-EFT-BATCH-CONTROL.
           05  WS-SOURCE-AG-ROW    PIC 9(2) VALUE 0.
           05  WS-BATCH-ENTRY-COUNT PIC 9(6) VALUE 0.
           05  WS-BATCH-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-BATCH-TOTAL-DEBIT PIC 9(12)V99 VALUE 0.
           05  WS-BATCH-OPEN-SW    PIC X(01) VALUE 'N'.
               88  BATCH-OPEN              VALUE 'Y'.
           05  WS-FILE-BATCH-COUNT PIC 9(6) VALUE 0.
           05  WS-FILE-ENTRY-COUNT PIC 9(8) VALUE 0.
           05  WS-FILE-ROUTING-HASH PIC 9(10) VALUE 0.
           05  WS-FILE-TOTAL-DEBIT PIC 9(12)V99 VALUE 0.
           05  WS-EFT-WORK-EOF-SW  PIC X(01) VALUE 'N'.
               88  EFT-WORK-EOF            VALUE 'Y'.
           05  WS-EFT-BALANCE-SW   PIC X(01) VALUE 'Y'.
               88  EFT-FILE-IN-BALANCE     VALUE 'Y'.

      * THE FIGURES BEING TAKEN OFF THE YTD RECORD IN HAND, AND THE
      * DEDUCTION TAKEN-TO-DATE AMOUNTS FROM A BEFORE-IMAGE.
       01  WS-RESTORE-WORK.
           05  WS-CURRENT-GROSS    PIC 9(8)V99 VALUE 0.
           05  WS-CURRENT-NET      PIC 9(8)V99 VALUE 0.
           05  WS-BACKED-OUT-GROSS PIC S9(8)V99 SIGN LEADING
                                   SEPARATE VALUE 0.
           05  WS-BACKED-OUT-NET   PIC S9(8)V99 SIGN LEADING
                                   SEPARATE VALUE 0.
           05  WS-DED-SUB          PIC 9(1) VALUE 0.
           05  WS-SAVED-DEDUCTION  PIC X(141) VALUE SPACES.
           05  WS-DED-TAKEN OCCURS 5 TIMES PIC 9(7)V99.
           05  WS-RESTORE-TEXT     PIC X(40) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-YTD-RESTORED     PIC 9(6) VALUE 0.
           05  WS-YTD-DELETED      PIC 9(6) VALUE 0.
           05  WS-LEAVE-RESTORED   PIC 9(6) VALUE 0.
           05  WS-LEAVE-DELETED    PIC 9(6) VALUE 0.
           05  WS-LEAVE-KEPT       PIC 9(6) VALUE 0.
           05  WS-DED-RESTORED     PIC 9(6) VALUE 0.
           05  WS-NOT-ON-FILE      PIC 9(6) VALUE 0.
           05  WS-HISTORY-DELETED  PIC 9(6) VALUE 0.
           05  WS-RETURNS-SKIPPED  PIC 9(6) VALUE 0.
           05  WS-CHECKS-VOIDED    PIC 9(6) VALUE 0.
           05  WS-CHECK-VOID-TOTAL PIC 9(12)V99 VALUE 0.
           05  WS-WARNING-COUNT    PIC 9(6) VALUE 0.
           05  WS-TOT-GROSS-OUT    PIC S9(10)V99 SIGN LEADING
                                   SEPARATE VALUE 0.
           05  WS-TOT-NET-OUT      PIC S9(10)V99 SIGN LEADING
                                   SEPARATE VALUE 0.

      * STAGING FOR THE AUDIT JOURNAL - SAME SHAPE AS THE OTHER
      * PROGRAMS'.
       01  WS-AUDIT-DATA.
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.

      * THE JOURNAL RECORD AS IT GOES TO REVJRN.DAT - FIELD FOR
      * FIELD THE AUDIT JOURNAL RECORD.
       01  WS-STAGED-JOURNAL.
           05  WS-SJ-PROGRAM-ID    PIC X(16).
           05  WS-SJ-RUN-DATE      PIC 9(8).
           05  WS-SJ-PERIOD        PIC 9(4).
           05  WS-SJ-FILE-ID       PIC X(03).
           05  WS-SJ-EMP-ID        PIC 9(6).
           05  WS-SJ-ACTION        PIC X(01).
           05  WS-SJ-BEFORE-IMAGE  PIC X(850).
           05  WS-SJ-AFTER-IMAGE   PIC X(850).

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-REVERSAL-PARM
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM LOAD-AGENCY-TABLE
           OPEN OUTPUT REVERSAL-REPORT
           PERFORM PRINT-REPORT-HEADING

           OPEN INPUT AUDIT-JOURNAL
           IF AUDIT-JOURNAL-NOT-FOUND
               DISPLAY 'PERIOD-REVERSE: AUDITJRN.DAT MISSING - '
                   'NOTHING TO RESTORE FROM - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-JOURNAL-RECORD UNTIL JOURNAL-EOF
           CLOSE AUDIT-JOURNAL

           PERFORM OPEN-MASTER-FILES
           OPEN OUTPUT JOURNAL-STAGE-FILE
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           MOVE 0 TO WS-RECORD-NUMBER
           OPEN INPUT AUDIT-JOURNAL
           PERFORM RESTORE-JOURNAL-RECORD UNTIL JOURNAL-EOF
           CLOSE AUDIT-JOURNAL
           CLOSE JOURNAL-STAGE-FILE
           PERFORM APPEND-STAGED-JOURNAL

           PERFORM REMOVE-PAY-HISTORY
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT

           PERFORM LOAD-RETURNED-CREDITS
           PERFORM WRITE-REVERSAL-BATCH
           PERFORM VOID-PERIOD-CHECKS

           PERFORM CLOSE-MASTER-FILES
           PERFORM UPDATE-PAY-PERIOD-STATUS
           IF NOT WHOLE-PERIOD-REVERSAL AND WS-TOT-GROSS-OUT > 0
               PERFORM WRITE-REPAY-REQUEST
           END-IF
           PERFORM PRINT-REPORT-TOTALS
           CLOSE REVERSAL-REPORT
           IF NOT EFT-FILE-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'EMPLOYEES' TO WS-RL-COUNT-NAME (1)
           MOVE WS-REV-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'EFT DEBITS' TO WS-RL-COUNT-NAME (2)
           MOVE WS-EFT-ENTRY-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'WARNINGS' TO WS-RL-COUNT-NAME (3)
           MOVE WS-WARNING-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-REVERSAL-PARM.
      * NO PARM, NO REVERSAL - BACKING OUT A PERIOD BY DEFAULT IS
      * NOT SOMETHING TO DO BY ACCIDENT.
           OPEN INPUT REVERSAL-PARM-FILE
           IF REVERSAL-PARM-NOT-FOUND
               DISPLAY 'PERIOD-REVERSE: REVPARM.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REVERSAL-PARM-FILE NEXT RECORD
               AT END
                   DISPLAY 'PERIOD-REVERSE: REVPARM.DAT EMPTY - RUN '
                       'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE RV-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE RV-EMP-ID TO WS-REVERSE-EMP-ID
           CLOSE REVERSAL-PARM-FILE.

       READ-PAY-PERIOD-CONTROL.
      * ONLY THE PERIOD ON THE CONTROL FILE CAN BE BACKED OUT. THE
      * PERIOD START DATE BOUNDS THE JOURNAL SCAN SO LAST YEAR'S
      * PERIOD OF THE SAME NUMBER IS NEVER TOUCHED. THE FILE STAYS
      * OPEN FOR THE STATUS REWRITE AT END OF RUN.
           OPEN I-O PAY-PERIOD-FILE
           IF PAY-PERIOD-FILE-NOT-FOUND
               DISPLAY 'PERIOD-REVERSE: PAYPERIOD.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   DISPLAY 'PERIOD-REVERSE: PAYPERIOD.DAT EMPTY - '
                       'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PP-PERIOD-NUMBER NOT = WS-PERIOD-NUMBER
               DISPLAY 'PERIOD-REVERSE: PERIOD ' WS-PERIOD-NUMBER
                   ' IS NOT THE CURRENT PERIOD ' PP-PERIOD-NUMBER
                   ' - ONLY THE CURRENT PERIOD CAN BE REVERSED - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
           MOVE PP-PERIOD-YEAR TO WS-RL-PERIOD-YEAR
           MOVE PP-PERIOD-NUMBER TO WS-RL-PERIOD-NUMBER
           MOVE PP-START-DATE TO WS-PERIOD-START-DATE
           MOVE PP-PAY-DATE TO WS-PAY-DATE
           MOVE PP-STATUS TO WS-PRIOR-STATUS.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'PERIOD REVERSAL REPORT - PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' YEAR ' DELIMITED BY SIZE
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  ' RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE
           MOVE SPACES TO REVERSAL-LINE
           IF WHOLE-PERIOD-REVERSAL
               MOVE 'SCOPE: ALL EMPLOYEES PAID IN THE PERIOD'
                   TO REVERSAL-LINE
           ELSE
               STRING 'SCOPE: EMPLOYEE ' DELIMITED BY SIZE
                      WS-REVERSE-EMP-ID DELIMITED BY SIZE
                      ' ONLY' DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
           END-IF
           WRITE REVERSAL-LINE.

       CHECK-JOURNAL-SCOPE.
      * A JOURNAL RECORD MATTERS HERE WHEN IT IS A YTD, LEAVE OR
      * DEDUCTION POSTING STAMPED WITH THIS PERIOD, NO OLDER THAN
      * THE PERIOD ITSELF, FOR THE EMPLOYEE IN SCOPE, AND WRITTEN
      * BY ONE OF THE PAY RUNS OR BY AN EARLIER REVERSAL.
           MOVE 'N' TO WS-IN-SCOPE-SW
           MOVE 'N' TO WS-PAY-RUN-SW
           IF AJ-PERIOD = WS-PERIOD-NUMBER
              AND AJ-RUN-DATE NOT < WS-PERIOD-START-DATE
              AND (AJ-FILE-ID = 'YTD' OR 'LVM' OR 'DED')
              AND (WHOLE-PERIOD-REVERSAL
                   OR AJ-EMP-ID = WS-REVERSE-EMP-ID)
               IF AJ-PROGRAM-ID = 'PAYROLL-CALC'
                  OR AJ-PROGRAM-ID = 'SUSPENSE-CORRECT'
                  OR AJ-PROGRAM-ID = 'OFFCYCLE-PAY'
                   SET JOURNAL-IN-SCOPE TO TRUE
                   SET JOURNAL-FROM-PAY-RUN TO TRUE
               END-IF
               IF AJ-PROGRAM-ID = 'PERIOD-REVERSE'
                   SET JOURNAL-IN-SCOPE TO TRUE
               END-IF
           END-IF.

       SCAN-JOURNAL-RECORD.
      * FIRST PASS - FIND, FOR EVERY MASTER RECORD THE PERIOD
      * TOUCHED, THE JOURNAL RECORD TO RESTORE FROM. A REVERSAL
      * ALREADY ON THE JOURNAL RESETS THE RECORD, SO A PERIOD RUN,
      * REVERSED, RERUN AND REVERSED AGAIN BACKS OUT ONLY THE RERUN.
           READ AUDIT-JOURNAL NEXT RECORD
               AT END SET JOURNAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM CHECK-JOURNAL-SCOPE
                   IF JOURNAL-IN-SCOPE
                       PERFORM GET-KEY-ROW
                       IF JOURNAL-FROM-PAY-RUN
                           IF WS-KEY-ORDINAL (WS-KEY-SUB) = 0
                               MOVE WS-RECORD-NUMBER
                                   TO WS-KEY-ORDINAL (WS-KEY-SUB)
                           END-IF
                       ELSE
                           MOVE 0 TO WS-KEY-ORDINAL (WS-KEY-SUB)
                       END-IF
                   END-IF
           END-READ.

       GET-KEY-ROW.
      * LEAVES WS-KEY-SUB ON THE ROW FOR THE JOURNAL RECORD'S FILE
      * AND EMP-ID, ADDING THE ROW THE FIRST TIME IT IS SEEN.
           PERFORM FIND-KEY-ROW
           IF NOT KEY-ROW-FOUND
               IF WS-KEY-COUNT >= WS-KEY-MAX
                   DISPLAY 'PERIOD-REVERSE: MORE THAN ' WS-KEY-MAX
                       ' MASTER RECORDS IN THE PERIOD - ENLARGE '
                       'WS-KEY-TABLE - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-SUB
               MOVE AJ-FILE-ID TO WS-KEY-FILE-ID (WS-KEY-SUB)
               MOVE AJ-EMP-ID TO WS-KEY-EMP-ID (WS-KEY-SUB)
               MOVE 0 TO WS-KEY-ORDINAL (WS-KEY-SUB)
           END-IF.

       FIND-KEY-ROW.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM MATCH-KEY-ROW
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT OR KEY-ROW-FOUND.

       MATCH-KEY-ROW.
           IF WS-KEY-FILE-ID (WS-KEY-SUB) = AJ-FILE-ID
              AND WS-KEY-EMP-ID (WS-KEY-SUB) = AJ-EMP-ID
               SET KEY-ROW-FOUND TO TRUE
               SUBTRACT 1 FROM WS-KEY-SUB
           END-IF.

       OPEN-MASTER-FILES.
      * SAME CREATE-IF-MISSING PATTERN AS THE PAY RUN. THE PAY
      * HISTORY FILE IS OPTIONAL - WITHOUT ONE THERE IS NOTHING TO
      * REMOVE FROM IT.
           OPEN I-O YTD-MASTER
           IF YTD-MASTER-NOT-FOUND
               OPEN OUTPUT YTD-MASTER
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF
           OPEN I-O LEAVE-MASTER
           IF LEAVE-MASTER-NOT-FOUND
               OPEN OUTPUT LEAVE-MASTER
               CLOSE LEAVE-MASTER
               OPEN I-O LEAVE-MASTER
           END-IF
           OPEN I-O DEDUCTION-MASTER
           IF DEDUCTION-MASTER-NOT-FOUND
               OPEN OUTPUT DEDUCTION-MASTER
               CLOSE DEDUCTION-MASTER
               OPEN I-O DEDUCTION-MASTER
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               SET PAY-HISTORY-AVAILABLE TO TRUE
           END-IF.

       CLOSE-MASTER-FILES.
           CLOSE YTD-MASTER
           CLOSE LEAVE-MASTER
           CLOSE DEDUCTION-MASTER
           IF PAY-HISTORY-AVAILABLE
               CLOSE PAY-HISTORY-FILE
           END-IF.

       RESTORE-JOURNAL-RECORD.
      * SECOND PASS - THE JOURNAL RECORD EACH ROW POINTS AT IS THE
      * ONE WHOSE BEFORE-IMAGE GOES BACK ON THE MASTER.
           READ AUDIT-JOURNAL NEXT RECORD
               AT END SET JOURNAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM CHECK-JOURNAL-SCOPE
                   IF JOURNAL-FROM-PAY-RUN
                       PERFORM FIND-KEY-ROW
                       IF KEY-ROW-FOUND
                           IF WS-KEY-ORDINAL (WS-KEY-SUB) =
                                  WS-RECORD-NUMBER
                               PERFORM RESTORE-MASTER-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RESTORE-MASTER-RECORD.
           EVALUATE AJ-FILE-ID
               WHEN 'YTD'
                   PERFORM RESTORE-YTD-RECORD
               WHEN 'LVM'
                   PERFORM RESTORE-LEAVE-RECORD
               WHEN 'DED'
                   PERFORM RESTORE-DEDUCTION-RECORD
           END-EVALUATE
           PERFORM NOTE-REVERSED-EMPLOYEE.

       RESTORE-YTD-RECORD.
      * AN 'A' POSTING CREATED THE RECORD - THE EMPLOYEE'S FIRST
      * PAY OF THE YEAR - SO BACKING IT OUT DELETES IT. OTHERWISE
      * THE BEFORE-IMAGE GOES BACK WHOLE. THE GROSS AND NET TAKEN
      * OFF ARE WHAT BALANCE-RECON WILL SEE LEAVE THE YTD TOTALS.
           MOVE AJ-EMP-ID TO YM-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   PERFORM PRINT-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   MOVE YM-YTD-GROSS-PAY TO WS-CURRENT-GROSS
                   MOVE YM-YTD-NET-PAY TO WS-CURRENT-NET
                   MOVE 'YTD' TO WS-AJ-FILE-ID
                   MOVE AJ-EMP-ID TO WS-AJ-EMP-ID
                   MOVE YTD-MASTER-RECORD TO WS-AJ-BEFORE
                   IF AJ-ACTION = 'A'
                       DELETE YTD-MASTER RECORD
                       MOVE 'D' TO WS-AJ-ACTION
                       MOVE SPACES TO WS-AJ-AFTER
                       MOVE WS-CURRENT-GROSS TO WS-BACKED-OUT-GROSS
                       MOVE WS-CURRENT-NET TO WS-BACKED-OUT-NET
                       ADD 1 TO WS-YTD-DELETED
                       MOVE 'DELETED - CREATED BY THE PERIOD'
                           TO WS-RESTORE-TEXT
                   ELSE
                       MOVE AJ-BEFORE-IMAGE TO YTD-MASTER-RECORD
                       REWRITE YTD-MASTER-RECORD
                       MOVE 'C' TO WS-AJ-ACTION
                       MOVE YTD-MASTER-RECORD TO WS-AJ-AFTER
                       COMPUTE WS-BACKED-OUT-GROSS =
                           WS-CURRENT-GROSS - YM-YTD-GROSS-PAY
                       COMPUTE WS-BACKED-OUT-NET =
                           WS-CURRENT-NET - YM-YTD-NET-PAY
                       ADD 1 TO WS-YTD-RESTORED
                       MOVE 'RESTORED TO PRE-PERIOD IMAGE'
                           TO WS-RESTORE-TEXT
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   ADD WS-BACKED-OUT-GROSS TO WS-TOT-GROSS-OUT
                   ADD WS-BACKED-OUT-NET TO WS-TOT-NET-OUT
                   PERFORM PRINT-YTD-RESTORE-LINE
           END-READ.

       RESTORE-LEAVE-RECORD.
      * SAME RULE AS THE YTD MASTER - A RECORD THE PERIOD CREATED IS
      * DELETED, ANY OTHER GETS ITS BEFORE-IMAGE BACK. NOT FOR A
      * ONE-EMPLOYEE REVERSAL: THAT EMPLOYEE IS REPAID BY
      * OFFCYCLE-PAY, WHICH NEVER ACCRUES LEAVE, SO RESTORING THE
      * RECORD WOULD LOSE THE PERIOD'S ACCRUAL, USAGE AND COMP TIME
      * FOR GOOD. THE RECORD STAYS AS POSTED AND IS LISTED.
           IF NOT WHOLE-PERIOD-REVERSAL
               ADD 1 TO WS-LEAVE-KEPT
               MOVE 'LEFT AS POSTED - REPAYMENT KEEPS LEAVE'
                   TO WS-RESTORE-TEXT
               PERFORM PRINT-RESTORE-LINE
           ELSE
               PERFORM RESTORE-LEAVE-IMAGE
           END-IF.

       RESTORE-LEAVE-IMAGE.
           MOVE AJ-EMP-ID TO LM-EMP-ID
           READ LEAVE-MASTER
               INVALID KEY
                   PERFORM PRINT-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   MOVE 'LVM' TO WS-AJ-FILE-ID
                   MOVE AJ-EMP-ID TO WS-AJ-EMP-ID
                   MOVE LEAVE-MASTER-RECORD TO WS-AJ-BEFORE
                   IF AJ-ACTION = 'A'
                       DELETE LEAVE-MASTER RECORD
                       MOVE 'D' TO WS-AJ-ACTION
                       MOVE SPACES TO WS-AJ-AFTER
                       ADD 1 TO WS-LEAVE-DELETED
                       MOVE 'DELETED - CREATED BY THE PERIOD'
                           TO WS-RESTORE-TEXT
                   ELSE
                       MOVE AJ-BEFORE-IMAGE TO LEAVE-MASTER-RECORD
                       REWRITE LEAVE-MASTER-RECORD
                       MOVE 'C' TO WS-AJ-ACTION
                       MOVE LEAVE-MASTER-RECORD TO WS-AJ-AFTER
                       ADD 1 TO WS-LEAVE-RESTORED
                       MOVE 'RESTORED TO PRE-PERIOD IMAGE'
                           TO WS-RESTORE-TEXT
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM PRINT-RESTORE-LINE
           END-READ.

       RESTORE-DEDUCTION-RECORD.
      * ONLY THE TAKEN-TO-DATE AMOUNTS COME BACK FROM THE IMAGE -
      * THEY ARE ALL THE PAY RUN CHANGES. ANY SLOT MAINTENANCE DONE
      * SINCE THE PERIOD RAN STAYS AS KEYED.
           MOVE AJ-EMP-ID TO DD-EMP-ID
           READ DEDUCTION-MASTER
               INVALID KEY
                   PERFORM PRINT-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   MOVE 'DED' TO WS-AJ-FILE-ID
                   MOVE AJ-EMP-ID TO WS-AJ-EMP-ID
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE DEDUCTION-RECORD TO WS-AJ-BEFORE
                   MOVE DEDUCTION-RECORD TO WS-SAVED-DEDUCTION
                   MOVE AJ-BEFORE-IMAGE TO DEDUCTION-RECORD
                   PERFORM SAVE-DEDUCTION-TAKEN
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   MOVE WS-SAVED-DEDUCTION TO DEDUCTION-RECORD
                   PERFORM RESTORE-DEDUCTION-TAKEN
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   REWRITE DEDUCTION-RECORD
                   MOVE DEDUCTION-RECORD TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-DED-RESTORED
                   MOVE 'TAKEN-TO-DATE AMOUNTS RESTORED'
                       TO WS-RESTORE-TEXT
                   PERFORM PRINT-RESTORE-LINE
           END-READ.

       SAVE-DEDUCTION-TAKEN.
           MOVE DD-TAKEN-TO-DATE (WS-DED-SUB)
               TO WS-DED-TAKEN (WS-DED-SUB).

       RESTORE-DEDUCTION-TAKEN.
           MOVE WS-DED-TAKEN (WS-DED-SUB)
               TO DD-TAKEN-TO-DATE (WS-DED-SUB).

       NOTE-REVERSED-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW
           PERFORM FIND-REVERSED-EMPLOYEE
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT
                  OR REVERSED-EMP-FOUND
           IF NOT REVERSED-EMP-FOUND
               IF WS-REV-COUNT >= WS-REV-MAX
                   DISPLAY 'PERIOD-REVERSE: MORE THAN ' WS-REV-MAX
                       ' EMPLOYEES REVERSED - ENLARGE '
                       'WS-REVERSED-EMP-DATA - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE AJ-EMP-ID TO WS-REV-EMP-ID (WS-REV-COUNT)
           END-IF.

       FIND-REVERSED-EMPLOYEE.
           IF WS-REV-EMP-ID (WS-REV-SUB) = AJ-EMP-ID
               SET REVERSED-EMP-FOUND TO TRUE
           END-IF.

       WRITE-AUDIT-RECORD.
      * STAGED TO REVJRN.DAT - AUDITJRN.DAT IS OPEN FOR INPUT UNTIL
      * THE RESTORE PASS ENDS.
           MOVE 'PERIOD-REVERSE' TO WS-SJ-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO WS-SJ-RUN-DATE
           MOVE WS-PERIOD-NUMBER TO WS-SJ-PERIOD
           MOVE WS-AJ-FILE-ID TO WS-SJ-FILE-ID
           MOVE WS-AJ-EMP-ID TO WS-SJ-EMP-ID
           MOVE WS-AJ-ACTION TO WS-SJ-ACTION
           MOVE WS-AJ-BEFORE TO WS-SJ-BEFORE-IMAGE
           MOVE WS-AJ-AFTER TO WS-SJ-AFTER-IMAGE
           WRITE JOURNAL-STAGE-RECORD FROM WS-STAGED-JOURNAL.

       APPEND-STAGED-JOURNAL.
      * THE JOURNAL ONLY EVER GROWS - THIS RUN'S RECORDS GO ON THE
      * END OF IT LIKE ANY OTHER PROGRAM'S.
           OPEN EXTEND AUDIT-JOURNAL
           IF AUDIT-JOURNAL-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL
           END-IF
           OPEN INPUT JOURNAL-STAGE-FILE
           PERFORM COPY-STAGED-RECORD UNTIL STAGE-EOF
           CLOSE JOURNAL-STAGE-FILE
           CLOSE AUDIT-JOURNAL.

       COPY-STAGED-RECORD.
           READ JOURNAL-STAGE-FILE NEXT RECORD
               AT END SET STAGE-EOF TO TRUE
               NOT AT END
                   MOVE JOURNAL-STAGE-RECORD TO AUDIT-JOURNAL-RECORD
                   WRITE AUDIT-JOURNAL-RECORD
           END-READ.

       REMOVE-PAY-HISTORY.
      * THE PERIOD'S REGULAR, SUPPLEMENTAL AND OFF-CYCLE HISTORY
      * RECORDS FOR A BACKED-OUT EMPLOYEE NO LONGER DESCRIBE PAY
      * THAT STANDS - THE RERUN WRITES THE ONES THAT DO.
           IF PAY-HISTORY-AVAILABLE
               MOVE WS-REV-EMP-ID (WS-REV-SUB) TO PH-EMP-ID
               MOVE WS-PERIOD-YEAR TO PH-PERIOD-YEAR
               MOVE WS-PERIOD-NUMBER TO PH-PERIOD-NUMBER
               MOVE SPACE TO PH-RUN-TYPE
               MOVE 0 TO PH-RUN-SEQ
               MOVE 'N' TO WS-HISTORY-DONE-SW
               START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
               END-START
               PERFORM DELETE-NEXT-HISTORY-RECORD
                   UNTIL HISTORY-SCAN-DONE
           END-IF.

       DELETE-NEXT-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END SET HISTORY-SCAN-DONE TO TRUE
               NOT AT END
                   IF PH-EMP-ID = WS-REV-EMP-ID (WS-REV-SUB)
                      AND PH-PERIOD-YEAR = WS-PERIOD-YEAR
                      AND PH-PERIOD-NUMBER = WS-PERIOD-NUMBER
                       DELETE PAY-HISTORY-FILE RECORD
                       ADD 1 TO WS-HISTORY-DELETED
                       PERFORM PRINT-HISTORY-DELETE-LINE
                   ELSE
                       SET HISTORY-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       LOAD-RETURNED-CREDITS.
      * NO RETURN FILE MEANS NOTHING CAME BACK THIS CYCLE.
           OPEN INPUT BANK-RETURN-FILE
           IF RETURN-FILE-NOT-FOUND
               SET RETURN-FILE-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-RETURN UNTIL RETURN-FILE-EOF
               CLOSE BANK-RETURN-FILE
           END-IF.

       LOAD-ONE-RETURN.
           READ BANK-RETURN-FILE NEXT RECORD
               AT END SET RETURN-FILE-EOF TO TRUE
               NOT AT END
                   IF BR-RETURN-ENTRY
                       PERFORM STORE-RETURNED-CREDIT
                   END-IF
           END-READ.

       STORE-RETURNED-CREDIT.
           IF WS-RET-COUNT >= WS-RET-MAX
               DISPLAY 'PERIOD-REVERSE: MORE THAN ' WS-RET-MAX
                   ' BANK RETURNS - ENLARGE WS-RETURNED-DATA - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RET-COUNT
           MOVE BR-TRACE-NUMBER TO WS-RET-TRACE (WS-RET-COUNT)
           MOVE BR-EMP-ID TO WS-RET-EMP-ID (WS-RET-COUNT).

       WRITE-REVERSAL-BATCH.
      * ONE ACH-STYLE FILE: HEADER, A 'REVERSAL' BATCH OF '27'
      * DEBITS PER AGENCY AGAINST THE ACCOUNTS THE PERIOD CREDITED,
      * EACH WITH THE TRAILER THE BANK BALANCES IT AGAINST, AND THE
      * FILE CONTROL RECORD. THE DEBITS ARE GATHERED ON REVEWORK.DAT
      * FIRST AND LAID OUT BY AGENCY AT THE END. WRITTEN EVEN WHEN
      * EMPTY SO THE TRANSMISSION STEP ALWAYS FINDS A BALANCED FILE.
           OPEN OUTPUT EFT-WORK-FILE
           OPEN INPUT EFT-FILE
           IF NOT EFT-FILE-NOT-FOUND
               MOVE 'EFTFILE.DAT' TO WS-EFT-SOURCE-NAME
               MOVE 'N' TO WS-EFT-EOF-SW
               MOVE 'N' TO WS-EFT-PERIOD-SW
               MOVE 'N' TO WS-EFT-BATCH-SEEN-SW
               PERFORM READ-EFT-FILE UNTIL EFT-INPUT-EOF
               CLOSE EFT-FILE
           END-IF
           OPEN INPUT SUPP-EFT-FILE
           IF NOT SUPP-EFT-NOT-FOUND
               MOVE 'SUPPEFT.DAT' TO WS-EFT-SOURCE-NAME
               MOVE 'N' TO WS-EFT-EOF-SW
               MOVE 'N' TO WS-EFT-PERIOD-SW
               MOVE 'N' TO WS-EFT-BATCH-SEEN-SW
               PERFORM READ-SUPP-EFT-FILE UNTIL EFT-INPUT-EOF
               CLOSE SUPP-EFT-FILE
           END-IF
           OPEN INPUT OFF-EFT-FILE
           IF NOT OFF-EFT-NOT-FOUND
               MOVE 'OFFEFT.DAT' TO WS-EFT-SOURCE-NAME
               MOVE 'N' TO WS-EFT-EOF-SW
               MOVE 'N' TO WS-EFT-PERIOD-SW
               MOVE 'N' TO WS-EFT-BATCH-SEEN-SW
               PERFORM READ-OFF-EFT-FILE UNTIL EFT-INPUT-EOF
               CLOSE OFF-EFT-FILE
           END-IF
           CLOSE EFT-WORK-FILE
           PERFORM BUILD-REVERSAL-FILE.

       READ-EFT-FILE.
           READ EFT-FILE NEXT RECORD INTO WS-EFT-INPUT
               AT END SET EFT-INPUT-EOF TO TRUE
               NOT AT END PERFORM EXAMINE-EFT-RECORD
           END-READ.

       READ-SUPP-EFT-FILE.
           READ SUPP-EFT-FILE NEXT RECORD INTO WS-EFT-INPUT
               AT END SET EFT-INPUT-EOF TO TRUE
               NOT AT END PERFORM EXAMINE-EFT-RECORD
           END-READ.

       READ-OFF-EFT-FILE.
           READ OFF-EFT-FILE NEXT RECORD INTO WS-EFT-INPUT
               AT END SET EFT-INPUT-EOF TO TRUE
               NOT AT END PERFORM EXAMINE-EFT-RECORD
           END-READ.

       EXAMINE-EFT-RECORD.
      * A FILE CUT FOR SOME OTHER PERIOD HAS BEEN OVERWRITTEN SINCE
      * THIS PERIOD WENT OUT - ITS CREDITS AREN'T THIS PERIOD'S AND
      * ARE LEFT ALONE, WITH A WARNING THAT THIS PERIOD'S CREDITS
      * FROM THAT RUN MUST BE RECALLED BY HAND. EVERY BATCH ON A
      * FILE IS CUT FOR THE SAME PERIOD, SO THE FIRST BATCH HEADER
      * DECIDES IT; EACH BATCH HEADER NAMES THE AGENCY ITS CREDITS
      * ARE DEBITED BACK FOR. TRAILERS AND THE FILE CONTROL RECORD
      * CARRY NOTHING TO DEBIT.
           EVALUATE WS-IN-RECORD-TYPE
               WHEN '5'
                   IF NOT EFT-BATCH-SEEN
                       SET EFT-BATCH-SEEN TO TRUE
                       IF WS-IN-BATCH-PERIOD = WS-PERIOD-NUMBER
                           SET EFT-FILE-FOR-PERIOD TO TRUE
                       ELSE
                           PERFORM PRINT-EFT-PERIOD-WARNING
                       END-IF
                   END-IF
                   IF EFT-FILE-FOR-PERIOD
                       PERFORM GET-SOURCE-BATCH-AGENCY
                   END-IF
               WHEN '6'
                   IF EFT-FILE-FOR-PERIOD
                      AND EFT-BATCH-AGENCY-KNOWN
                      AND WS-IN-TRANSACTION-CODE = '22'
                      AND WS-IN-AMOUNT > 0
                       PERFORM CHECK-CREDIT-FOR-DEBIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GET-SOURCE-BATCH-AGENCY.
      * A BATCH FOR AN AGENCY NO LONGER ON AGENCY.DAT CANNOT BE
      * DEBITED BACK UNDER THE RIGHT COMPANY ID - ITS CREDITS ARE
      * LEFT FOR THE OPERATOR TO RECALL BY HAND.
           MOVE WS-IN-BATCH-AGENCY TO WS-AG-KEY
           PERFORM GET-AGENCY-ROW
           IF AGENCY-FOUND
               SET EFT-BATCH-AGENCY-KNOWN TO TRUE
               MOVE WS-AG-CUR TO WS-SOURCE-AG-ROW
           ELSE
               MOVE 'N' TO WS-EFT-AGENCY-SW
               MOVE 0 TO WS-SOURCE-AG-ROW
               PERFORM PRINT-EFT-AGENCY-WARNING
           END-IF.

       CHECK-CREDIT-FOR-DEBIT.
           MOVE 'N' TO WS-EMP-FOUND-SW
           PERFORM MATCH-CREDIT-EMPLOYEE
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT
                  OR REVERSED-EMP-FOUND
           IF REVERSED-EMP-FOUND
               MOVE 'N' TO WS-RETURNED-SW
               PERFORM MATCH-RETURNED-CREDIT
                   VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-COUNT
                      OR CREDIT-WAS-RETURNED
               IF CREDIT-WAS-RETURNED
                   ADD 1 TO WS-RETURNS-SKIPPED
                   PERFORM PRINT-RETURNED-SKIP-LINE
               ELSE
                   PERFORM WRITE-REVERSAL-DEBIT
               END-IF
           END-IF.

       MATCH-CREDIT-EMPLOYEE.
           IF WS-REV-EMP-ID (WS-REV-SUB) = WS-IN-EMP-ID
               SET REVERSED-EMP-FOUND TO TRUE
           END-IF.

       MATCH-RETURNED-CREDIT.
           IF WS-RET-TRACE (WS-RET-SUB) = WS-IN-TRACE
              AND WS-RET-EMP-ID (WS-RET-SUB) = WS-IN-EMP-ID
               SET CREDIT-WAS-RETURNED TO TRUE
           END-IF.

       WRITE-REVERSAL-DEBIT.
      * SAME ACCOUNT, SAME AMOUNT, THE OTHER DIRECTION.
           MOVE SPACES TO EFT-RECORD
           MOVE '6' TO EFT-RECORD-TYPE
           SET EFT-CHECKING-DEBIT TO TRUE
           MOVE WS-IN-ROUTING TO EFT-ROUTING-NUMBER
           MOVE WS-IN-ACCOUNT TO EFT-ACCOUNT-NUMBER
           MOVE WS-IN-AMOUNT TO EFT-AMOUNT
           MOVE WS-IN-EMP-ID TO EFT-EMP-ID
           MOVE WS-IN-EMP-NAME TO EFT-EMP-NAME
           ADD 1 TO WS-EFT-TRACE-SEQ
           MOVE WS-EFT-TRACE-SEQ TO EFT-TRACE-NUMBER
           MOVE WS-AG-CODE (WS-SOURCE-AG-ROW) TO EW-AGENCY-CODE
           MOVE EFT-RECORD TO EW-EFT-IMAGE
           WRITE EFT-WORK-RECORD
           ADD 1 TO WS-EFT-ENTRY-COUNT
           ADD EFT-ROUTING-NUMBER TO WS-EFT-ROUTING-HASH
           ADD EFT-AMOUNT TO WS-EFT-TOTAL-DEBIT
           ADD 1 TO WS-AT-EFT-COUNT (WS-SOURCE-AG-ROW)
           ADD EFT-ROUTING-NUMBER TO WS-AT-EFT-HASH (WS-SOURCE-AG-ROW)
           ADD EFT-AMOUNT TO WS-AT-EFT-DEBIT (WS-SOURCE-AG-ROW)
           PERFORM PRINT-DEBIT-LINE.

       BUILD-REVERSAL-FILE.
      * SAME LAYOUT PAYROLL-CALC GIVES EFTFILE.DAT - ONE PASS OF THE
      * WORK FILE PER AGENCY, EACH TRAILER PROVED AGAINST ITS
      * AGENCY'S DEBITS AND THE FILE CONTROL AGAINST THE RUN'S. WITH
      * NO DEBITS AT ALL THE FILE STILL CARRIES ONE EMPTY BATCH FOR
      * THE AGENCY RUNNING THE PAYROLL. A FILE THAT DOESN'T AGREE
      * IS FLAGGED AND THE RUN ENDS RC 8 SO IT ISN'T SENT.
           OPEN OUTPUT REVERSAL-EFT-FILE
           PERFORM WRITE-EFT-FILE-HEADER
           PERFORM WRITE-AGENCY-BATCH
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           IF WS-FILE-BATCH-COUNT = 0
               MOVE 1 TO WS-AG-SUB
               PERFORM WRITE-EFT-BATCH-HEADER
               PERFORM WRITE-EFT-BATCH-TRAILER
           END-IF
           PERFORM WRITE-EFT-FILE-CONTROL
           CLOSE REVERSAL-EFT-FILE
           IF WS-FILE-ENTRY-COUNT NOT = WS-EFT-ENTRY-COUNT
                   OR WS-FILE-ROUTING-HASH NOT = WS-EFT-ROUTING-HASH
                   OR WS-FILE-TOTAL-DEBIT NOT = WS-EFT-TOTAL-DEBIT
               MOVE 'N' TO WS-EFT-BALANCE-SW
           END-IF
           IF NOT EFT-FILE-IN-BALANCE
               DISPLAY 'PERIOD-REVERSE: REVEFT.DAT OUT OF BALANCE - '
                   'DO NOT TRANSMIT'
               MOVE SPACES TO REVERSAL-LINE
               STRING 'REVEFT.DAT OUT OF BALANCE - FILE DEBITS '
                          DELIMITED BY SIZE
                      WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
                      ' $' DELIMITED BY SIZE
                      WS-FILE-TOTAL-DEBIT DELIMITED BY SIZE
                      ' RUN DEBITS ' DELIMITED BY SIZE
                      WS-EFT-ENTRY-COUNT DELIMITED BY SIZE
                      ' $' DELIMITED BY SIZE
                      WS-EFT-TOTAL-DEBIT DELIMITED BY SIZE
                      ' - DO NOT TRANSMIT' DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
               WRITE REVERSAL-LINE
           END-IF.

       WRITE-AGENCY-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SW
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-ROUTING-HASH
           MOVE 0 TO WS-BATCH-TOTAL-DEBIT
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
                   OR WS-BATCH-TOTAL-DEBIT
                       NOT = WS-AT-EFT-DEBIT (WS-AG-SUB)
               DISPLAY 'PERIOD-REVERSE: AGENCY '
                   WS-AG-CODE (WS-AG-SUB)
                   ' REVERSAL BATCH DOES NOT AGREE WITH ITS DEBITS'
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
                       ADD EFT-AMOUNT TO WS-BATCH-TOTAL-DEBIT
                   END-IF
           END-READ.

       WRITE-EFT-FILE-HEADER.
      * THE FILE GOES OUT UNDER THE AGENCY RUNNING THE PAYROLL -
      * ROW 1 OF AGENCY.DAT.
           MOVE SPACES TO EFT-FILE-HEADER
           MOVE '1' TO EFH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (1) TO EFH-COMPANY-ID
           MOVE WS-AG-COMPANY-NAME (1) TO EFH-COMPANY-NAME
           MOVE WS-CURRENT-DATE TO EFH-CREATION-DATE
           MOVE WS-CURRENT-DATE TO EFH-EFFECTIVE-DATE
           WRITE EFT-FILE-HEADER.

       WRITE-EFT-BATCH-HEADER.
      * EACH AGENCY'S DEBITS GO BACK UNDER THE COMPANY ID AND INTO
      * THE FUNDING ACCOUNT ITS CREDITS WENT OUT FROM.
           ADD 1 TO WS-FILE-BATCH-COUNT
           SET BATCH-OPEN TO TRUE
           MOVE SPACES TO EFT-BATCH-HEADER
           MOVE '5' TO EBH-RECORD-TYPE
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBH-COMPANY-ID
           MOVE 'REVERSAL' TO EBH-ENTRY-DESCRIPTION
           MOVE WS-CURRENT-DATE TO EBH-EFFECTIVE-DATE
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
           MOVE 0 TO EBT-TOTAL-CREDIT
           MOVE WS-BATCH-TOTAL-DEBIT TO EBT-TOTAL-DEBIT
           MOVE WS-AG-COMPANY-ID (WS-AG-SUB) TO EBT-COMPANY-ID
           MOVE WS-FILE-BATCH-COUNT TO EBT-BATCH-NUMBER
           WRITE EFT-BATCH-TRAILER
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-ROUTING-HASH TO WS-FILE-ROUTING-HASH
           ADD WS-BATCH-TOTAL-DEBIT TO WS-FILE-TOTAL-DEBIT.

       WRITE-EFT-FILE-CONTROL.
           MOVE SPACES TO EFT-FILE-CONTROL
           MOVE '9' TO EFC-RECORD-TYPE
           MOVE WS-FILE-BATCH-COUNT TO EFC-BATCH-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO EFC-ENTRY-COUNT
           MOVE WS-FILE-ROUTING-HASH TO EFC-ROUTING-HASH
           MOVE WS-FILE-TOTAL-DEBIT TO EFC-TOTAL-DEBIT
           MOVE 0 TO EFC-TOTAL-CREDIT
           WRITE EFT-FILE-CONTROL.

       LOAD-AGENCY-TABLE.
      * WITHOUT AGENCY.DAT NO DEBIT CAN BE PUT BACK UNDER THE AGENCY
      * THAT SENT THE CREDIT, SO A MISSING OR EMPTY FILE STOPS THE
      * RUN BEFORE ANYTHING IS RESTORED.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-NOT-FOUND
               DISPLAY 'PERIOD-REVERSE: AGENCY.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
           CLOSE AGENCY-FILE
           IF WS-AG-COUNT = 0
               DISPLAY 'PERIOD-REVERSE: AGENCY.DAT EMPTY - RUN '
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
               DISPLAY 'PERIOD-REVERSE: AGENCY.DAT RECORD WITH NO '
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
               DISPLAY 'PERIOD-REVERSE: AGENCY ' WS-AG-KEY
                   ' ON AGENCY.DAT TWICE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'PERIOD-REVERSE: MORE THAN ' WS-AG-MAX
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
           MOVE 0 TO WS-AT-EFT-COUNT (WS-AG-SUB)
           MOVE 0 TO WS-AT-EFT-HASH (WS-AG-SUB)
           MOVE 0 TO WS-AT-EFT-DEBIT (WS-AG-SUB).

       GET-AGENCY-ROW.
      * RESOLVE WS-AG-KEY TO ITS ROW IN WS-AG-CUR. A BLANK CODE - A
      * BATCH CUT BEFORE BATCHES CARRIED ONE - IS THE AGENCY RUNNING
      * THE PAYROLL, ROW 1. AGENCY-FOUND IS LEFT OFF FOR A CODE THAT
      * ISN'T ON AGENCY.DAT.
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

       VOID-PERIOD-CHECKS.
      * A CHECK IS THE PERIOD'S WHEN IT CARRIES THE PERIOD NUMBER
      * AND WAS DATED ON OR AFTER THE PERIOD OPENED - LAST YEAR'S
      * PERIOD OF THE SAME NUMBER DROPS OUT ON THE DATE. ONLY A
      * CHECK STILL OUTSTANDING ('I') IS VOIDED: ONE ALREADY VOIDED
      * OR REPLACED HAS NOTHING LEFT TO STOP, AND A REPLACEMENT
      * CARRIES ITS ORIGINAL'S PERIOD SO IT IS CAUGHT IN ITS PLACE.
      * NO CHKISSUE.DAT MEANS NO CHECK HAS EVER BEEN WRITTEN.
           OPEN I-O CHECK-ISSUE-MASTER
           IF NOT CHECK-ISSUE-NOT-FOUND
               MOVE 'N' TO WS-CHECK-EOF-SW
               PERFORM READ-NEXT-CHECK-ISSUE UNTIL CHECK-ISSUE-EOF
               CLOSE CHECK-ISSUE-MASTER
           END-IF.

       READ-NEXT-CHECK-ISSUE.
           READ CHECK-ISSUE-MASTER NEXT RECORD
               AT END SET CHECK-ISSUE-EOF TO TRUE
               NOT AT END
                   IF CI-CHECK-ISSUED
                      AND CI-PERIOD-NUMBER = WS-PERIOD-NUMBER
                      AND CI-ISSUE-DATE NOT < WS-PERIOD-START-DATE
                       PERFORM CHECK-ISSUE-FOR-VOID
                   END-IF
           END-READ.

       CHECK-ISSUE-FOR-VOID.
           MOVE 'N' TO WS-EMP-FOUND-SW
           PERFORM MATCH-CHECK-EMPLOYEE
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT
                  OR REVERSED-EMP-FOUND
           IF REVERSED-EMP-FOUND
               SET CI-CHECK-VOIDED TO TRUE
               MOVE WS-CURRENT-DATE TO CI-VOID-DATE
               MOVE 'PERIOD REVERSED' TO CI-VOID-REASON
               MOVE 0 TO CI-VOID-SENT-STAMP
               REWRITE CHECK-ISSUE-RECORD
               ADD 1 TO WS-CHECKS-VOIDED
               ADD CI-AMOUNT TO WS-CHECK-VOID-TOTAL
               PERFORM PRINT-CHECK-VOID-LINE
           END-IF.

       MATCH-CHECK-EMPLOYEE.
           IF WS-REV-EMP-ID (WS-REV-SUB) = CI-EMP-ID
               SET REVERSED-EMP-FOUND TO TRUE
           END-IF.

       UPDATE-PAY-PERIOD-STATUS.
      * A WHOLE-PERIOD REVERSAL REOPENS A POSTED PERIOD SO
      * PAYROLL-CALC WILL RUN IT AGAIN, AND EMPTIES SUPPCHK.DAT: THE
      * SUPPLEMENTAL RUN'S POSTINGS ARE BACKED OUT WITH EVERYTHING
      * ELSE, SO ITS COMPLETION RECORD MUST NOT REFUSE THE
      * SUPPLEMENTAL THAT FOLLOWS THE RERUN. A ONE-EMPLOYEE REVERSAL
      * LEAVES THE STATUS AS IT WAS - THAT EMPLOYEE IS REPAID BY
      * OFFCYCLE-PAY FROM THE REQUEST WRITE-REPAY-REQUEST LEAVES.
           IF WHOLE-PERIOD-REVERSAL AND PP-PERIOD-POSTED
               MOVE 'R' TO PP-STATUS
               REWRITE PAY-PERIOD-RECORD
               OPEN OUTPUT SUPP-CHECKPOINT
               CLOSE SUPP-CHECKPOINT
           END-IF
           CLOSE PAY-PERIOD-FILE.

       WRITE-REPAY-REQUEST.
      * THE REQUEST IS AN EMERGENCY SALARY PAYMENT - IT STANDS IN FOR
      * THE PAY JUST BACKED OUT, SO EVERY DEDUCTION APPLIES - FOR THE
      * GROSS TAKEN OFF YTD, TAXED AGGREGATE SINCE THE PERIOD'S
      * REGULAR PAY HISTORY IS GONE. IT GOES ON PENDING FOR THE
      * PAYROLL OFFICE TO CORRECT THE AMOUNT, IF THE ORIGINAL PAY
      * WAS WRONG, BEFORE OFFCYCLE-PAY IS RUN. A RESUBMITTED
      * REVERSAL BACKS NOTHING OUT AND SO WRITES NO SECOND REQUEST.
           MOVE 0 TO WS-LAST-REQUEST-NUMBER
           OPEN INPUT OFFCYCLE-REQUEST-FILE
           IF NOT REQUEST-FILE-NOT-FOUND
               MOVE 'N' TO WS-REQUEST-EOF-SW
               PERFORM READ-OFFCYCLE-REQUEST UNTIL REQUEST-FILE-EOF
               CLOSE OFFCYCLE-REQUEST-FILE
           END-IF
           IF WS-LAST-REQUEST-NUMBER = 9999
               MOVE 1 TO WS-REPAY-REQUEST-NUMBER
           ELSE
               COMPUTE WS-REPAY-REQUEST-NUMBER =
                   WS-LAST-REQUEST-NUMBER + 1
           END-IF
           MOVE WS-TOT-GROSS-OUT TO WS-REPAY-AMOUNT

           OPEN EXTEND OFFCYCLE-REQUEST-FILE
           IF REQUEST-FILE-NOT-FOUND
               OPEN OUTPUT OFFCYCLE-REQUEST-FILE
           END-IF
           MOVE SPACES TO OFFCYCLE-REQUEST-RECORD
           MOVE WS-REVERSE-EMP-ID TO OR-EMP-ID
           MOVE WS-REPAY-REQUEST-NUMBER TO OR-REQUEST-NUMBER
           MOVE 'E' TO OR-PAYMENT-TYPE
           MOVE WS-REPAY-AMOUNT TO OR-AMOUNT
           MOVE 0 TO OR-HOURS
           MOVE 'A' TO OR-TAX-METHOD
           STRING 'REPAYMENT AFTER REVERSAL OF PERIOD '
                      DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  INTO OR-REASON
           END-STRING
           MOVE SPACE TO OR-REQUEST-STATUS
           MOVE 0 TO OR-PAID-DATE
           MOVE 0 TO OR-PAID-TIME
           MOVE 0 TO OR-GROSS-PAID
           MOVE 0 TO OR-NET-PAID
           WRITE OFFCYCLE-REQUEST-RECORD
           CLOSE OFFCYCLE-REQUEST-FILE
           SET REPAY-REQUEST-WRITTEN TO TRUE.

       READ-OFFCYCLE-REQUEST.
           READ OFFCYCLE-REQUEST-FILE NEXT RECORD
               AT END SET REQUEST-FILE-EOF TO TRUE
               NOT AT END
                   IF OR-REQUEST-NUMBER > WS-LAST-REQUEST-NUMBER
                       MOVE OR-REQUEST-NUMBER
                           TO WS-LAST-REQUEST-NUMBER
                   END-IF
           END-READ.

       PRINT-YTD-RESTORE-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'YTD ' DELIMITED BY SIZE
                  AJ-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RESTORE-TEXT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  AJ-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-RUN-DATE DELIMITED BY SIZE
                  ' GROSS OUT: $' DELIMITED BY SIZE
                  WS-BACKED-OUT-GROSS DELIMITED BY SIZE
                  ' NET OUT: $' DELIMITED BY SIZE
                  WS-BACKED-OUT-NET DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-RESTORE-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING AJ-FILE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RESTORE-TEXT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  AJ-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-RUN-DATE DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-NOT-ON-FILE-LINE.
      * THE RECORD THE PERIOD POSTED TO IS GONE - SOMEBODY HAS BEEN
      * AT THE MASTER SINCE. NOTHING IS PUT BACK; THE AUDITORS
      * DECIDE.
           ADD 1 TO WS-NOT-ON-FILE
           ADD 1 TO WS-WARNING-COUNT
           MOVE SPACES TO REVERSAL-LINE
           STRING AJ-FILE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-EMP-ID DELIMITED BY SIZE
                  ' NOT ON FILE - NOT RESTORED - REVIEW'
                      DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-HISTORY-DELETE-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'PAYHIST ' DELIMITED BY SIZE
                  PH-EMP-ID DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  PH-RUN-TYPE DELIMITED BY SIZE
                  PH-RUN-SEQ DELIMITED BY SIZE
                  ' DELETED - NET PAY: $' DELIMITED BY SIZE
                  PH-NET-PAY DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-DEBIT-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'ACH DEBIT ' DELIMITED BY SIZE
                  WS-IN-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IN-EMP-NAME DELIMITED BY SIZE
                  ' AMOUNT: $' DELIMITED BY SIZE
                  WS-IN-AMOUNT DELIMITED BY SIZE
                  ' ORIGINAL TRACE ' DELIMITED BY SIZE
                  WS-IN-TRACE DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-EFT-SOURCE-NAME DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-CHECK-VOID-LINE.
      * POSITIVE PAY STOPS THE CHECK ONLY IF IT HAS NOT CLEARED
      * BEFORE THE VOID REACHES THE BANK.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'CHECK VOIDED ' DELIMITED BY SIZE
                  CI-CHECK-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CI-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CI-PAYEE-NAME DELIMITED BY SIZE
                  ' AMOUNT: $' DELIMITED BY SIZE
                  CI-AMOUNT DELIMITED BY SIZE
                  ' - RECOVER BY HAND IF ALREADY CASHED'
                      DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-RETURNED-SKIP-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING 'ACH CREDIT ' DELIMITED BY SIZE
                  WS-IN-EMP-ID DELIMITED BY SIZE
                  ' TRACE ' DELIMITED BY SIZE
                  WS-IN-TRACE DELIMITED BY SIZE
                  ' ALREADY RETURNED BY THE BANK - NOT DEBITED'
                      DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-EFT-PERIOD-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE SPACES TO REVERSAL-LINE
           STRING WS-EFT-SOURCE-NAME DELIMITED BY SIZE
                  ' IS FOR PERIOD ' DELIMITED BY SIZE
                  WS-IN-BATCH-PERIOD DELIMITED BY SIZE
                  ' - ITS CREDITS NOT DEBITED; RECALL THIS '
                      DELIMITED BY SIZE
                  'PERIOD''S CREDITS FROM THAT RUN BY HAND'
                      DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-EFT-AGENCY-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE SPACES TO REVERSAL-LINE
           STRING WS-EFT-SOURCE-NAME DELIMITED BY SIZE
                  ' BATCH FOR AGENCY ' DELIMITED BY SIZE
                  WS-IN-BATCH-AGENCY DELIMITED BY SIZE
                  ' NOT ON AGENCY.DAT - ITS CREDITS NOT DEBITED; '
                      DELIMITED BY SIZE
                  'RECALL THEM BY HAND' DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-AGENCY-DEBIT-LINE.
           MOVE SPACES TO REVERSAL-LINE
           STRING '  AGENCY ' DELIMITED BY SIZE
                  WS-AG-CODE (WS-AG-SUB) DELIMITED BY SIZE
                  ' DEBITS: ' DELIMITED BY SIZE
                  WS-AT-EFT-COUNT (WS-AG-SUB) DELIMITED BY SIZE
                  ' TOTAL DEBIT: $' DELIMITED BY SIZE
                  WS-AT-EFT-DEBIT (WS-AG-SUB) DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REVERSAL-LINE
           WRITE REVERSAL-LINE
           MOVE SPACES TO REVERSAL-LINE
           STRING 'YTD RESTORED: ' DELIMITED BY SIZE
                  WS-YTD-RESTORED DELIMITED BY SIZE
                  ' DELETED: ' DELIMITED BY SIZE
                  WS-YTD-DELETED DELIMITED BY SIZE
                  ' LEAVE RESTORED: ' DELIMITED BY SIZE
                  WS-LEAVE-RESTORED DELIMITED BY SIZE
                  ' DELETED: ' DELIMITED BY SIZE
                  WS-LEAVE-DELETED DELIMITED BY SIZE
                  ' DEDUCTIONS RESTORED: ' DELIMITED BY SIZE
                  WS-DED-RESTORED DELIMITED BY SIZE
                  ' NOT ON FILE: ' DELIMITED BY SIZE
                  WS-NOT-ON-FILE DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE
           IF NOT WHOLE-PERIOD-REVERSAL
               MOVE SPACES TO REVERSAL-LINE
               STRING 'LEAVE LEFT AS POSTED: ' DELIMITED BY SIZE
                      WS-LEAVE-KEPT DELIMITED BY SIZE
                      ' - ONE-EMPLOYEE REVERSAL KEEPS THE PERIOD''S '
                          DELIMITED BY SIZE
                      'ACCRUAL, USAGE AND COMP TIME' DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
               WRITE REVERSAL-LINE
           END-IF
           MOVE SPACES TO REVERSAL-LINE
           STRING 'EMPLOYEES REVERSED: ' DELIMITED BY SIZE
                  WS-REV-COUNT DELIMITED BY SIZE
                  ' YTD GROSS BACKED OUT: $' DELIMITED BY SIZE
                  WS-TOT-GROSS-OUT DELIMITED BY SIZE
                  ' YTD NET BACKED OUT: $' DELIMITED BY SIZE
                  WS-TOT-NET-OUT DELIMITED BY SIZE
                  ' PAY HISTORY DELETED: ' DELIMITED BY SIZE
                  WS-HISTORY-DELETED DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE
           MOVE SPACES TO REVERSAL-LINE
           STRING 'REVERSAL ACH - DEBITS: ' DELIMITED BY SIZE
                  WS-EFT-ENTRY-COUNT DELIMITED BY SIZE
                  ' TOTAL DEBIT: $' DELIMITED BY SIZE
                  WS-EFT-TOTAL-DEBIT DELIMITED BY SIZE
                  ' HASH: ' DELIMITED BY SIZE
                  WS-EFT-ROUTING-HASH DELIMITED BY SIZE
                  ' RETURNED CREDITS SKIPPED: ' DELIMITED BY SIZE
                  WS-RETURNS-SKIPPED DELIMITED BY SIZE
                  ' BATCHES: ' DELIMITED BY SIZE
                  WS-FILE-BATCH-COUNT DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE
           PERFORM PRINT-AGENCY-DEBIT-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           MOVE SPACES TO REVERSAL-LINE
           STRING 'CHECKS VOIDED: ' DELIMITED BY SIZE
                  WS-CHECKS-VOIDED DELIMITED BY SIZE
                  ' TOTAL: $' DELIMITED BY SIZE
                  WS-CHECK-VOID-TOTAL DELIMITED BY SIZE
                  ' - RUN CHECK-REGISTER TO SEND THE VOIDS TO THE '
                      DELIMITED BY SIZE
                  'BANK' DELIMITED BY SIZE
                  INTO REVERSAL-LINE
           END-STRING
           WRITE REVERSAL-LINE
           MOVE SPACES TO REVERSAL-LINE
           IF WHOLE-PERIOD-REVERSAL
               IF WS-PRIOR-STATUS = 'P'
                   MOVE 'PERIOD STATUS SET TO R - REOPENED FOR RERUN'
                       TO REVERSAL-LINE
               ELSE
                   STRING 'PERIOD STATUS LEFT AT ' DELIMITED BY SIZE
                          WS-PRIOR-STATUS DELIMITED BY SIZE
                          ' - PERIOD WAS NOT POSTED'
                              DELIMITED BY SIZE
                          INTO REVERSAL-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE 'PERIOD STATUS UNCHANGED' TO REVERSAL-LINE
           END-IF
           WRITE REVERSAL-LINE
           IF WHOLE-PERIOD-REVERSAL AND WS-PRIOR-STATUS = 'P'
               MOVE SPACES TO REVERSAL-LINE
               STRING 'SUPPCHK.DAT CLEARED - RUN SUSPENSE-CORRECT '
                          DELIMITED BY SIZE
                      'AGAIN AFTER THE PAYROLL-CALC RERUN'
                          DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
               WRITE REVERSAL-LINE
           END-IF
           IF REPAY-REQUEST-WRITTEN
               MOVE SPACES TO REVERSAL-LINE
               STRING 'REPAYMENT REQUEST ' DELIMITED BY SIZE
                      WS-REPAY-REQUEST-NUMBER DELIMITED BY SIZE
                      ' ADDED TO OFFREQ.DAT FOR EMP-ID '
                          DELIMITED BY SIZE
                      WS-REVERSE-EMP-ID DELIMITED BY SIZE
                      ' - EMERGENCY SALARY $' DELIMITED BY SIZE
                      WS-REPAY-AMOUNT DELIMITED BY SIZE
                      ' AGGREGATE TAX, PENDING' DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
               WRITE REVERSAL-LINE
               MOVE SPACES TO REVERSAL-LINE
               STRING 'CORRECT THE AMOUNT ON OFFREQ.DAT IF THE '
                          DELIMITED BY SIZE
                      'ORIGINAL PAY WAS WRONG, THEN RUN OFFCYCLE-PAY '
                          DELIMITED BY SIZE
                      'AND OFFCYCLE-RECON TO REPAY THE EMPLOYEE'
                          DELIMITED BY SIZE
                      INTO REVERSAL-LINE
               END-STRING
               WRITE REVERSAL-LINE
           END-IF.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'PERIOD-REVERSE' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'PERIOD-REVERSE: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'PERIOD-REVERSE: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'PERIOD-REVERSE: '
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
