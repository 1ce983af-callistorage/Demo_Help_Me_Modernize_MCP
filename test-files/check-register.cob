      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: CHECK-REGISTER
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: KEEP THE CHECK ISSUE MASTER (CHKISSUE.DAT) AND
      *          SEND THE BANK ITS POSITIVE-PAY FILE. FIRST APPLIES
      *          THE PAYROLL OFFICE'S VOID AND REISSUE TRANSACTIONS
      *          (CHKTRAN.DAT): A VOID MARKS AN ISSUED CHECK 'V' AND
      *          BACKS ITS NET OUT OF THE YTD MASTER WITH AN AUDIT
      *          JOURNAL ENTRY, THE SAME WAY EFT-RETURNS BACKS OUT A
      *          RETURNED DEPOSIT - THE EMPLOYEE WAS NOT PAID; A
      *          REISSUE (LOST, STOLEN OR DAMAGED CHECK) MARKS THE
      *          OLD CHECK 'R' AND WRITES A REPLACEMENT FOR THE SAME
      *          AMOUNT UNDER THE NEXT NUMBER ON CHKCTL.DAT TO THE
      *          REISSUE PRINT FILE (REISSUE.DAT) - THE EMPLOYEE IS
      *          STILL PAID ONCE, SO YTD IS LEFT ALONE. EACH APPLIED
      *          TRANSACTION IS STAMPED ON CHKTRAN.DAT SO A
      *          RESUBMITTED FILE NEVER VOIDS OR REISSUES TWICE; A
      *          TRANSACTION THAT CANNOT BE APPLIED STAYS PENDING
      *          AND PRINTS ON THE REGISTER (RC 4). THEN EVERY ISSUE
      *          AND EVERY VOID ON THE MASTER THE BANK HAS NOT YET
      *          BEEN SENT - FROM THE REGULAR, SUPPLEMENTAL AND
      *          OFF-CYCLE RUNS, PERIOD-REVERSE AND THIS RUN - GOES
      *          ON POSPAY.DAT, AND EACH IS STAMPED WITH THE FILE'S
      *          CREATION DATE AND TIME SO NOTHING IS SENT TWICE.
      *          THE CHECK REGISTER (CHKREG.RPT) LISTS THE
      *          TRANSACTIONS APPLIED, EVERY CHECK AND VOID THE FILE
      *          CARRIES, AND THE CHECKS STILL OUTSTANDING. THE
      *          POSPAY.DAT HEADER IS WRITTEN BEFORE THE FIRST
      *          TRANSACTION IS APPLIED, SO A RUN THAT ABENDS ANYWHERE
      *          AFTER THAT LEAVES A HEADER WITH NO TRAILER; THE RERUN
      *          PICKS UP THAT HEADER'S STAMP AND REBUILDS THE WHOLE
      *          FILE, SO THE BANK GETS ONE COMPLETE FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-TRAN-FILE ASSIGN TO 'CHKTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-ISSUE-MASTER ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO 'REISSUE.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT YTD-MASTER ASSIGN TO 'YTDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YM-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT AUDIT-JOURNAL ASSIGN TO 'AUDITJRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO 'CHKREG.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE PAYROLL OFFICE'S CHECK TRANSACTIONS, KEYED FROM THE
      * SIGNED VOID OR REISSUE REQUEST. 'V' VOIDS A CHECK THAT WILL
      * NOT BE PAID (WRITTEN IN ERROR, EMPLOYEE NOT OWED IT); 'R'
      * REPLACES A CHECK THE EMPLOYEE NEVER CASHED WITH A NEW ONE
      * FOR THE SAME AMOUNT. OPENED I-O SO EACH TRANSACTION IS
      * STAMPED APPLIED - WITH THE RUN'S STAMP, THE AMOUNT AND
      * EMPLOYEE OF THE CHECK, AND ON A REISSUE THE REPLACEMENT'S
      * NUMBER - THE MOMENT ITS UPDATES ARE DONE.
       FD  CHECK-TRAN-FILE.
       01  CHECK-TRAN-RECORD.
           05  CT-TRAN-CODE        PIC X(01).
               88  CT-VOID-CHECK           VALUE 'V'.
               88  CT-REISSUE-CHECK        VALUE 'R'.
           05  CT-CHECK-NUMBER     PIC 9(8).
           05  CT-REASON           PIC X(30).
           05  CT-TRAN-STATUS      PIC X(01).
               88  CT-TRAN-PENDING         VALUE ' '.
               88  CT-TRAN-APPLIED         VALUE 'A'.
           05  CT-APPLIED-DATE     PIC 9(8).
           05  CT-APPLIED-TIME     PIC 9(4).
           05  CT-EMP-ID           PIC 9(6).
           05  CT-CHECK-AMOUNT     PIC 9(7)V99.
           05  CT-NEW-CHECK-NUMBER PIC 9(8).

      * SAME CHECK NUMBER CONTROL THE PAY RUNS TAKE THEIR NUMBERS
      * FROM - A REPLACEMENT CHECK COMES OFF THE SAME STOCK - AND
      * THE DISBURSING ACCOUNT THE POSITIVE-PAY HEADER NAMES.
       FD  CHECK-CONTROL-FILE.
           COPY CHECK-CONTROL-RECORD.

       FD  CHECK-ISSUE-MASTER.
           COPY CHECK-ISSUE-RECORD.

      * REPLACEMENT CHECKS, SAME LAYOUT AS CHECKS.DAT, FOR THE
      * CHECK PRINTER.
       FD  CHECK-PRINT-FILE.
           COPY CHECK-PRINT-RECORD.

       FD  POSITIVE-PAY-FILE.
           COPY POSITIVE-PAY-RECORD.

       FD  YTD-MASTER.
           COPY YTD-MASTER-RECORD.

      * READ FOR THE PERIOD STAMP ON AUDIT JOURNAL RECORDS AND THE
      * REPORT HEADING ONLY.
       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * SAME AUDIT JOURNAL EVERY OTHER PROGRAM APPENDS TO - A VOID
      * BACKS MONEY OUT OF THE YTD MASTER.
       FD  AUDIT-JOURNAL.
           COPY AUDIT-JOURNAL-RECORD.

       FD  REGISTER-REPORT.
       01  REGISTER-LINE           PIC X(160).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-TRAN-STATUS      PIC X(02) VALUE '00'.
               88  TRAN-FILE-NOT-FOUND      VALUE '35'.
           05  WS-CHECK-CONTROL-STATUS PIC X(02) VALUE '00'.
               88  CHECK-CONTROL-NOT-FOUND  VALUE '35'.
           05  WS-CHECK-ISSUE-STATUS PIC X(02) VALUE '00'.
               88  CHECK-ISSUE-NOT-FOUND    VALUE '35'.
           05  WS-POSPAY-STATUS    PIC X(02) VALUE '00'.
               88  POSPAY-FILE-NOT-FOUND    VALUE '35'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
               88  YTD-MASTER-NOT-FOUND     VALUE '35'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-AUDIT-STATUS     PIC X(02) VALUE '00'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-ISSUE-EOF-SW     PIC X(01) VALUE 'N'.
               88  ISSUE-MASTER-EOF        VALUE 'Y'.
           05  WS-POSPAY-EOF-SW    PIC X(01) VALUE 'N'.
               88  POSPAY-FILE-EOF         VALUE 'Y'.
           05  WS-RESTARTED-SWITCH PIC X(01) VALUE 'N'.
               88  RESTARTED-RUN           VALUE 'Y'.
           05  WS-CHECK-NUMBER-SW  PIC X(01) VALUE 'N'.
               88  CHECK-NUMBER-FREE       VALUE 'Y'.
           05  WS-CHECK-FOUND-SW   PIC X(01) VALUE 'N'.
               88  CHECK-ON-FILE           VALUE 'Y'.
           05  WS-YTD-REVERSED-SW  PIC X(01) VALUE 'N'.
               88  YTD-NET-REVERSED        VALUE 'Y'.
           05  WS-ISSUE-CHANGED-SW PIC X(01) VALUE 'N'.
               88  ISSUE-RECORD-CHANGED    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT       PIC 9(6) VALUE 0.
           05  WS-VOID-COUNT       PIC 9(6) VALUE 0.
           05  WS-VOID-TOTAL       PIC 9(12)V99 VALUE 0.
           05  WS-REISSUE-COUNT    PIC 9(6) VALUE 0.
           05  WS-REISSUE-TOTAL    PIC 9(12)V99 VALUE 0.
           05  WS-NO-ACTION-COUNT  PIC 9(6) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
           05  WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           05  WS-OUTSTANDING-TOTAL PIC 9(12)V99 VALUE 0.

      * THE POSITIVE-PAY FILE'S OWN CONTROL TOTALS - WHAT THE
      * TRAILER CARRIES AND THE BANK BALANCES THE FILE AGAINST.
       01  WS-POSITIVE-PAY-TOTALS.
           05  WS-PP-ISSUE-COUNT   PIC 9(6) VALUE 0.
           05  WS-PP-ISSUE-TOTAL   PIC 9(12)V99 VALUE 0.
           05  WS-PP-VOID-COUNT    PIC 9(6) VALUE 0.
           05  WS-PP-VOID-TOTAL    PIC 9(12)V99 VALUE 0.

      * WHAT A LEFTOVER POSPAY.DAT LOOKS LIKE - A HEADER WITH NO
      * TRAILER BEHIND IT IS AN ABENDED RUN'S PARTIAL FILE.
       01  WS-PRIOR-POSPAY-DATA.
           05  WS-PP-FIRST-TYPE    PIC X(01) VALUE SPACE.
           05  WS-PP-LAST-TYPE     PIC X(01) VALUE SPACE.
           05  WS-PP-PRIOR-DATE    PIC 9(8) VALUE 0.
           05  WS-PP-PRIOR-TIME    PIC 9(4) VALUE 0.

      * THE DISBURSING ACCOUNT OFF CHKCTL.DAT, AND THE CHECK IN
      * HAND WHEN A REPLACEMENT IS WRITTEN.
       01  WS-CHECK-CONTROL.
           05  WS-BANK-ROUTING     PIC 9(9) VALUE 0.
           05  WS-BANK-ACCOUNT     PIC X(17) VALUE SPACES.
           05  WS-CHECK-NUMBER     PIC 9(8) VALUE 0.

      * THE CHECK BEING REPLACED, HELD WHILE THE NEW NUMBER IS
      * TAKEN - THE NUMBER SEARCH READS OTHER RECORDS INTO THE
      * CHECK ISSUE MASTER'S RECORD AREA.
       01  WS-OLD-CHECK-DATA.
           05  WS-OLD-CHECK-NUMBER PIC 9(8) VALUE 0.
           05  WS-OLD-EMP-ID       PIC 9(6) VALUE 0.
           05  WS-OLD-PAYEE-NAME   PIC X(30) VALUE SPACES.
           05  WS-OLD-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-OLD-PERIOD       PIC 9(4) VALUE 0.
           05  WS-OLD-GROSS-PAY    PIC 9(7)V99 VALUE 0.
           05  WS-OLD-TOTAL-TAXES  PIC 9(7)V99 VALUE 0.
           05  WS-OLD-TOTAL-DEDUCTIONS PIC 9(7)V99 VALUE 0.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
           05  WS-CURRENT-HHMM     PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-PERIOD-NUMBER        PIC 9(4) VALUE 0.

      * THE RUN'S STAMP - THE DATE AND TIME ON THE POSITIVE-PAY
      * HEADER, ON EVERY TRANSACTION THE RUN APPLIES AND, AS ONE
      * YYYYMMDDHHMM NUMBER, ON EVERY ISSUE AND VOID THE FILE
      * CARRIES. A RESTARTED RUN PICKS IT BACK UP FROM THE HEADER
      * THE ABENDED RUN WROTE.
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-TIME         PIC 9(4) VALUE 0.
       01  WS-RUN-STAMP-NUMBER REDEFINES WS-RUN-STAMP PIC 9(12).

       01  WS-REPORT-FIELDS.
           05  WS-SOURCE-TEXT      PIC X(12) VALUE SPACES.
           05  WS-RESULT-TEXT      PIC X(50) VALUE SPACES.

      * STAGING FOR THE AUDIT JOURNAL - SAME SHAPE AS THE OTHER
      * PROGRAMS'.
       01  WS-AUDIT-DATA.
           05  WS-AJ-FILE-ID       PIC X(03) VALUE SPACES.
           05  WS-AJ-EMP-ID        PIC 9(6) VALUE 0.
           05  WS-AJ-ACTION        PIC X(01) VALUE SPACE.
           05  WS-AJ-BEFORE        PIC X(850) VALUE SPACES.
           05  WS-AJ-AFTER         PIC X(850) VALUE SPACES.

           COPY RUN-STEP-TABLE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           PERFORM READ-CHECK-CONTROL
           PERFORM CHECK-PRIOR-POSITIVE-PAY
           IF RESTARTED-RUN
               MOVE WS-PP-PRIOR-DATE TO WS-RUN-DATE
               MOVE WS-PP-PRIOR-TIME TO WS-RUN-TIME
               OPEN EXTEND CHECK-PRINT-FILE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE
               MOVE WS-CURRENT-HHMM TO WS-RUN-TIME
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           PERFORM START-POSITIVE-PAY-FILE
           OPEN OUTPUT REGISTER-REPORT
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-CHECK-ISSUE-MASTER
           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-AUDIT-JOURNAL
           PERFORM OPEN-CHECK-TRAN-FILE

           PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-FILE

           PERFORM WRITE-POSITIVE-PAY-FILE

           PERFORM PRINT-SUMMARY

           IF NOT TRAN-FILE-NOT-FOUND
               CLOSE CHECK-TRAN-FILE
           END-IF
           CLOSE CHECK-ISSUE-MASTER
           CLOSE CHECK-PRINT-FILE
           CLOSE YTD-MASTER
           CLOSE AUDIT-JOURNAL
           CLOSE REGISTER-REPORT

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'VOIDS' TO WS-RL-COUNT-NAME (1)
           MOVE WS-VOID-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'REISSUES' TO WS-RL-COUNT-NAME (2)
           MOVE WS-REISSUE-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'REJECTED' TO WS-RL-COUNT-NAME (3)
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * THE PERIOD STAMP FOR JOURNAL RECORDS, THE REPORT HEADING AND
      * THE RUN LEDGER - A MISSING CONTROL FILE JUST LEAVES THE
      * STAMP ZERO.
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

       READ-CHECK-CONTROL.
      * UNLIKE THE PAY RUNS, THIS RUN CANNOT DO ANYTHING USEFUL
      * WITHOUT CHKCTL.DAT - THE POSITIVE-PAY HEADER HAS TO NAME
      * THE DISBURSING ACCOUNT.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CHECK-CONTROL-NOT-FOUND
               DISPLAY 'CHECK-REGISTER: CHKCTL.DAT MISSING - RUN '
                   'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-CONTROL-FILE NEXT RECORD
               AT END
                   DISPLAY 'CHECK-REGISTER: CHKCTL.DAT EMPTY - RUN '
                       'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CC-BANK-ROUTING TO WS-BANK-ROUTING
           MOVE CC-ACCOUNT-NUMBER TO WS-BANK-ACCOUNT
           CLOSE CHECK-CONTROL-FILE.

       CHECK-PRIOR-POSITIVE-PAY.
      * A POSPAY.DAT THAT STARTS WITH A HEADER AND NEVER REACHED
      * ITS TRAILER IS WHAT AN ABENDED RUN LEAVES. ITS ISSUES AND
      * VOIDS ARE ALREADY STAMPED WITH THAT HEADER'S DATE AND TIME
      * ON THE MASTER, SO THE RERUN KEEPS THE SAME STAMP AND
      * REBUILDS THE FILE FROM THE TOP. A COMPLETE FILE FROM THE
      * LAST RUN HAS BEEN SENT AND IS SIMPLY REPLACED.
           OPEN INPUT POSITIVE-PAY-FILE
           IF NOT POSPAY-FILE-NOT-FOUND
               PERFORM READ-PRIOR-POSITIVE-PAY
                   UNTIL POSPAY-FILE-EOF
               CLOSE POSITIVE-PAY-FILE
               IF WS-PP-FIRST-TYPE = 'H'
                   AND WS-PP-LAST-TYPE NOT = 'T'
                   SET RESTARTED-RUN TO TRUE
               END-IF
           END-IF.

       START-POSITIVE-PAY-FILE.
      * THE HEADER GOES DOWN BEFORE ANY TRANSACTION IS APPLIED. A
      * REISSUE WRITES ITS REPLACEMENT TO REISSUE.DAT AND STAMPS THE
      * TRANSACTION AS IT GOES, SO AN ABEND IN THE MIDDLE OF THE
      * TRANSACTIONS MUST ALREADY LOOK LIKE A RESTART TO THE RERUN -
      * OTHERWISE THE RERUN WOULD TAKE A NEW STAMP, EMPTY
      * REISSUE.DAT AND SKIP THE STAMPED TRANSACTIONS, AND THE
      * REPLACEMENT CHECKS WOULD NEVER BE PRINTED.
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-HEADER
           MOVE 'H' TO PPH-RECORD-TYPE
           MOVE WS-BANK-ROUTING TO PPH-BANK-ROUTING
           MOVE WS-BANK-ACCOUNT TO PPH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO PPH-CREATION-DATE
           MOVE WS-RUN-TIME TO PPH-CREATION-TIME
           WRITE POSITIVE-PAY-HEADER.

       READ-PRIOR-POSITIVE-PAY.
           READ POSITIVE-PAY-FILE NEXT RECORD
               AT END SET POSPAY-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PP-FIRST-TYPE = SPACE
                       MOVE PPH-RECORD-TYPE TO WS-PP-FIRST-TYPE
                       MOVE PPH-CREATION-DATE TO WS-PP-PRIOR-DATE
                       MOVE PPH-CREATION-TIME TO WS-PP-PRIOR-TIME
                   END-IF
                   MOVE PPH-RECORD-TYPE TO WS-PP-LAST-TYPE
           END-READ.

       OPEN-CHECK-ISSUE-MASTER.
           OPEN I-O CHECK-ISSUE-MASTER
           IF CHECK-ISSUE-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUE-MASTER
               CLOSE CHECK-ISSUE-MASTER
               OPEN I-O CHECK-ISSUE-MASTER
           END-IF.

       OPEN-YTD-MASTER.
      * SAME CREATE-IF-MISSING PATTERN AS THE PAY RUN - A VOID
      * AGAINST AN EMPTY YTD MASTER SIMPLY REPORTS AS HAVING NO
      * POSTING TO BACK OUT.
           OPEN I-O YTD-MASTER
           IF YTD-MASTER-NOT-FOUND
               OPEN OUTPUT YTD-MASTER
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF.

       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-JOURNAL
           IF AUDIT-JOURNAL-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL
           END-IF.

       OPEN-CHECK-TRAN-FILE.
      * NO TRANSACTION FILE IS THE USUAL CASE - NOTHING TO VOID OR
      * REISSUE, JUST THE PAY RUNS' NEW CHECKS TO SEND THE BANK.
           OPEN I-O CHECK-TRAN-FILE
           IF TRAN-FILE-NOT-FOUND
               SET END-OF-FILE TO TRUE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'CHECK-REGISTER' TO AJ-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO AJ-RUN-DATE
           MOVE WS-PERIOD-NUMBER TO AJ-PERIOD
           MOVE WS-AJ-FILE-ID TO AJ-FILE-ID
           MOVE WS-AJ-EMP-ID TO AJ-EMP-ID
           MOVE WS-AJ-ACTION TO AJ-ACTION
           MOVE WS-AJ-BEFORE TO AJ-BEFORE-IMAGE
           MOVE WS-AJ-AFTER TO AJ-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       PROCESS-TRANSACTIONS.
           READ CHECK-TRAN-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
               NOT AT END PERFORM PROCESS-ONE-TRANSACTION
           END-READ.

       PROCESS-ONE-TRANSACTION.
      * A TRANSACTION APPLIED BY AN EARLIER RUN IS SKIPPED. ONE
      * APPLIED UNDER THIS RUN'S OWN STAMP WAS APPLIED BY THE
      * ABENDED RUN BEING RESTARTED - IT IS NOT APPLIED AGAIN, BUT
      * IT IS LISTED AND COUNTED SO THE REBUILT REGISTER IS WHOLE.
           EVALUATE TRUE
               WHEN CT-TRAN-PENDING
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM APPLY-TRANSACTION
               WHEN CT-APPLIED-DATE = WS-RUN-DATE
                    AND CT-APPLIED-TIME = WS-RUN-TIME
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM RELIST-APPLIED-TRANSACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-TRANSACTION.
           MOVE 'N' TO WS-CHECK-FOUND-SW
           MOVE CT-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECK-ISSUE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHECK-ON-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT CT-VOID-CHECK AND NOT CT-REISSUE-CHECK
                   MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT-TEXT
                   PERFORM REJECT-TRANSACTION
               WHEN NOT CHECK-ON-FILE
                   MOVE 'CHECK NOT ON THE CHECK ISSUE MASTER'
                       TO WS-RESULT-TEXT
                   PERFORM REJECT-TRANSACTION
               WHEN CT-VOID-CHECK AND CI-CHECK-VOIDED
                   MOVE 'CHECK ALREADY VOID - NO ACTION'
                       TO WS-RESULT-TEXT
                   PERFORM MARK-NO-ACTION
               WHEN CT-REISSUE-CHECK AND CI-CHECK-REISSUED
                   MOVE CI-REPLACED-BY TO CT-NEW-CHECK-NUMBER
                   MOVE 'CHECK ALREADY REISSUED - NO ACTION'
                       TO WS-RESULT-TEXT
                   PERFORM MARK-NO-ACTION
               WHEN NOT CI-CHECK-ISSUED
                   MOVE 'CHECK NOT OUTSTANDING - CANNOT APPLY'
                       TO WS-RESULT-TEXT
                   PERFORM REJECT-TRANSACTION
               WHEN CT-VOID-CHECK
                   PERFORM APPLY-VOID
               WHEN OTHER
                   PERFORM APPLY-REISSUE
           END-EVALUATE.

       APPLY-VOID.
      * THE CHECK WILL NEVER BE PAID, SO THE NET POSTED AS PAID
      * COMES BACK OUT OF THE YTD MASTER. THE VOID SENT STAMP STAYS
      * ZERO UNTIL THE POSITIVE-PAY PASS BELOW SENDS IT.
           MOVE CI-EMP-ID TO CT-EMP-ID
           MOVE CI-AMOUNT TO CT-CHECK-AMOUNT
           MOVE 0 TO CT-NEW-CHECK-NUMBER
           SET CI-CHECK-VOIDED TO TRUE
           MOVE WS-RUN-DATE TO CI-VOID-DATE
           MOVE CT-REASON TO CI-VOID-REASON
           MOVE 0 TO CI-VOID-SENT-STAMP
           REWRITE CHECK-ISSUE-RECORD
           MOVE 'N' TO WS-YTD-REVERSED-SW
           PERFORM BACK-OUT-YTD-NET
           ADD 1 TO WS-VOID-COUNT
           ADD CT-CHECK-AMOUNT TO WS-VOID-TOTAL
           IF YTD-NET-REVERSED
               MOVE 'VOIDED - NET BACKED OUT OF YTD'
                   TO WS-RESULT-TEXT
           ELSE
               MOVE 'VOIDED - NO YTD RECORD, NOTHING BACKED OUT'
                   TO WS-RESULT-TEXT
           END-IF
           PERFORM MARK-TRANSACTION-APPLIED
           PERFORM PRINT-TRANSACTION-LINE.

       BACK-OUT-YTD-NET.
           MOVE CT-EMP-ID TO YM-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET YTD-NET-REVERSED TO TRUE
                   MOVE 'C' TO WS-AJ-ACTION
                   MOVE YTD-MASTER-RECORD TO WS-AJ-BEFORE
                   IF CT-CHECK-AMOUNT > YM-YTD-NET-PAY
                       MOVE 0 TO YM-YTD-NET-PAY
                   ELSE
                       SUBTRACT CT-CHECK-AMOUNT FROM YM-YTD-NET-PAY
                   END-IF
                   REWRITE YTD-MASTER-RECORD
                   MOVE 'YTD' TO WS-AJ-FILE-ID
                   MOVE YM-EMP-ID TO WS-AJ-EMP-ID
                   MOVE YTD-MASTER-RECORD TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

       APPLY-REISSUE.
      * THE OLD CHECK IS STOPPED AT THE BANK (ITS VOID GOES OUT ON
      * THIS RUN'S POSITIVE-PAY FILE) AND A REPLACEMENT FOR THE SAME
      * AMOUNT IS WRITTEN UNDER A NEW NUMBER, DATED TODAY. THE
      * EMPLOYEE IS PAID ONCE EITHER WAY, SO YTD IS NOT TOUCHED.
           MOVE CI-CHECK-NUMBER TO WS-OLD-CHECK-NUMBER
           MOVE CI-EMP-ID TO WS-OLD-EMP-ID
           MOVE CI-PAYEE-NAME TO WS-OLD-PAYEE-NAME
           MOVE CI-AMOUNT TO WS-OLD-AMOUNT
           MOVE CI-PERIOD-NUMBER TO WS-OLD-PERIOD
           MOVE CI-GROSS-PAY TO WS-OLD-GROSS-PAY
           MOVE CI-TOTAL-TAXES TO WS-OLD-TOTAL-TAXES
           MOVE CI-TOTAL-DEDUCTIONS TO WS-OLD-TOTAL-DEDUCTIONS
           PERFORM ASSIGN-CHECK-NUMBER
           MOVE WS-OLD-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECK-ISSUE-MASTER
           SET CI-CHECK-REISSUED TO TRUE
           MOVE WS-CHECK-NUMBER TO CI-REPLACED-BY
           MOVE WS-RUN-DATE TO CI-VOID-DATE
           MOVE CT-REASON TO CI-VOID-REASON
           MOVE 0 TO CI-VOID-SENT-STAMP
           REWRITE CHECK-ISSUE-RECORD
           MOVE SPACES TO CHECK-PRINT-RECORD
           MOVE WS-CHECK-NUMBER TO CP-CHECK-NUMBER
           MOVE WS-RUN-DATE TO CP-ISSUE-DATE
           MOVE WS-OLD-EMP-ID TO CP-EMP-ID
           MOVE WS-OLD-PAYEE-NAME TO CP-PAYEE-NAME
           MOVE WS-OLD-AMOUNT TO CP-AMOUNT
           MOVE WS-OLD-PERIOD TO CP-PERIOD-NUMBER
           SET CP-REISSUE TO TRUE
           MOVE WS-OLD-GROSS-PAY TO CP-GROSS-PAY
           MOVE WS-OLD-TOTAL-TAXES TO CP-TOTAL-TAXES
           MOVE WS-OLD-TOTAL-DEDUCTIONS TO CP-TOTAL-DEDUCTIONS
           MOVE WS-OLD-CHECK-NUMBER TO CP-ORIGINAL-CHECK
           PERFORM RECORD-CHECK-ISSUE
           WRITE CHECK-PRINT-RECORD
           MOVE WS-OLD-EMP-ID TO CT-EMP-ID
           MOVE WS-OLD-AMOUNT TO CT-CHECK-AMOUNT
           MOVE WS-CHECK-NUMBER TO CT-NEW-CHECK-NUMBER
           ADD 1 TO WS-REISSUE-COUNT
           ADD CT-CHECK-AMOUNT TO WS-REISSUE-TOTAL
           MOVE 'REISSUED - REPLACEMENT ON REISSUE.DAT'
               TO WS-RESULT-TEXT
           PERFORM MARK-TRANSACTION-APPLIED
           PERFORM PRINT-TRANSACTION-LINE.

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
                   DISPLAY 'CHECK-REGISTER: CHECK ' WS-CHECK-NUMBER
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

       MARK-NO-ACTION.
      * THE CHECK IS ALREADY WHERE THE TRANSACTION WOULD PUT IT -
      * VOIDED BY PERIOD-REVERSE, OR HANDLED BY A RUN THAT ABENDED
      * BEFORE IT COULD STAMP THE TRANSACTION. NOTHING IS POSTED
      * AGAIN; THE TRANSACTION IS CLOSED OFF.
           MOVE CI-EMP-ID TO CT-EMP-ID
           MOVE CI-AMOUNT TO CT-CHECK-AMOUNT
           ADD 1 TO WS-NO-ACTION-COUNT
           PERFORM MARK-TRANSACTION-APPLIED
           PERFORM PRINT-TRANSACTION-LINE.

       REJECT-TRANSACTION.
      * LEFT PENDING FOR THE CLERK TO CORRECT OR REMOVE.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM PRINT-REJECT-LINE.

       MARK-TRANSACTION-APPLIED.
      * STAMPED THE MOMENT THE UPDATES ARE DONE - FROM HERE ON NO
      * RUN WILL APPLY THIS TRANSACTION AGAIN.
           SET CT-TRAN-APPLIED TO TRUE
           MOVE WS-RUN-DATE TO CT-APPLIED-DATE
           MOVE WS-RUN-TIME TO CT-APPLIED-TIME
           REWRITE CHECK-TRAN-RECORD.

       RELIST-APPLIED-TRANSACTION.
           EVALUATE TRUE
               WHEN CT-VOID-CHECK
                   ADD 1 TO WS-VOID-COUNT
                   ADD CT-CHECK-AMOUNT TO WS-VOID-TOTAL
                   MOVE 'VOIDED BEFORE THE RESTART'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REISSUE-COUNT
                   ADD CT-CHECK-AMOUNT TO WS-REISSUE-TOTAL
                   MOVE 'REISSUED BEFORE THE RESTART'
                       TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM PRINT-TRANSACTION-LINE.

       WRITE-POSITIVE-PAY-FILE.
      * ONE PASS OF THE CHECK ISSUE MASTER IN CHECK NUMBER ORDER.
      * AN ISSUE NOT YET SENT GOES OUT AS AN 'I' DETAIL, A VOIDED
      * OR REISSUED CHECK WHOSE VOID IS NOT YET SENT AS A 'V'
      * DETAIL - A CHECK WRITTEN AND VOIDED BETWEEN TWO FILES GOES
      * OUT AS BOTH, SO THE BANK'S RECORD OF THE NUMBER IS WHOLE.
      * ON A RESTART, WHAT THE ABENDED RUN ALREADY STAMPED IS SENT
      * AGAIN UNDER THE SAME STAMP. THE FILE IS ALREADY OPEN WITH
      * ITS HEADER - START-POSITIVE-PAY-FILE WROTE IT.
           PERFORM PRINT-REGISTER-HEADING
           MOVE 0 TO CI-CHECK-NUMBER
           START CHECK-ISSUE-MASTER KEY IS NOT LESS THAN
                   CI-CHECK-NUMBER
               INVALID KEY
                   SET ISSUE-MASTER-EOF TO TRUE
           END-START
           PERFORM SEND-NEXT-CHECK UNTIL ISSUE-MASTER-EOF
           MOVE SPACES TO POSITIVE-PAY-TRAILER
           MOVE 'T' TO PPT-RECORD-TYPE
           MOVE WS-PP-ISSUE-COUNT TO PPT-ISSUE-COUNT
           MOVE WS-PP-ISSUE-TOTAL TO PPT-ISSUE-TOTAL
           MOVE WS-PP-VOID-COUNT TO PPT-VOID-COUNT
           MOVE WS-PP-VOID-TOTAL TO PPT-VOID-TOTAL
           WRITE POSITIVE-PAY-TRAILER
           CLOSE POSITIVE-PAY-FILE.

       SEND-NEXT-CHECK.
           READ CHECK-ISSUE-MASTER NEXT RECORD
               AT END SET ISSUE-MASTER-EOF TO TRUE
               NOT AT END PERFORM SEND-ONE-CHECK
           END-READ.

       SEND-ONE-CHECK.
           MOVE 'N' TO WS-ISSUE-CHANGED-SW
           IF CI-ISSUE-SENT-STAMP = 0
               OR CI-ISSUE-SENT-STAMP = WS-RUN-STAMP-NUMBER
               PERFORM SEND-ISSUE-DETAIL
           END-IF
           IF (CI-CHECK-VOIDED OR CI-CHECK-REISSUED)
               AND (CI-VOID-SENT-STAMP = 0
                    OR CI-VOID-SENT-STAMP = WS-RUN-STAMP-NUMBER)
               PERFORM SEND-VOID-DETAIL
           END-IF
           IF ISSUE-RECORD-CHANGED
               REWRITE CHECK-ISSUE-RECORD
           END-IF
           IF CI-CHECK-ISSUED
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD CI-AMOUNT TO WS-OUTSTANDING-TOTAL
           END-IF.

       SEND-ISSUE-DETAIL.
           MOVE SPACES TO POSITIVE-PAY-DETAIL
           MOVE 'D' TO PPD-RECORD-TYPE
           SET PPD-ISSUE TO TRUE
           MOVE CI-CHECK-NUMBER TO PPD-CHECK-NUMBER
           MOVE CI-AMOUNT TO PPD-AMOUNT
           MOVE CI-ISSUE-DATE TO PPD-ISSUE-DATE
           MOVE CI-PAYEE-NAME TO PPD-PAYEE-NAME
           WRITE POSITIVE-PAY-DETAIL
           ADD 1 TO WS-PP-ISSUE-COUNT
           ADD CI-AMOUNT TO WS-PP-ISSUE-TOTAL
           MOVE WS-RUN-STAMP-NUMBER TO CI-ISSUE-SENT-STAMP
           SET ISSUE-RECORD-CHANGED TO TRUE
           PERFORM PRINT-ISSUE-LINE.

       SEND-VOID-DETAIL.
           MOVE SPACES TO POSITIVE-PAY-DETAIL
           MOVE 'D' TO PPD-RECORD-TYPE
           SET PPD-VOID TO TRUE
           MOVE CI-CHECK-NUMBER TO PPD-CHECK-NUMBER
           MOVE CI-AMOUNT TO PPD-AMOUNT
           MOVE CI-ISSUE-DATE TO PPD-ISSUE-DATE
           MOVE CI-PAYEE-NAME TO PPD-PAYEE-NAME
           WRITE POSITIVE-PAY-DETAIL
           ADD 1 TO WS-PP-VOID-COUNT
           ADD CI-AMOUNT TO WS-PP-VOID-TOTAL
           MOVE WS-RUN-STAMP-NUMBER TO CI-VOID-SENT-STAMP
           SET ISSUE-RECORD-CHANGED TO TRUE
           PERFORM PRINT-VOID-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REGISTER-LINE
           STRING 'CHECK REGISTER - PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  ' RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ' POSITIVE-PAY STAMP ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF RESTARTED-RUN
               MOVE SPACES TO REGISTER-LINE
               STRING 'RESTART OF AN UNFINISHED RUN - POSPAY.DAT '
                          DELIMITED BY SIZE
                      'REBUILT UNDER THE SAME STAMP' DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF.

       PRINT-TRANSACTION-LINE.
           MOVE SPACES TO REGISTER-LINE
           IF CT-VOID-CHECK
               STRING 'VOID    CHECK ' DELIMITED BY SIZE
                      CT-CHECK-NUMBER DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      CT-EMP-ID DELIMITED BY SIZE
                      ' AMOUNT $' DELIMITED BY SIZE
                      CT-CHECK-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-REASON DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           ELSE
               STRING 'REISSUE CHECK ' DELIMITED BY SIZE
                      CT-CHECK-NUMBER DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      CT-EMP-ID DELIMITED BY SIZE
                      ' AMOUNT $' DELIMITED BY SIZE
                      CT-CHECK-AMOUNT DELIMITED BY SIZE
                      ' NEW CHECK ' DELIMITED BY SIZE
                      CT-NEW-CHECK-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-REASON DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF
           WRITE REGISTER-LINE.

       PRINT-REJECT-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING 'REJECTED ' DELIMITED BY SIZE
                  CT-TRAN-CODE DELIMITED BY SIZE
                  ' CHECK ' DELIMITED BY SIZE
                  CT-CHECK-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CT-REASON DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  ' - LEFT PENDING' DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       PRINT-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'CHECKS AND VOIDS ON THIS POSITIVE-PAY FILE:'
               TO REGISTER-LINE
           WRITE REGISTER-LINE.

       PRINT-ISSUE-LINE.
           EVALUATE TRUE
               WHEN CI-REGULAR-RUN
                   MOVE 'REGULAR' TO WS-SOURCE-TEXT
               WHEN CI-SUPPLEMENTAL-RUN
                   MOVE 'SUPPLEMENTAL' TO WS-SOURCE-TEXT
               WHEN CI-OFFCYCLE-RUN
                   MOVE 'OFF-CYCLE' TO WS-SOURCE-TEXT
               WHEN CI-REISSUE
                   MOVE 'REISSUE' TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-SOURCE-TEXT
           END-EVALUATE
           MOVE SPACES TO REGISTER-LINE
           STRING '   ISSUED ' DELIMITED BY SIZE
                  CI-CHECK-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CI-ISSUE-DATE DELIMITED BY SIZE
                  ' EMP ' DELIMITED BY SIZE
                  CI-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CI-PAYEE-NAME DELIMITED BY SIZE
                  ' $' DELIMITED BY SIZE
                  CI-AMOUNT DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  CI-PERIOD-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       PRINT-VOID-LINE.
           MOVE SPACES TO REGISTER-LINE
           IF CI-CHECK-REISSUED
               STRING '   VOIDED ' DELIMITED BY SIZE
                      CI-CHECK-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CI-VOID-DATE DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      CI-EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CI-PAYEE-NAME DELIMITED BY SIZE
                      ' $' DELIMITED BY SIZE
                      CI-AMOUNT DELIMITED BY SIZE
                      ' REPLACED BY ' DELIMITED BY SIZE
                      CI-REPLACED-BY DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           ELSE
               STRING '   VOIDED ' DELIMITED BY SIZE
                      CI-CHECK-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CI-VOID-DATE DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      CI-EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CI-PAYEE-NAME DELIMITED BY SIZE
                      ' $' DELIMITED BY SIZE
                      CI-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CI-VOID-REASON DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF
           WRITE REGISTER-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'TRANSACTIONS: ' DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  ' VOIDED: ' DELIMITED BY SIZE
                  WS-VOID-COUNT DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-VOID-TOTAL DELIMITED BY SIZE
                  ') REISSUED: ' DELIMITED BY SIZE
                  WS-REISSUE-COUNT DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-REISSUE-TOTAL DELIMITED BY SIZE
                  ') NO ACTION: ' DELIMITED BY SIZE
                  WS-NO-ACTION-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'POSPAY.DAT ISSUES: ' DELIMITED BY SIZE
                  WS-PP-ISSUE-COUNT DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-PP-ISSUE-TOTAL DELIMITED BY SIZE
                  ') VOIDS: ' DELIMITED BY SIZE
                  WS-PP-VOID-COUNT DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-PP-VOID-TOTAL DELIMITED BY SIZE
                  ') - ACCOUNT ' DELIMITED BY SIZE
                  WS-BANK-ROUTING DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-ACCOUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'CHECKS OUTSTANDING: ' DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  ' ($' DELIMITED BY SIZE
                  WS-OUTSTANDING-TOTAL DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF WS-REJECTED-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               STRING 'REJECTED TRANSACTIONS ARE STILL PENDING ON '
                          DELIMITED BY SIZE
                      'CHKTRAN.DAT - CORRECT AND RERUN'
                          DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'CHECK-REGISTER' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'CHECK-REGISTER: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'CHECK-REGISTER: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'CHECK-REGISTER: '
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
