      * SAMPLE GOVERNMENT PAYROLL SYSTEM
      * PROGRAM: POSITION-CONTROL
      * AUTHOR: GOVERNMENT DEVELOPER
      * DATE: 2026
      * PURPOSE: KEEP THE AUTHORIZED POSITIONS MASTER (POSMSTR.DAT)
      *          AND REPORT STRENGTH AND COST AGAINST IT. FIRST
      *          APPLIES THE BUDGET OFFICE'S POSITION TRANSACTIONS
      *          (POSTRAN.DAT): 'A' ESTABLISHES A POSITION, 'C'
      *          REPLACES ITS ORGANIZATION, TITLE, GRADE RANGE, FTE
      *          AND FUNDING (A BLANK TITLE KEEPS THE OLD ONE), AND
      *          'X' ABOLISHES A VACANT ONE - EACH WITH A BEFORE/
      *          AFTER IMAGE ON AUDITJRN.DAT. A CHANGE MAY NOT MOVE
      *          A FILLED POSITION TO ANOTHER ORGANIZATION OR NARROW
      *          ITS GRADE RANGE PAST THE INCUMBENT'S GRADE, AND A
      *          FILLED POSITION CANNOT BE ABOLISHED - THE EMPLOYEE
      *          IS REASSIGNED OR SEPARATED IN EMPLOYEE-INQUIRY
      *          FIRST. RESUBMITTING THE SAME FILE IS HARMLESS: A
      *          REPEATED ADD REJECTS AS ALREADY ON FILE AND A
      *          REPEATED CHANGE OR ABOLISH LEAVES THE SAME RECORD.
      *          THEN PRINTS THE POSITION CONTROL REPORT
      *          (POSCTL.RPT): EVERY VACANCY, EVERY DISAGREEMENT
      *          BETWEEN THE POSITIONS AND THE EMPLOYEE MASTER, AND
      *          BY ORGANIZATION CODE THE POSITIONS AUTHORIZED
      *          AGAINST THOSE FILLED, THE VACANCIES, THE ACTIVE
      *          EMPLOYEES ON BOARD AND ANY OVER-STRENGTH, AND THE
      *          PROJECTED ANNUAL COST OF THE PEOPLE ON BOARD - THE
      *          GRADE-AND-STEP TABLE RATE TIMES THE POSITION'S FTE
      *          - AGAINST THE FUNDED AMOUNT. RC 4 WHEN ANY
      *          TRANSACTION REJECTS OR ANY ORGANIZATION IS OVER
      *          STRENGTH, OVER ITS FUNDING, OR OUT OF STEP WITH
      *          THE EMPLOYEE MASTER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-TRAN-FILE ASSIGN TO 'POSTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT POSITION-MASTER ASSIGN TO 'POSMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPDATA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT AUDIT-JOURNAL ASSIGN TO 'AUDITJRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT POSITION-REPORT ASSIGN TO 'POSCTL.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE BUDGET OFFICE'S POSITION ACTIONS. OPTIONAL - WITH NO
      * FILE THE RUN IS A REPORT OF THE MASTER AS IT STANDS.
       FD  POSITION-TRAN-FILE.
       01  POSITION-TRANSACTION.
           05  PT-TRAN-CODE        PIC X(01).
               88  PT-ADD-POSITION         VALUE 'A'.
               88  PT-CHANGE-POSITION      VALUE 'C'.
               88  PT-ABOLISH-POSITION     VALUE 'X'.
           05  PT-POSITION-NUMBER  PIC X(08).
           05  PT-ORG-CODE         PIC X(06).
           05  PT-TITLE            PIC X(30).
           05  PT-LOW-GRADE        PIC 99.
           05  PT-AUTH-GRADE       PIC 99.
           05  PT-FTE              PIC 9V99.
           05  PT-FUNDED-ANNUAL    PIC 9(8)V99.

      * OPENED I-O SO THE TRANSACTIONS APPLY IN PLACE; CREATED
      * EMPTY THE FIRST TIME THE POSITIONS ARE LOADED.
       FD  POSITION-MASTER.
           COPY POSITION-RECORD.

      * READ ONLY - INCUMBENTS ARE LOOKED UP AT RANDOM AGAINST THE
      * POSITIONS, THEN THE WHOLE FILE IS READ FOR THE ON-BOARD
      * COUNT AND THE PROJECTED COST.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.

       FD  PAY-PERIOD-FILE.
           COPY PAY-PERIOD-RECORD.

      * EVERY POSITION ADDED, CHANGED OR ABOLISHED LEAVES A
      * BEFORE/AFTER IMAGE HERE, LIKE ANY OTHER MASTER CHANGE.
       FD  AUDIT-JOURNAL.
           COPY AUDIT-JOURNAL-RECORD.

       FD  POSITION-REPORT.
       01  REPORT-LINE             PIC X(132).

      * THE JOB STREAM'S RUN LEDGER - CHECKED BEFORE THE RUN IS
      * ALLOWED TO START, AND STAMPED AT ITS START AND FINISH.
       FD  RUN-LEDGER-FILE.
           COPY RUN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-LEDGER-STATUS PIC X(02) VALUE '00'.
               88  RUN-LEDGER-NOT-FOUND     VALUE '35'.
           05  WS-TRAN-STATUS      PIC X(02) VALUE '00'.
               88  POSITION-TRAN-NOT-FOUND  VALUE '35'.
           05  WS-POSITION-STATUS  PIC X(02) VALUE '00'.
               88  POSITION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PERIOD-STATUS    PIC X(02) VALUE '00'.
               88  PAY-PERIOD-FILE-NOT-FOUND VALUE '35'.
           05  WS-AUDIT-STATUS     PIC X(02) VALUE '00'.
               88  AUDIT-JOURNAL-NOT-FOUND  VALUE '35'.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-TRANSACTIONS     VALUE 'Y'.
           05  WS-POSITION-EOF-SW  PIC X(01) VALUE 'N'.
               88  END-OF-POSITIONS        VALUE 'Y'.
           05  WS-EMPLOYEE-EOF-SW  PIC X(01) VALUE 'N'.
               88  END-OF-EMPLOYEES        VALUE 'Y'.
           05  WS-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  VALID-TRANSACTION       VALUE 'Y'.
           05  WS-ORG-HIT-SW       PIC X(01) VALUE 'N'.
               88  ORG-ROW-FOUND           VALUE 'Y'.
           05  WS-PLACE-HIT-SW     PIC X(01) VALUE 'N'.
               88  ORG-PLACE-FOUND         VALUE 'Y'.
           05  WS-POSITION-HIT-SW  PIC X(01) VALUE 'N'.
               88  EMPLOYEE-POSITION-FOUND VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT  PIC 9(4) VALUE 0.
           05  WS-ADDED-COUNT      PIC 9(4) VALUE 0.
           05  WS-CHANGED-COUNT    PIC 9(4) VALUE 0.
           05  WS-ABOLISHED-COUNT  PIC 9(4) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(4) VALUE 0.
           05  WS-EXCEPTION-COUNT  PIC 9(4) VALUE 0.
           05  WS-FLAGGED-ORG-COUNT PIC 9(4) VALUE 0.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-PERIOD-NUMBER        PIC 9(4) VALUE 0.

      * THE TRANSACTION BEING EDITED AND WHY IT WAS TURNED AWAY.
       01  WS-EDIT-DATA.
           05  WS-REJECT-REASON    PIC X(40) VALUE SPACES.
           05  WS-EDIT-GRADE       PIC 99 VALUE 0.
           05  WS-GRADE-INDEX      PIC 9(2) VALUE 0.
           05  WS-STEP-INDEX       PIC 9(2) VALUE 0.
           05  WS-EXCEPTION-TEXT   PIC X(40) VALUE SPACES.

      * STRENGTH AND COST BY ORGANIZATION, KEPT IN ORGANIZATION
      * CODE ORDER AS ROWS ARE ADDED SO THE SUMMARY PRINTS IN THAT
      * ORDER. AN EMPLOYEE IN A POSITION COUNTS TOWARD THE
      * POSITION'S ORGANIZATION; ONE WITH NO USABLE POSITION
      * COUNTS TOWARD EMP-ORG-CODE.
       01  WS-ORG-DATA.
           05  WS-ORG-COUNT        PIC 9(3) VALUE 0.
           05  WS-ORG-MAX          PIC 9(3) VALUE 200.
           05  WS-ORG-SUB          PIC 9(3) VALUE 0.
           05  WS-ORG-MOVE-SUB     PIC 9(3) VALUE 0.
           05  WS-ORG-KEY          PIC X(06) VALUE SPACES.
           05  WS-ORG-TABLE.
               10  WS-ORG-ENTRY OCCURS 200 TIMES.
                   15  WS-ORG-CODE      PIC X(06).
                   15  WS-ORG-AUTHORIZED PIC 9(4).
                   15  WS-ORG-FTE       PIC 9(4)V99.
                   15  WS-ORG-FILLED    PIC 9(4).
                   15  WS-ORG-ON-BOARD  PIC 9(4).
                   15  WS-ORG-FUNDED    PIC 9(10)V99.
                   15  WS-ORG-PROJECTED PIC 9(10)V99.
                   15  WS-ORG-EXCEPTIONS PIC 9(4).

      * ONE ORGANIZATION'S FIGURES AS THEY PRINT, AND THE GRAND
      * TOTALS ACROSS ALL OF THEM.
       01  WS-SUMMARY-DATA.
           05  WS-VACANT           PIC 9(4) VALUE 0.
           05  WS-OVER-STRENGTH    PIC 9(4) VALUE 0.
           05  WS-EMPLOYEE-COST    PIC 9(8)V99 VALUE 0.
           05  WS-VARIANCE         PIC S9(10)V99 VALUE 0.
           05  WS-ORG-FLAGS        PIC X(40) VALUE SPACES.
           05  WS-TOT-AUTHORIZED   PIC 9(5) VALUE 0.
           05  WS-TOT-FTE          PIC 9(5)V99 VALUE 0.
           05  WS-TOT-FILLED       PIC 9(5) VALUE 0.
           05  WS-TOT-VACANT       PIC 9(5) VALUE 0.
           05  WS-TOT-ON-BOARD     PIC 9(5) VALUE 0.
           05  WS-TOT-OVER         PIC 9(5) VALUE 0.
           05  WS-TOT-FUNDED       PIC 9(10)V99 VALUE 0.
           05  WS-TOT-PROJECTED    PIC 9(10)V99 VALUE 0.

       01  WS-EDITED-FIELDS.
           05  WS-COUNT-EDIT-1     PIC ZZZZ9.
           05  WS-COUNT-EDIT-2     PIC ZZZZ9.
           05  WS-COUNT-EDIT-3     PIC ZZZZ9.
           05  WS-COUNT-EDIT-4     PIC ZZZZ9.
           05  WS-COUNT-EDIT-5     PIC ZZZZ9.
           05  WS-FTE-EDIT         PIC ZZZZ9.99.
           05  WS-FUNDED-EDIT      PIC Z(9)9.99.
           05  WS-PROJECTED-EDIT   PIC Z(9)9.99.
           05  WS-VARIANCE-EDIT    PIC -Z(9)9.99.

           COPY GRADE-STEP-TABLE.

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
           PERFORM READ-PAY-PERIOD-CONTROL
           PERFORM START-RUN-LEDGER
           OPEN OUTPUT POSITION-REPORT
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-POSITION-MASTER
           OPEN INPUT EMPLOYEE-FILE
           PERFORM OPEN-AUDIT-JOURNAL

           PERFORM APPLY-POSITION-TRANSACTIONS

      * PASS 1 - THE POSITIONS: AUTHORIZED STRENGTH, FUNDING,
      * FILLED AND VACANT.
           MOVE LOW-VALUES TO PM-POSITION-NUMBER
           START POSITION-MASTER KEY IS NOT LESS THAN
                   PM-POSITION-NUMBER
               INVALID KEY
                   SET END-OF-POSITIONS TO TRUE
           END-START
           PERFORM SCAN-POSITIONS UNTIL END-OF-POSITIONS

      * PASS 2 - THE PEOPLE: ON-BOARD STRENGTH AND PROJECTED COST.
      * THE EMPLOYEE FILE IS REOPENED SO THE SEQUENTIAL READ STARTS
      * FROM THE TOP AFTER PASS 1'S RANDOM LOOKUPS.
           CLOSE EMPLOYEE-FILE
           OPEN INPUT EMPLOYEE-FILE
           PERFORM SCAN-EMPLOYEES UNTIL END-OF-EMPLOYEES

           PERFORM PRINT-ORGANIZATION-SUMMARY
           PERFORM PRINT-REPORT-TOTALS

           CLOSE POSITION-MASTER
           CLOSE EMPLOYEE-FILE
           CLOSE AUDIT-JOURNAL
           CLOSE POSITION-REPORT

           IF WS-REJECTED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
                   OR WS-FLAGGED-ORG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'TRANS READ' TO WS-RL-COUNT-NAME (1)
           MOVE WS-TRAN-READ-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'REJECTED' TO WS-RL-COUNT-NAME (2)
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'EXCEPTIONS' TO WS-RL-COUNT-NAME (3)
           MOVE WS-EXCEPTION-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       READ-PAY-PERIOD-CONTROL.
      * THE PERIOD ONLY LABELS THE REPORT, THE JOURNAL ENTRIES AND
      * THE RUN LEDGER STAMPS - POSITIONS ARE NOT PERIOD-BOUND, SO
      * NO CONTROL FILE IS NOT AN ERROR.
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

       OPEN-POSITION-MASTER.
           OPEN I-O POSITION-MASTER
           IF POSITION-MASTER-NOT-FOUND
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF.

       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-JOURNAL
           IF AUDIT-JOURNAL-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'POSITION-CONTROL' TO AJ-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO AJ-RUN-DATE
           MOVE WS-PERIOD-NUMBER TO AJ-PERIOD
           MOVE WS-AJ-FILE-ID TO AJ-FILE-ID
           MOVE WS-AJ-EMP-ID TO AJ-EMP-ID
           MOVE WS-AJ-ACTION TO AJ-ACTION
           MOVE WS-AJ-BEFORE TO AJ-BEFORE-IMAGE
           MOVE WS-AJ-AFTER TO AJ-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       APPLY-POSITION-TRANSACTIONS.
           OPEN INPUT POSITION-TRAN-FILE
           IF POSITION-TRAN-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'NO POSITION TRANSACTIONS (POSTRAN.DAT) - '
                          DELIMITED BY SIZE
                      'MASTER REPORTED AS IT STANDS'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-POSITION-TRANSACTION
                   UNTIL END-OF-TRANSACTIONS
               CLOSE POSITION-TRAN-FILE
               PERFORM PRINT-TRANSACTION-TOTALS
           END-IF.

       READ-POSITION-TRANSACTION.
           READ POSITION-TRAN-FILE
               AT END SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
           END-READ.

       APPLY-ONE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN PT-ADD-POSITION
                   PERFORM ADD-POSITION
               WHEN PT-CHANGE-POSITION
                   PERFORM CHANGE-POSITION
               WHEN PT-ABOLISH-POSITION
                   PERFORM ABOLISH-POSITION
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
                   PERFORM PRINT-REJECTED-LINE
           END-EVALUATE.

       ADD-POSITION.
           PERFORM VALIDATE-POSITION-TRANSACTION
           IF VALID-TRANSACTION
               MOVE PT-POSITION-NUMBER TO PM-POSITION-NUMBER
               MOVE PT-ORG-CODE TO PM-ORG-CODE
               MOVE PT-TITLE TO PM-TITLE
               MOVE PT-LOW-GRADE TO PM-LOW-GRADE
               MOVE PT-AUTH-GRADE TO PM-AUTH-GRADE
               MOVE PT-FTE TO PM-FTE
               MOVE PT-FUNDED-ANNUAL TO PM-FUNDED-ANNUAL
               MOVE 0 TO PM-INCUMBENT-EMP-ID
               SET PM-POSITION-ACTIVE TO TRUE
               WRITE POSITION-RECORD
                   INVALID KEY
                       MOVE 'POSITION ALREADY ON FILE'
                           TO WS-REJECT-REASON
                       PERFORM PRINT-REJECTED-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE 'A' TO WS-AJ-ACTION
                       MOVE SPACES TO WS-AJ-BEFORE
                       PERFORM JOURNAL-POSITION-CHANGE
                       PERFORM PRINT-APPLIED-LINE
               END-WRITE
           ELSE
               PERFORM PRINT-REJECTED-LINE
           END-IF.

       CHANGE-POSITION.
           MOVE PT-POSITION-NUMBER TO PM-POSITION-NUMBER
           READ POSITION-MASTER
               INVALID KEY
                   MOVE 'POSITION NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
           END-READ
           IF VALID-TRANSACTION
               PERFORM VALIDATE-POSITION-TRANSACTION
           END-IF
           IF VALID-TRANSACTION AND PM-POSITION-ABOLISHED
               MOVE 'POSITION ABOLISHED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF VALID-TRANSACTION AND PM-INCUMBENT-EMP-ID NOT = 0
               PERFORM CHECK-CHANGE-AGAINST-INCUMBENT
           END-IF
           IF VALID-TRANSACTION
               MOVE POSITION-RECORD TO WS-AJ-BEFORE
               MOVE PT-ORG-CODE TO PM-ORG-CODE
               IF PT-TITLE NOT = SPACES
                   MOVE PT-TITLE TO PM-TITLE
               END-IF
               MOVE PT-LOW-GRADE TO PM-LOW-GRADE
               MOVE PT-AUTH-GRADE TO PM-AUTH-GRADE
               MOVE PT-FTE TO PM-FTE
               MOVE PT-FUNDED-ANNUAL TO PM-FUNDED-ANNUAL
               REWRITE POSITION-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'C' TO WS-AJ-ACTION
               PERFORM JOURNAL-POSITION-CHANGE
               PERFORM PRINT-APPLIED-LINE
           ELSE
               PERFORM PRINT-REJECTED-LINE
           END-IF.

       CHECK-CHANGE-AGAINST-INCUMBENT.
      * THE PERSON IN THE POSITION STAYS WHERE THEY ARE - THE
      * CHANGE MAY NOT TAKE THE POSITION TO ANOTHER ORGANIZATION
      * OUT FROM UNDER THEM OR STOP ALLOWING THEIR GRADE.
           IF PT-ORG-CODE NOT = PM-ORG-CODE
               MOVE 'FILLED - CANNOT CHANGE ORGANIZATION'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           ELSE
               MOVE PM-INCUMBENT-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-INCUMBENT-GRADE
               END-READ
           END-IF.

       CHECK-INCUMBENT-GRADE.
           IF PT-LOW-GRADE = 0
               IF EMP-GRADE NOT = PT-AUTH-GRADE
                   MOVE 'FILLED - INCUMBENT GRADE NOT ALLOWED'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           ELSE
               IF EMP-GRADE < PT-LOW-GRADE
                       OR EMP-GRADE > PT-AUTH-GRADE
                   MOVE 'FILLED - INCUMBENT GRADE NOT ALLOWED'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF.

       ABOLISH-POSITION.
           MOVE PT-POSITION-NUMBER TO PM-POSITION-NUMBER
           READ POSITION-MASTER
               INVALID KEY
                   MOVE 'POSITION NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
           END-READ
           IF VALID-TRANSACTION AND PM-INCUMBENT-EMP-ID NOT = 0
               MOVE 'FILLED - REASSIGN OR SEPARATE FIRST'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF VALID-TRANSACTION
               MOVE POSITION-RECORD TO WS-AJ-BEFORE
               SET PM-POSITION-ABOLISHED TO TRUE
               REWRITE POSITION-RECORD
               ADD 1 TO WS-ABOLISHED-COUNT
               MOVE 'C' TO WS-AJ-ACTION
               PERFORM JOURNAL-POSITION-CHANGE
               PERFORM PRINT-APPLIED-LINE
           ELSE
               PERFORM PRINT-REJECTED-LINE
           END-IF.

       VALIDATE-POSITION-TRANSACTION.
      * THE SAME GRADES THE PAY TABLE CARRIES; A LOW GRADE OF ZERO
      * MEANS THE POSITION IS FILLED AT THE AUTHORIZED GRADE ONLY.
      * FTE IS A FRACTION OF FULL TIME, SO NOTHING ABOVE 1.00.
           IF PT-POSITION-NUMBER = SPACES
               MOVE 'POSITION NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF VALID-TRANSACTION AND PT-ORG-CODE = SPACES
               MOVE 'ORGANIZATION CODE MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF VALID-TRANSACTION
               MOVE PT-AUTH-GRADE TO WS-EDIT-GRADE
               PERFORM GET-GRADE-INDEX
               IF WS-GRADE-INDEX = 0
                   MOVE 'INVALID AUTHORIZED GRADE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF VALID-TRANSACTION AND PT-LOW-GRADE NOT = 0
               MOVE PT-LOW-GRADE TO WS-EDIT-GRADE
               PERFORM GET-GRADE-INDEX
               IF WS-GRADE-INDEX = 0
                       OR PT-LOW-GRADE > PT-AUTH-GRADE
                   MOVE 'INVALID LOW GRADE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF VALID-TRANSACTION
                   AND (PT-FTE = 0 OR PT-FTE > 1.00)
               MOVE 'FTE MUST BE 0.01 THRU 1.00' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

       GET-GRADE-INDEX.
           EVALUATE WS-EDIT-GRADE
               WHEN 05 MOVE 1 TO WS-GRADE-INDEX
               WHEN 07 MOVE 2 TO WS-GRADE-INDEX
               WHEN 09 MOVE 3 TO WS-GRADE-INDEX
               WHEN 11 MOVE 4 TO WS-GRADE-INDEX
               WHEN 12 MOVE 5 TO WS-GRADE-INDEX
               WHEN 13 MOVE 6 TO WS-GRADE-INDEX
               WHEN 14 MOVE 7 TO WS-GRADE-INDEX
               WHEN 15 MOVE 8 TO WS-GRADE-INDEX
               WHEN OTHER MOVE 0 TO WS-GRADE-INDEX
           END-EVALUATE.

       JOURNAL-POSITION-CHANGE.
      * A POSITION ACTION IS NOBODY'S PERSONNEL ACTION, SO THE
      * JOURNAL'S EMPLOYEE ID IS ZERO.
           MOVE 'POS' TO WS-AJ-FILE-ID
           MOVE 0 TO WS-AJ-EMP-ID
           MOVE POSITION-RECORD TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       SCAN-POSITIONS.
           READ POSITION-MASTER NEXT RECORD
               AT END SET END-OF-POSITIONS TO TRUE
               NOT AT END
                   IF PM-POSITION-ACTIVE
                       PERFORM COUNT-ONE-POSITION
                   END-IF
           END-READ.

       COUNT-ONE-POSITION.
      * A POSITION IS FILLED ONLY WHEN ITS INCUMBENT IS AN ACTIVE
      * EMPLOYEE ON THE MASTER - ONE POINTING AT A SEPARATED OR
      * DELETED EMPLOYEE IS REALLY VACANT, AND SAYS SO.
           MOVE PM-ORG-CODE TO WS-ORG-KEY
           PERFORM GET-ORG-ROW
           ADD 1 TO WS-ORG-AUTHORIZED (WS-ORG-SUB)
           ADD PM-FTE TO WS-ORG-FTE (WS-ORG-SUB)
           ADD PM-FUNDED-ANNUAL TO WS-ORG-FUNDED (WS-ORG-SUB)
           IF PM-INCUMBENT-EMP-ID = 0
               PERFORM PRINT-VACANCY-LINE
           ELSE
               MOVE PM-INCUMBENT-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'INCUMBENT NOT ON EMPLOYEE MASTER'
                           TO WS-EXCEPTION-TEXT
                       PERFORM PRINT-POSITION-EXCEPTION
                       PERFORM PRINT-VACANCY-LINE
                   NOT INVALID KEY
                       IF ACTIVE-EMPLOYEE
                           ADD 1 TO WS-ORG-FILLED (WS-ORG-SUB)
                       ELSE
                           MOVE 'INCUMBENT NOT ACTIVE'
                               TO WS-EXCEPTION-TEXT
                           PERFORM PRINT-POSITION-EXCEPTION
                           PERFORM PRINT-VACANCY-LINE
                       END-IF
               END-READ
           END-IF.

       SCAN-EMPLOYEES.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEES TO TRUE
               NOT AT END
                   IF ACTIVE-EMPLOYEE
                       PERFORM COUNT-ONE-EMPLOYEE
                   END-IF
           END-READ.

       COUNT-ONE-EMPLOYEE.
      * ANNUAL COST IS THE SCHEDULE RATE FOR THE GRADE AND STEP
      * TIMES THE POSITION'S FTE - LOCALITY IS LEFT OUT, AS THE
      * FUNDED AMOUNTS ARE BUDGETED AT SCHEDULE RATES. AN EMPLOYEE
      * WITH NO USABLE POSITION IS COSTED FULL TIME TO THEIR OWN
      * ORGANIZATION AND REPORTED.
           MOVE 'N' TO WS-POSITION-HIT-SW
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF EMP-POSITION-NUMBER = SPACES
               MOVE 'ACTIVE EMPLOYEE HAS NO POSITION'
                   TO WS-EXCEPTION-TEXT
           ELSE
               MOVE EMP-POSITION-NUMBER TO PM-POSITION-NUMBER
               READ POSITION-MASTER
                   INVALID KEY
                       MOVE 'POSITION NOT ON POSMSTR.DAT'
                           TO WS-EXCEPTION-TEXT
                   NOT INVALID KEY
                       PERFORM CHECK-EMPLOYEE-POSITION
               END-READ
           END-IF
           MOVE EMP-GRADE TO WS-EDIT-GRADE
           PERFORM GET-GRADE-INDEX
           MOVE EMP-STEP TO WS-STEP-INDEX
           IF WS-GRADE-INDEX > 0 AND WS-STEP-INDEX > 0
                   AND WS-STEP-INDEX < 11
               MOVE WS-STEP-PAY (WS-GRADE-INDEX WS-STEP-INDEX)
                   TO WS-EMPLOYEE-COST
           ELSE
               MOVE 0 TO WS-EMPLOYEE-COST
               MOVE 'GRADE/STEP NOT ON PAY TABLE - NOT COSTED'
                   TO WS-EXCEPTION-TEXT
           END-IF
           IF EMPLOYEE-POSITION-FOUND
               MOVE PM-ORG-CODE TO WS-ORG-KEY
               COMPUTE WS-EMPLOYEE-COST ROUNDED =
                   WS-EMPLOYEE-COST * PM-FTE
           ELSE
               MOVE EMP-ORG-CODE TO WS-ORG-KEY
           END-IF
           PERFORM GET-ORG-ROW
           ADD 1 TO WS-ORG-ON-BOARD (WS-ORG-SUB)
           ADD WS-EMPLOYEE-COST TO WS-ORG-PROJECTED (WS-ORG-SUB)
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-ORG-EXCEPTIONS (WS-ORG-SUB)
               PERFORM PRINT-EMPLOYEE-EXCEPTION
           END-IF.

       CHECK-EMPLOYEE-POSITION.
           EVALUATE TRUE
               WHEN PM-POSITION-ABOLISHED
                   MOVE 'POSITION ABOLISHED' TO WS-EXCEPTION-TEXT
               WHEN PM-INCUMBENT-EMP-ID NOT = EMP-ID
                   SET EMPLOYEE-POSITION-FOUND TO TRUE
                   MOVE 'POSITION SHOWS ANOTHER INCUMBENT'
                       TO WS-EXCEPTION-TEXT
               WHEN PM-LOW-GRADE = 0 AND EMP-GRADE NOT = PM-AUTH-GRADE
                   SET EMPLOYEE-POSITION-FOUND TO TRUE
                   MOVE 'GRADE NOT ALLOWED IN POSITION'
                       TO WS-EXCEPTION-TEXT
               WHEN PM-LOW-GRADE > 0
                       AND (EMP-GRADE < PM-LOW-GRADE
                            OR EMP-GRADE > PM-AUTH-GRADE)
                   SET EMPLOYEE-POSITION-FOUND TO TRUE
                   MOVE 'GRADE NOT ALLOWED IN POSITION'
                       TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   SET EMPLOYEE-POSITION-FOUND TO TRUE
           END-EVALUATE.

       GET-ORG-ROW.
      * FIND WS-ORG-KEY'S ROW, OR OPEN ONE IN CODE ORDER - THE ROWS
      * AFTER THE INSERTION POINT SLIDE DOWN ONE.
           MOVE 'N' TO WS-ORG-HIT-SW
           PERFORM FIND-ORG-ROW
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT OR ORG-ROW-FOUND
           IF NOT ORG-ROW-FOUND
               IF WS-ORG-COUNT >= WS-ORG-MAX
                   DISPLAY 'POSITION-CONTROL: MORE THAN ' WS-ORG-MAX
                       ' ORGANIZATIONS - ENLARGE WS-ORG-TABLE - '
                       'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-PLACE-HIT-SW
               PERFORM FIND-ORG-PLACE
                   VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT OR ORG-PLACE-FOUND
               PERFORM SLIDE-ORG-ROW-DOWN
                   VARYING WS-ORG-MOVE-SUB FROM WS-ORG-COUNT BY -1
                   UNTIL WS-ORG-MOVE-SUB < WS-ORG-SUB
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-KEY TO WS-ORG-CODE (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-AUTHORIZED (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-FTE (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-FILLED (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-ON-BOARD (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-FUNDED (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-PROJECTED (WS-ORG-SUB)
               MOVE 0 TO WS-ORG-EXCEPTIONS (WS-ORG-SUB)
           END-IF.

       FIND-ORG-ROW.
           IF WS-ORG-CODE (WS-ORG-SUB) = WS-ORG-KEY
               SET ORG-ROW-FOUND TO TRUE
      * BACK THE VARYING SUBSCRIPT OFF BY ONE SO IT STILL POINTS
      * AT THE MATCHED ROW AFTER THE PERFORM'S FINAL INCREMENT.
               SUBTRACT 1 FROM WS-ORG-SUB
           END-IF.

       FIND-ORG-PLACE.
      * THE FIRST ROW WITH A HIGHER CODE IS WHERE THE NEW ONE GOES;
      * NONE HIGHER LEAVES THE SUBSCRIPT JUST PAST THE LAST ROW.
           IF WS-ORG-CODE (WS-ORG-SUB) > WS-ORG-KEY
               SET ORG-PLACE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ORG-SUB
           END-IF.

       SLIDE-ORG-ROW-DOWN.
           MOVE WS-ORG-ENTRY (WS-ORG-MOVE-SUB)
               TO WS-ORG-ENTRY (WS-ORG-MOVE-SUB + 1).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITION CONTROL REPORT - RUN DATE '
                      DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD-NUMBER DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-APPLIED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING PT-TRAN-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-POSITION-NUMBER DELIMITED BY SIZE
                  ' APPLIED - ORG ' DELIMITED BY SIZE
                  PM-ORG-CODE DELIMITED BY SIZE
                  ' GRADES ' DELIMITED BY SIZE
                  PM-LOW-GRADE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  PM-AUTH-GRADE DELIMITED BY SIZE
                  ' FTE ' DELIMITED BY SIZE
                  PM-FTE DELIMITED BY SIZE
                  ' FUNDED ' DELIMITED BY SIZE
                  PM-FUNDED-ANNUAL DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  PM-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING PT-TRAN-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PT-POSITION-NUMBER DELIMITED BY SIZE
                  ' REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-TRANSACTION-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                  WS-TRAN-READ-COUNT DELIMITED BY SIZE
                  ' ADDED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  ' CHANGED: ' DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  ' ABOLISHED: ' DELIMITED BY SIZE
                  WS-ABOLISHED-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-VACANCY-LINE.
           MOVE SPACES TO REPORT-LINE
           IF PM-FUNDED-ANNUAL = 0
               STRING 'VACANT    ' DELIMITED BY SIZE
                      PM-POSITION-NUMBER DELIMITED BY SIZE
                      ' ORG ' DELIMITED BY SIZE
                      PM-ORG-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PM-TITLE DELIMITED BY SIZE
                      ' GRADE ' DELIMITED BY SIZE
                      PM-AUTH-GRADE DELIMITED BY SIZE
                      ' - NOT FUNDED, CANNOT BE FILLED'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'VACANT    ' DELIMITED BY SIZE
                      PM-POSITION-NUMBER DELIMITED BY SIZE
                      ' ORG ' DELIMITED BY SIZE
                      PM-ORG-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PM-TITLE DELIMITED BY SIZE
                      ' GRADE ' DELIMITED BY SIZE
                      PM-AUTH-GRADE DELIMITED BY SIZE
                      ' FUNDED ' DELIMITED BY SIZE
                      PM-FUNDED-ANNUAL DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       PRINT-POSITION-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-ORG-EXCEPTIONS (WS-ORG-SUB)
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCEPTION ' DELIMITED BY SIZE
                  PM-POSITION-NUMBER DELIMITED BY SIZE
                  ' ORG ' DELIMITED BY SIZE
                  PM-ORG-CODE DELIMITED BY SIZE
                  ' INCUMBENT ' DELIMITED BY SIZE
                  PM-INCUMBENT-EMP-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-EMPLOYEE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCEPTION ' DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
                  ' ORG ' DELIMITED BY SIZE
                  EMP-ORG-CODE DELIMITED BY SIZE
                  ' POSITION ' DELIMITED BY SIZE
                  EMP-POSITION-NUMBER DELIMITED BY SIZE
                  ' GRADE ' DELIMITED BY SIZE
                  EMP-GRADE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-ORGANIZATION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ORG     AUTH      FTE FILLD VACNT ONBRD OVERS'
                      DELIMITED BY SIZE
                  '        FUNDED     PROJECTED      VARIANCE'
                      DELIMITED BY SIZE
                  '  FLAGS' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-ORGANIZATION
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT.

       PRINT-ONE-ORGANIZATION.
      * VACANCIES ARE THE AUTHORIZED POSITIONS NOBODY FILLS;
      * OVER-STRENGTH IS ACTIVE PEOPLE ON BOARD BEYOND THE
      * AUTHORIZED COUNT. THE VARIANCE IS FUNDED LESS PROJECTED,
      * NEGATIVE WHEN THE ORGANIZATION WILL OVERSPEND.
           COMPUTE WS-VACANT = WS-ORG-AUTHORIZED (WS-ORG-SUB)
               - WS-ORG-FILLED (WS-ORG-SUB)
           IF WS-ORG-ON-BOARD (WS-ORG-SUB)
                   > WS-ORG-AUTHORIZED (WS-ORG-SUB)
               COMPUTE WS-OVER-STRENGTH =
                   WS-ORG-ON-BOARD (WS-ORG-SUB)
                   - WS-ORG-AUTHORIZED (WS-ORG-SUB)
           ELSE
               MOVE 0 TO WS-OVER-STRENGTH
           END-IF
           COMPUTE WS-VARIANCE = WS-ORG-FUNDED (WS-ORG-SUB)
               - WS-ORG-PROJECTED (WS-ORG-SUB)
           MOVE SPACES TO WS-ORG-FLAGS
           EVALUATE TRUE
               WHEN WS-OVER-STRENGTH > 0 AND WS-VARIANCE < 0
                   MOVE '** OVER STRENGTH, OVER FUNDING'
                       TO WS-ORG-FLAGS
               WHEN WS-OVER-STRENGTH > 0
                   MOVE '** OVER STRENGTH' TO WS-ORG-FLAGS
               WHEN WS-VARIANCE < 0
                   MOVE '** OVER FUNDING' TO WS-ORG-FLAGS
               WHEN WS-ORG-EXCEPTIONS (WS-ORG-SUB) > 0
                   MOVE '** SEE EXCEPTIONS' TO WS-ORG-FLAGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ORG-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-ORG-COUNT
           END-IF
           MOVE WS-ORG-AUTHORIZED (WS-ORG-SUB) TO WS-COUNT-EDIT-1
           MOVE WS-ORG-FTE (WS-ORG-SUB) TO WS-FTE-EDIT
           MOVE WS-ORG-FILLED (WS-ORG-SUB) TO WS-COUNT-EDIT-2
           MOVE WS-VACANT TO WS-COUNT-EDIT-3
           MOVE WS-ORG-ON-BOARD (WS-ORG-SUB) TO WS-COUNT-EDIT-4
           MOVE WS-OVER-STRENGTH TO WS-COUNT-EDIT-5
           MOVE WS-ORG-FUNDED (WS-ORG-SUB) TO WS-FUNDED-EDIT
           MOVE WS-ORG-PROJECTED (WS-ORG-SUB) TO WS-PROJECTED-EDIT
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-ORG-CODE (WS-ORG-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-5 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FUNDED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PROJECTED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VARIANCE-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ORG-FLAGS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD WS-ORG-AUTHORIZED (WS-ORG-SUB) TO WS-TOT-AUTHORIZED
           ADD WS-ORG-FTE (WS-ORG-SUB) TO WS-TOT-FTE
           ADD WS-ORG-FILLED (WS-ORG-SUB) TO WS-TOT-FILLED
           ADD WS-VACANT TO WS-TOT-VACANT
           ADD WS-ORG-ON-BOARD (WS-ORG-SUB) TO WS-TOT-ON-BOARD
           ADD WS-OVER-STRENGTH TO WS-TOT-OVER
           ADD WS-ORG-FUNDED (WS-ORG-SUB) TO WS-TOT-FUNDED
           ADD WS-ORG-PROJECTED (WS-ORG-SUB) TO WS-TOT-PROJECTED.

       PRINT-REPORT-TOTALS.
      * OVER-STRENGTH IS SUMMED ORGANIZATION BY ORGANIZATION - A
      * VACANCY IN ONE ORGANIZATION DOES NOT EXCUSE EXTRA PEOPLE IN
      * ANOTHER.
           COMPUTE WS-VARIANCE = WS-TOT-FUNDED - WS-TOT-PROJECTED
           MOVE WS-TOT-AUTHORIZED TO WS-COUNT-EDIT-1
           MOVE WS-TOT-FTE TO WS-FTE-EDIT
           MOVE WS-TOT-FILLED TO WS-COUNT-EDIT-2
           MOVE WS-TOT-VACANT TO WS-COUNT-EDIT-3
           MOVE WS-TOT-ON-BOARD TO WS-COUNT-EDIT-4
           MOVE WS-TOT-OVER TO WS-COUNT-EDIT-5
           MOVE WS-TOT-FUNDED TO WS-FUNDED-EDIT
           MOVE WS-TOT-PROJECTED TO WS-PROJECTED-EDIT
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-5 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FUNDED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PROJECTED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VARIANCE-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ORGANIZATIONS FLAGGED: ' DELIMITED BY SIZE
                  WS-FLAGGED-ORG-COUNT DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'POSITION-CONTROL' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'POSITION-CONTROL: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'POSITION-CONTROL: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'POSITION-CONTROL: '
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
