               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS WS-ELECTION-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO 'LOCALITY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCALITY-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO 'STATETAX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT POSITION-MASTER ASSIGN TO 'POSMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ARCHIVED), UPDATE THE NAME ('N') OR BANK DETAILS ('B' -
      * ROUTING CHECK-DIGIT VALIDATED, PRENOTE FLAG SET FOR THE
      * NEXT PAYROLL RUN), OR FILE A W-4 WITHHOLDING ELECTION ('W',
      * WRITTEN TO THE ELECTION MASTER RATHER THAN EMPDATA.DAT), OR
      * MOVE THE EMPLOYEE TO ANOTHER LOCALITY PAY AREA ('Y') OR
      * CHANGE THE STATE WHOSE INCOME TAX IS WITHHELD ('X') OR THE
      * AGENCY WHOSE PAYROLL THE EMPLOYEE IS ON ('J'). AN
      * ADD, A REHIRE AND A GRADE CHANGE ('G', WHICH MAY ALSO MOVE
      * THE EMPLOYEE TO ANOTHER POSITION) MUST LAND AN ACTIVE
      * EMPLOYEE IN A VACANT, FUNDED POSITION ON POSMSTR.DAT THAT
      * ALLOWS THE GRADE, OR THEY ARE REJECTED. THE
      * PAY HISTORY INQUIRY ('H') LISTS WHAT THE EMPLOYEE WAS PAID
      * PERIOD BY PERIOD FROM THE PAY HISTORY FILE - IT NEEDS NO
      * MASTER RECORD, SO IT ANSWERS FOR ARCHIVED EMPLOYEES TOO.
      * THE TRAILING FIELDS ARE ONLY EXAMINED BY THE CODES THAT
      * NEED THEM.
       FD  TRANSACTION-FILE.
               88  TR-UPDATE-ALLOTMENT     VALUE 'L'.
               88  TR-UPDATE-SERVICE-DATE  VALUE 'V'.
               88  TR-REHIRE-EMPLOYEE      VALUE 'R'.
               88  TR-UPDATE-LOCALITY      VALUE 'Y'.
               88  TR-HISTORY-INQUIRY      VALUE 'H'.
               88  TR-UPDATE-TAX-STATE     VALUE 'X'.
               88  TR-UPDATE-PAY-METHOD    VALUE 'M'.
               88  TR-UPDATE-AGENCY        VALUE 'J'.
           05  TR-NEW-VALUE        PIC X(02).
           05  TR-NEW-VALUE-NUM REDEFINES TR-NEW-VALUE PIC 99.
           05  TR-NEW-NAME         PIC X(30).
      * SERVICE COMPUTATION DATE (YYYYMMDD) - REQUIRED ON AN 'A'
      * ADD, CORRECTED AFTERWARD WITH 'V'.
           05  TR-NEW-SERVICE-DATE PIC 9(08).
      * LOCALITY PAY AREA - REQUIRED ON A 'Y' UPDATE, OPTIONAL ON
      * AN 'A' ADD (BLANK MEANS BASE SCHEDULE ONLY) AND ON AN 'R'
      * REHIRE (BLANK KEEPS THE ARCHIVED AREA).
           05  TR-NEW-LOCALITY-CODE PIC X(02).
      * PAY HISTORY INQUIRY ('H') - LIMIT THE LISTING TO ONE YEAR,
      * OR ONE PERIOD OF THAT YEAR. ZERO MEANS ALL.
           05  TR-HIST-YEAR        PIC 9(04).
           05  TR-HIST-PERIOD      PIC 9(04).
      * TAXING STATE - REQUIRED ON AN 'X' UPDATE, OPTIONAL ON AN
      * 'A' ADD (BLANK LEAVES IT UNASSIGNED) AND ON AN 'R' REHIRE
      * (BLANK KEEPS THE ARCHIVED STATE).
           05  TR-NEW-STATE-CODE   PIC X(02).
      * PAYMENT METHOD - 'C' PAPER CHECK OR 'E' DIRECT DEPOSIT.
      * REQUIRED ON AN 'M' UPDATE, WHERE A MOVE TO 'E' ALSO CARRIES
      * THE ACCOUNT IN TR-NEW-BANK-ROUTING/TR-NEW-BANK-ACCOUNT.
      * OPTIONAL ON AN 'A' ADD (BLANK MEANS DIRECT DEPOSIT) AND ON
      * AN 'R' REHIRE (BLANK KEEPS THE ARCHIVED METHOD).
           05  TR-NEW-PAY-METHOD   PIC X(01).
      * POSITION NUMBER ON POSMSTR.DAT - REQUIRED ON AN 'A' ADD OF
      * AN ACTIVE EMPLOYEE; OPTIONAL ON AN 'R' REHIRE (BLANK GOES
      * BACK TO THE ARCHIVED POSITION, IF IT IS STILL VACANT) AND ON
      * A 'G' (BLANK KEEPS THE EMPLOYEE IN THEIR CURRENT POSITION).
           05  TR-NEW-POSITION     PIC X(08).
      * PAYING AGENCY ON AGENCY.DAT - REQUIRED ON A 'J' UPDATE,
      * OPTIONAL ON AN 'A' ADD (BLANK MEANS THE AGENCY THAT RUNS
      * THE PAYROLL) AND ON AN 'R' REHIRE (BLANK KEEPS THE ARCHIVED
      * AGENCY).
           05  TR-NEW-AGENCY-CODE  PIC X(04).

       FD  INQUIRY-REPORT.
       01  INQUIRY-LINE            PIC X(132).

      * SEPARATED EMPLOYEES ARE ARCHIVED HERE BEFORE THE DELETE SO
      * NOTHING EVER JUST VANISHES FROM EMPDATA.DAT - SAME LAYOUT
      * AND LENGTH AS THE MASTER RECORD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(228).

      * READ FOR THE PAY-PERIOD STAMP ON AUDIT JOURNAL RECORDS ONLY.
       FD  PAY-PERIOD-FILE.
       FD  ELECTION-MASTER.
           COPY WITHHOLDING-ELECTION-RECORD.

      * LOCALITY PAY AREAS - READ ONCE AT START-UP SO A LOCALITY
      * CODE CAN BE PROVED AGAINST THE TABLE PAYROLL-CALC WILL PRICE
      * IT FROM BEFORE IT GOES ONTO EMPDATA.DAT.
       FD  LOCALITY-FILE.
           COPY LOCALITY-RECORD.

      * STATE INCOME TAX TABLE - READ ONCE AT START-UP SO A TAXING
      * STATE CAN BE PROVED AGAINST THE TABLE THE PAY RUN WITHHOLDS
      * FROM BEFORE IT GOES ONTO EMPDATA.DAT.
       FD  STATE-TAX-FILE.
           COPY STATE-TAX-RECORD.

      * PERMANENT PAY HISTORY WRITTEN BY PAYROLL-CALC AND
      * SUSPENSE-CORRECT - READ ONLY HERE, FOR THE 'H' INQUIRY.
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.

      * AUTHORIZED POSITIONS - POSITION-CONTROL OWNS THE POSITIONS
      * THEMSELVES; THIS PROGRAM ONLY FILLS AND VACATES THEM, WITH
      * A BEFORE/AFTER IMAGE ON THE AUDIT JOURNAL EACH TIME.
       FD  POSITION-MASTER.
           COPY POSITION-RECORD.

      * PAYING AGENCIES - READ ONCE AT START-UP SO AN AGENCY CODE CAN
      * BE PROVED AGAINST THE TABLE THE PAY RUNS BATCH BY BEFORE IT
      * GOES ONTO EMPDATA.DAT.
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
           05  WS-EMPLOYEE-STATUS  PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS   PIC X(02) VALUE '00'.
               88  ARCHIVE-FILE-NOT-FOUND  VALUE '35'.
           05  WS-YTD-STATUS       PIC X(02) VALUE '00'.
           05  WS-ELECTION-STATUS  PIC X(02) VALUE '00'.
               88  ELECTION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-LOCALITY-STATUS  PIC X(02) VALUE '00'.
               88  LOCALITY-FILE-NOT-FOUND  VALUE '35'.
               88  LOCALITY-FILE-AT-END     VALUE '10'.
           05  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
           05  WS-STATE-TAX-STATUS PIC X(02) VALUE '00'.
               88  STATE-TAX-FILE-NOT-FOUND VALUE '35'.
               88  STATE-TAX-AT-END         VALUE '10'.
           05  WS-POSITION-STATUS  PIC X(02) VALUE '00'.
               88  POSITION-MASTER-NOT-FOUND VALUE '35'.
           05  WS-AGENCY-STATUS    PIC X(02) VALUE '00'.
               88  AGENCY-FILE-NOT-FOUND    VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  YTD-MASTER-AVAILABLE    VALUE 'Y'.
           05  WS-FINAL-PAY-SW     PIC X(01) VALUE 'N'.
               88  FINAL-PAY-POSTED        VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW  PIC X(01) VALUE 'N'.
               88  PAY-HISTORY-AVAILABLE   VALUE 'Y'.
           05  WS-HISTORY-DONE-SW  PIC X(01) VALUE 'N'.
               88  HISTORY-LISTING-DONE    VALUE 'Y'.
           05  WS-POSITION-OPEN-SW PIC X(01) VALUE 'N'.
               88  POSITION-MASTER-AVAILABLE VALUE 'Y'.

      * PAY HISTORY INQUIRY - RECORDS LISTED FOR THE CURRENT 'H'.
       01  WS-HISTORY-LISTED       PIC 9(4) VALUE 0.

      * EVERY EMP-ID THIS RUN HAS FLIPPED TO STATUS 'T' - A 'D' FOR
      * ANY OF THEM IN THE SAME BATCH CANNOT HAVE HAD ITS FINAL PAY
           05  WS-ROUTING-QUOTIENT PIC 9(3) VALUE 0.
           05  WS-ROUTING-REMAINDER PIC 9(1) VALUE 0.

      * LOCALITY AREA CODES ON LOCALITY.DAT. WITH NO FILE TO CHECK
      * AGAINST, ANY NONBLANK CODE IS ACCEPTED - PAYROLL-CALC FLAGS
      * AN UNKNOWN ONE ON THE REGISTER AND PAYS BASE SCHEDULE.
       01  WS-LOCALITY-DATA.
           05  WS-LOC-COUNT        PIC 9(2) VALUE 0.
           05  WS-LOC-MAX          PIC 9(2) VALUE 60.
           05  WS-LOC-SUB          PIC 9(2) VALUE 0.
           05  WS-LOC-TABLE-SW     PIC X(01) VALUE 'N'.
               88  LOCALITY-TABLE-LOADED   VALUE 'Y'.
           05  WS-LOC-HIT-SW       PIC X(01) VALUE 'N'.
               88  LOCALITY-FOUND          VALUE 'Y'.
           05  WS-LOC-AREA-CODE OCCURS 60 TIMES PIC X(02).

      * STATE CODES ON STATETAX.DAT. WITH NO FILE TO CHECK AGAINST,
      * ANY NONBLANK CODE IS ACCEPTED - THE PAY RUN FLAGS AN UNKNOWN
      * ONE ON THE REGISTER AND WITHHOLDS FROM TAXTBL.DAT.
       01  WS-STATE-DATA.
           05  WS-ST-COUNT         PIC 9(2) VALUE 0.
           05  WS-ST-MAX           PIC 9(2) VALUE 60.
           05  WS-ST-SUB           PIC 9(2) VALUE 0.
           05  WS-ST-TABLE-SW      PIC X(01) VALUE 'N'.
               88  STATE-TABLE-LOADED      VALUE 'Y'.
           05  WS-ST-HIT-SW        PIC X(01) VALUE 'N'.
               88  STATE-ROW-FOUND         VALUE 'Y'.
           05  WS-ST-STATE-CODE OCCURS 60 TIMES PIC X(02).

      * AGENCY CODES ON AGENCY.DAT. WITH NO FILE TO CHECK AGAINST,
      * ANY NONBLANK CODE IS ACCEPTED - THE PAY RUN SUSPENDS AN
      * EMPLOYEE WHOSE AGENCY IT CAN'T FIND.
           COPY AGENCY-TABLE.
       01  WS-AG-TABLE-SW          PIC X(01) VALUE 'N'.
           88  AGENCY-TABLE-LOADED         VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-PERIOD-NUMBER        PIC 9(4) VALUE 0.
       01  WS-SLOT-SUB             PIC 9(1) VALUE 0.
       01  WS-PAY-METHOD-TEXT      PIC X(30) VALUE SPACES.

      * POSITION CONTROL WORK AREA - THE POSITION, GRADE AND
      * EMPLOYEE A TRANSACTION WANTS TO PLACE, AND WHY IT CAN'T
      * WHEN IT CAN'T. THE OLD POSITION IS HELD ACROSS A 'G' THAT
      * REASSIGNS THE EMPLOYEE SO IT CAN BE VACATED AFTERWARD.
       01  WS-POSITION-DATA.
           05  WS-POS-NUMBER       PIC X(08) VALUE SPACES.
           05  WS-POS-GRADE        PIC 99 VALUE 0.
           05  WS-POS-EMP-ID       PIC 9(6) VALUE 0.
           05  WS-OLD-POSITION     PIC X(08) VALUE SPACES.
           05  WS-PRIOR-STATUS     PIC X(01) VALUE SPACE.
           05  WS-POS-SW           PIC X(01) VALUE 'N'.
               88  POSITION-OPEN           VALUE 'Y'.
           05  WS-POS-REASON       PIC X(40) VALUE SPACES.

      * REHIRE WORK AREA - THE ARCHIVE IS SCANNED FRONT TO BACK
      * AND THE LAST MATCH KEPT, SO A SEASONAL EMPLOYEE ARCHIVED
               88  REHIRE-RECORD-FOUND     VALUE 'Y'.
           05  WS-ARCH-EOF-SW      PIC X(01) VALUE 'N'.
               88  ARCHIVE-EOF             VALUE 'Y'.
           05  WS-REHIRE-IMAGE     PIC X(228) VALUE SPACES.
           05  WS-REHIRED-COUNT    PIC 9(4) VALUE 0.

      * STAGING FOR THE AUDIT JOURNAL - THE BEFORE IMAGE IS SAVED
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
           OPEN I-O EMPLOYEE-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT INQUIRY-REPORT
           PERFORM OPEN-AUDIT-JOURNAL
           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-ELECTION-MASTER
           PERFORM LOAD-LOCALITY-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-AGENCY-TABLE
           PERFORM OPEN-PAY-HISTORY
           PERFORM OPEN-POSITION-MASTER

           PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-FILE

               CLOSE YTD-MASTER
           END-IF
           CLOSE ELECTION-MASTER
           IF PAY-HISTORY-AVAILABLE
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF POSITION-MASTER-AVAILABLE
               CLOSE POSITION-MASTER
           END-IF

           MOVE 'TRANS READ' TO WS-RL-COUNT-NAME (1)
           MOVE WS-TRANSACTION-COUNT TO WS-RL-COUNT-VALUE (1)
           MOVE 'REJECTED' TO WS-RL-COUNT-NAME (2)
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT-VALUE (2)
           MOVE 'NOT FOUND' TO WS-RL-COUNT-NAME (3)
           MOVE WS-NOT-FOUND-COUNT TO WS-RL-COUNT-VALUE (3)
           PERFORM FINISH-RUN-LEDGER
           STOP RUN.

       LOAD-LOCALITY-TABLE.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCALITY-FILE
           IF NOT LOCALITY-FILE-NOT-FOUND
               SET LOCALITY-TABLE-LOADED TO TRUE
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
               DISPLAY 'EMPLOYEE-INQUIRY: MORE THAN ' WS-LOC-MAX
                   ' LOCALITY AREAS - ENLARGE WS-LOCALITY-DATA - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE LC-LOCALITY-CODE TO WS-LOC-AREA-CODE (WS-LOC-COUNT).

       VALIDATE-LOCALITY-CODE.
      * CALLED ONLY FOR A NONBLANK CODE - THE CALLER DECIDES WHETHER
      * A BLANK ONE IS ALLOWED.
           IF LOCALITY-TABLE-LOADED
               MOVE 'N' TO WS-LOC-HIT-SW
               PERFORM FIND-LOCALITY-ROW
                   VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT OR LOCALITY-FOUND
               IF NOT LOCALITY-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF.

       FIND-LOCALITY-ROW.
           IF WS-LOC-AREA-CODE (WS-LOC-SUB) = TR-NEW-LOCALITY-CODE
               SET LOCALITY-FOUND TO TRUE
           END-IF.

       LOAD-STATE-TAX-TABLE.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STATE-TAX-FILE
           IF NOT STATE-TAX-FILE-NOT-FOUND
               SET STATE-TABLE-LOADED TO TRUE
               PERFORM READ-STATE-TAX-RECORD
                   UNTIL STATE-TAX-AT-END
               CLOSE STATE-TAX-FILE
           END-IF.

       READ-STATE-TAX-RECORD.
           READ STATE-TAX-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM STORE-STATE-CODE
           END-READ.

       STORE-STATE-CODE.
           IF WS-ST-COUNT >= WS-ST-MAX
               DISPLAY 'EMPLOYEE-INQUIRY: MORE THAN ' WS-ST-MAX
                   ' STATES - ENLARGE WS-STATE-DATA - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE ST-STATE-CODE TO WS-ST-STATE-CODE (WS-ST-COUNT).

       VALIDATE-STATE-CODE.
      * CALLED ONLY FOR A NONBLANK CODE - THE CALLER DECIDES WHETHER
      * A BLANK ONE IS ALLOWED.
           IF STATE-TABLE-LOADED
               MOVE 'N' TO WS-ST-HIT-SW
               PERFORM FIND-STATE-ROW
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR STATE-ROW-FOUND
               IF NOT STATE-ROW-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF.

       FIND-STATE-ROW.
           IF WS-ST-STATE-CODE (WS-ST-SUB) = TR-NEW-STATE-CODE
               SET STATE-ROW-FOUND TO TRUE
           END-IF.

       LOAD-AGENCY-TABLE.
           MOVE 0 TO WS-AG-COUNT
           OPEN INPUT AGENCY-FILE
           IF NOT AGENCY-FILE-NOT-FOUND
               SET AGENCY-TABLE-LOADED TO TRUE
               PERFORM READ-AGENCY-RECORD UNTIL AGENCY-FILE-EOF
               CLOSE AGENCY-FILE
           END-IF.

       READ-AGENCY-RECORD.
           READ AGENCY-FILE NEXT RECORD
               AT END SET AGENCY-FILE-EOF TO TRUE
               NOT AT END PERFORM STORE-AGENCY-CODE
           END-READ.

       STORE-AGENCY-CODE.
           IF WS-AG-COUNT >= WS-AG-MAX
               DISPLAY 'EMPLOYEE-INQUIRY: MORE THAN ' WS-AG-MAX
                   ' AGENCIES - ENLARGE WS-AGENCY-TABLE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AG-COUNT
           MOVE AC-AGENCY-CODE TO WS-AG-CODE (WS-AG-COUNT).

       VALIDATE-AGENCY-CODE.
      * CALLED ONLY FOR A NONBLANK CODE - THE CALLER DECIDES WHETHER
      * A BLANK ONE IS ALLOWED.
           IF AGENCY-TABLE-LOADED
               MOVE TR-NEW-AGENCY-CODE TO WS-AG-KEY
               MOVE 'N' TO WS-AG-HIT-SW
               PERFORM FIND-AGENCY-ROW
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT OR AGENCY-FOUND
               IF NOT AGENCY-FOUND
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF.

       FIND-AGENCY-ROW.
           IF WS-AG-CODE (WS-AG-SUB) = WS-AG-KEY
               SET AGENCY-FOUND TO TRUE
           END-IF.

       OPEN-YTD-MASTER.
      * NO YTD MASTER (FIRST CYCLE OF THE YEAR, OR A FRESH SYSTEM)
      * MEANS NO FINAL PAY CAN HAVE POSTED - DELETES WILL REJECT
               SET YTD-MASTER-AVAILABLE TO TRUE
           END-IF.

       OPEN-PAY-HISTORY.
      * NO HISTORY FILE YET (NO PAY RUN SINCE IT WAS INTRODUCED)
      * JUST MEANS EVERY 'H' ANSWERS "NO HISTORY".
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               SET PAY-HISTORY-AVAILABLE TO TRUE
           END-IF.

       OPEN-POSITION-MASTER.
      * NOT CREATED HERE - POSITION-CONTROL BUILDS IT FROM THE
      * BUDGET OFFICE'S POSITIONS. UNTIL IT EXISTS THERE IS NO
      * FUNDED POSITION TO PUT ANYONE IN, SO EVERY ADD, REHIRE AND
      * GRADE CHANGE OF AN ACTIVE EMPLOYEE IS REJECTED.
           OPEN I-O POSITION-MASTER
           IF WS-POSITION-STATUS = '00'
               SET POSITION-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPLOYEE-INQUIRY: POSMSTR.DAT NOT AVAILABLE - '
                   'ADDS, REHIRES AND GRADE CHANGES WILL BE REJECTED'
           END-IF.

       OPEN-ELECTION-MASTER.
      * SAME CREATE-IF-MISSING PATTERN THE PAY RUN USES FOR ITS
      * MASTERS - THE FIRST 'W' TRANSACTION EVER KEYED BUILDS THE
           END-IF.

       READ-PAY-PERIOD-CONTROL.
      * THE PERIOD STAMP FOR JOURNAL RECORDS AND THE RUN LEDGER - A
      * MISSING CONTROL FILE JUST LEAVES THE STAMP ZERO; MAINTENANCE
      * DOESN'T STOP FOR IT.
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
                   PERFORM ADD-EMPLOYEE
               WHEN TR-REHIRE-EMPLOYEE
                   PERFORM REHIRE-EMPLOYEE
               WHEN TR-HISTORY-INQUIRY
                   PERFORM LIST-PAY-HISTORY
               WHEN OTHER
                   MOVE TR-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
               WHEN TR-UPDATE-GRADE
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       PERFORM CHECK-GRADE-CHANGE-POSITION
                       IF POSITION-OPEN
                           PERFORM CHANGE-GRADE
                       ELSE
                           PERFORM PRINT-POSITION-REJECTED-LINE
                       END-IF
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
               WHEN TR-UPDATE-STATUS
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       MOVE EMP-STATUS TO WS-PRIOR-STATUS
                       MOVE TR-NEW-VALUE (1:1) TO EMP-STATUS
                       IF TERMINATED-EMPLOYEE
                           PERFORM NOTE-TERMED-THIS-RUN
                       END-IF
                       REWRITE EMPLOYEE-RECORD
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       PERFORM MOVE-STATUS-POSITION
                       PERFORM PRINT-UPDATE-LINE
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
               WHEN TR-UPDATE-LOCALITY
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       MOVE TR-NEW-LOCALITY-CODE TO EMP-LOCALITY-CODE
                       REWRITE EMPLOYEE-RECORD
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       PERFORM PRINT-UPDATE-LINE
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
               WHEN TR-UPDATE-TAX-STATE
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       MOVE TR-NEW-STATE-CODE TO EMP-STATE-CODE
                       REWRITE EMPLOYEE-RECORD
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       PERFORM PRINT-UPDATE-LINE
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
               WHEN TR-UPDATE-PAY-METHOD
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       PERFORM UPDATE-PAY-METHOD
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
      * THE MOVE TAKES EFFECT ON THE NEXT PAY RUN - THE EMPLOYEE'S
      * DEPOSITS GO OUT IN THE NEW AGENCY'S BATCH FROM THEN ON.
               WHEN TR-UPDATE-AGENCY
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-UPDATE
                       MOVE TR-NEW-AGENCY-CODE TO EMP-AGENCY-CODE
                       REWRITE EMPLOYEE-RECORD
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       PERFORM PRINT-AGENCY-LINE
                   ELSE
                       PERFORM PRINT-REJECTED-LINE
                   END-IF
               WHEN TR-DELETE-EMPLOYEE
                   PERFORM DELETE-EMPLOYEE
               WHEN OTHER
                   PERFORM PRINT-UNKNOWN-CODE-LINE
           END-EVALUATE.

       CHANGE-GRADE.
      * THE POSITION WAS PROVED VACANT (OR ALREADY THIS EMPLOYEE'S)
      * AT THE NEW GRADE BEFORE ANYTHING MOVES. A REASSIGNMENT TAKES
      * THE NEW POSITION'S ORGANIZATION WITH IT AND GIVES UP THE OLD
      * POSITION ONCE THE EMPLOYEE RECORD HAS BEEN REWRITTEN.
           MOVE EMP-POSITION-NUMBER TO WS-OLD-POSITION
           MOVE TR-NEW-VALUE-NUM TO EMP-GRADE
      * A GRADE ACTION RESTARTS THE WITHIN-GRADE WAITING PERIOD.
           MOVE WS-CURRENT-DATE TO EMP-LAST-STEP-DATE
           IF ACTIVE-EMPLOYEE
               MOVE WS-POS-NUMBER TO EMP-POSITION-NUMBER
               MOVE PM-ORG-CODE TO EMP-ORG-CODE
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM JOURNAL-EMPLOYEE-CHANGE
           IF ACTIVE-EMPLOYEE
                   AND EMP-POSITION-NUMBER NOT = WS-OLD-POSITION
               IF WS-OLD-POSITION NOT = SPACES
                   MOVE WS-OLD-POSITION TO WS-POS-NUMBER
                   PERFORM VACATE-POSITION
               END-IF
               MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
               PERFORM OCCUPY-POSITION
           END-IF
           PERFORM PRINT-UPDATE-LINE.

       CHECK-GRADE-CHANGE-POSITION.
      * ONLY AN ACTIVE EMPLOYEE HOLDS A POSITION - A GRADE
      * CORRECTION ON A RETIREE'S OR A SEPARATED EMPLOYEE'S RECORD
      * GOES THROUGH UNCHECKED. A BLANK POSITION KEEPS THE EMPLOYEE
      * WHERE THEY ARE, WHICH MUST ALLOW THE NEW GRADE.
           IF ACTIVE-EMPLOYEE
               IF TR-NEW-POSITION NOT = SPACES
                   MOVE TR-NEW-POSITION TO WS-POS-NUMBER
               ELSE
                   MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
               END-IF
               MOVE TR-NEW-VALUE-NUM TO WS-POS-GRADE
               MOVE EMP-ID TO WS-POS-EMP-ID
               PERFORM CHECK-POSITION-OPEN
           ELSE
               SET POSITION-OPEN TO TRUE
           END-IF.

       CHECK-POSITION-OPEN.
      * THE ONE TEST EVERY PLACEMENT GOES THROUGH: THE POSITION
      * EXISTS, IS NOT ABOLISHED, IS FUNDED, IS VACANT OR ALREADY
      * HELD BY THIS EMPLOYEE, AND ALLOWS THE GRADE - FROM
      * PM-LOW-GRADE UP TO THE AUTHORIZED GRADE, OR THE AUTHORIZED
      * GRADE ALONE WHEN THERE IS NO LOW GRADE. ON SUCCESS THE
      * POSITION IS LEFT IN THE RECORD AREA FOR THE CALLER.
           MOVE 'N' TO WS-POS-SW
           MOVE SPACES TO WS-POS-REASON
           EVALUATE TRUE
               WHEN NOT POSITION-MASTER-AVAILABLE
                   MOVE 'NO POSITION MASTER (POSMSTR.DAT)'
                       TO WS-POS-REASON
               WHEN WS-POS-NUMBER = SPACES
                   MOVE 'NO POSITION NUMBER' TO WS-POS-REASON
               WHEN OTHER
                   MOVE WS-POS-NUMBER TO PM-POSITION-NUMBER
                   READ POSITION-MASTER
                       INVALID KEY
                           MOVE 'POSITION NOT ON POSMSTR.DAT'
                               TO WS-POS-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-POSITION-RECORD
                   END-READ
           END-EVALUATE.

       CHECK-POSITION-RECORD.
           EVALUATE TRUE
               WHEN PM-POSITION-ABOLISHED
                   MOVE 'POSITION ABOLISHED' TO WS-POS-REASON
               WHEN PM-FUNDED-ANNUAL = 0
                   MOVE 'POSITION NOT FUNDED' TO WS-POS-REASON
               WHEN PM-INCUMBENT-EMP-ID NOT = 0
                       AND PM-INCUMBENT-EMP-ID NOT = WS-POS-EMP-ID
                   MOVE 'POSITION ALREADY FILLED' TO WS-POS-REASON
               WHEN PM-LOW-GRADE = 0
                       AND WS-POS-GRADE NOT = PM-AUTH-GRADE
                   MOVE 'GRADE NOT ALLOWED IN POSITION'
                       TO WS-POS-REASON
               WHEN PM-LOW-GRADE > 0
                       AND (WS-POS-GRADE < PM-LOW-GRADE
                            OR WS-POS-GRADE > PM-AUTH-GRADE)
                   MOVE 'GRADE NOT ALLOWED IN POSITION'
                       TO WS-POS-REASON
               WHEN OTHER
                   SET POSITION-OPEN TO TRUE
           END-EVALUATE.

       OCCUPY-POSITION.
      * WS-POS-NUMBER TAKES THE EMPLOYEE NOW IN THE RECORD AREA.
           MOVE WS-POS-NUMBER TO PM-POSITION-NUMBER
           READ POSITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE POSITION-RECORD TO WS-AJ-BEFORE
                   MOVE EMP-ID TO PM-INCUMBENT-EMP-ID
                   REWRITE POSITION-RECORD
                   PERFORM JOURNAL-POSITION-CHANGE
           END-READ.

       VACATE-POSITION.
      * WS-POS-NUMBER IS GIVEN UP BY THE EMPLOYEE IN THE RECORD
      * AREA - BUT ONLY IF IT IS STILL THEIRS; A POSITION ALREADY
      * REFILLED IS LEFT ALONE.
           IF POSITION-MASTER-AVAILABLE AND WS-POS-NUMBER NOT = SPACES
               MOVE WS-POS-NUMBER TO PM-POSITION-NUMBER
               READ POSITION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-INCUMBENT-EMP-ID = EMP-ID
                           MOVE POSITION-RECORD TO WS-AJ-BEFORE
                           MOVE 0 TO PM-INCUMBENT-EMP-ID
                           REWRITE POSITION-RECORD
                           PERFORM JOURNAL-POSITION-CHANGE
                       END-IF
               END-READ
           END-IF.

       JOURNAL-POSITION-CHANGE.
           MOVE 'POS' TO WS-AJ-FILE-ID
           MOVE EMP-ID TO WS-AJ-EMP-ID
           MOVE 'C' TO WS-AJ-ACTION
           MOVE POSITION-RECORD TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       MOVE-STATUS-POSITION.
      * A SEPARATION OR RETIREMENT FREES THE POSITION FOR A
      * REPLACEMENT; A RETURN TO ACTIVE DUTY TAKES IT BACK, WHICH
      * VALIDATE-TRANSACTION HAS ALREADY PROVED IS STILL VACANT.
           MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
           IF WS-POS-NUMBER NOT = SPACES
               IF ACTIVE-EMPLOYEE AND WS-PRIOR-STATUS NOT = 'A'
                   PERFORM OCCUPY-POSITION
               END-IF
               IF NOT ACTIVE-EMPLOYEE AND WS-PRIOR-STATUS = 'A'
                   PERFORM VACATE-POSITION
               END-IF
           END-IF.

       UPDATE-PAY-METHOD.
      * A MOVE TO PAPER CHECKS LEAVES THE BANK DETAILS WHERE THEY
      * ARE, SO A LATER MOVE BACK CAN SEE WHAT WAS THERE. A MOVE TO
      * DIRECT DEPOSIT TAKES THE ACCOUNT KEYED WITH IT AND PRENOTES
      * IT, SAME AS A 'B' CHANGE - THE ACCOUNT THAT BOUNCED THE LAST
      * PAYMENT IS NEVER TRUSTED AGAIN WITHOUT ONE.
           MOVE TR-NEW-PAY-METHOD TO EMP-PAY-METHOD
           IF PAY-BY-EFT
               MOVE TR-NEW-BANK-ROUTING TO EMP-BANK-ROUTING
               MOVE TR-NEW-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
               MOVE 'P' TO EMP-PRENOTE-FLAG
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM JOURNAL-EMPLOYEE-CHANGE
           PERFORM PRINT-PAY-METHOD-LINE.

       UPDATE-ALLOTMENT.
      * SET OR CLEAR ONE DEPOSIT ALLOTMENT SLOT ON THE MASTER. A
      * NEW OR CHANGED SLOT STARTS WITH ITS OWN PRENOTE FLAG SET
      * THEN WRITE. THE PRENOTE FLAG STARTS SET SO THE FIRST PAYROLL
      * RUN PRENOTES THE BRAND-NEW ACCOUNT.
           PERFORM VALIDATE-ADD-TRANSACTION
      * AN ACTIVE HIRE NEEDS A VACANT, FUNDED POSITION AT THE GRADE;
      * AN ANNUITANT OR A RECORD KEYED ALREADY SEPARATED FILLS NONE.
           IF VALID-UPDATE
               IF TR-NEW-STATUS = 'A'
                   MOVE TR-NEW-POSITION TO WS-POS-NUMBER
                   MOVE TR-NEW-GRADE TO WS-POS-GRADE
                   MOVE TR-EMP-ID TO WS-POS-EMP-ID
                   PERFORM CHECK-POSITION-OPEN
               ELSE
                   SET POSITION-OPEN TO TRUE
               END-IF
           END-IF
           IF VALID-UPDATE AND NOT POSITION-OPEN
               PERFORM PRINT-POSITION-REJECTED-LINE
           END-IF
           IF VALID-UPDATE AND POSITION-OPEN
               MOVE TR-EMP-ID TO EMP-ID
               MOVE TR-NEW-NAME TO EMP-NAME
               MOVE TR-NEW-GRADE TO EMP-GRADE
               MOVE TR-NEW-BANK-ROUTING TO EMP-BANK-ROUTING
               MOVE TR-NEW-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
               MOVE 'P' TO EMP-PRENOTE-FLAG
               IF TR-NEW-PAY-METHOD = 'C'
                   SET PAY-BY-CHECK TO TRUE
               ELSE
                   MOVE 'E' TO EMP-PAY-METHOD
               END-IF
      * THE POSITION'S ORGANIZATION IS THE ONE THE HIRE CHARGES TO.
               IF TR-NEW-STATUS = 'A'
                   MOVE PM-ORG-CODE TO EMP-ORG-CODE
               ELSE
                   MOVE TR-NEW-ORG-CODE TO EMP-ORG-CODE
               END-IF
               MOVE TR-NEW-POSITION TO EMP-POSITION-NUMBER
               MOVE TR-NEW-SERVICE-DATE TO EMP-SERVICE-COMP-DATE
               MOVE TR-NEW-LOCALITY-CODE TO EMP-LOCALITY-CODE
               MOVE TR-NEW-STATE-CODE TO EMP-STATE-CODE
               MOVE TR-NEW-AGENCY-CODE TO EMP-AGENCY-CODE
      * THE STEP CLOCK STARTS THE DAY THE EMPLOYEE IS KEYED ON.
               MOVE WS-CURRENT-DATE TO EMP-LAST-STEP-DATE
      * A NEW HIRE STARTS WITH NO ALLOTMENTS - CLEAR THE SLOTS SO
                       MOVE SPACES TO WS-AJ-BEFORE
                       MOVE EMPLOYEE-RECORD TO WS-AJ-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       IF ACTIVE-EMPLOYEE
                           PERFORM OCCUPY-POSITION
                       END-IF
                       PERFORM PRINT-ADDED-LINE
               END-WRITE
           END-IF
           IF NOT VALID-UPDATE
               PERFORM PRINT-ADD-REJECTED-LINE
           END-IF.

           IF TR-NEW-STEP > 0
               MOVE TR-NEW-STEP TO EMP-STEP
           END-IF
      * A RETURNING EMPLOYEE MAY COME BACK TO A DIFFERENT DUTY
      * STATION - BLANK KEEPS THE ARCHIVED LOCALITY AREA.
           IF TR-NEW-LOCALITY-CODE NOT = SPACES
               MOVE TR-NEW-LOCALITY-CODE TO EMP-LOCALITY-CODE
           END-IF
      * LIKEWISE A NEW TAXING STATE - BLANK KEEPS THE ARCHIVED ONE.
           IF TR-NEW-STATE-CODE NOT = SPACES
               MOVE TR-NEW-STATE-CODE TO EMP-STATE-CODE
           END-IF
      * AND THE AGENCY TAKING THEM BACK - BLANK KEEPS THE ARCHIVED
      * ONE.
           IF TR-NEW-AGENCY-CODE NOT = SPACES
               MOVE TR-NEW-AGENCY-CODE TO EMP-AGENCY-CODE
           END-IF
      * A REINSTATEMENT IS A PERSONNEL ACTION - THE WITHIN-GRADE
      * WAITING PERIOD STARTS OVER FROM TODAY.
           MOVE WS-CURRENT-DATE TO EMP-LAST-STEP-DATE
      * BLANK KEEPS THE ARCHIVED PAYMENT METHOD.
           IF TR-NEW-PAY-METHOD NOT = SPACE
               MOVE TR-NEW-PAY-METHOD TO EMP-PAY-METHOD
           END-IF
           IF TR-NEW-BANK-ROUTING > 0
                   OR TR-NEW-BANK-ACCOUNT NOT = SPACES
               IF TR-NEW-BANK-ROUTING NOT = EMP-BANK-ROUTING
      * VERIFIED BEFORE THE SEPARATION, SO NO NEEDLESS PRENOTE.
               MOVE SPACE TO EMP-PRENOTE-FLAG
           END-IF
      * THE RETURNING EMPLOYEE NEEDS A VACANT, FUNDED POSITION AT
      * THE GRADE THEY COME BACK AT - THE ONE KEYED, OR BY DEFAULT
      * THE ONE THEY LEFT, IF NOBODY HAS BEEN PUT IN IT SINCE.
           IF TR-NEW-POSITION NOT = SPACES
               MOVE TR-NEW-POSITION TO EMP-POSITION-NUMBER
           END-IF
           MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
           MOVE EMP-GRADE TO WS-POS-GRADE
           MOVE EMP-ID TO WS-POS-EMP-ID
           PERFORM CHECK-POSITION-OPEN
           IF POSITION-OPEN
               MOVE PM-ORG-CODE TO EMP-ORG-CODE
           END-IF
      * A DIRECT DEPOSIT PAYEE MUST COME BACK WITH AN ACCOUNT TO
      * DEPOSIT TO - ONE WHO LEFT ON PAPER CHECKS WITH NO BANK
      * DETAILS HAS TO BE GIVEN THEM ON THE REHIRE.
           EVALUATE TRUE
               WHEN PAY-BY-EFT AND EMP-BANK-ROUTING = 0
                   PERFORM PRINT-REHIRE-NO-BANK-LINE
               WHEN NOT POSITION-OPEN
                   PERFORM PRINT-POSITION-REJECTED-LINE
               WHEN OTHER
                   PERFORM WRITE-REHIRED-EMPLOYEE
           END-EVALUATE.

       WRITE-REHIRED-EMPLOYEE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY PERFORM PRINT-REHIRE-DUPLICATE-LINE
               NOT INVALID KEY
                   MOVE WS-REHIRE-IMAGE TO WS-AJ-BEFORE
                   MOVE EMPLOYEE-RECORD TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM OCCUPY-POSITION
                   PERFORM PRINT-REHIRED-LINE
           END-WRITE.

                   MOVE 'D' TO WS-AJ-ACTION
                   MOVE SPACES TO WS-AJ-AFTER
                   PERFORM WRITE-AUDIT-RECORD
      * THE 'T' NORMALLY FREED THE POSITION ALREADY - THIS CATCHES
      * ONE SEPARATED BEFORE POSITIONS WERE TRACKED.
                   MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
                   PERFORM VACATE-POSITION
                   PERFORM PRINT-DELETED-LINE
               ELSE
                   PERFORM PRINT-NO-FINAL-PAY-LINE
                           AND NOT = 'T'
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
      * BACK TO ACTIVE DUTY MEANS BACK INTO THE POSITION LEFT - WHICH
      * MUST STILL BE THERE, FUNDED AND VACANT.
                   IF TR-NEW-VALUE (1:1) = 'A' AND NOT ACTIVE-EMPLOYEE
                           AND EMP-POSITION-NUMBER NOT = SPACES
                       MOVE EMP-POSITION-NUMBER TO WS-POS-NUMBER
                       MOVE EMP-GRADE TO WS-POS-GRADE
                       MOVE EMP-ID TO WS-POS-EMP-ID
                       PERFORM CHECK-POSITION-OPEN
                       IF NOT POSITION-OPEN
                           MOVE 'N' TO WS-VALID-SWITCH
                       END-IF
                   END-IF
               WHEN TR-UPDATE-NAME
                   IF TR-NEW-NAME = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   IF TR-NEW-ORG-CODE = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
      * AN EMPLOYEE IN A POSITION CHARGES TO THE POSITION'S
      * ORGANIZATION - MOVING THEM TO ANOTHER ONE IS A REASSIGNMENT
      * TO A POSITION THERE, KEYED AS A 'G'.
                   IF EMP-POSITION-NUMBER NOT = SPACES
                           AND POSITION-MASTER-AVAILABLE
                       MOVE EMP-POSITION-NUMBER TO PM-POSITION-NUMBER
                       READ POSITION-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PM-ORG-CODE NOT = TR-NEW-ORG-CODE
                                   MOVE 'N' TO WS-VALID-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN TR-REHIRE-EMPLOYEE
      * OVERRIDES ARE OPTIONAL - ZERO/BLANK KEEPS THE ARCHIVED
      * VALUE - BUT A SUPPLIED OVERRIDE GETS THE SAME EDITS AS
                   IF TR-NEW-STEP > 10
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
                   IF TR-NEW-LOCALITY-CODE NOT = SPACES
                       PERFORM VALIDATE-LOCALITY-CODE
                   END-IF
                   IF TR-NEW-STATE-CODE NOT = SPACES
                       PERFORM VALIDATE-STATE-CODE
                   END-IF
                   IF TR-NEW-AGENCY-CODE NOT = SPACES
                       PERFORM VALIDATE-AGENCY-CODE
                   END-IF
                   IF TR-NEW-PAY-METHOD NOT = 'C' AND NOT = 'E'
                           AND TR-NEW-PAY-METHOD NOT = SPACE
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
                   IF TR-NEW-BANK-ROUTING > 0
                           OR TR-NEW-BANK-ACCOUNT NOT = SPACES
                       PERFORM VALIDATE-ROUTING-NUMBER
                           MOVE 'N' TO WS-VALID-SWITCH
                       END-IF
                   END-IF
               WHEN TR-UPDATE-AGENCY
      * SAME RULE AS 'Y' AND 'X' - A BLANK AGENCY ON A 'J' IS A
      * KEYING ERROR, AND ONE AGENCY.DAT DOESN'T KNOW CAN'T BE PAID.
                   IF TR-NEW-AGENCY-CODE = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   ELSE
                       PERFORM VALIDATE-AGENCY-CODE
                   END-IF
               WHEN TR-UPDATE-SERVICE-DATE
      * A SERVICE DATE OF ZERO OR IN THE FUTURE IS A KEYING
      * ERROR - NOBODY'S CREDITABLE SERVICE STARTS TOMORROW.
                           MOVE 'N' TO WS-VALID-SWITCH
                       END-IF
                   END-IF
               WHEN TR-UPDATE-LOCALITY
      * MOVING SOMEONE TO "NO AREA" IS NOT A THING THAT HAPPENS BY
      * ACCIDENT ON A 'Y' - A BLANK CODE IS A KEYING ERROR, AND A
      * CODE LOCALITY.DAT DOESN'T KNOW WOULD PAY BASE SCHEDULE.
                   IF TR-NEW-LOCALITY-CODE = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   ELSE
                       PERFORM VALIDATE-LOCALITY-CODE
                   END-IF
               WHEN TR-UPDATE-TAX-STATE
      * SAME RULE AS 'Y' - A BLANK STATE ON AN 'X' IS A KEYING
      * ERROR, AND ONE STATETAX.DAT DOESN'T KNOW CAN'T BE WITHHELD.
                   IF TR-NEW-STATE-CODE = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   ELSE
                       PERFORM VALIDATE-STATE-CODE
                   END-IF
               WHEN TR-UPDATE-PAY-METHOD
      * ONLY 'C' OR 'E' - AND A MOVE TO DIRECT DEPOSIT NEEDS AN
      * ACCOUNT THAT PASSES THE SAME EDITS AS A 'B' CHANGE.
                   EVALUATE TR-NEW-PAY-METHOD
                       WHEN 'C'
                           CONTINUE
                       WHEN 'E'
                           PERFORM VALIDATE-ROUTING-NUMBER
                           IF TR-NEW-BANK-ACCOUNT = SPACES
                               MOVE 'N' TO WS-VALID-SWITCH
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO WS-VALID-SWITCH
                   END-EVALUATE
               WHEN TR-UPDATE-ELECTION
      * FILING STATUS MUST BE A REAL W-4 STATUS AND THE EXEMPT
      * BYTE EITHER 'E' OR BLANK - ANYTHING ELSE IS A KEYING
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF

      * THE LOCALITY AREA IS OPTIONAL ON AN ADD, BUT ONE THAT IS
      * KEYED MUST BE ON LOCALITY.DAT.
           IF TR-NEW-LOCALITY-CODE NOT = SPACES
               PERFORM VALIDATE-LOCALITY-CODE
           END-IF

      * SO IS THE TAXING STATE, WITH THE SAME PROVISO.
           IF TR-NEW-STATE-CODE NOT = SPACES
               PERFORM VALIDATE-STATE-CODE
           END-IF

      * AND THE PAYING AGENCY.
           IF TR-NEW-AGENCY-CODE NOT = SPACES
               PERFORM VALIDATE-AGENCY-CODE
           END-IF

           IF TR-NEW-PAY-METHOD NOT = 'C' AND NOT = 'E'
                   AND TR-NEW-PAY-METHOD NOT = SPACE
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF

      * A DIRECT DEPOSIT HIRE MUST ARRIVE WITH A GOOD ACCOUNT. A
      * CHECK PAYEE (A BANK WAIVER) NEEDS NONE, BUT ANY ACCOUNT
      * THAT IS KEYED STILL HAS TO PASS THE SAME EDITS.
           IF TR-NEW-PAY-METHOD = 'C'
               IF TR-NEW-BANK-ROUTING > 0
                       OR TR-NEW-BANK-ACCOUNT NOT = SPACES
                   PERFORM VALIDATE-ROUTING-NUMBER
                   IF TR-NEW-BANK-ACCOUNT = SPACES
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
               END-IF
           ELSE
               PERFORM VALIDATE-ROUTING-NUMBER
               IF TR-NEW-BANK-ACCOUNT = SPACES
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF.

       VALIDATE-ROUTING-NUMBER.
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

       LIST-PAY-HISTORY.
      * THE FILE IS KEYED EMPLOYEE / YEAR / PERIOD, SO ONE START
      * AT THE FIRST PERIOD WANTED AND A READ FORWARD UNTIL THE
      * EMPLOYEE CHANGES COVERS IT. A YEAR OR PERIOD LIMIT ON THE
      * TRANSACTION SKIPS WHAT FALLS OUTSIDE IT.
           MOVE 0 TO WS-HISTORY-LISTED
           MOVE 'N' TO WS-HISTORY-DONE-SW
           PERFORM PRINT-HISTORY-HEADER-LINE
           IF PAY-HISTORY-AVAILABLE
               MOVE TR-EMP-ID TO PH-EMP-ID
               MOVE TR-HIST-YEAR TO PH-PERIOD-YEAR
               MOVE 0 TO PH-PERIOD-NUMBER
               MOVE LOW-VALUES TO PH-RUN-TYPE
               MOVE 0 TO PH-RUN-SEQ
               START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       SET HISTORY-LISTING-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-HISTORY-RECORD
                   UNTIL HISTORY-LISTING-DONE
           END-IF
           IF WS-HISTORY-LISTED = 0
               PERFORM PRINT-NO-HISTORY-LINE
           END-IF.

       READ-NEXT-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-LISTING-DONE TO TRUE
               NOT AT END
                   IF PH-EMP-ID NOT = TR-EMP-ID
                       SET HISTORY-LISTING-DONE TO TRUE
                   ELSE
                       IF (TR-HIST-YEAR = 0
                               OR PH-PERIOD-YEAR = TR-HIST-YEAR)
                           AND (TR-HIST-PERIOD = 0
                               OR PH-PERIOD-NUMBER = TR-HIST-PERIOD)
                           PERFORM PRINT-HISTORY-LINES
                       END-IF
                   END-IF
           END-READ.

       PRINT-HISTORY-HEADER-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING TR-EMP-ID DELIMITED BY SIZE
                  ' PAY HISTORY - YEAR ' DELIMITED BY SIZE
                  TR-HIST-YEAR DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  TR-HIST-PERIOD DELIMITED BY SIZE
                  ' (ZERO = ALL)' DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-HISTORY-LINES.
      * TWO LINES PER PAY RUN - PERIOD, GROSS AND TAXES, THEN THE
      * DEDUCTIONS, THE PIECES OF GROSS BROKEN OUT, AND NET.
           ADD 1 TO WS-HISTORY-LISTED
           MOVE SPACES TO INQUIRY-LINE
           STRING '   PERIOD ' DELIMITED BY SIZE
                  PH-PERIOD-NUMBER DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PH-PERIOD-YEAR DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  PH-RUN-TYPE DELIMITED BY SIZE
                  PH-RUN-SEQ DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  PH-PAY-DATE DELIMITED BY SIZE
                  ' GROSS ' DELIMITED BY SIZE
                  PH-GROSS-PAY DELIMITED BY SIZE
                  ' FED ' DELIMITED BY SIZE
                  PH-FEDERAL-TAX DELIMITED BY SIZE
                  ' STATE ' DELIMITED BY SIZE
                  PH-STATE-TAX DELIMITED BY SIZE
                  ' OASDI ' DELIMITED BY SIZE
                  PH-OASDI-TAX DELIMITED BY SIZE
                  ' MEDICARE ' DELIMITED BY SIZE
                  PH-MEDICARE-TAX DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING '   HEALTH ' DELIMITED BY SIZE
                  PH-HEALTH-DED DELIMITED BY SIZE
                  ' RETIRE ' DELIMITED BY SIZE
                  PH-RETIRE-DED DELIMITED BY SIZE
                  ' GARNISH ' DELIMITED BY SIZE
                  PH-GARNISH-DED DELIMITED BY SIZE
                  ' RETRO ' DELIMITED BY SIZE
                  PH-RETRO-AMOUNT DELIMITED BY SIZE
                  ' LEAVE PAYOUT ' DELIMITED BY SIZE
                  PH-LEAVE-PAYOUT DELIMITED BY SIZE
                  ' NET ' DELIMITED BY SIZE
                  PH-NET-PAY DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-NO-HISTORY-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING TR-EMP-ID DELIMITED BY SIZE
                  ' NO PAY HISTORY ON FILE' DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-INQUIRY-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING EMP-ID DELIMITED BY SIZE
                  EMP-STEP DELIMITED BY SIZE
                  ' STATUS: ' DELIMITED BY SIZE
                  EMP-STATUS DELIMITED BY SIZE
                  ' LOCALITY: ' DELIMITED BY SIZE
                  EMP-LOCALITY-CODE DELIMITED BY SIZE
                  ' STATE: ' DELIMITED BY SIZE
                  EMP-STATE-CODE DELIMITED BY SIZE
                  ' PAY: ' DELIMITED BY SIZE
                  EMP-PAY-METHOD DELIMITED BY SIZE
                  ' POS: ' DELIMITED BY SIZE
                  EMP-POSITION-NUMBER DELIMITED BY SIZE
                  ' AGENCY: ' DELIMITED BY SIZE
                  EMP-AGENCY-CODE DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-AGENCY-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
                  ' PAYING AGENCY NOW ' DELIMITED BY SIZE
                  EMP-AGENCY-CODE DELIMITED BY SIZE
                  ' FROM NEXT PAY RUN' DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-PAY-METHOD-LINE.
           IF PAY-BY-CHECK
               MOVE 'PAPER CHECK' TO WS-PAY-METHOD-TEXT
           ELSE
               MOVE 'DIRECT DEPOSIT - PRENOTE SET'
                   TO WS-PAY-METHOD-TEXT
           END-IF
           MOVE SPACES TO INQUIRY-LINE
           STRING EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
                  ' PAY METHOD NOW ' DELIMITED BY SIZE
                  WS-PAY-METHOD-TEXT DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.
           END-STRING
           WRITE INQUIRY-LINE.

       PRINT-POSITION-REJECTED-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING TR-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TR-TRANSACTION-CODE DELIMITED BY SIZE
                  ' REJECTED - POSITION ' DELIMITED BY SIZE
                  WS-POS-NUMBER DELIMITED BY SIZE
                  ' GRADE ' DELIMITED BY SIZE
                  WS-POS-GRADE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-POS-REASON DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       PRINT-ADD-REJECTED-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING TR-EMP-ID DELIMITED BY SIZE
           WRITE INQUIRY-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       PRINT-REHIRE-NO-BANK-LINE.
           MOVE SPACES TO INQUIRY-LINE
           STRING TR-EMP-ID DELIMITED BY SIZE
                  ' REHIRE REJECTED - DIRECT DEPOSIT WITH NO BANK '
                      DELIMITED BY SIZE
                  'ACCOUNT' DELIMITED BY SIZE
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       PRINT-REHIRE-DUPLICATE-LINE.
      * THE EMP-ID IS STILL ON THE MASTER - SAY SO IN REHIRE
      * TERMS, NOT THE ADD TRANSACTION'S WORDING.
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

       START-RUN-LEDGER.
      * CLEAR THIS RUN WITH THE RUN LEDGER, THEN STAMP ITS START. A
      * STEP WHOSE PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE
      * PERIOD, OR THAT HAS ALREADY COMPLETED THE PERIOD ITSELF, IS
      * REFUSED BEFORE A SINGLE FILE IS TOUCHED - CYCLESTS.RPT SHOWS
      * THE OPERATOR WHERE THE CYCLE STANDS AND WHAT CAN RUN NEXT.
           MOVE 'EMPLOYEE-INQUIRY' TO WS-RL-PROGRAM-ID
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
               DISPLAY 'EMPLOYEE-INQUIRY: '
                   WS-RS-STEP-ID (WS-RL-BLOCKER)
                   ' HAS NOT COMPLETED CLEANLY FOR PERIOD '
                   WS-RL-PERIOD-YEAR '/' WS-RL-PERIOD-NUMBER
               DISPLAY 'EMPLOYEE-INQUIRY: OUT OF SEQUENCE - '
                   'SEE CYCLESTS.RPT - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-ALREADY-DONE
               DISPLAY 'EMPLOYEE-INQUIRY: '
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
