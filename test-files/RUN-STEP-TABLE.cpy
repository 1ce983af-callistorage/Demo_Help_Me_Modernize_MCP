      * JOB STREAM STEP TABLE - EVERY PROGRAM IN THE SYSTEM, IN THE
      * ORDER THE PAY CYCLE RUNS THEM, WITH THE RULES THE RUN LEDGER
      * (RUNLEDGR.DAT) ENFORCES FOR EACH. SHARED BY EVERY PROGRAM SO
      * EACH CHECKS ITSELF AGAINST EXACTLY THE SAME RULES THAT
      * CYCLE-STATUS REPORTS FROM. EACH ENTRY IS:
      *   STEP ID   - THE PROGRAM-ID, AS STAMPED ON THE LEDGER.
      *   MODE      - 'O' ONCE PER PERIOD: REFUSED ONCE IT HAS
      *               COMPLETED CLEANLY SINCE ITS PREDECESSOR (OR ITS
      *               RESET STEP) LAST DID.
      *               'R' RERUNNABLE: MAY RUN AGAIN WHENEVER ITS
      *               PREDECESSOR IS SATISFIED.
      *               'P' RERUNNABLE AS FAR AS THE LEDGER GOES - THE
      *               PAYPERIOD.DAT POSTED STATUS IS WHAT STOPS A
      *               SECOND RUN.
      *               'A' ANY TIME: STAMPED, NEVER REFUSED.
      *   PRED      - ROW OF THE STEP THAT MUST HAVE COMPLETED CLEANLY
      *               FOR THE PERIOD FIRST (00 = NONE). THE CHECK
      *               FOLLOWS THE CHAIN BACK: EVERY STEP ON IT MUST
      *               HAVE FINISHED CLEANLY ON ITS LATEST RUN, AND
      *               AFTER ITS OWN PREDECESSOR'S LATEST CLEAN
      *               COMPLETION - SO A RERUN EARLIER IN THE CHAIN
      *               OPENS EVERYTHING AFTER IT UP AGAIN.
      *   RESET     - ROW OF A STEP WHOSE CLEAN COMPLETION LETS A
      *               ONCE-PER-PERIOD STEP RUN AGAIN (00 = NONE). ON
      *               A 'P' STEP IT IS THE STEP THAT REOPENS THE
      *               PERIOD, FOR CYCLE-STATUS TO REPORT.
      *   RESTART   - HOW TO RECOVER A RUN THAT DID NOT FINISH: 'C'
      *               RESUBMIT, IT RESTARTS FROM ITS CHECKPOINT; 'S'
      *               RESUBMIT, IT IS SAFE TO RUN WHOLE AGAIN; 'M'
      *               THE FILES MUST BE RESTORED BY HAND FIRST.
      * A RUN IS CLEAN WHEN IT FINISHED WITH A RETURN CODE UNDER 8.
      * NEW PROGRAMS GO ON THE END AND WS-RS-COUNT GOES UP; A ROW
      * MUST NEVER MOVE, AS THE PRED AND RESET COLUMNS POINT AT IT.
      * COPY THIS INTO WORKING-STORAGE.
       01  WS-RUN-STEP-DATA.
      *    STEP ID (16), MODE, PRED, RESET, RESTART
           05  FILLER              PIC X(22) VALUE
               'TIMECARD-EDIT   R0000S'.
           05  FILLER              PIC X(22) VALUE
               'PAYROLL-CALC    P0008C'.
           05  FILLER              PIC X(22) VALUE
               'PAY-VARIANCE    R0200S'.
           05  FILLER              PIC X(22) VALUE
               'BALANCE-RECON   O0300S'.
           05  FILLER              PIC X(22) VALUE
               'SUSPENSE-CORRECTO0400C'.
           05  FILLER              PIC X(22) VALUE
               'EFT-RETURNS     O0400C'.
           05  FILLER              PIC X(22) VALUE
               'WGI-ADVANCE     O0400S'.
           05  FILLER              PIC X(22) VALUE
               'PERIOD-REVERSE  R0200S'.
           05  FILLER              PIC X(22) VALUE
               'OFFCYCLE-PAY    R0000C'.
           05  FILLER              PIC X(22) VALUE
               'OFFCYCLE-RECON  O0900S'.
           05  FILLER              PIC X(22) VALUE
               'QUARTERLY-941   O0400S'.
           05  FILLER              PIC X(22) VALUE
               'QUARTERLY-STATE O0400S'.
           05  FILLER              PIC X(22) VALUE
               'YEAREND-W2      O0400S'.
           05  FILLER              PIC X(22) VALUE
               'YEAREND-CLOSE   O1300M'.
           05  FILLER              PIC X(22) VALUE
               'CHECK-REGISTER  A0000S'.
           05  FILLER              PIC X(22) VALUE
               'EMPLOYEE-INQUIRYA0000S'.
           05  FILLER              PIC X(22) VALUE
               'POSITION-CONTROLA0000S'.
           05  FILLER              PIC X(22) VALUE
               'AUDIT-REPORT    A0000S'.
           05  FILLER              PIC X(22) VALUE
               'CYCLE-STATUS    A0000S'.

       01  WS-RUN-STEP-TABLE REDEFINES WS-RUN-STEP-DATA.
           05  WS-RS-ENTRY OCCURS 19 TIMES.
               10  WS-RS-STEP-ID   PIC X(16).
               10  WS-RS-MODE      PIC X(01).
                   88  RS-ONCE-PER-PERIOD  VALUE 'O'.
                   88  RS-ANY-TIME         VALUE 'A'.
                   88  RS-PERIOD-GOVERNED  VALUE 'P'.
               10  WS-RS-PRED      PIC 9(2).
               10  WS-RS-RESET     PIC 9(2).
               10  WS-RS-RESTART   PIC X(01).
                   88  RS-RESTARTS-FROM-CHECKPOINT VALUE 'C'.
                   88  RS-MANUAL-RECOVERY  VALUE 'M'.

      * WHAT THE LEDGER SAYS ABOUT EACH STEP FOR ONE PERIOD, BUILT BY
      * READING RUNLEDGR.DAT FROM THE TOP. THE ORDINALS ARE THE
      * POSITION OF THE STAMP AMONG THAT PERIOD'S STAMPS, SO "LATER"
      * MEANS LATER ON THE LEDGER REGARDLESS OF THE CLOCK.
       01  WS-RUN-STEP-STATE.
           05  WS-RT-ENTRY OCCURS 19 TIMES.
               10  WS-RT-RUNS      PIC 9(4).
               10  WS-RT-FAILS     PIC 9(4).
               10  WS-RT-LAST-STATE PIC X(01).
                   88  RT-NEVER-RUN        VALUE SPACE.
                   88  RT-NOT-FINISHED     VALUE 'S'.
                   88  RT-FINISHED         VALUE 'F'.
               10  WS-RT-LAST-RC   PIC 9(4).
               10  WS-RT-CLEAN-ORD PIC 9(6).
               10  WS-RT-START-DATE PIC 9(8).
               10  WS-RT-START-TIME PIC 9(8).
               10  WS-RT-END-DATE  PIC 9(8).
               10  WS-RT-END-TIME  PIC 9(8).
               10  WS-RT-COUNT-ENTRY OCCURS 3 TIMES.
                   15  WS-RT-COUNT-NAME  PIC X(10).
                   15  WS-RT-COUNT-VALUE PIC 9(9).

      * THIS RUN'S OWN LEDGER FIELDS AND THE SCAN AND CHECK WORK
      * AREAS. THE PROGRAM SETS THE PERIOD FROM PAYPERIOD.DAT BEFORE
      * ITS LEDGER CHECK, AND THE COUNT NAMES AND VALUES BEFORE ITS
      * FINISH STAMP.
       01  WS-RUN-LEDGER-DATA.
           05  WS-RS-COUNT         PIC 9(2) VALUE 19.
           05  WS-RL-PROGRAM-ID    PIC X(16) VALUE SPACES.
           05  WS-RL-KEY           PIC X(16) VALUE SPACES.
           05  WS-RL-PERIOD-YEAR   PIC 9(4) VALUE 0.
           05  WS-RL-PERIOD-NUMBER PIC 9(4) VALUE 0.
           05  WS-RL-START-DATE    PIC 9(8) VALUE 0.
           05  WS-RL-START-TIME    PIC 9(8) VALUE 0.
           05  WS-RL-COUNT-ENTRY OCCURS 3 TIMES.
               10  WS-RL-COUNT-NAME  PIC X(10).
               10  WS-RL-COUNT-VALUE PIC 9(9).
           05  WS-RL-OWN-STEP      PIC 9(2) VALUE 0.
           05  WS-RL-STEP          PIC 9(2) VALUE 0.
           05  WS-RL-SUB           PIC 9(2) VALUE 0.
           05  WS-RL-LINK          PIC 9(2) VALUE 0.
           05  WS-RL-NEXT-LINK     PIC 9(2) VALUE 0.
           05  WS-RL-BLOCKER       PIC 9(2) VALUE 0.
           05  WS-RL-BASE-ORD      PIC 9(6) VALUE 0.
           05  WS-RL-ORDINAL       PIC 9(6) VALUE 0.
           05  WS-RL-HIT-SW        PIC X(01) VALUE 'N'.
               88  RUN-STEP-FOUND          VALUE 'Y'.
           05  WS-RL-EOF-SW        PIC X(01) VALUE 'N'.
               88  RUN-LEDGER-EOF          VALUE 'Y'.
      * THE LEDGER'S VERDICT ON THE STEP IN WS-RL-STEP.
           05  WS-RL-VERDICT       PIC X(01) VALUE SPACE.
               88  RUN-CLEARED             VALUE 'G'.
               88  RUN-ANY-TIME            VALUE 'A'.
               88  RUN-BLOCKED             VALUE 'B'.
               88  RUN-ALREADY-DONE        VALUE 'D'.
