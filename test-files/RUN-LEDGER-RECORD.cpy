      * RUN LEDGER RECORD - RUNLEDGR.DAT IS THE JOB STREAM'S OWN LOG.
      * EVERY PROGRAM IN THE SYSTEM APPENDS A START STAMP ('S') ONCE
      * THE LEDGER HAS CLEARED IT TO RUN AND A FINISH STAMP ('F') AS
      * ITS LAST ACT. BOTH CARRY THE PAY PERIOD THAT WAS ON
      * PAYPERIOD.DAT WHEN THE RUN BEGAN AND THE RUN'S START DATE AND
      * TIME, SO THE TWO PAIR UP; THE FINISH STAMP ADDS THE END DATE
      * AND TIME, THE RETURN CODE AND UP TO THREE NAMED RECORD
      * COUNTS. A START WITH NO FINISH IS A RUN THAT ABENDED OR
      * STOPPED ON A FATAL ERROR. THE FILE IS ONLY EVER APPENDED TO,
      * SO IT READS IN THE ORDER THE RUNS HAPPENED.
      * COPY THIS INTO THE FD FOR THE RUN LEDGER FILE.
       01  RUN-LEDGER-RECORD.
           05  RL-PROGRAM-ID       PIC X(16).
           05  RL-PERIOD-YEAR      PIC 9(4).
           05  RL-PERIOD-NUMBER    PIC 9(4).
           05  RL-STAMP-TYPE       PIC X(01).
               88  RL-START-STAMP          VALUE 'S'.
               88  RL-FINISH-STAMP         VALUE 'F'.
           05  RL-START-DATE       PIC 9(8).
           05  RL-START-TIME       PIC 9(8).
           05  RL-END-DATE         PIC 9(8).
           05  RL-END-TIME         PIC 9(8).
           05  RL-RETURN-CODE      PIC 9(4).
           05  RL-COUNT-ENTRY OCCURS 3 TIMES.
               10  RL-COUNT-NAME   PIC X(10).
               10  RL-COUNT-VALUE  PIC 9(9).
