           05  LM-EMP-NAME         PIC X(30).
           05  LM-ANNUAL-LEAVE-BAL PIC 9(4)V99.
           05  LM-SICK-LEAVE-BAL   PIC 9(4)V99.
      * COMPENSATORY TIME EARNED IN LIEU OF OVERTIME - BANKED HERE
      * BY THE PAY RUN FROM THE TIMECARD 'C' HOURS INSTEAD OF BEING
      * PAID.
           05  LM-COMP-TIME-BAL    PIC 9(4)V99.
