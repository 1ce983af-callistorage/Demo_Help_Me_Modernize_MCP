      * PAY HISTORY RECORD LAYOUT - ONE RECORD PER EMPLOYEE PER PAY
      * RUN ON PAYHIST.DAT, KEPT PERMANENTLY SO A PAST PERIOD'S PAY
      * CAN BE ANSWERED FROM THE FILE INSTEAD OF OLD PAYROLL.RPT
      * PRINTOUTS. PAYROLL-CALC WRITES THE REGULAR RUN'S RECORD
      * (RUN TYPE 'R') FOR EVERY EMPLOYEE IT PAYS THROUGH NET;
      * SUSPENSE-CORRECT ADDS ITS SUPPLEMENTAL PAYMENTS (RUN TYPE
      * 'S') UNDER THE SAME PERIOD, NUMBERED BY PH-RUN-SEQ SO MORE
      * THAN ONE SUPPLEMENTAL FOR THE SAME PERIOD EACH KEEP THEIR
      * OWN RECORD. OFFCYCLE-PAY ADDS EACH OFF-CYCLE PAYMENT (RUN
      * TYPE 'O') THE SAME WAY. RETIREE ANNUITIES NEVER REACH NET
      * PAY OR THE BANK FILE AND ARE NOT RECORDED. READ BY
      * PAY-VARIANCE AND BY EMPLOYEE-INQUIRY'S HISTORY INQUIRY
      * ('H'). INDEXED BY PH-KEY, SO ONE EMPLOYEE'S HISTORY READS
      * BACK IN PERIOD ORDER.
      * COPY THIS INTO THE FD FOR THE PAY HISTORY FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID       PIC 9(6).
               10  PH-PERIOD-YEAR  PIC 9(4).
               10  PH-PERIOD-NUMBER PIC 9(4).
               10  PH-RUN-TYPE     PIC X(01).
                   88  PH-REGULAR-RUN      VALUE 'R'.
                   88  PH-SUPPLEMENTAL-RUN VALUE 'S'.
                   88  PH-OFFCYCLE-RUN     VALUE 'O'.
               10  PH-RUN-SEQ      PIC 9(02).
           05  PH-EMP-NAME         PIC X(30).
           05  PH-EMP-STATUS       PIC X(01).
           05  PH-EMP-GRADE        PIC 99.
           05  PH-EMP-STEP         PIC 99.
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-GROSS-PAY        PIC 9(7)V99.
           05  PH-FEDERAL-TAX      PIC 9(6)V99.
           05  PH-STATE-TAX        PIC 9(5)V99.
           05  PH-OASDI-TAX        PIC 9(5)V99.
           05  PH-MEDICARE-TAX     PIC 9(5)V99.
           05  PH-HEALTH-DED       PIC 9(5)V99.
           05  PH-RETIRE-DED       PIC 9(5)V99.
           05  PH-GARNISH-DED      PIC 9(5)V99.
      * THE RETRO ADJUSTMENT AND THE TERMINATION LEAVE PAYOUT ARE
      * ALREADY INSIDE PH-GROSS-PAY - THEY'RE BROKEN OUT HERE SO THE
      * HISTORY SHOWS WHY A PERIOD'S GROSS WAS WHAT IT WAS.
           05  PH-RETRO-AMOUNT     PIC S9(7)V99 SIGN LEADING
                                   SEPARATE.
           05  PH-LEAVE-PAYOUT     PIC 9(6)V99.
           05  PH-NET-PAY          PIC 9(7)V99.
