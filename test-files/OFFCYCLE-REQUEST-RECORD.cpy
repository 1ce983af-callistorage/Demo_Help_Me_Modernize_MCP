      * OFF-CYCLE PAYMENT REQUEST LAYOUT - ONE RECORD PER PAYMENT ON
      * OFFREQ.DAT, KEYED BY THE PAYROLL OFFICE FROM THE APPROVED
      * REQUEST, OR ADDED BY PERIOD-REVERSE TO REPAY THE EMPLOYEE A
      * ONE-EMPLOYEE REVERSAL BACKED OUT (AN EMERGENCY SALARY,
      * AGGREGATE TAX). THE PAYMENT TYPE DECIDES HOW THE MONEY IS
      * PRICED AND WHICH DEDUCTIONS IT BEARS:
      *   'S' SALARY SHORTAGE - PAY THE EMPLOYEE WAS SHORTED ON A
      *       REGULAR CHECK. RETIREMENT AND GARNISHMENT APPLY; HEALTH
      *       WAS ALREADY TAKEN ON THE CHECK THAT CAME UP SHORT.
      *   'E' EMERGENCY SALARY - STANDS IN FOR A REGULAR CHECK THE
      *       EMPLOYEE DID NOT GET. EVERY DEDUCTION APPLIES.
      *   'A' AWARD - CASH AWARD. ONLY A GARNISHMENT APPLIES.
      * A SALARY PAYMENT IS KEYED AS A DOLLAR AMOUNT OR AS HOURS,
      * WHICH ARE PRICED AT THE EMPLOYEE'S LOCALITY-ADJUSTED HOURLY
      * RATE - NEVER BOTH. AN AWARD IS ALWAYS A DOLLAR AMOUNT. THE
      * TAX METHOD IS 'F' (OR SPACE) FOR THE SUPPLEMENTAL FLAT RATE,
      * 'A' TO AGGREGATE THE PAYMENT WITH THE PERIOD'S REGULAR PAY.
      * OFFCYCLE-PAY STAMPS A PAID REQUEST 'P' WITH THE RUN'S DATE
      * AND TIME (THE SAME STAMP AS THE OFFEFT.DAT FILE HEADER) AND
      * THE GROSS AND NET PAID, SO A RESUBMITTED FILE NEVER PAYS A
      * REQUEST TWICE AND OFFCYCLE-RECON CAN TIE THE ACH FILE BACK
      * TO THE REQUESTS IT PAID. A REJECTED REQUEST STAYS PENDING
      * UNTIL THE CLERK CORRECTS IT. SHARED BY OFFCYCLE-PAY,
      * OFFCYCLE-RECON AND PERIOD-REVERSE. COPY THIS INTO THE FD FOR
      * THE REQUEST FILE.
       01  OFFCYCLE-REQUEST-RECORD.
           05  OR-EMP-ID           PIC 9(6).
           05  OR-REQUEST-NUMBER   PIC 9(4).
           05  OR-PAYMENT-TYPE     PIC X(01).
               88  OR-SALARY-SHORTAGE      VALUE 'S'.
               88  OR-EMERGENCY-SALARY     VALUE 'E'.
               88  OR-AWARD                VALUE 'A'.
           05  OR-AMOUNT           PIC 9(7)V99.
           05  OR-HOURS            PIC 9(3)V99.
           05  OR-TAX-METHOD       PIC X(01).
               88  OR-FLAT-RATE-TAX        VALUE 'F' ' '.
               88  OR-AGGREGATE-TAX        VALUE 'A'.
           05  OR-REASON           PIC X(40).
           05  OR-REQUEST-STATUS   PIC X(01).
               88  OR-REQUEST-PENDING      VALUE ' '.
               88  OR-REQUEST-PAID         VALUE 'P'.
           05  OR-PAID-DATE        PIC 9(8).
           05  OR-PAID-TIME        PIC 9(4).
           05  OR-GROSS-PAID       PIC 9(7)V99.
           05  OR-NET-PAID         PIC 9(7)V99.
