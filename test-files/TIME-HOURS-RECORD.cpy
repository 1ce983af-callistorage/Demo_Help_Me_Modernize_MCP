      * PERIOD HOURS RECORD LAYOUT - ONE RECORD PER EMPLOYEE ON
      * TIMEHRS.DAT, KEYED BY EMP-ID, HOLDING THE PERIOD'S ACCEPTED
      * TIMECARD HOURS ADDED UP BY HOUR CODE. BUILT FRESH EACH
      * PERIOD BY TIMECARD-EDIT FROM THE TIMEKEEPERS' TIMECARD.DAT
      * AND READ BY PAYROLL-CALC, WHICH PRICES EACH CODE WITH ITS
      * OWN PREMIUM RULE. TH-PERIOD IS THE PAY PERIOD THE HOURS
      * BELONG TO - A RECORD FOR ANY OTHER PERIOD IS STALE AND IS
      * NEVER PAID. COPY THIS INTO THE FD FOR THE PERIOD HOURS FILE.
       01  TIME-HOURS-RECORD.
           05  TH-EMP-ID           PIC 9(06).
           05  TH-PERIOD           PIC 9(04).
           05  TH-REGULAR-HOURS    PIC 999V99.
           05  TH-OVERTIME-HOURS   PIC 999V99.
           05  TH-NIGHT-HOURS      PIC 999V99.
           05  TH-SUNDAY-HOURS     PIC 999V99.
           05  TH-HOLIDAY-HOURS    PIC 999V99.
           05  TH-COMP-EARNED-HOURS PIC 999V99.
           05  TH-CARD-COUNT       PIC 9(03).
