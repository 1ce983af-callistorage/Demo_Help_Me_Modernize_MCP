      * TIMECARD TRANSACTION LAYOUT - ONE LINE PER EMPLOYEE PER HOUR
      * CODE PER PAY PERIOD, KEYED BY THE TIMEKEEPERS INTO
      * TIMECARD.DAT IN ANY ORDER. AN EMPLOYEE MAY HAVE SEVERAL
      * LINES FOR THE SAME CODE - TIMECARD-EDIT ADDS THEM UP.
      *   R = REGULAR HOURS (THE BASIC TOUR, PAID AT STRAIGHT TIME)
      *   O = OVERTIME HOURS (PAID AT TIME AND A HALF)
      *   N = NIGHT DIFFERENTIAL HOURS (PREMIUM ON HOURS ALSO
      *       REPORTED AS R OR O)
      *   S = SUNDAY PREMIUM HOURS (PREMIUM ON HOURS ALSO REPORTED
      *       AS R)
      *   H = HOLIDAY HOURS WORKED (PREMIUM ON HOURS ALSO REPORTED
      *       AS R)
      *   C = COMPENSATORY TIME EARNED IN LIEU OF OVERTIME (BANKED
      *       ON LEAVEMST.DAT, NOT PAID)
      * READ BY TIMECARD-EDIT ONLY. COPY THIS INTO THE FD FOR THE
      * TIMECARD FILE.
       01  TIMECARD-RECORD.
           05  TC-TIMEKEEPER-ID    PIC X(06).
           05  TC-PERIOD           PIC 9(04).
           05  TC-EMP-ID           PIC 9(06).
           05  TC-HOUR-CODE        PIC X(01).
               88  TC-REGULAR              VALUE 'R'.
               88  TC-OVERTIME             VALUE 'O'.
               88  TC-NIGHT-DIFFERENTIAL   VALUE 'N'.
               88  TC-SUNDAY-PREMIUM       VALUE 'S'.
               88  TC-HOLIDAY-WORKED       VALUE 'H'.
               88  TC-COMP-TIME-EARNED     VALUE 'C'.
           05  TC-HOURS            PIC 999V99.
