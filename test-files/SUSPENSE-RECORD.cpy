      * UNCHANGED THROUGH ROLL-FORWARDS SO, WITH THE RETRY COUNT, IT
      * SHOWS HOW LONG THE RECORD HAS BEEN WAITING ON A CORRECTION.
           05  SS-PERIOD           PIC 9(04).
      * THE TIMECARD'S PREMIUM AND COMP TIME HOURS, CARRIED THROUGH
      * SUSPENSE SO A CORRECTED RECORD IS STILL PAID (OR BANKS) THE
      * NIGHT, SUNDAY, HOLIDAY AND COMP TIME HOURS IT WAS REPORTED
      * WITH. REGULAR AND OVERTIME HOURS RIDE IN THE HOURS FIELDS
      * ABOVE.
           05  SS-NIGHT-HOURS      PIC 999V99.
           05  SS-SUNDAY-HOURS     PIC 999V99.
           05  SS-HOLIDAY-HOURS    PIC 999V99.
           05  SS-COMP-EARNED-HOURS PIC 999V99.
