               10  EMP-ALLOT-ROUTING PIC 9(9).
               10  EMP-ALLOT-ACCOUNT PIC X(17).
               10  EMP-ALLOT-PRENOTE PIC X(01).
      * LOCALITY PAY AREA - THE DUTY STATION'S CODE ON LOCALITY.DAT,
      * WHOSE PERCENTAGE IS PAID ON TOP OF THE GRADE/STEP RATE.
      * MAINTAINED THROUGH EMPLOYEE-INQUIRY ('Y', AND ON ADD/REHIRE).
      * SPACES MEANS NO LOCALITY AREA - THE EMPLOYEE IS PAID THE
      * BASE SCHEDULE ONLY.
           05  EMP-LOCALITY-CODE   PIC X(02).
      * TAXING STATE - THE WORK/RESIDENCE STATE WHOSE INCOME TAX IS
      * WITHHELD, KEYED TO STATETAX.DAT. MAINTAINED THROUGH
      * EMPLOYEE-INQUIRY ('X', AND ON ADD/REHIRE). SPACES MEANS NOT
      * YET ASSIGNED - THE PAY RUN THEN WITHHOLDS FROM THE OLD SINGLE
      * STATE COLUMN ON TAXTBL.DAT, THE WAY IT ALWAYS DID.
           05  EMP-STATE-CODE      PIC X(02).
      * PAYMENT METHOD - HOW NET PAY REACHES THE EMPLOYEE. 'E' (OR
      * SPACE, WHICH EVERY RECORD CARRIED BEFORE THE FIELD EXISTED)
      * IS DIRECT DEPOSIT TO THE ACCOUNTS ABOVE; 'C' IS A PAPER CHECK
      * FOR AN EMPLOYEE WITH A DIRECT-DEPOSIT WAIVER, OR ONE WHOSE
      * ACCOUNT BOUNCED AND HAS NO GOOD ONE YET. A CHECK PAYEE'S
      * WHOLE NET GOES ON ONE CHECK - ALLOTMENTS ARE NOT APPLIED.
      * MAINTAINED THROUGH EMPLOYEE-INQUIRY ('M', AND ON ADD/REHIRE).
           05  EMP-PAY-METHOD      PIC X(01).
               88  PAY-BY-EFT              VALUE 'E' ' '.
               88  PAY-BY-CHECK            VALUE 'C'.
      * AUTHORIZED POSITION THIS EMPLOYEE FILLS - THE KEY OF THEIR
      * RECORD ON POSMSTR.DAT, WHOSE INCUMBENT POINTS BACK AT THEM.
      * SET BY EMPLOYEE-INQUIRY ON ADD AND REHIRE AND CHANGED ON A
      * 'G' THAT REASSIGNS THE EMPLOYEE; NEVER CLEARED, SO A
      * SEPARATED EMPLOYEE'S RECORD STILL SHOWS THE POSITION LEFT.
      * SPACES MEANS NOT YET PLACED IN A POSITION.
           05  EMP-POSITION-NUMBER PIC X(08).
      * PAYING AGENCY - THE AGENCY.DAT CODE OF THE AGENCY WHOSE
      * PAYROLL THIS EMPLOYEE IS ON. THE PAY RUNS PUT THE EMPLOYEE'S
      * DEPOSITS IN THAT AGENCY'S ACH BATCH AND THEIR COSTS ON ITS
      * LEDGER LINES. SET BY EMPLOYEE-INQUIRY ON ADD AND REHIRE AND
      * CHANGED WITH 'J'. SPACES MEANS THE AGENCY THAT RUNS THE
      * PAYROLL - THE FIRST RECORD ON AGENCY.DAT - WHICH IS WHERE
      * EVERY EMPLOYEE STOOD BEFORE THE FIELD EXISTED.
           05  EMP-AGENCY-CODE     PIC X(04).
