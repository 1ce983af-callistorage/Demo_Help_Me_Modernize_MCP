               88  CK-RUN-ACTIVE           VALUE 'A'.
               88  CK-RUN-COMPLETE         VALUE 'C'.
           05  CK-PERIOD-NUMBER    PIC 9(4).
      * PAPER CHECKS WRITTEN SO FAR - COUNT AND NET DOLLARS - RIDE
      * HERE LIKE THE EFT TOTALS ABOVE, SO A RESTARTED RUN'S CHECK
      * TOTAL COVERS THE CHECKS WRITTEN BEFORE THE ABEND TOO.
           05  CK-CHECK-COUNT      PIC 9(6).
           05  CK-CHECK-TOTAL      PIC 9(12)V99.
      * THE SAME COUNTS AND TOTALS BROKEN OUT BY PAYING AGENCY, ONE
      * SLOT PER AGENCY.DAT ROW, KEYED BY AGENCY CODE SO A RESTART
      * MATCHES EACH SLOT BACK TO ITS AGENCY AND BALANCE-RECON CAN
      * PROVE EVERY AGENCY'S BATCH ON ITS OWN. UNUSED SLOTS CARRY
      * A BLANK CODE.
           05  CK-AGENCY-TOTALS OCCURS 10 TIMES.
               10  CK-AG-CODE      PIC X(04).
               10  CK-AG-EMP-COUNT PIC 9(4).
               10  CK-AG-TOTAL-PAYROLL PIC 9(8)V99.
               10  CK-AG-EFT-COUNT PIC 9(6).
               10  CK-AG-EFT-HASH  PIC 9(10).
               10  CK-AG-EFT-CREDIT PIC 9(12)V99.
               10  CK-AG-CHECK-COUNT PIC 9(6).
               10  CK-AG-CHECK-TOTAL PIC 9(12)V99.
