      * CHECK PRINT RECORD LAYOUT - ONE RECORD PER PAPER CHECK, READ
      * BY THE CHECK PRINTER TO PRODUCE THE CHECK AND ITS STUB. EACH
      * PROGRAM THAT PAYS BY CHECK WRITES ITS OWN FILE, THE WAY EACH
      * WRITES ITS OWN EFT FILE: PAYROLL-CALC CHECKS.DAT,
      * SUSPENSE-CORRECT SUPPCHECK.DAT, OFFCYCLE-PAY OFFCHECK.DAT AND
      * CHECK-REGISTER REISSUE.DAT. THE SAME CHECK IS ENTERED ON THE
      * CHECK ISSUE MASTER (CHKISSUE.DAT) AT THE SAME TIME, WHICH IS
      * WHAT POSITIVE PAY AND THE CHECK REGISTER WORK FROM.
      * CP-AMOUNT IS THE NET PAY - THE FACE OF THE CHECK; THE GROSS,
      * TAXES AND DEDUCTIONS ARE FOR THE STUB. A REISSUE CARRIES THE
      * NUMBER OF THE CHECK IT REPLACES IN CP-ORIGINAL-CHECK (ZERO
      * ON AN ORIGINAL ISSUE). COPY THIS INTO THE FD FOR A CHECK
      * PRINT FILE.
       01  CHECK-PRINT-RECORD.
           05  CP-CHECK-NUMBER     PIC 9(8).
           05  CP-ISSUE-DATE       PIC 9(8).
           05  CP-EMP-ID           PIC 9(6).
           05  CP-PAYEE-NAME       PIC X(30).
           05  CP-AMOUNT           PIC 9(7)V99.
           05  CP-PERIOD-NUMBER    PIC 9(4).
           05  CP-CHECK-SOURCE     PIC X(01).
               88  CP-REGULAR-RUN          VALUE 'R'.
               88  CP-SUPPLEMENTAL-RUN     VALUE 'S'.
               88  CP-OFFCYCLE-RUN         VALUE 'O'.
               88  CP-REISSUE              VALUE 'I'.
           05  CP-GROSS-PAY        PIC 9(7)V99.
           05  CP-TOTAL-TAXES      PIC 9(7)V99.
           05  CP-TOTAL-DEDUCTIONS PIC 9(7)V99.
           05  CP-ORIGINAL-CHECK   PIC 9(8).
