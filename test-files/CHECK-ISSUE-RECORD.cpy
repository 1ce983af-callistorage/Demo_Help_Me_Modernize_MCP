      * CHECK ISSUE MASTER RECORD - ONE RECORD ON CHKISSUE.DAT FOR
      * EVERY CHECK EVER WRITTEN, KEYED BY CHECK NUMBER. THE PROGRAM
      * THAT WRITES THE CHECK ADDS THE RECORD AS STATUS 'I' (ISSUED)
      * WHEN IT WRITES THE CHECK PRINT RECORD. CHECK-REGISTER APPLIES
      * THE VOID AND REISSUE TRANSACTIONS: A VOID SETS 'V', A REISSUE
      * SETS 'R' ON THE OLD CHECK WITH THE NUMBER OF THE REPLACEMENT
      * IN CI-REPLACED-BY, AND ADDS THE REPLACEMENT AS A NEW 'I'
      * RECORD POINTING BACK THROUGH CI-ORIGINAL-CHECK. THE TWO SENT
      * STAMPS (YYYYMMDDHHMM OF THE POSITIVE-PAY FILE THAT CARRIED
      * THE ISSUE / THE VOID, ZERO UNTIL SENT) ARE HOW CHECK-REGISTER
      * SENDS THE BANK EACH ISSUE AND EACH VOID EXACTLY ONCE. SHARED
      * BY EVERY PROGRAM THAT WRITES CHECKS AND BY CHECK-REGISTER.
      * COPY THIS INTO THE FD FOR THE CHECK ISSUE MASTER.
       01  CHECK-ISSUE-RECORD.
           05  CI-CHECK-NUMBER     PIC 9(8).
           05  CI-EMP-ID           PIC 9(6).
           05  CI-PAYEE-NAME       PIC X(30).
           05  CI-AMOUNT           PIC 9(7)V99.
           05  CI-ISSUE-DATE       PIC 9(8).
           05  CI-PERIOD-NUMBER    PIC 9(4).
           05  CI-CHECK-SOURCE     PIC X(01).
               88  CI-REGULAR-RUN          VALUE 'R'.
               88  CI-SUPPLEMENTAL-RUN     VALUE 'S'.
               88  CI-OFFCYCLE-RUN         VALUE 'O'.
               88  CI-REISSUE              VALUE 'I'.
           05  CI-CHECK-STATUS     PIC X(01).
               88  CI-CHECK-ISSUED         VALUE 'I'.
               88  CI-CHECK-VOIDED         VALUE 'V'.
               88  CI-CHECK-REISSUED       VALUE 'R'.
           05  CI-GROSS-PAY        PIC 9(7)V99.
           05  CI-TOTAL-TAXES      PIC 9(7)V99.
           05  CI-TOTAL-DEDUCTIONS PIC 9(7)V99.
           05  CI-ORIGINAL-CHECK   PIC 9(8).
           05  CI-REPLACED-BY      PIC 9(8).
           05  CI-VOID-DATE        PIC 9(8).
           05  CI-VOID-REASON      PIC X(30).
           05  CI-ISSUE-SENT-STAMP PIC 9(12).
           05  CI-VOID-SENT-STAMP  PIC 9(12).
