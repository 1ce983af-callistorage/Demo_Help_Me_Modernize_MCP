      * EFT FILE RECORD LAYOUTS - ACH-STYLE STRUCTURE THE BANK
      * BALANCES AGAINST: A '1' FILE HEADER WITH COMPANY ID AND
      * EFFECTIVE PAY DATE, THEN ONE BATCH PER PAYING AGENCY - A '5'
      * BATCH HEADER, '6' DETAIL ENTRIES ('22' CHECKING CREDIT, '23'
      * ZERO-DOLLAR PRENOTE, '27' CHECKING DEBIT) WITH TRACE
      * NUMBERS, AND AN '8' BATCH TRAILER CARRYING THE ENTRY COUNT,
      * ROUTING HASH (SUM OF DETAIL ROUTING NUMBERS, LOW-ORDER TEN
      * DIGITS) AND TOTAL CREDIT AND DEBIT AMOUNTS - AND LAST A '9'
      * FILE CONTROL RECORD SUMMING EVERY BATCH TRAILER ON THE FILE.
      * ALL RECORDS ARE 94 BYTES. SHARED BY PAYROLL-CALC AND
      * SUSPENSE-CORRECT SO THE REGULAR AND SUPPLEMENTAL EFT FILES
      * CARRY THE SAME STRUCTURE, BY OFFCYCLE-PAY FOR ITS OFF-CYCLE
      * FILE, AND BY PERIOD-REVERSE, WHOSE REVERSAL BATCH DEBITS
      * BACK THE CREDITS A BACKED-OUT PERIOD SENT. COPY THIS INTO
      * THE FD FOR THE EFT FILE.
       01  EFT-FILE-HEADER.
           05  EFH-RECORD-TYPE     PIC X(01).
           05  EFH-COMPANY-ID      PIC X(10).
           05  EFH-COMPANY-NAME    PIC X(30).
           05  EFH-CREATION-DATE   PIC 9(8).
           05  EFH-EFFECTIVE-DATE  PIC 9(8).
      * HHMM THE FILE WAS CUT. OFFCYCLE-PAY STAMPS IT (AND THE
      * REQUESTS IT PAID) SO MORE THAN ONE OFF-CYCLE FILE IN A DAY
      * CAN EACH BE TIED BACK TO THEIR OWN REQUESTS.
           05  EFH-CREATION-TIME   PIC 9(4).
           05  FILLER              PIC X(33).

       01  EFT-BATCH-HEADER.
           05  EBH-RECORD-TYPE     PIC X(01).
           05  EBH-ENTRY-DESCRIPTION PIC X(10).
           05  EBH-EFFECTIVE-DATE  PIC 9(8).
           05  EBH-PERIOD-NUMBER   PIC 9(4).
      * THE PAYING AGENCY (ITS AGENCY.DAT CODE), THE BATCH'S NUMBER
      * WITHIN THE FILE, THE FIRST 16 CHARACTERS OF THE AGENCY'S
      * NAME AS THE BANK'S BATCH FORMAT CARRIES IT, AND THE
      * AGENCY'S FUNDING ACCOUNT THE BATCH SETTLES AGAINST.
           05  EBH-AGENCY-CODE     PIC X(04).
           05  EBH-BATCH-NUMBER    PIC 9(7).
           05  EBH-COMPANY-NAME    PIC X(16).
           05  EBH-FUNDING-ROUTING PIC 9(9).
           05  EBH-FUNDING-ACCOUNT PIC X(17).
           05  FILLER              PIC X(08).

       01  EFT-RECORD.
           05  EFT-RECORD-TYPE     PIC X(01).
           05  EFT-TRANSACTION-CODE PIC X(02).
               88  EFT-CHECKING-CREDIT     VALUE '22'.
               88  EFT-PRENOTE-CREDIT      VALUE '23'.
               88  EFT-CHECKING-DEBIT      VALUE '27'.
           05  EFT-ROUTING-NUMBER  PIC 9(9).
           05  EFT-ACCOUNT-NUMBER  PIC X(17).
           05  EFT-AMOUNT          PIC 9(7)V99.
           05  EBT-ENTRY-COUNT     PIC 9(6).
           05  EBT-ROUTING-HASH    PIC 9(10).
           05  EBT-TOTAL-CREDIT    PIC 9(12)V99.
           05  EBT-TOTAL-DEBIT     PIC 9(12)V99.
      * ECHO THE BATCH HEADER'S COMPANY ID AND BATCH NUMBER SO THE
      * BANK CAN PAIR EVERY TRAILER WITH ITS OWN HEADER.
           05  EBT-COMPANY-ID      PIC X(10).
           05  EBT-BATCH-NUMBER    PIC 9(7).
           05  FILLER              PIC X(32).

      * FILE CONTROL - THE LAST RECORD ON THE FILE. EACH FIGURE IS
      * THE SUM OF THAT FIGURE OVER EVERY '8' BATCH TRAILER, SO THE
      * BANK (AND BALANCE-RECON) CAN PROVE NO BATCH WENT MISSING.
       01  EFT-FILE-CONTROL.
           05  EFC-RECORD-TYPE     PIC X(01).
           05  EFC-BATCH-COUNT     PIC 9(6).
           05  EFC-ENTRY-COUNT     PIC 9(8).
           05  EFC-ROUTING-HASH    PIC 9(10).
           05  EFC-TOTAL-DEBIT     PIC 9(12)V99.
           05  EFC-TOTAL-CREDIT    PIC 9(12)V99.
           05  FILLER              PIC X(41).
