      * POSITIVE-PAY ISSUE FILE LAYOUT - POSPAY.DAT, WRITTEN BY
      * CHECK-REGISTER AND TRANSMITTED TO THE BANK, WHICH PAYS A
      * CHECK PRESENTED AGAINST THE DISBURSING ACCOUNT ONLY WHEN ITS
      * NUMBER AND AMOUNT MATCH AN ISSUE RECORD WE SENT AND NO VOID
      * HAS FOLLOWED IT. ONE 'H' HEADER NAMING THE ACCOUNT, ONE 'D'
      * DETAIL PER ISSUE ('I') OR VOID ('V') NOT YET SENT, AND ONE
      * 'T' TRAILER WITH THE COUNTS AND DOLLARS OF EACH THE BANK
      * BALANCES THE FILE AGAINST. THE HEADER'S DATE AND TIME ARE
      * THE STAMP CHECK-REGISTER LEAVES ON EVERY CHECK ISSUE MASTER
      * RECORD THE FILE CARRIES. ALL RECORDS ARE 80 BYTES. COPY THIS
      * INTO THE FD FOR THE POSITIVE-PAY FILE.
       01  POSITIVE-PAY-HEADER.
           05  PPH-RECORD-TYPE     PIC X(01).
           05  PPH-BANK-ROUTING    PIC 9(9).
           05  PPH-ACCOUNT-NUMBER  PIC X(17).
           05  PPH-CREATION-DATE   PIC 9(8).
           05  PPH-CREATION-TIME   PIC 9(4).
           05  FILLER              PIC X(41).

       01  POSITIVE-PAY-DETAIL.
           05  PPD-RECORD-TYPE     PIC X(01).
           05  PPD-ISSUE-CODE      PIC X(01).
               88  PPD-ISSUE               VALUE 'I'.
               88  PPD-VOID                VALUE 'V'.
           05  PPD-CHECK-NUMBER    PIC 9(8).
           05  PPD-AMOUNT          PIC 9(7)V99.
           05  PPD-ISSUE-DATE      PIC 9(8).
           05  PPD-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(23).

       01  POSITIVE-PAY-TRAILER.
           05  PPT-RECORD-TYPE     PIC X(01).
           05  PPT-ISSUE-COUNT     PIC 9(6).
           05  PPT-ISSUE-TOTAL     PIC 9(12)V99.
           05  PPT-VOID-COUNT      PIC 9(6).
           05  PPT-VOID-TOTAL      PIC 9(12)V99.
           05  FILLER              PIC X(39).
