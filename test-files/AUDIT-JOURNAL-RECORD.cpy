      * AUDIT JOURNAL RECORD - ONE RECORD APPENDED TO AUDITJRN.DAT
      * FOR EVERY WRITE/REWRITE/DELETE ANY PROGRAM MAKES TO THE
      * EMPLOYEE (EMP), YTD (YTD), LEAVE (LVM), WITHHOLDING
      * ELECTION (WEL), DEDUCTION (DED) OR POSITION (POS) MASTERS,
      * CARRYING THE PROGRAM, RUN DATE, PAY PERIOD, KEY, ACTION
      * (A=ADD, C=CHANGE, D=DELETE) AND FULL BEFORE/AFTER RECORD
      * IMAGES - SO "WHO MOVED THIS EMPLOYEE TO GS-15 STEP 10" IS A
      * JOURNAL SCAN, NOT A MYSTERY. A POSITION RECORD IS KEYED BY
      * POSITION NUMBER, NOT EMP-ID, SO ITS AJ-EMP-ID CARRIES THE
      * EMPLOYEE WHOSE ACTION CHANGED IT (ZERO FOR A CHANGE TO THE
      * POSITION ITSELF) AND THE IMAGES CARRY THE POSITION NUMBER.
      * READ BACK BY AUDIT-REPORT. COPY THIS INTO THE FD FOR THE
      * AUDIT JOURNAL.
       01  AUDIT-JOURNAL-RECORD.
           05  AJ-PROGRAM-ID       PIC X(16).
           05  AJ-RUN-DATE         PIC 9(8).
           05  AJ-EMP-ID           PIC 9(6).
           05  AJ-ACTION           PIC X(01).
      * SIZED TO HOLD THE LARGEST MASTER RECORD WHOLE - THE YTD
      * MASTER AT 809 BYTES - SO "FULL IMAGES" STAYS TRUE AS THE
      * RECORDS GROW. WIDEN HERE FIRST IF A MASTER EVER PASSES 850.
           05  AJ-BEFORE-IMAGE     PIC X(850).
           05  AJ-AFTER-IMAGE      PIC X(850).
