      * AGENCY CONTROL RECORD - ONE RECORD ON AGENCY.DAT FOR EVERY
      * AGENCY WHOSE EMPLOYEES THIS PAYROLL PAYS, KEYED BY THE SAME
      * CODE AS EMP-AGENCY-CODE ON THE EMPLOYEE MASTER. THE COMPANY
      * ID AND NAME ARE THE ORIGINATOR IDENTITY THE BANK KNOWS THE
      * AGENCY BY AND GO ON THAT AGENCY'S '5' BATCH HEADER; THE
      * FUNDING ROUTING/ACCOUNT IS THE AGENCY'S OWN ACCOUNT ITS
      * BATCH IS SETTLED AGAINST. THE FIRST RECORD IS THE AGENCY
      * THAT RUNS THE PAYROLL: ITS IDENTITY GOES ON THE '1' FILE
      * HEADER, AND AN EMPLOYEE WITH NO AGENCY CODE IS ITS OWN.
      * KEYED BY THE PAYROLL OFFICE, ONE RECORD PER AGENCY, NO CODE
      * TWICE. COPY THIS INTO THE FD FOR THE AGENCY CONTROL FILE.
       01  AGENCY-CONTROL-RECORD.
           05  AC-AGENCY-CODE      PIC X(04).
           05  AC-COMPANY-ID       PIC X(10).
           05  AC-COMPANY-NAME     PIC X(30).
           05  AC-FUNDING-ROUTING  PIC 9(9).
           05  AC-FUNDING-ACCOUNT  PIC X(17).
