      * LOCALITY PAY TABLE RECORD - ONE RECORD PER LOCALITY PAY
      * AREA ON LOCALITY.DAT, KEYED BY THE CODE CARRIED IN
      * EMP-LOCALITY-CODE. THE RATE IS THE AREA'S PERCENTAGE AS A
      * FRACTION (.3326 FOR 33.26%), THE SAME WAY THE TAX TABLE
      * CARRIES ITS RATES. THE PERCENTAGES CHANGE EVERY JANUARY
      * WITH THE PAY SCHEDULES, SO THE TABLE IS A DATA FILE EDIT,
      * NOT A RECOMPILE. COPY THIS INTO THE FD FOR LOCALITY-FILE.
       01  LOCALITY-RECORD.
           05  LC-LOCALITY-CODE    PIC X(02).
           05  LC-LOCALITY-NAME    PIC X(30).
           05  LC-LOCALITY-RATE    PIC V9(4).
