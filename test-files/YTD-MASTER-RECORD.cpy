                   15  YM-QTR-OASDI-TAX PIC 9(7)V99.
                   15  YM-QTR-MEDICARE-TAX PIC 9(7)V99.
           05  YM-YTD-EMPLOYER-FICA PIC 9(7)V99.
      * STATE WAGES AND WITHHOLDING BY TAXING STATE - ONE SLOT PER
      * STATE THE EMPLOYEE WITHHELD FOR THIS YEAR (A MID-YEAR MOVE
      * USES A SECOND SLOT), EACH WITH ITS OWN QUARTER BUCKETS SO
      * QUARTERLY-STATE AND YEAREND-W2 REPORT EACH STATE SEPARATELY.
      * SLOTS FILL IN ORDER; AN UNUSED SLOT HAS A BLANK CODE AND
      * ZERO AMOUNTS. STATE WAGES ARE THE GROSS THE STATE TAX WAS
      * FIGURED ON. THE STATE-TAX FIELDS ACROSS THE SLOTS SUM TO
      * YM-YTD-STATE-TAX ABOVE.
           05  YM-STATE-ENTRY OCCURS 4 TIMES.
               10  YM-ST-STATE-CODE PIC X(02).
               10  YM-ST-YTD-WAGES PIC 9(8)V99.
               10  YM-ST-YTD-TAX   PIC 9(7)V99.
               10  YM-ST-QTR-ENTRY OCCURS 4 TIMES.
                   15  YM-ST-QTR-WAGES PIC 9(8)V99.
                   15  YM-ST-QTR-TAX PIC 9(7)V99.
