      * STATE INCOME TAX TABLE RECORD - ONE RECORD PER STATE ON
      * STATETAX.DAT, KEYED BY THE TWO-LETTER CODE CARRIED IN
      * EMP-STATE-CODE. EACH STATE CARRIES ITS OWN PROGRESSIVE
      * BRACKETS (UP TO FIVE, ASCENDING BY FLOOR, RATES AS FRACTIONS
      * THE WAY TAXTBL.DAT CARRIES THEM) AND ITS OWN ALLOWANCE
      * TREATMENT: 'W' SHELTERS THE W-4 ALLOWANCES PLUS THE FILING-
      * STATUS ALLOWANCES, 'A' THE W-4 ALLOWANCES ONLY, 'N' NONE -
      * EACH ALLOWANCE WORTH ST-ALLOWANCE-VALUE PER PAY PERIOD. A
      * STATE WITH NO WAGE INCOME TAX IS FLAGGED 'Y' IN
      * ST-NO-INCOME-TAX AND WITHHOLDS NOTHING, THOUGH ITS WAGES
      * STILL POST BY STATE. RATES CHANGE BY DATA-FILE EDIT, NOT
      * RECOMPILE. COPY THIS INTO THE FD FOR STATE-TAX-FILE.
       01  STATE-TAX-RECORD.
           05  ST-STATE-CODE       PIC X(02).
           05  ST-STATE-NAME       PIC X(20).
           05  ST-NO-INCOME-TAX    PIC X(01).
               88  ST-NO-TAX-STATE         VALUE 'Y'.
           05  ST-ALLOWANCE-BASIS  PIC X(01).
               88  ST-ALLOW-W4-AND-STATUS  VALUE 'W'.
               88  ST-ALLOW-W4-ONLY        VALUE 'A'.
               88  ST-ALLOW-NONE           VALUE 'N'.
           05  ST-ALLOWANCE-VALUE  PIC 9(5)V99.
           05  ST-BRACKET-COUNT    PIC 9(01).
           05  ST-BRACKETS.
               10  ST-BRACKET OCCURS 5 TIMES.
                   15  ST-BRACKET-FLOOR PIC 9(7)V99.
                   15  ST-BRACKET-RATE PIC V9(4).
