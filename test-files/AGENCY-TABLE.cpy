      * PAYING AGENCY TABLE - AGENCY.DAT LOADED AT START-UP, IN FILE
      * ORDER, BY EVERY PROGRAM THAT SPLITS THE MONEY BY AGENCY. ROW
      * 1 IS THE AGENCY THAT RUNS THE PAYROLL, SO A BLANK AGENCY CODE
      * RESOLVES TO ROW 1. WS-AG-CUR HOLDS THE ROW OF THE EMPLOYEE
      * IN HAND; EACH PROGRAM KEEPS ITS OWN PER-AGENCY TOTALS IN A
      * TABLE OF ITS OWN SUBSCRIPTED THE SAME WAY. A MISSING OR
      * EMPTY FILE, A DUPLICATE CODE OR MORE AGENCIES THAN THE
      * TABLE HOLDS STOPS THE RUN - NO MONEY CAN BE ROUTED WITHOUT
      * KNOWING WHOSE IT IS. COPY THIS INTO WORKING-STORAGE.
       01  WS-AGENCY-DATA.
           05  WS-AG-COUNT         PIC 9(2) VALUE 0.
           05  WS-AG-MAX           PIC 9(2) VALUE 10.
           05  WS-AG-SUB           PIC 9(2) VALUE 0.
           05  WS-AG-CUR           PIC 9(2) VALUE 0.
           05  WS-AG-KEY           PIC X(04) VALUE SPACES.
           05  WS-AG-HIT-SW        PIC X(01) VALUE 'N'.
               88  AGENCY-FOUND            VALUE 'Y'.
           05  WS-AG-EOF-SW        PIC X(01) VALUE 'N'.
               88  AGENCY-FILE-EOF         VALUE 'Y'.

       01  WS-AGENCY-TABLE.
           05  WS-AG-ENTRY OCCURS 10 TIMES.
               10  WS-AG-CODE      PIC X(04).
               10  WS-AG-COMPANY-ID PIC X(10).
               10  WS-AG-COMPANY-NAME PIC X(30).
               10  WS-AG-FUNDING-ROUTING PIC 9(9).
               10  WS-AG-FUNDING-ACCOUNT PIC X(17).
