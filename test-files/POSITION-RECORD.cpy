      * AUTHORIZED POSITION MASTER RECORD - ONE RECORD ON POSMSTR.DAT
      * FOR EVERY POSITION THE BUDGET OFFICE HAS AUTHORIZED, KEYED BY
      * POSITION NUMBER. THE POSITION BELONGS TO ONE ORGANIZATION
      * (THE SAME CODES AS EMP-ORG-CODE) AND MAY BE FILLED AT ANY
      * GRADE FROM PM-LOW-GRADE UP TO ITS AUTHORIZED GRADE - A
      * CAREER-LADDER POSITION - OR, WITH PM-LOW-GRADE ZERO, ONLY AT
      * THE AUTHORIZED GRADE ITSELF. PM-FTE IS THE WORK SCHEDULE THE
      * POSITION IS FUNDED FOR (1.00 FULL TIME, 0.50 HALF TIME) AND
      * PM-FUNDED-ANNUAL THE DOLLARS BUDGETED FOR IT; A POSITION WITH
      * NO FUNDING CANNOT BE FILLED. PM-INCUMBENT-EMP-ID IS THE
      * EMPLOYEE FILLING IT (ZERO WHEN VACANT) - EMPLOYEE-INQUIRY
      * SETS IT ON AN ADD, REHIRE OR REASSIGNMENT AND CLEARS IT WHEN
      * THE EMPLOYEE LEAVES THE POSITION, AND EMP-POSITION-NUMBER ON
      * THE EMPLOYEE MASTER POINTS BACK HERE. POSITION-CONTROL ADDS,
      * CHANGES AND ABOLISHES POSITIONS AND REPORTS STRENGTH AGAINST
      * THEM. AN ABOLISHED POSITION STAYS ON FILE FOR HISTORY.
      * COPY THIS INTO THE FD FOR THE POSITION MASTER.
       01  POSITION-RECORD.
           05  PM-POSITION-NUMBER  PIC X(08).
           05  PM-ORG-CODE         PIC X(06).
           05  PM-TITLE            PIC X(30).
           05  PM-LOW-GRADE        PIC 99.
           05  PM-AUTH-GRADE       PIC 99.
           05  PM-FTE              PIC 9V99.
           05  PM-FUNDED-ANNUAL    PIC 9(8)V99.
           05  PM-INCUMBENT-EMP-ID PIC 9(6).
           05  PM-STATUS           PIC X(01).
               88  PM-POSITION-ACTIVE      VALUE 'A'.
               88  PM-POSITION-ABOLISHED   VALUE 'X'.
