      * CHECK NUMBER CONTROL RECORD - ONE RECORD ON CHKCTL.DAT
      * CARRYING THE NEXT NUMBER ON THE PRE-NUMBERED CHECK STOCK AND
      * THE DISBURSING ACCOUNT THE CHECKS ARE DRAWN ON. THE PAYROLL
      * OFFICE KEYS IT ONCE WHEN A NEW BOX OF STOCK IS LOADED.
      * EVERY PROGRAM THAT WRITES A CHECK (PAYROLL-CALC,
      * SUSPENSE-CORRECT, OFFCYCLE-PAY, CHECK-REGISTER) TAKES THE
      * NEXT NUMBER AND REWRITES THE RECORD BEFORE THE CHECK IS
      * WRITTEN, SO NO TWO CHECKS - IN ANY RUN, ABENDED OR NOT - EVER
      * CARRY THE SAME NUMBER. CHECK-REGISTER PUTS THE ROUTING AND
      * ACCOUNT ON THE POSITIVE-PAY FILE SO THE BANK KNOWS WHICH
      * ACCOUNT THE ISSUES ARE FOR. COPY THIS INTO THE FD FOR THE
      * CHECK CONTROL FILE.
       01  CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NUMBER PIC 9(8).
           05  CC-BANK-ROUTING     PIC 9(9).
           05  CC-ACCOUNT-NUMBER   PIC X(17).
