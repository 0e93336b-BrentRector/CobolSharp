      *> Shared departmental payroll budget layout for empbudget.dat,
      *> one row per company, department, budget year and month: the
      *> headcount budgeted for that month and the salary dollars
      *> budgeted to be spent in it. EMPBUDMT keys and loads it under
      *> an OPRSEC sign-on, stamping each row with the operator and
      *> date, and EMPBUDRP reports budget against the actual
      *> headcount on the employee master and the actual cost posted
      *> to the GL ledger. Extracted to a copybook (the EMPREC.cpy
      *> convention) because both programs use it.
       01  BUDGET-RECORD.
           05  BUD-COMPANY        PIC X(2).
           05  BUD-DEPT           PIC X(3).
           05  BUD-YEAR           PIC 9(4).
           05  BUD-MONTH          PIC 9(2).
           05  BUD-HEADCOUNT      PIC 9(4)V99.
           05  BUD-SALARY         PIC 9(9)V99.
           05  BUD-CHANGE-DATE    PIC 9(8).
           05  BUD-OPERATOR       PIC X(8).
