      *> Shared employer-cost register record layout for
      *> emperc_register.dat. EMPPAYRN appends one row per employee
      *> per cost type per period, after the pay register rows are
      *> written; EMPGLEXT posts each row DR ERR-EXP-ACCT / CR
      *> ERR-LIAB-ACCT in the employee's entity. ERR-WAGES is the
      *> part of the period gross still under the wage base -- what
      *> the rate was applied to. Extracted to a copybook (the
      *> EMPREC.cpy convention) because the pay run writes it and
      *> the GL extract reads it.
       01  EMPLOYER-COST-REG-RECORD.
           05  ERR-PERIOD        PIC 9(6).
           05  ERR-EMP-ID        PIC 9(5).
           05  ERR-COMPANY       PIC X(2).
           05  ERR-DEPT          PIC X(3).
           05  ERR-TYPE          PIC X(6).
           05  ERR-WAGES         PIC 9(6)V99.
           05  ERR-AMOUNT        PIC 9(6)V99.
           05  ERR-EXP-ACCT      PIC X(14).
           05  ERR-LIAB-ACCT     PIC X(14).
