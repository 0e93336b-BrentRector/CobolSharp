      *> Shared employer payroll cost table record layout for
      *> erctable.dat. The pay register only carries what comes out
      *> of the employee's check; the company's own share -- social
      *> security and medicare match, unemployment insurance,
      *> benefit contributions -- is one row per cost type here.
      *> ERC-RATE is a flat share of the period gross, stopped once
      *> the year's wages reach ERC-WAGE-BASE (zero means no cap);
      *> ERC-EXP-ACCT is the GL expense the cost is charged to and
      *> ERC-LIAB-ACCT the liability it is owed on. EMPPAYRN prices
      *> it and CFGVALID checks it; extracted to a copybook (the
      *> EMPREC.cpy convention) because both read it.
       01  EMPLOYER-COST-RECORD.
           05  ERC-TYPE          PIC X(6).
           05  ERC-RATE          PIC 9V9(4).
           05  ERC-WAGE-BASE     PIC 9(8)V99.
           05  ERC-EXP-ACCT      PIC X(14).
           05  ERC-LIAB-ACCT     PIC X(14).
