      *> Shared retirement contribution register record layout for
      *> empret_register.dat. EMPPAYRN appends one row per employee
      *> with an election per regular period: the gross the election
      *> was applied to, the employee's deferral split between the
      *> regular limit (RRG-DEFERRAL) and catch-up (RRG-CATCHUP), and
      *> the employer match. The year's rows are the accumulators the
      *> annual limits are measured against, and the period's rows
      *> are the recordkeeper contribution file. RRG-SHORT is the
      *> part of the elected deferral net pay could not cover.
      *> Extracted to a copybook (the EMPREC.cpy convention) because
      *> the pay run writes it and reads it back.
       01  RETIREMENT-REG-RECORD.
           05  RRG-PERIOD         PIC 9(6).
           05  RRG-EMP-ID         PIC 9(5).
           05  RRG-COMPANY        PIC X(2).
           05  RRG-DEPT           PIC X(3).
           05  RRG-NAME           PIC X(20).
           05  RRG-GROSS          PIC 9(6)V99.
           05  RRG-ELECTED-PCT    PIC 9(2)V99.
           05  RRG-DEFERRAL       PIC 9(6)V99.
           05  RRG-CATCHUP        PIC 9(6)V99.
           05  RRG-MATCH          PIC 9(6)V99.
           05  RRG-SHORT          PIC 9(6)V99.
