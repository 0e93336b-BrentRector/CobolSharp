      *> Shared employee pay basis record layout for emppbas.dat,
      *> keyed EMP-ID. EMP-SALARY on the master is an annual salary
      *> and the pay run pays one-twelfth of it; an hourly employee
      *> (PBS-BASIS "H") is instead paid from the period's timecard
      *> at PBS-HOURLY-RATE, overtime at the premium multiplier in
      *> emptcard_ctl.dat. An employee with no row, or a row of
      *> basis "S", is salaried exactly as before. EMPPBSMT
      *> maintains it under an OPRSEC sign-on; extracted to a
      *> copybook (the EMPREC.cpy convention) because maintenance
      *> and the pay register run both read it.
       01  PAY-BASIS-RECORD.
           05  PBS-EMP-ID         PIC 9(5).
           05  PBS-BASIS          PIC X.
               88  PBS-SALARIED        VALUE "S".
               88  PBS-HOURLY          VALUE "H".
               88  PBS-BASIS-VALID     VALUES "S" "H".
           05  PBS-HOURLY-RATE    PIC 9(4)V99.
           05  PBS-EFF-DATE       PIC 9(8).
           05  PBS-OPERATOR       PIC X(8).
