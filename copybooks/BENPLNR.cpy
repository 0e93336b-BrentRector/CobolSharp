      *> Shared benefit plan rate table layout for benplan.dat, one
      *> row per plan code and coverage tier (EE employee only, ES
      *> employee and spouse, EC employee and children, FA family).
      *> The premiums are per pay period. BPL-CARRIER names the
      *> insurer the monthly enrollment feed goes to, and
      *> BPL-DED-PRIORITY is the priority the employee-share row is
      *> given on empdeduct.dat, where the plan code is the
      *> deduction code. Extracted to a copybook (the EMPREC.cpy
      *> convention) because the enrollment console and the monthly
      *> benefits run both read it.
       01  BENEFIT-PLAN-RECORD.
           05  BPL-PLAN-CODE      PIC X(4).
           05  BPL-TIER           PIC X(2).
               88  BPL-TIER-VALID      VALUES "EE" "ES" "EC" "FA".
           05  BPL-PLAN-TYPE      PIC X.
               88  BPL-HEALTH          VALUE "H".
               88  BPL-DENTAL          VALUE "D".
               88  BPL-VISION          VALUE "V".
               88  BPL-LIFE            VALUE "L".
           05  BPL-CARRIER        PIC X(8).
           05  BPL-EE-PREMIUM     PIC 9(5)V99.
           05  BPL-ER-PREMIUM     PIC 9(5)V99.
           05  BPL-DED-PRIORITY   PIC 9(2).
