      *> Shared retirement plan rules record layout for retplan.dat,
      *> one row per plan year. The employer matches RPL-MATCH-PCT
      *> percent of what the employee defers, counting deferrals
      *> only up to RPL-MATCH-CAP-PCT percent of the period gross.
      *> Employee deferrals stop for the year at RPL-DEFER-LIMIT,
      *> plus RPL-CATCHUP-LIMIT for an employee who elected catch-up;
      *> the match stops at RPL-MATCH-LIMIT (zero means the formula
      *> alone limits it). The match is charged DR RPL-EXP-ACCT /
      *> CR RPL-LIAB-ACCT. The pay run uses the row for the paying
      *> period's year, or the latest earlier year when that year's
      *> row has not been keyed yet. EMPPAYRN, EMPRETIR and CFGVALID
      *> read it; extracted to a copybook (the EMPREC.cpy
      *> convention) for all three.
       01  RETIREMENT-PLAN-RECORD.
           05  RPL-YEAR           PIC 9(4).
           05  RPL-MATCH-PCT      PIC 9(3)V99.
           05  RPL-MATCH-CAP-PCT  PIC 9(2)V99.
           05  RPL-DEFER-LIMIT    PIC 9(6)V99.
           05  RPL-CATCHUP-LIMIT  PIC 9(6)V99.
           05  RPL-MATCH-LIMIT    PIC 9(6)V99.
           05  RPL-EXP-ACCT       PIC X(14).
           05  RPL-LIAB-ACCT      PIC X(14).
