      *> record -- EMP-STATUS flips to "T" with an effective date and
      *> the record is retained for history; reporting counts active
      *> employees only.
      *> EMP-SUPERVISOR-ID is the EMP-ID this employee reports to
      *> (zero = top of the organization). EMPRULES holds it to an
      *> active employee on the master with no circular chain, and
      *> EMPORGRP draws the org chart and span of control from it.
      *> Generations written before it existed carry spaces here;
      *> readers test it NUMERIC and treat anything else as zero.
      *> Rehires keep their original EMP-ID. EMP-HIRE-DATE is then
      *> the latest hire, EMP-ORIG-HIRE-DATE the first, and
      *> EMP-SERVICE-DATE the adjusted service date after
      *> break-in-service bridging; seniority, leave accrual tiers
      *> and the movement report run from the service date. On a
      *> record never rehired all three agree. Older generations
      *> carry spaces in both new fields; readers test them NUMERIC
      *> and fall back to EMP-HIRE-DATE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID           PIC 9(5).
           05  EMP-NAME         PIC X(20).
           05  EMP-STATUS-DATE  PIC 9(8).
           05  EMP-CURRENCY     PIC X(3).
           05  EMP-COMPANY      PIC X(2).
           05  EMP-SUPERVISOR-ID PIC 9(5).
           05  EMP-ORIG-HIRE-DATE PIC 9(8).
           05  EMP-SERVICE-DATE PIC 9(8).
