      *> Shared new-hire reporting register layout for
      *> empnewhire_reg.dat: one row per hire EMPNHRPT has sent to
      *> the state new-hire registry. A hire is the pair EMP-ID and
      *> EMP-HIRE-DATE, so a rehire (same EMP-ID, later hire date)
      *> is a new hire and is reported again. NHR-LATE is "Y" when
      *> the report went out past the 20-day deadline.
       01  NEWHIRE-REG-RECORD.
           05  NHR-EMP-ID       PIC 9(5).
           05  NHR-HIRE-DATE    PIC 9(8).
           05  NHR-COMPANY      PIC X(2).
           05  NHR-REHIRE       PIC X.
           05  NHR-SENT-DATE    PIC 9(8).
           05  NHR-LATE         PIC X.
