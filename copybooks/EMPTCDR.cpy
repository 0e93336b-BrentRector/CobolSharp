      *> Shared timecard record layout for emptcard.dat, the feed
      *> the time-keeping side drops for each pay period: one row
      *> per hourly employee, hours to two decimals. TCD-SHIFT is
      *> carried through to the exception report as keyed. The pay
      *> register run pays the rows for the period it is paying and
      *> lists the rest on emptcard_exceptions.dat; extracted to a
      *> copybook (the EMPREC.cpy convention) so the feed's layout
      *> is written down once.
       01  TIMECARD-RECORD.
           05  TCD-EMP-ID         PIC 9(5).
           05  TCD-PERIOD         PIC 9(6).
           05  TCD-REG-HOURS      PIC 9(3)V99.
           05  TCD-OT-HOURS       PIC 9(3)V99.
           05  TCD-SHIFT          PIC X(2).
