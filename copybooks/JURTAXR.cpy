      *> Shared state/local withholding jurisdiction record layout
      *> for jurtax.dat. PRG-WITHHOLDING only ever carried NETPAY's
      *> figure; state and local income tax went unwithheld even
      *> though ADR-STATE and ADR-CITY sat on empaddr.dat. One row
      *> per state (JUR-LOCALITY blank) and one per taxing locality
      *> within it (JUR-LOCALITY matched against ADR-CITY); the rate
      *> is a flat share of the period gross and JUR-LIAB-ACCT is
      *> the GL liability account the withholding is owed to.
      *> EMPPAYRN withholds from it and EMPGLEXT posts the
      *> liability; extracted to a copybook (the EMPREC.cpy
      *> convention) because both read it.
       01  JURISDICTION-RECORD.
           05  JUR-STATE         PIC X(2).
           05  JUR-LOCALITY      PIC X(20).
           05  JUR-RATE          PIC 9V9(4).
           05  JUR-LIAB-ACCT     PIC X(14).
