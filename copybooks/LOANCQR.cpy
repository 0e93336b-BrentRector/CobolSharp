      *> Shared collections queue record layout for loan_collq.dat,
      *> one row per loan that is past due. LOANSERV rebuilds the
      *> queue after every aging pass: a loan that falls past due is
      *> added and assigned to the active collector on
      *> loan_collectors.dat with the fewest open items, a loan that
      *> is current again drops out, and the rows are written in
      *> working order (CQ-PRIORITY 1 first): broken promises on
      *> top, then by aging bucket, then by balance. The promise to
      *> pay a collector records through LOANCOLL is tracked here --
      *> LOANSERV adds each payment to CQ-PROMISE-PAID and marks the
      *> promise kept when the amount arrives by the promised date,
      *> broken when it does not. CQ-LETTER-LEVEL is the last
      *> delinquency letter tier (10, 30 or 60 days) LOANLTRS has
      *> produced for the loan, so each tier goes out once per
      *> delinquency. Extracted to a copybook (the EMPREC.cpy
      *> convention) because the servicing run, the collector
      *> transaction and the letter run all use it.
       01  COLLECTION-QUEUE-RECORD.
           05  CQ-APP-ID           PIC X(8).
           05  CQ-PRIORITY         PIC 9(4).
           05  CQ-COLLECTOR        PIC X(8).
           05  CQ-DAYS-PAST-DUE    PIC 9(5).
           05  CQ-BUCKET           PIC 9(2).
           05  CQ-BALANCE          PIC 9(7)V99.
           05  CQ-PAST-DUE-AMT     PIC 9(7)V99.
           05  CQ-NEXT-DUE         PIC 9(8).
           05  CQ-ENTERED-DATE     PIC 9(8).
           05  CQ-LAST-CONTACT     PIC 9(8).
           05  CQ-LAST-OUTCOME     PIC X(2).
           05  CQ-PROMISE-STATUS   PIC X.
               88  CQ-NO-PROMISE        VALUE " ".
               88  CQ-PROMISE-PENDING   VALUE "P".
               88  CQ-PROMISE-KEPT      VALUE "K".
               88  CQ-PROMISE-BROKEN    VALUE "B".
           05  CQ-PROMISE-DATE     PIC 9(8).
           05  CQ-PROMISE-AMT      PIC 9(7)V99.
           05  CQ-PROMISE-PAID     PIC 9(7)V99.
           05  CQ-LETTER-LEVEL     PIC 9(2).
