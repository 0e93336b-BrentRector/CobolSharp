      *> Shared loan charge-off register layout for
      *> loan_chargeoff.dat, one row per charge-off proposal.
      *> LOANCOGN proposes (P) every open loan aged into the
      *> configured bucket (loan_cobucket.dat) with its principal,
      *> interest accrued to date and late fees outstanding; a
      *> supervisor approves (A) or rejects (R) it through LOANCOMT,
      *> stamping CO-APPROVER and CO-DECIDED-DATE; LOANCOAP charges
      *> approved loans off (X) with the figures as of
      *> CO-CHARGED-DATE, moves the balance record to status X and
      *> writes the write-off to the ledger. A rejected loan may be
      *> proposed again by a later run; an X row is the permanent
      *> record the LOANCORP vintage report reads (the vintage is
      *> the year of CO-ORIG-DATE). Extracted to a copybook (the
      *> EMPREC.cpy convention) because four programs use it.
       01  CHARGE-OFF-RECORD.
           05  CO-APP-ID         PIC X(8).
           05  CO-STATUS         PIC X.
               88  CO-PROPOSED       VALUE "P".
               88  CO-APPROVED       VALUE "A".
               88  CO-REJECTED       VALUE "R".
               88  CO-CHARGED-OFF    VALUE "X".
           05  CO-PROPOSED-DATE  PIC 9(8).
           05  CO-DAYS-PAST-DUE  PIC 9(5).
           05  CO-BUCKET         PIC 9(2).
           05  CO-ORIG-DATE      PIC 9(8).
           05  CO-PRINCIPAL      PIC 9(7)V99.
           05  CO-INTEREST       PIC 9(7)V99.
           05  CO-FEES           PIC 9(5)V99.
           05  CO-APPROVER       PIC X(8).
           05  CO-DECIDED-DATE   PIC 9(8).
           05  CO-CHARGED-DATE   PIC 9(8).
