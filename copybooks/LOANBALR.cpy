      *> LNB-UNAPPLIED carries money received that did not yet cover
      *> a whole installment; LNB-AGE-BUCKET remembers the last
      *> delinquency bucket reported (0/30/60/90) so a NEW 90-day
      *> bucket can alert exactly once. A loan charged off through
      *> LOANCOAP moves to status X: it no longer ages, accrues
      *> interest or takes late fees, and money received on it is a
      *> recovery (LOANRCVR.cpy), not a payment.
       01  LOAN-BALANCE-RECORD.
           05  LNB-APP-ID        PIC X(8).
           05  LNB-STATUS        PIC X.
               88  LNB-IS-OPEN    VALUE "O".
               88  LNB-IS-CLOSED  VALUE "C".
               88  LNB-IS-CHARGED-OFF VALUE "X".
           05  LNB-PRINCIPAL     PIC 9(7)V99.
           05  LNB-PAYMENT       PIC 9(7)V99.
           05  LNB-RATE          PIC 9V9(4).
           05  LNB-NEXT-DUE      PIC 9(8).
           05  LNB-UNAPPLIED     PIC 9(7)V99.
           05  LNB-AGE-BUCKET    PIC 9(2).
      *> LNB-FEE-BALANCE is late fees assessed and not yet paid or
      *> waived, kept apart from principal; money received clears
      *> fees first, then whole installments (interest, then
      *> principal). LNB-FEE-THROUGH is the highest installment
      *> number already charged a late fee, so each late installment
      *> is charged once. Records written before these fields
      *> existed carry spaces; readers test them NUMERIC and treat
      *> anything else as zero.
           05  LNB-FEE-BALANCE   PIC 9(5)V99.
           05  LNB-FEE-THROUGH   PIC 9(3).
      *> LNB-MOD-FLAG is "M" once the loan has been restructured
      *> through the LOANMOD modification transaction (history in
      *> loan_modhist.dat, LOANMODR.cpy). LNB-DUE-SHIFT is the number
      *> of months a payment deferral or an arrears capitalization
      *> has pushed the schedule out: installment n now falls due
      *> n + LNB-DUE-SHIFT months after origination, and every
      *> due-date calculation adds it. Records written before these
      *> fields existed carry spaces; readers test LNB-DUE-SHIFT
      *> NUMERIC and treat anything else as zero.
           05  LNB-MOD-FLAG      PIC X.
               88  LNB-IS-MODIFIED VALUE "M".
           05  LNB-DUE-SHIFT     PIC 9(3).
