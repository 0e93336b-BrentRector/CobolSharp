      *> Shared late fee transaction layout for loan_fee_txn.dat,
      *> appended to and never rewritten: LOANSERV writes an A row
      *> for every fee it assesses (FT-INSTALLMENT the late
      *> installment) and a P row for fee money it collects; the
      *> LOANCOLL waiver transaction writes a W row with the
      *> supervisor's reason code. LOANSERV posts the A and W rows
      *> to the ledger through loanfee_posting.dat, picking up after
      *> the row count held in loanfee_glmark.dat so each row posts
      *> exactly once. Waiver reason codes:
      *>   CS customer service     BE bank error
      *>   HD borrower hardship    GW goodwill, first late payment
      *>   OT other (see collector contact log)
      *> Extracted to a copybook (the EMPREC.cpy convention) because
      *> the servicing run and the collector transaction both use
      *> it.
       01  FEE-TRANSACTION-RECORD.
           05  FT-APP-ID         PIC X(8).
           05  FT-DATE           PIC 9(8).
           05  FT-TYPE           PIC X.
               88  FT-ASSESSED       VALUE "A".
               88  FT-PAID           VALUE "P".
               88  FT-WAIVED         VALUE "W".
           05  FT-INSTALLMENT    PIC 9(3).
           05  FT-AMOUNT         PIC 9(5)V99.
           05  FT-REASON         PIC X(2).
           05  FT-OPERATOR       PIC X(8).
