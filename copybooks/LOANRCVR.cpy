      *> Shared charge-off recovery layout for loan_recoveries.dat,
      *> appended to and never rewritten: LOANSERV writes one row
      *> for every payment received on a charged-off loan (balance
      *> status X) instead of applying it to installments. LOANCOAP
      *> posts the rows to the ledger, picking up after the row
      *> count held in loanrcv_glmark.dat so each row posts exactly
      *> once, and LOANCORP totals them by vintage. Extracted to a
      *> copybook (the EMPREC.cpy convention) because the servicing
      *> run, the charge-off apply job and the report all use it.
       01  RECOVERY-RECORD.
           05  RCV-APP-ID        PIC X(8).
           05  RCV-DATE          PIC 9(8).
           05  RCV-AMOUNT        PIC 9(7)V99.
