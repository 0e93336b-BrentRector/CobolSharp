      *> Shared loan payment history layout for loan_payhist.dat,
      *> appended to and never rewritten: LOANSERV writes one row
      *> for every payment it applies to a loan, showing where the
      *> money went -- late fees first, then the interest and
      *> principal of each whole installment covered, then any
      *> extra principal -- and what was left held unapplied.
      *> Money from earlier underpayments carried in LNB-UNAPPLIED
      *> is applied along with the payment, so the split can run
      *> past PH-AMOUNT. Recoveries on charged-off loans are not
      *> payments and go to loan_recoveries.dat instead. LOANSTMT
      *> reads the rows for the billing statement's payment
      *> breakdown and year-to-date interest. Extracted to a
      *> copybook (the EMPREC.cpy convention) because the servicing
      *> run and the statement run both use it.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-APP-ID         PIC X(8).
           05  PH-DATE           PIC 9(8).
           05  PH-AMOUNT         PIC 9(7)V99.
           05  PH-FEES           PIC 9(5)V99.
           05  PH-INTEREST       PIC 9(7)V99.
           05  PH-PRINCIPAL      PIC 9(7)V99.
           05  PH-EXTRA-PRIN     PIC 9(7)V99.
           05  PH-HELD           PIC 9(7)V99.
