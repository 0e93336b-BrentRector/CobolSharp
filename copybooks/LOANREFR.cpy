      *> Shared affordability referral layout for loan_referrals.dat,
      *> one row per employee loan application DEMO5AMRT's
      *> affordability rule referred for manual approval: the
      *> figures the rule used (the latest pay period's take-home
      *> from emppay_register.dat, the active deductions on
      *> empdeduct.dat, the payments on the employee's other open
      *> loans and the new loan's payment) and the resulting
      *> obligations as a percent of take-home. The application is
      *> held -- not priced, no schedule -- while RF-STATUS is P; an
      *> underwriter approves (A) or declines (D) it through
      *> LOANUWAP, stamping RF-UNDERWRITER and RF-DECIDED-DATE, and
      *> the next DEMO5AMRT run prices an approved application or
      *> rejects a declined one. Extracted to a copybook (the
      *> EMPREC.cpy convention) because both programs use it.
       01  AFFORD-REFERRAL-RECORD.
           05  RF-APP-ID         PIC X(8).
           05  RF-EMP-ID         PIC 9(5).
           05  RF-STATUS         PIC X.
               88  RF-PENDING        VALUE "P".
               88  RF-APPROVED       VALUE "A".
               88  RF-DECLINED       VALUE "D".
           05  RF-REFERRED-DATE  PIC 9(8).
           05  RF-PAY-PERIOD     PIC 9(6).
           05  RF-NET-PAY        PIC 9(7)V99.
           05  RF-DEDUCTIONS     PIC 9(7)V99.
           05  RF-LOAN-PAYMENTS  PIC 9(7)V99.
           05  RF-NEW-PAYMENT    PIC 9(7)V99.
           05  RF-PERCENT        PIC 9(3)V9.
           05  RF-UNDERWRITER    PIC X(8).
           05  RF-DECIDED-DATE   PIC 9(8).
