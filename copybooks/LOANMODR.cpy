      *> Shared loan modification history layout for
      *> loan_modhist.dat, appended to and never rewritten: the
      *> LOANMOD transaction writes one row for every modification
      *> it applies, with the loan's terms before and after and the
      *> supervisor who approved it. Modification types:
      *>   T term extension      MH-MONTHS installments added
      *>   D payment deferral    MH-MONTHS payments pushed out, the
      *>                         interest for them capitalized
      *>   C arrears capitalized the past-due interest added to
      *>                         principal; MH-MONTHS installments
      *>                         past due pushed out
      *> MH-CAPITALIZED is the interest added to principal by a D or
      *> C row (zero for T). Extracted to a copybook (the EMPREC.cpy
      *> convention) so the history can be reported on outside the
      *> transaction that writes it.
       01  LOAN-MOD-RECORD.
           05  MH-APP-ID         PIC X(8).
           05  MH-DATE           PIC 9(8).
           05  MH-TYPE           PIC X.
               88  MH-TERM-EXTENSION VALUE "T".
               88  MH-DEFERRAL       VALUE "D".
               88  MH-CAPITALIZATION VALUE "C".
           05  MH-MONTHS         PIC 9(3).
           05  MH-CAPITALIZED    PIC 9(7)V99.
           05  MH-RATE           PIC 9V9(4).
           05  MH-OLD-PRINCIPAL  PIC 9(7)V99.
           05  MH-OLD-PAYMENT    PIC 9(7)V99.
           05  MH-OLD-TERM       PIC 9(3).
           05  MH-OLD-NEXT-DUE   PIC 9(8).
           05  MH-NEW-PRINCIPAL  PIC 9(7)V99.
           05  MH-NEW-PAYMENT    PIC 9(7)V99.
           05  MH-NEW-TERM       PIC 9(3).
           05  MH-NEW-NEXT-DUE   PIC 9(8).
           05  MH-APPROVER       PIC X(8).
