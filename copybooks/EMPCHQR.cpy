      *> Shared paper payment request record layout for
      *> empchk_reissue.dat: net pay that has to go out as a paper
      *> check instead of a deposit. The bank returns processor
      *> EMPBNKRT appends one row per returned live deposit
      *> (CHQ-SOURCE "BNKRTN", CHQ-REFERENCE the transmission
      *> sequence the deposit went out under), and the check print
      *> run EMPCHKPR requeues the payment of a check voided for
      *> reissue (CHQ-SOURCE "CHKVOD", CHQ-REFERENCE the voided
      *> check number). EMPCHKPR prints a check for each row and
      *> keeps only those it could not print. CHQ-PERIOD is the pay
      *> period of the original payment. Extracted to a copybook
      *> (the EMPREC.cpy convention) because the returns processor
      *> and the check print run both use it.
       01  CHECK-REISSUE-RECORD.
           05  CHQ-EMP-ID          PIC 9(5).
           05  CHQ-AMOUNT          PIC 9(6)V99.
           05  CHQ-PERIOD          PIC 9(6).
           05  CHQ-SOURCE          PIC X(6).
           05  CHQ-REFERENCE       PIC X(9).
           05  CHQ-QUEUED-DATE     PIC 9(8).
           05  CHQ-REASON          PIC X(3).
