      *> Shared pending transaction record layout for
      *> emp_trans_pend.dat: a future-dated emp_trans.dat line
      *> (EMPTRNR.cpy) that EMPUPDT validated and parked instead of
      *> applying. EMPUPDT numbers each row (PND-SEQ) as it parks
      *> it, applies it and drops it on the first run on or after
      *> its effective date; EMPPNDMT lists the file and cancels
      *> rows by PND-SEQ.
       01  PENDING-RECORD.
           05  PND-SEQ          PIC 9(6).
           05  PND-ENTERED-DATE PIC 9(8).
           05  PND-TRANSACTION  PIC X(67).
