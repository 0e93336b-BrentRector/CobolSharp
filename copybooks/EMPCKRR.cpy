      *> Shared check register record layout for empchk_register.dat,
      *> one row per check number ever taken from the check stock.
      *> The check print run EMPCHKPR writes a row "I" (issued) for
      *> every check it prints and a row "V" for a stock number
      *> spoiled before use, flips issued rows to "V" (voided) on an
      *> operator void request and to "C" (cleared) when the bank's
      *> paid-check file reports them. CKR-SOURCE is where the money
      *> came from: REGSTR, a pay register row (CKR-PERIOD,
      *> CKR-RUN-ID and CKR-EMP-ID identify it), or the CHQ-SOURCE
      *> of a paper payment request (EMPCHQR.cpy), with
      *> CKR-REFERENCE carried across. CKR-VOID-ACTION on a voided
      *> check is "R" (payment requeued for reissue) or "S"
      *> (stopped, not to be paid again). Extracted to a copybook
      *> (the EMPREC.cpy convention) because the register is read
      *> by more than the program that keeps it.
       01  CHECK-REGISTER-RECORD.
           05  CKR-CHECK-NO        PIC 9(8).
           05  CKR-STATUS          PIC X.
               88  CKR-IS-ISSUED        VALUE "I".
               88  CKR-IS-VOIDED        VALUE "V".
               88  CKR-IS-CLEARED       VALUE "C".
           05  CKR-EMP-ID          PIC 9(5).
           05  CKR-AMOUNT          PIC 9(6)V99.
           05  CKR-PERIOD          PIC 9(6).
           05  CKR-RUN-ID          PIC X(9).
           05  CKR-SOURCE          PIC X(6).
           05  CKR-REFERENCE       PIC X(9).
           05  CKR-ISSUE-DATE      PIC 9(8).
           05  CKR-STATUS-DATE     PIC 9(8).
           05  CKR-VOID-ACTION     PIC X.
           05  CKR-OPERATOR        PIC X(8).
