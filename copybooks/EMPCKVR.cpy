      *> Shared check void request record layout for
      *> empchk_void.dat. The operator -- or EMPVOID, stopping the
      *> check that paid a register row it has just voided --
      *> appends one per check: the check number, VRQ-ACTION "R"
      *> (void and requeue the payment for reissue) or "S" (void and
      *> stop, not to be paid again) and the operator asking. The
      *> next EMPCHKPR run applies every request to the check
      *> register (EMPCKRR.cpy) and empties the file. Extracted to a
      *> copybook (the EMPREC.cpy convention) because the check run
      *> and the void transaction both use it.
       01  VOID-REQUEST-RECORD.
           05  VRQ-CHECK-NO        PIC 9(8).
           05  VRQ-ACTION          PIC X.
           05  VRQ-OPERATOR        PIC X(8).
