               88  BNK-PRENOTE-PENDING  VALUE "P".
               88  BNK-IS-LIVE          VALUE "L".
           05  BNK-PRENOTE-DATE    PIC 9(8).
      *> A change to a live account starts a cooling-off hold
      *> (EMPBNKMT): until BNK-HOLD-UNTIL the extract leaves the new
      *> account alone and, for BNK-HOLD-ACTION "P", pays the
      *> previous live account kept in BNK-PREV-ROUTING and
      *> BNK-PREV-ACCOUNT; for "C" the deposit is held and the net
      *> goes out by check. Rows written before the hold existed
      *> carry spaces here -- readers test BNK-HOLD-UNTIL NUMERIC.
           05  BNK-PREV-ROUTING    PIC 9(9).
           05  BNK-PREV-ACCOUNT    PIC X(12).
           05  BNK-HOLD-UNTIL      PIC 9(8).
           05  BNK-HOLD-ACTION     PIC X.
               88  BNK-HOLD-PAYS-PREVIOUS VALUE "P".
               88  BNK-HOLD-PAYS-CHECK    VALUE "C".
