      *> Shared bank reversal request record layout for
      *> empbnkex_reversal.dat. EMPVOID appends one per voided
      *> register row that was paid by deposit or cross-border
      *> wire; the next EMPBNKEX run sends each as a reversal
      *> ("R") detail record against the employee's account and
      *> empties the file. RVQ-ORIG-ROW and
      *> RVQ-ORIG-PERIOD identify the voided register row (the
      *> PRG-VOID-ROW / PRG-VOID-PERIOD of the reversing row),
      *> RVQ-RUN-ID the run that paid it. Extracted to a copybook
      *> (the EMPREC.cpy convention) because the void transaction
      *> and the bank extract both use it.
       01  BANK-REVERSAL-RECORD.
           05  RVQ-EMP-ID          PIC 9(5).
           05  RVQ-NET             PIC 9(6)V99.
           05  RVQ-ORIG-PERIOD     PIC 9(6).
           05  RVQ-ORIG-ROW        PIC 9(7).
           05  RVQ-RUN-ID          PIC X(9).
