      *> Shared bank-change control record, the single line of
      *> empbank_ctl.dat. BKC-HOLD-DAYS is the cooling-off hold a
      *> change to a live account starts (EMPBNKMT); BKC-HOLD-ACTION
      *> "P" pays the previous account during the hold and "C"
      *> holds the deposit for a paper check; BKC-PAYDAY-DAYS is how
      *> close to a pay date a change must be made for the bank
      *> change report EMPBNKCR to list it. Readers default any
      *> field that is not NUMERIC (or not P/C) when the file is
      *> absent or short.
       01  BANK-CONTROL-RECORD.
           05  BKC-HOLD-DAYS       PIC 9(3).
           05  BKC-HOLD-ACTION     PIC X.
           05  BKC-PAYDAY-DAYS     PIC 9(3).
