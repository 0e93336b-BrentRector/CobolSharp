      *> Shared bank-detail change history record for
      *> empbank_history.dat, appended by EMPBNKMT for every add,
      *> change and removal with the signed-on operator and the
      *> time of the change. BKH-ACTION is A (add), C (change) or
      *> R (remove); old and new details are both kept so the trail
      *> reads without the bank file. BKH-HOLD-UNTIL is the end of
      *> the cooling-off hold the change started, zero when none.
      *> The bank change report EMPBNKCR reads it for changes made
      *> close to a pay date. Extracted to a copybook (the
      *> EMPREC.cpy convention) because both programs use it.
       01  BANK-HISTORY-RECORD.
           05  BKH-EMP-ID          PIC 9(5).
           05  BKH-DATE            PIC 9(8).
           05  BKH-TIME            PIC 9(6).
           05  BKH-OPERATOR        PIC X(8).
           05  BKH-ACTION          PIC X.
               88  BKH-IS-ADD           VALUE "A".
               88  BKH-IS-CHANGE        VALUE "C".
               88  BKH-IS-REMOVE        VALUE "R".
           05  BKH-OLD-ROUTING     PIC 9(9).
           05  BKH-OLD-ACCOUNT     PIC X(12).
           05  BKH-NEW-ROUTING     PIC 9(9).
           05  BKH-NEW-ACCOUNT     PIC X(12).
           05  BKH-HOLD-UNTIL      PIC 9(8).
