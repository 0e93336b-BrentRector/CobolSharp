      *> Shared cross-border FX difference record layout for
      *> empbnkfx_diff.dat, appended by EMPBNKEX for every payment
      *> it puts on the cross-border file. The net pay is booked in
      *> the company's base currency at the rate in effect on the
      *> pay period's end date (FXD-BOOK-RATE, FXD-BOOK-AMT) and
      *> actually bought at the rate in effect on the day the file
      *> is cut (FXD-PAY-RATE, FXD-PAY-AMT); FXD-DIFF is the
      *> difference, FXD-DIFF-SIGN "-" when the payment cost less
      *> than was booked. Rates are base-currency units per unit of
      *> the payment currency, the fxrates.dat convention. EMPREVAL
      *> reports the differences as realized gain/loss alongside
      *> its month-end revaluation. Extracted to a copybook (the
      *> EMPREC.cpy convention) because both programs use it.
       01  FX-DIFFERENCE-RECORD.
           05  FXD-SEQ             PIC 9(6).
           05  FXD-EMP-ID          PIC 9(5).
           05  FXD-COMPANY         PIC X(2).
           05  FXD-CURRENCY        PIC X(3).
           05  FXD-BASE-CURR       PIC X(3).
           05  FXD-PERIOD          PIC 9(6).
           05  FXD-FOREIGN-AMT     PIC 9(6)V99.
           05  FXD-BOOK-RATE       PIC 9(3)V9(6).
           05  FXD-BOOK-AMT        PIC 9(9)V99.
           05  FXD-PAY-RATE        PIC 9(3)V9(6).
           05  FXD-PAY-AMT         PIC 9(9)V99.
           05  FXD-DIFF            PIC 9(9)V99.
           05  FXD-DIFF-SIGN       PIC X.
           05  FXD-PAY-DATE        PIC 9(8).
