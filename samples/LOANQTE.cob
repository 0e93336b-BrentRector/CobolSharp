      *> paid-through months, the LOANSERV date arithmetic) to the
      *> payoff date. The dated quote prints for the operator and
      *> lands in loan_quotes.dat so a later dispute can be answered
      *> with the exact figures quoted. Late fees outstanding on the
      *> balance record are owed on payoff too and are added to the
      *> amount quoted, shown as their own line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY LOANBALR.

       FD QUOTE-LOG.
       01 QUOTE-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-Q-PAIDTHRU      PIC 9(3) VALUE 0.
       01 WS-Q-ORIG          PIC 9(8) VALUE 0.
       01 WS-Q-STATUS        PIC X VALUE SPACE.
       01 WS-Q-FEES          PIC 9(5)V99 VALUE 0.
       01 WS-Q-SHIFT         PIC 9(3) VALUE 0.

      *> Per-diem arithmetic.
       01 WS-LAST-PAID-DATE  PIC 9(8) VALUE 0.
          05 WS-QL-DAYS        PIC ZZZZ9.
          05 FILLER            PIC X(5) VALUE " INT ".
          05 WS-QL-INT         PIC 9(7).99.
          05 FILLER            PIC X(6) VALUE " FEES ".
          05 WS-QL-FEES        PIC 9(5).99.
          05 FILLER            PIC X(7) VALUE " TOTAL ".
          05 WS-QL-TOTAL       PIC 9(8).99.
          05 FILLER            PIC X(5) VALUE SPACES.
                                   TO WS-Q-PAIDTHRU
                               MOVE LNB-ORIG-DATE TO WS-Q-ORIG
                               MOVE LNB-STATUS TO WS-Q-STATUS
                               MOVE 0 TO WS-Q-SHIFT
                               IF LNB-DUE-SHIFT NUMERIC
                                   MOVE LNB-DUE-SHIFT
                                       TO WS-Q-SHIFT
                               END-IF
      *> Balance rows from before the fee fields carry spaces.
                               MOVE 0 TO WS-Q-FEES
                               IF LNB-FEE-BALANCE NUMERIC
                                   MOVE LNB-FEE-BALANCE
                                       TO WS-Q-FEES
                               END-IF
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
      *> A LOANMOD deferral pushes every due date out.
           ADD WS-Q-SHIFT TO WS-DUE-MONTH.
           ADD WS-Q-PAIDTHRU TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-PER-DIEM * WS-ACCRUAL-DAYS.
           COMPUTE WS-PAYOFF-AMOUNT =
               WS-Q-PRINCIPAL + WS-ACCRUED-INT + WS-Q-FEES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-QUOTE-STAMP.
           DISPLAY " ".
           DISPLAY "   Payoff quote for " WS-LOOKUP-ID
           DISPLAY "   Accrual days:          " WS-ACCRUAL-DAYS.
           DISPLAY "   Per-diem interest:     " WS-PER-DIEM.
           DISPLAY "   Interest accrued:      " WS-ACCRUED-INT.
           DISPLAY "   Late fees outstanding: " WS-Q-FEES.
           DISPLAY "   PAYOFF AMOUNT:         " WS-PAYOFF-AMOUNT.
           PERFORM LOG-THE-QUOTE.

           MOVE WS-Q-PRINCIPAL TO WS-QL-PRIN.
           MOVE WS-ACCRUAL-DAYS TO WS-QL-DAYS.
           MOVE WS-ACCRUED-INT TO WS-QL-INT.
           MOVE WS-Q-FEES TO WS-QL-FEES.
           MOVE WS-PAYOFF-AMOUNT TO WS-QL-TOTAL.
           MOVE WS-QUOTE-LINE-BUILD TO QUOTE-LOG-LINE.
           WRITE QUOTE-LOG-LINE.
