                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
      *> Paid-off (C) and charged-off (X) loans accrue nothing.
                           IF LNB-IS-OPEN
                               PERFORM ACCRUE-ONE-LOAN
                           END-IF
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
      *> A LOANMOD deferral pushes every due date out.
           IF LNB-DUE-SHIFT NUMERIC
               ADD LNB-DUE-SHIFT TO WS-DUE-MONTH
           END-IF.
           ADD LNB-PAID-THROUGH TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
