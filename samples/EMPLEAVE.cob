      *> supervisor balance report goes to empleave_report.dat.
      *> Per-record LVB-LAST-PERIOD keeps a rerun from double-
      *> accruing the same period.
      *> Service years run from EMP-SERVICE-DATE, so a rehire whose
      *> break was bridged keeps the tier their prior service earned.
      *>
      *> empleave_rates.dat, one band per line, ascending:
      *>   col 1-2  minimum service years 9(2)
       01 WS-TODAY-INT           PIC S9(9) VALUE 0.
       01 WS-HIRE-INT            PIC S9(9) VALUE 0.
       01 WS-SERVICE-YEARS       PIC 9(3) VALUE 0.
       01 WS-SERVICE-DATE        PIC 9(8) VALUE 0.

       01 WS-ACCRUAL-PERIOD      PIC 9(6) VALUE 0.
       01 WS-ACCRUED-COUNT       PIC 9(5) VALUE 0.
       PICK-ACCRUAL-RATE.
      *> The EMPSENIO service-years arithmetic; the highest band
      *> whose minimum the employee has reached sets the rate.
      *> Records older than the service date fall back to the hire.
           MOVE EMP-HIRE-DATE TO WS-SERVICE-DATE.
           IF EMP-SERVICE-DATE NUMERIC
               IF EMP-SERVICE-DATE > 0
                   MOVE EMP-SERVICE-DATE TO WS-SERVICE-DATE
               END-IF
           END-IF.
           COMPUTE WS-HIRE-INT =
               FUNCTION INTEGER-OF-DATE (WS-SERVICE-DATE).
           COMPUTE WS-SERVICE-YEARS =
               (WS-TODAY-INT - WS-HIRE-INT) / 365.25.
           MOVE 0 TO WS-ACCRUAL-RATE.
