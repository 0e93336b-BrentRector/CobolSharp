      *>                         not above max
      *>   empvrules.dat         known field key and rule type; N
      *>                         rules numeric with low <= high
      *>   netpay_rates.dat      numeric bound/rate, filing status
      *>                         blank/S/M/H, bounds strictly
      *>                         ascending within each status's set
      *>   netpay_allow.dat      one numeric 9(5)v99 line
      *>   netpay_supp.dat       one numeric 9v9999 line, max
      *>                         0.5000
      *>   jurtax.dat            state present, rate numeric, max
      *>                         0.5000, liability account present
      *>   erctable.dat          cost type present, rate numeric,
      *>                         max 0.5000, wage base numeric,
      *>                         expense and liability accounts
      *>                         present
      *>   emptcard_ctl.dat      one line, hours ceiling 9(3)v99 and
      *>                         overtime multiplier 9v99, both
      *>                         numeric and nonzero, multiplier
      *>                         1.00 to 3.00
      *>   chkstock.dat          one line, disbursement account
      *>                         present, first/last/next check
      *>                         numbers numeric, first not above
      *>                         last, next from first to last + 1
      *>   benplan.dat           plan code present, tier EE/ES/
      *>                         EC/FA, plan type H/D/V/L, carrier
      *>                         present, premiums and priority
      *>                         numeric
      *>   retplan.dat           plan year, match and cap
      *>                         percentages and limits numeric,
      *>                         deferral limit nonzero, expense
      *>                         and liability accounts present
      *>   loan_rates.dat        code present, real date (EMPDATEV),
      *>                         rate numeric, over 0, max 0.5000
      *>   empretn_retain.dat    one numeric PIC 9(2) line, nonzero

      *> Per-check work fields.
       01 WS-NUM-WORK        PIC 9(8) VALUE 0.
       01 WS-LOW-WORK        PIC 9(8) VALUE 0.
       01 WS-HIGH-WORK       PIC 9(8) VALUE 0.
       01 WS-DATE-WORK       PIC 9(8) VALUE 0.
       01 WS-DATE-VALID      PIC 9 VALUE 0.
       01 WS-FIELD-OK        PIC 9 VALUE 0.
       01 WS-MIN-WORK        PIC 9(3) VALUE 0.
      *> Last bound seen per filing-status set: default, S, M, H.
       01 WS-SET-PREV-TABLE.
          05 WS-SET-PREV-BOUND PIC 9(8) OCCURS 4 TIMES.
       01 WS-SET-IX          PIC 9 VALUE 0.

      *> Findings line built with MOVE, not STRING.
       01 WS-FINDING-BUILD.
           PERFORM CHECK-DEMO4-THRESHOLDS.
           PERFORM CHECK-EMPVRULES.
           PERFORM CHECK-NETPAY-RATES.
           PERFORM CHECK-NETPAY-ALLOWANCE.
           PERFORM CHECK-SUPPLEMENTAL-RATE.
           PERFORM CHECK-JURISDICTIONS.
           PERFORM CHECK-EMPLOYER-COSTS.
           PERFORM CHECK-TIMECARD-CONTROL.
           PERFORM CHECK-CHECK-STOCK.
           PERFORM CHECK-BENEFIT-PLANS.
           PERFORM CHECK-RETIREMENT-PLAN.
           PERFORM CHECK-LOAN-RATES.
           PERFORM CHECK-RETAIN-COUNT.
           PERFORM CHECK-PAYH-THRESHOLD.

       CHECK-NETPAY-RATES.
      *> The req 063 layout: bound 1-8 (999999v99), rate 9-13
      *> (9v9999), bounds strictly ascending. Column 14 is the
      *> filing status the bracket belongs to (blank = the default
      *> set); each status's bounds ascend on their own.
           MOVE "netpay_rates.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           MOVE 0 TO WS-SET-PREV-BOUND (1).
           MOVE 0 TO WS-SET-PREV-BOUND (2).
           MOVE 0 TO WS-SET-PREV-BOUND (3).
           MOVE 0 TO WS-SET-PREV-BOUND (4).
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   EVALUATE CONFIG-LINE (14:1)
                       WHEN SPACE MOVE 1 TO WS-SET-IX
                       WHEN "S"   MOVE 2 TO WS-SET-IX
                       WHEN "M"   MOVE 3 TO WS-SET-IX
                       WHEN "H"   MOVE 4 TO WS-SET-IX
                       WHEN OTHER
                           MOVE 0 TO WS-SET-IX
                           MOVE "UNKNOWN FILING STATUS" TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                   END-EVALUATE
                   IF CONFIG-LINE (1:8) NOT NUMERIC
                           OR CONFIG-LINE (9:5) NOT NUMERIC
                       MOVE "BRACKET FIELDS NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       IF WS-SET-IX > 0
                           MOVE CONFIG-LINE (1:8) TO WS-NUM-WORK
                           IF WS-NUM-WORK
                                   <= WS-SET-PREV-BOUND (WS-SET-IX)
                               MOVE "BRACKET BOUND NOT ASCENDING"
                                   TO WS-FB-TEXT
                               PERFORM WRITE-ONE-FINDING
                           END-IF
                           MOVE WS-NUM-WORK
                               TO WS-SET-PREV-BOUND (WS-SET-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-NETPAY-ALLOWANCE.
      *> One line, the per-allowance credit 1-7 (99999v99).
           MOVE "netpay_allow.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:7) NOT NUMERIC
                       MOVE "ALLOWANCE CREDIT NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF WS-LINE-NO > 1
                       MOVE "MORE THAN ONE LINE" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-SUPPLEMENTAL-RATE.
      *> One line, the flat supplemental withholding rate (9v9999).
           MOVE "netpay_supp.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:5) NOT NUMERIC
                       MOVE "SUPPLEMENTAL RATE NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       MOVE CONFIG-LINE (1:5) TO WS-NUM-WORK
                       IF WS-NUM-WORK > 05000
                           MOVE "RATE ABOVE 0.5000 SANE BOUND"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF WS-LINE-NO > 1
                       MOVE "MORE THAN ONE LINE" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-JURISDICTIONS.
      *> The JURTAXR.cpy layout: state 1-2, locality 3-22, rate
      *> 23-27 (9v9999), liability account 28-41.
           MOVE "jurtax.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:2) = SPACES
                       MOVE "STATE CODE MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (23:5) NOT NUMERIC
                       MOVE "RATE NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       MOVE CONFIG-LINE (23:5) TO WS-NUM-WORK
                       IF WS-NUM-WORK > 05000
                           MOVE "RATE ABOVE 0.5000 SANE BOUND"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF CONFIG-LINE (28:14) = SPACES
                       MOVE "LIABILITY ACCOUNT MISSING"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-EMPLOYER-COSTS.
      *> The ERCOSTR.cpy layout: cost type 1-6, rate 7-11
      *> (9v9999), wage base 12-21 (9(8)v99, zero for no cap),
      *> expense account 22-35, liability account 36-49.
           MOVE "erctable.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:6) = SPACES
                       MOVE "COST TYPE MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (7:5) NOT NUMERIC
                       MOVE "RATE NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       MOVE CONFIG-LINE (7:5) TO WS-NUM-WORK
                       IF WS-NUM-WORK > 05000
                           MOVE "RATE ABOVE 0.5000 SANE BOUND"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF CONFIG-LINE (12:10) NOT NUMERIC
                       MOVE "WAGE BASE NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (22:14) = SPACES
                       MOVE "EXPENSE ACCOUNT MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (36:14) = SPACES
                       MOVE "LIABILITY ACCOUNT MISSING"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-TIMECARD-CONTROL.
      *> One line: hours ceiling 1-5 (9(3)v99), overtime premium
      *> multiplier 6-8 (9v99).
           MOVE "emptcard_ctl.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:5) NOT NUMERIC
                       MOVE "HOURS CEILING NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       IF CONFIG-LINE (1:5) = "00000"
                           MOVE "HOURS CEILING IS ZERO" TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF CONFIG-LINE (6:3) NOT NUMERIC
                       MOVE "OVERTIME MULTIPLIER NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       IF CONFIG-LINE (6:3) < "100"
                               OR CONFIG-LINE (6:3) > "300"
                           MOVE "MULTIPLIER OUTSIDE 1.00 TO 3.00"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF WS-LINE-NO > 1
                       MOVE "MORE THAN ONE LINE" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-CHECK-STOCK.
      *> One line: account 1-12, first 13-20, last 21-28, next
      *> 29-36 (next = last + 1 is a used-up range).
           MOVE "chkstock.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:12) = SPACES
                       MOVE "DISBURSEMENT ACCOUNT MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (13:8) NOT NUMERIC
                           OR CONFIG-LINE (21:8) NOT NUMERIC
                           OR CONFIG-LINE (29:8) NOT NUMERIC
                       MOVE "CHECK NUMBER NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       MOVE CONFIG-LINE (13:8) TO WS-LOW-WORK
                       MOVE CONFIG-LINE (21:8) TO WS-HIGH-WORK
                       MOVE CONFIG-LINE (29:8) TO WS-NUM-WORK
                       IF WS-LOW-WORK > WS-HIGH-WORK
                           MOVE "FIRST CHECK NUMBER ABOVE LAST"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                       IF WS-NUM-WORK < WS-LOW-WORK
                               OR WS-NUM-WORK > WS-HIGH-WORK + 1
                           MOVE "NEXT CHECK NUMBER OUTSIDE THE RANGE"
                               TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF WS-LINE-NO > 1
                       MOVE "MORE THAN ONE LINE" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-BENEFIT-PLANS.
      *> The BENPLNR.cpy layout: plan code 1-4, tier 5-6, plan type
      *> 7, carrier 8-15, employee premium 16-22 (9(5)v99),
      *> employer premium 23-29, deduction priority 30-31.
           MOVE "benplan.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:4) = SPACES
                       MOVE "PLAN CODE MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (5:2) NOT = "EE"
                           AND CONFIG-LINE (5:2) NOT = "ES"
                           AND CONFIG-LINE (5:2) NOT = "EC"
                           AND CONFIG-LINE (5:2) NOT = "FA"
                       MOVE "TIER NOT EE/ES/EC/FA" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (7:1) NOT = "H"
                           AND CONFIG-LINE (7:1) NOT = "D"
                           AND CONFIG-LINE (7:1) NOT = "V"
                           AND CONFIG-LINE (7:1) NOT = "L"
                       MOVE "PLAN TYPE NOT H/D/V/L" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (8:8) = SPACES
                       MOVE "CARRIER MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (16:7) NOT NUMERIC
                           OR CONFIG-LINE (23:7) NOT NUMERIC
                       MOVE "PREMIUM NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (30:2) NOT NUMERIC
                       MOVE "DEDUCTION PRIORITY NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIG-STATUS = "00"
               CLOSE CONFIG-FILE
           END-IF.

       CHECK-RETIREMENT-PLAN.
      *> The RETPLNR.cpy layout: plan year 1-4, match percent 5-9
      *> (9(3)v99), match cap percent 10-13 (99v99), deferral limit
      *> 14-21, catch-up limit 22-29, match limit 30-37 (9(6)v99),
      *> expense account 38-51, liability account 52-65.
           MOVE "retplan.dat" TO WS-CONFIG-FILENAME.
           PERFORM OPEN-ONE-CONFIG.
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-ONE-CONFIG-LINE
               IF WS-EOF = 0
                   IF CONFIG-LINE (1:4) NOT NUMERIC
                       MOVE "PLAN YEAR NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (5:5) NOT NUMERIC
                           OR CONFIG-LINE (10:4) NOT NUMERIC
                       MOVE "MATCH PERCENTAGES NOT NUMERIC"
                           TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
                   IF CONFIG-LINE (14:8) NOT NUMERIC
                           OR CONFIG-LINE (22:8) NOT NUMERIC
                           OR CONFIG-LINE (30:8) NOT NUMERIC
                       MOVE "LIMITS NOT NUMERIC" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                       IF CONFIG-LINE (14:8) = "00000000"
                           MOVE "DEFERRAL LIMIT ZERO" TO WS-FB-TEXT
                           PERFORM WRITE-ONE-FINDING
                       END-IF
                   END-IF
                   IF CONFIG-LINE (38:14) = SPACES
                           OR CONFIG-LINE (52:14) = SPACES
                       MOVE "MATCH ACCOUNT MISSING" TO WS-FB-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-PERFORM.
