      *> reason; and the run ends with a portfolio summary -- loans
      *> priced, total principal, total interest -- in
      *> amort_summary.dat.
      *> An employee loan not yet booked (no loan_balances.dat row)
      *> must also be affordable: its payment, the employee's active
      *> deductions on empdeduct.dat (LOAN rows aside -- those are
      *> the loans themselves) and the payments on the employee's
      *> other open loans are taken as a percent of the latest pay
      *> period's take-home on emppay_register.dat (net before the
      *> voluntary deductions -- garnishments and overpayment
      *> recoveries on empded_register.dat stay out of it, the
      *> employee never had that money to spend). Up to the refer
      *> percent the loan is priced; up to the reject percent it is
      *> referred -- held unpriced on loan_referrals.dat
      *> (LOANREFR.cpy) for an underwriter to decide through
      *> LOANUWAP; beyond that it is rejected. The two percents
      *> are loan_afford.dat (refer 999, reject 999; default 40
      *> and 50). The decision and the
      *> figures go on the application's rate audit line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
      *> The affordability rule's inputs and its referral file.
           SELECT PAY-REGISTER ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDREG-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT AFFORD-CFG ASSIGN TO "loan_afford.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "loan_referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RA-EFF-DATE   PIC 9(8).
          05 RA-RATE       PIC 9V9(4).
          05 RA-SOURCE     PIC X(6).
      *> The affordability decision on an employee loan and the
      *> figures it was made on: P priced within the refer
      *> percent, R referred, J rejected, U priced on underwriter
      *> approval, D declined by the underwriter; space when the
      *> rule does not apply (not an employee loan, or booked).
          05 RA-AFFORD     PIC X.
          05 RA-PAY-PERIOD PIC 9(6).
          05 RA-NET-PAY    PIC 9(7)V99.
          05 RA-OBLIGATION PIC 9(7)V99.
          05 RA-PERCENT    PIC 9(3)V9.

       FD EMPLOYEE-FILE.
           COPY EMPREC.
       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD PAY-REGISTER.
           COPY EMPPAYR.

       FD DEDUCT-FILE.
           COPY EMPDEDR.

       FD DED-REGISTER.
      *> EMPPAYRN's deduction register line.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD AFFORD-CFG.
       01 AFFORD-CFG-LINE.
          05 CFG-REFER-PCT   PIC 9(3).
          05 CFG-REJECT-PCT  PIC 9(3).

       FD REFERRAL-FILE.
           COPY LOANREFR.

       WORKING-STORAGE SECTION.
       01 WS-APPS-STATUS     PIC XX VALUE SPACES.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-SCHEDULE-STATUS PIC XX VALUE SPACES.
       01 WS-EXC-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS   PIC XX VALUE SPACES.
       01 WS-DEDREG-STATUS   PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-CFG-STATUS      PIC XX VALUE SPACES.
       01 WS-REFERRAL-STATUS PIC XX VALUE SPACES.
       01 WS-AFF-EOF         PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> Affordability limits, obligations as a percent of
      *> take-home (loan_afford.dat).
       01 WS-REFER-PCT       PIC 9(3) VALUE 40.
       01 WS-REJECT-PCT      PIC 9(3) VALUE 50.

      *> Every application's borrower, so the employee's other
      *> loans can be found on the balance file.
       01 WS-APP-MAP-COUNT   PIC 9(4) VALUE 0.
       01 WS-APP-MAP.
          05 WS-AM-ENTRY OCCURS 1000 TIMES.
             10 WS-AM-APP-ID   PIC X(8).
             10 WS-AM-EMP-ID   PIC 9(5).
       01 WS-AM-IX           PIC 9(4) VALUE 0.

      *> Open and closed balance rows: a booked loan is not
      *> re-judged, an open one's payment is an obligation.
       01 WS-BOOKED-COUNT    PIC 9(4) VALUE 0.
       01 WS-BOOKED-TABLE.
          05 WS-BK-ENTRY OCCURS 1000 TIMES.
             10 WS-BK-APP-ID   PIC X(8).
             10 WS-BK-OPEN     PIC 9.
             10 WS-BK-PAYMENT  PIC 9(7)V99.
       01 WS-BK-IX           PIC 9(4) VALUE 0.
       01 WS-BOOKED-HIT      PIC 9 VALUE 0.

      *> Employee loans priced this run and not yet booked; a
      *> second application in the same run counts the first.
       01 WS-NEW-COUNT       PIC 9(4) VALUE 0.
       01 WS-NEW-TABLE.
          05 WS-NW-ENTRY OCCURS 1000 TIMES.
             10 WS-NW-EMP-ID   PIC 9(5).
             10 WS-NW-PAYMENT  PIC 9(7)V99.
       01 WS-NW-IX           PIC 9(4) VALUE 0.

      *> Each employee's latest regular pay period and its
      *> take-home and gross, net of any EMPVOID reversal of it.
       01 WS-PAY-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAY-TABLE.
          05 WS-PY-ENTRY OCCURS 1000 TIMES.
             10 WS-PY-EMP-ID   PIC 9(5).
             10 WS-PY-PERIOD   PIC 9(6).
             10 WS-PY-TAKE-HOME PIC S9(7)V99.
             10 WS-PY-GROSS    PIC S9(7)V99.
       01 WS-PY-IX           PIC 9(4) VALUE 0.
       01 WS-PY-FOUND        PIC 9(4) VALUE 0.

      *> Active deductions other than LOAN.
       01 WS-DED-COUNT       PIC 9(4) VALUE 0.
       01 WS-DED-TABLE.
          05 WS-DD-ENTRY OCCURS 2000 TIMES.
             10 WS-DD-EMP-ID   PIC 9(5).
             10 WS-DD-METHOD   PIC X.
             10 WS-DD-VALUE    PIC 9(5)V99.
       01 WS-DD-IX           PIC 9(4) VALUE 0.

      *> Referrals on file, and this application's.
       01 WS-REF-COUNT       PIC 9(4) VALUE 0.
       01 WS-REF-TABLE.
          05 WS-RF-ENTRY OCCURS 1000 TIMES.
             10 WS-RF-APP-ID   PIC X(8).
             10 WS-RF-STATUS   PIC X.
       01 WS-RF-IX           PIC 9(4) VALUE 0.
       01 WS-REF-FOUND       PIC 9(4) VALUE 0.

      *> The application in hand.
       01 WS-AFF-DECISION    PIC X VALUE SPACE.
          88 WS-AFF-REFERRED VALUE "R".
       01 WS-AFF-PERIOD      PIC 9(6) VALUE 0.
       01 WS-AFF-TAKE-HOME   PIC S9(7)V99 VALUE 0.
       01 WS-AFF-DEDUCTIONS  PIC 9(7)V99 VALUE 0.
       01 WS-AFF-LOAN-PMTS   PIC 9(7)V99 VALUE 0.
       01 WS-AFF-OBLIGATION  PIC 9(7)V99 VALUE 0.
       01 WS-AFF-PERCENT     PIC 9(3)V9 VALUE 0.
       01 WS-AFF-WORK        PIC 9(7)V99 VALUE 0.
       01 WS-SUMMARY-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.

      *> Portfolio totals for the sign-off summary.
       01 WS-PRICED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REFERRED-COUNT   PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRINCIPAL  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-INTEREST   PIC 9(11)V99 VALUE 0.


       PROCEDURE DIVISION.
      *> Req 049: standard RETURN-CODE convention (0 clean, 4 any
      *> application rejected or referred, 8 no application file).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Amortization Calculator ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-ACTIVE-EMPLOYEES.
           PERFORM LOAD-AFFORDABILITY-DATA.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS NOT = "00"
               DISPLAY "   No application file (loan_apps.dat), "
               CLOSE LOAN-APPS
               CLOSE LOAN-EXCEPTIONS
               PERFORM WRITE-PORTFOLIO-SUMMARY
               IF (WS-REJECTED-COUNT > 0 OR WS-REFERRED-COUNT > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESS-ONE-APPLICATION.
           PERFORM VALIDATE-APPLICATION.
           MOVE SPACE TO WS-AFF-DECISION.
           MOVE 0 TO WS-AFF-PERIOD.
           MOVE 0 TO WS-AFF-TAKE-HOME.
           MOVE 0 TO WS-AFF-OBLIGATION.
           MOVE 0 TO WS-AFF-PERCENT.
           IF WS-APP-VALID = 1 AND APP-EMP-ID > 0
               PERFORM CHECK-AFFORDABILITY
           END-IF.
           EVALUATE TRUE
               WHEN WS-APP-VALID = 0
                   PERFORM REJECT-APPLICATION
               WHEN WS-AFF-REFERRED
                   PERFORM HOLD-FOR-UNDERWRITER
               WHEN OTHER
                   PERFORM PRICE-ONE-LOAN
           END-EVALUATE.

       VALIDATE-APPLICATION.
      *> Sane bounds: a real applicant, a positive principal, a term
               END-IF
           END-PERFORM.

       LOAD-AFFORDABILITY-DATA.
           OPEN INPUT AFFORD-CFG.
           IF WS-CFG-STATUS = "00"
               READ AFFORD-CFG
                   NOT AT END
                       IF CFG-REFER-PCT NUMERIC
                               AND CFG-REJECT-PCT NUMERIC
                           MOVE CFG-REFER-PCT TO WS-REFER-PCT
                           MOVE CFG-REJECT-PCT TO WS-REJECT-PCT
                       END-IF
               END-READ
               CLOSE AFFORD-CFG
           END-IF.
      *> A reject percent under the refer percent leaves no band to
      *> refer: everything over the refer percent is rejected.
           IF WS-REJECT-PCT < WS-REFER-PCT
               MOVE WS-REFER-PCT TO WS-REJECT-PCT
           END-IF.
           DISPLAY "   Affordability: refer over " WS-REFER-PCT
               "%, reject over " WS-REJECT-PCT "% of take-home".
           PERFORM LOAD-APPLICATION-MAP.
           PERFORM LOAD-BOOKED-LOANS.
           PERFORM LOAD-LATEST-PAY.
           PERFORM LOAD-ACTIVE-DEDUCTIONS.
           PERFORM LOAD-REFERRALS.

       LOAD-APPLICATION-MAP.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF APP-EMP-ID > 0
                                   AND WS-APP-MAP-COUNT < 1000
                               ADD 1 TO WS-APP-MAP-COUNT
                               MOVE APP-ID
                                   TO WS-AM-APP-ID (WS-APP-MAP-COUNT)
                               MOVE APP-EMP-ID
                                   TO WS-AM-EMP-ID (WS-APP-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.

       LOAD-BOOKED-LOANS.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF WS-BOOKED-COUNT < 1000
                               ADD 1 TO WS-BOOKED-COUNT
                               MOVE LNB-APP-ID
                                   TO WS-BK-APP-ID (WS-BOOKED-COUNT)
                               MOVE 0 TO WS-BK-OPEN (WS-BOOKED-COUNT)
                               IF LNB-IS-OPEN
                                   MOVE 1
                                       TO WS-BK-OPEN (WS-BOOKED-COUNT)
                               END-IF
                               MOVE LNB-PAYMENT
                                   TO WS-BK-PAYMENT (WS-BOOKED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-LATEST-PAY.
      *> Two passes over the register: the latest regular period
      *> per employee, then that period's take-home (net plus the
      *> voluntary deductions already taken from it) less any
      *> EMPVOID reversal of it. Supplemental runs are not pay the
      *> borrower can count on and are left out. PRG-DEDUCT also
      *> holds that period's garnishments and overpayment recovery,
      *> which are not the employee's to spend; the deduction
      *> register takes them back out of the add-back.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT PAY-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ PAY-REGISTER
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN AND PRG-PERIOD NUMERIC
                               PERFORM TAKE-LATEST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-REGISTER
           END-IF.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT PAY-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ PAY-REGISTER
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           PERFORM TAKE-LATEST-PAY
                   END-READ
               END-PERFORM
               CLOSE PAY-REGISTER
           END-IF.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DEDREG-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF DRG-CODE (1:2) = "GN"
                                   OR DRG-CODE = "OVPY"
                               PERFORM TAKE-WITHHELD-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.

       TAKE-LATEST-PERIOD.
           MOVE 0 TO WS-PY-FOUND.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PAY-COUNT
               IF WS-PY-EMP-ID (WS-PY-IX) = PRG-EMP-ID
                   MOVE WS-PY-IX TO WS-PY-FOUND
               END-IF
           END-PERFORM.
           IF WS-PY-FOUND = 0 AND WS-PAY-COUNT < 1000
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-PAY-COUNT TO WS-PY-FOUND
               MOVE PRG-EMP-ID TO WS-PY-EMP-ID (WS-PY-FOUND)
               MOVE 0 TO WS-PY-PERIOD (WS-PY-FOUND)
               MOVE 0 TO WS-PY-TAKE-HOME (WS-PY-FOUND)
               MOVE 0 TO WS-PY-GROSS (WS-PY-FOUND)
           END-IF.
           IF WS-PY-FOUND > 0
               IF PRG-PERIOD > WS-PY-PERIOD (WS-PY-FOUND)
                   MOVE PRG-PERIOD TO WS-PY-PERIOD (WS-PY-FOUND)
               END-IF
           END-IF.

       TAKE-LATEST-PAY.
           MOVE 0 TO WS-PY-FOUND.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PAY-COUNT
               IF WS-PY-EMP-ID (WS-PY-IX) = PRG-EMP-ID
                   MOVE WS-PY-IX TO WS-PY-FOUND
               END-IF
           END-PERFORM.
           IF WS-PY-FOUND > 0
               EVALUATE TRUE
                   WHEN PRG-REGULAR-RUN
                           AND PRG-PERIOD = WS-PY-PERIOD (WS-PY-FOUND)
                       ADD PRG-NET TO WS-PY-TAKE-HOME (WS-PY-FOUND)
                       ADD PRG-DEDUCT TO WS-PY-TAKE-HOME (WS-PY-FOUND)
                       ADD PRG-GROSS TO WS-PY-GROSS (WS-PY-FOUND)
                   WHEN PRG-REVERSAL
                           AND PRG-RUN-ID (1:3) NOT = "SUP"
                           AND PRG-VOID-PERIOD
                               = WS-PY-PERIOD (WS-PY-FOUND)
                       SUBTRACT PRG-NET
                           FROM WS-PY-TAKE-HOME (WS-PY-FOUND)
                       SUBTRACT PRG-DEDUCT
                           FROM WS-PY-TAKE-HOME (WS-PY-FOUND)
                       SUBTRACT PRG-GROSS
                           FROM WS-PY-GROSS (WS-PY-FOUND)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TAKE-WITHHELD-DEDUCTION.
           MOVE 0 TO WS-PY-FOUND.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PAY-COUNT
               IF WS-PY-EMP-ID (WS-PY-IX) = DRG-EMP-ID
                   MOVE WS-PY-IX TO WS-PY-FOUND
               END-IF
           END-PERFORM.
           IF WS-PY-FOUND > 0
               IF DRG-PERIOD = WS-PY-PERIOD (WS-PY-FOUND)
                   SUBTRACT DRG-AMOUNT
                       FROM WS-PY-TAKE-HOME (WS-PY-FOUND)
               END-IF
           END-IF.

       LOAD-ACTIVE-DEDUCTIONS.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ DEDUCT-FILE
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF DED-IS-ACTIVE AND DED-CODE NOT = "LOAN"
                                   AND WS-DED-COUNT < 2000
                               ADD 1 TO WS-DED-COUNT
                               MOVE DED-EMP-ID
                                   TO WS-DD-EMP-ID (WS-DED-COUNT)
                               MOVE DED-METHOD
                                   TO WS-DD-METHOD (WS-DED-COUNT)
                               MOVE DED-VALUE
                                   TO WS-DD-VALUE (WS-DED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.

       LOAD-REFERRALS.
           MOVE 0 TO WS-AFF-EOF.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-STATUS = "00"
               PERFORM UNTIL WS-AFF-EOF = 1
                   READ REFERRAL-FILE
                       AT END MOVE 1 TO WS-AFF-EOF
                       NOT AT END
                           IF WS-REF-COUNT < 1000
                               ADD 1 TO WS-REF-COUNT
                               MOVE RF-APP-ID
                                   TO WS-RF-APP-ID (WS-REF-COUNT)
                               MOVE RF-STATUS
                                   TO WS-RF-STATUS (WS-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.

       CHECK-AFFORDABILITY.
      *> Only an application not yet booked is judged; a booked
      *> loan was judged when it was made.
           MOVE 0 TO WS-BOOKED-HIT.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > WS-BOOKED-COUNT
               IF WS-BK-APP-ID (WS-BK-IX) = APP-ID
                   MOVE 1 TO WS-BOOKED-HIT
               END-IF
           END-PERFORM.
           IF WS-BOOKED-HIT = 0
               PERFORM MEASURE-OBLIGATIONS
               MOVE 0 TO WS-REF-FOUND
               PERFORM VARYING WS-RF-IX FROM 1 BY 1
                       UNTIL WS-RF-IX > WS-REF-COUNT
                   IF WS-RF-APP-ID (WS-RF-IX) = APP-ID
                       MOVE WS-RF-IX TO WS-REF-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-REF-FOUND > 0
                           AND WS-RF-STATUS (WS-REF-FOUND) = "A"
                       MOVE "U" TO WS-AFF-DECISION
                   WHEN WS-REF-FOUND > 0
                           AND WS-RF-STATUS (WS-REF-FOUND) = "D"
                       MOVE "D" TO WS-AFF-DECISION
                       MOVE "DECLINED BY UNDERWRITER"
                           TO WS-REJECT-REASON
                   WHEN WS-REF-FOUND > 0
                       MOVE "R" TO WS-AFF-DECISION
      *> No pay on the register: nothing to judge against, so an
      *> underwriter decides.
                   WHEN WS-AFF-PERIOD = 0
                       MOVE "R" TO WS-AFF-DECISION
                   WHEN WS-AFF-PERCENT <= WS-REFER-PCT
                       MOVE "P" TO WS-AFF-DECISION
                   WHEN WS-AFF-PERCENT <= WS-REJECT-PCT
                       MOVE "R" TO WS-AFF-DECISION
                   WHEN OTHER
                       MOVE "J" TO WS-AFF-DECISION
                       MOVE "PAYMENT NOT AFFORDABLE"
                           TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE 0 TO WS-APP-VALID
                   PERFORM WRITE-RATE-AUDIT-LINE
               END-IF
           END-IF.

       MEASURE-OBLIGATIONS.
      *> The new payment, the other deductions and the payments on
      *> the employee's other open loans (booked, or priced earlier
      *> this run) against the latest take-home.
           PERFORM COMPUTE-LOAN-PAYMENT.
           MOVE 0 TO WS-AFF-DEDUCTIONS.
           MOVE 0 TO WS-AFF-LOAN-PMTS.
           MOVE 0 TO WS-AFF-TAKE-HOME.
           MOVE 0 TO WS-AFF-PERIOD.
           MOVE 0 TO WS-PY-FOUND.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PAY-COUNT
               IF WS-PY-EMP-ID (WS-PY-IX) = APP-EMP-ID
                   MOVE WS-PY-IX TO WS-PY-FOUND
               END-IF
           END-PERFORM.
           IF WS-PY-FOUND > 0
               MOVE WS-PY-PERIOD (WS-PY-FOUND) TO WS-AFF-PERIOD
               IF WS-PY-TAKE-HOME (WS-PY-FOUND) > 0
                   MOVE WS-PY-TAKE-HOME (WS-PY-FOUND)
                       TO WS-AFF-TAKE-HOME
               END-IF
           END-IF.
           PERFORM VARYING WS-DD-IX FROM 1 BY 1
                   UNTIL WS-DD-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DD-IX) = APP-EMP-ID
                   IF WS-DD-METHOD (WS-DD-IX) = "P"
                       IF WS-PY-FOUND > 0
                           IF WS-PY-GROSS (WS-PY-FOUND) > 0
                               COMPUTE WS-AFF-WORK ROUNDED =
                                   WS-PY-GROSS (WS-PY-FOUND)
                                   * WS-DD-VALUE (WS-DD-IX) / 100
                               ADD WS-AFF-WORK TO WS-AFF-DEDUCTIONS
                           END-IF
                       END-IF
                   ELSE
                       ADD WS-DD-VALUE (WS-DD-IX) TO WS-AFF-DEDUCTIONS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > WS-BOOKED-COUNT
               IF WS-BK-OPEN (WS-BK-IX) = 1
                       AND WS-BK-APP-ID (WS-BK-IX) NOT = APP-ID
                   PERFORM VARYING WS-AM-IX FROM 1 BY 1
                           UNTIL WS-AM-IX > WS-APP-MAP-COUNT
                       IF WS-AM-APP-ID (WS-AM-IX)
                               = WS-BK-APP-ID (WS-BK-IX)
                               AND WS-AM-EMP-ID (WS-AM-IX)
                               = APP-EMP-ID
                           ADD WS-BK-PAYMENT (WS-BK-IX)
                               TO WS-AFF-LOAN-PMTS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NW-IX FROM 1 BY 1
                   UNTIL WS-NW-IX > WS-NEW-COUNT
               IF WS-NW-EMP-ID (WS-NW-IX) = APP-EMP-ID
                   ADD WS-NW-PAYMENT (WS-NW-IX) TO WS-AFF-LOAN-PMTS
               END-IF
           END-PERFORM.
           COMPUTE WS-AFF-OBLIGATION = WS-PAYMENT
               + WS-AFF-DEDUCTIONS + WS-AFF-LOAN-PMTS.
           IF WS-AFF-TAKE-HOME = 0
               MOVE 999.9 TO WS-AFF-PERCENT
           ELSE
               COMPUTE WS-AFF-PERCENT ROUNDED =
                   WS-AFF-OBLIGATION * 100 / WS-AFF-TAKE-HOME
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-AFF-PERCENT
               END-COMPUTE
           END-IF.

       HOLD-FOR-UNDERWRITER.
      *> Held, not priced: no schedule is written, so LOANSERV has
      *> nothing to book until an underwriter approves it. The
      *> referral is filed once; later runs find it pending.
           IF WS-REF-FOUND = 0
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
               OPEN EXTEND REFERRAL-FILE
               IF WS-REFERRAL-STATUS = "35"
                   OPEN OUTPUT REFERRAL-FILE
               END-IF
               MOVE APP-ID TO RF-APP-ID
               MOVE APP-EMP-ID TO RF-EMP-ID
               MOVE "P" TO RF-STATUS
               MOVE WS-TODAY-DATE TO RF-REFERRED-DATE
               MOVE WS-AFF-PERIOD TO RF-PAY-PERIOD
               MOVE WS-AFF-TAKE-HOME TO RF-NET-PAY
               MOVE WS-AFF-DEDUCTIONS TO RF-DEDUCTIONS
               MOVE WS-AFF-LOAN-PMTS TO RF-LOAN-PAYMENTS
               MOVE WS-PAYMENT TO RF-NEW-PAYMENT
               MOVE WS-AFF-PERCENT TO RF-PERCENT
               MOVE SPACES TO RF-UNDERWRITER
               MOVE 0 TO RF-DECIDED-DATE
               WRITE AFFORD-REFERRAL-RECORD
               CLOSE REFERRAL-FILE
               IF WS-REF-COUNT < 1000
                   ADD 1 TO WS-REF-COUNT
                   MOVE APP-ID TO WS-RF-APP-ID (WS-REF-COUNT)
                   MOVE "P" TO WS-RF-STATUS (WS-REF-COUNT)
               END-IF
           END-IF.
           PERFORM WRITE-RATE-AUDIT-LINE.
           ADD 1 TO WS-REFERRED-COUNT.
           DISPLAY "   Referred " APP-ID ": obligations "
               WS-AFF-PERCENT "% of take-home - held for"
               " underwriter".

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE.
           IF WS-RATE-TABLE-STATUS = "00"
           MOVE WS-APPLIED-EFF-DATE TO RA-EFF-DATE.
           MOVE WS-ANNUAL-RATE TO RA-RATE.
           MOVE WS-APPLIED-SOURCE TO RA-SOURCE.
           MOVE WS-AFF-DECISION TO RA-AFFORD.
           MOVE WS-AFF-PERIOD TO RA-PAY-PERIOD.
           MOVE WS-AFF-TAKE-HOME TO RA-NET-PAY.
           MOVE WS-AFF-OBLIGATION TO RA-OBLIGATION.
           MOVE WS-AFF-PERCENT TO RA-PERCENT.
           WRITE RATE-AUDIT-RECORD.
           CLOSE RATE-AUDIT.

       PRICE-ONE-LOAN.
           PERFORM COMPUTE-LOAN-PAYMENT.
           PERFORM WRITE-ONE-SCHEDULE.
      *> Req 099: record which rate row priced this loan.
           PERFORM WRITE-RATE-AUDIT-LINE.
           ADD 1 TO WS-PRICED-COUNT.
           ADD WS-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-LOAN-INTEREST TO WS-TOTAL-INTEREST.
           DISPLAY "   Priced " APP-ID " payment " WS-PAYMENT.
           IF APP-EMP-ID > 0 AND WS-AFF-DECISION NOT = SPACE
                   AND WS-NEW-COUNT < 1000
               ADD 1 TO WS-NEW-COUNT
               MOVE APP-EMP-ID TO WS-NW-EMP-ID (WS-NEW-COUNT)
               MOVE WS-PAYMENT TO WS-NW-PAYMENT (WS-NEW-COUNT)
           END-IF.

       COMPUTE-LOAN-PAYMENT.
           MOVE APP-PRINCIPAL TO WS-PRINCIPAL.
           MOVE APP-TERM TO WS-TERM-MONTHS.
           COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 12.
               WS-PRINCIPAL * WS-MONTHLY-RATE *
               ((1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS) /
               (((1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS) - 1).

       WRITE-ONE-SCHEDULE.
           PERFORM BUILD-SCHEDULE-FILENAME.
           MOVE WS-REJECTED-COUNT TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE-BUILD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "APPLICATIONS REFERRED:" TO WS-SL-LABEL.
           MOVE WS-REFERRED-COUNT TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE-BUILD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL PRINCIPAL:" TO WS-SL-LABEL.
           MOVE WS-TOTAL-PRINCIPAL TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE-BUILD TO SUMMARY-LINE.
           DISPLAY " ".
           DISPLAY "   Loans priced:     " WS-PRICED-COUNT.
           DISPLAY "   Rejected:         " WS-REJECTED-COUNT.
           DISPLAY "   Referred:         " WS-REFERRED-COUNT.
           DISPLAY "   Total principal:  " WS-TOTAL-PRINCIPAL.
           DISPLAY "   Total interest:   " WS-TOTAL-INTEREST.
           DISPLAY "   Summary written to amort_summary.dat".
