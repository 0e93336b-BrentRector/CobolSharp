       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTRS.
      *> Interest-rate shock stress test over the loan book. Before
      *> a rate change goes into loan_rates.dat management wants its
      *> effect on the variable-rate borrowers and on interest
      *> income; LOANRPRC only applies whatever rate is in effect.
      *> This run is read-only: it opens no live file for output.
      *>
      *> A loan is variable-rate when its application is priced by
      *> rate code (LOANRPRC's rule: a direct APP-RATE is never
      *> repriced). Each scenario in loanstrs_scenarios.dat (one
      *> signed basis-point shift a line, "+0100", "-0050"; none on
      *> file gives +100, +200 and -100) moves every open variable
      *> loan's rate by that much (never below zero) and re-amortizes
      *> the remaining term with the DEMO5AMRT payment formula, as
      *> LOANRPRC would. Fixed-rate loans carry their own rate in
      *> every scenario.
      *>
      *> loanstrs_report.dat shows, per scenario, each variable loan's
      *> current and stressed payment, the rise, and for an employee
      *> borrower (loan_apps.dat EMP-ID) the stressed payment as a
      *> share of net pay -- the latest regular period's take-home
      *> off emppay_register.dat, measured as DEMO5AMRT's
      *> affordability rule measures it. Each scenario closes with
      *> the book's projected 12-month interest income (the next
      *> twelve installments of every open loan), its change against
      *> the current rates, and the number of borrowers whose payment
      *> rises past the stress threshold: LOANSTRS_THRESHOLD percent
      *> over the current payment (default 10). An employee with
      *> several loans is one borrower.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "loanstrs_scenarios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PAY-REGISTER ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDREG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "loanstrs_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCENARIO-FILE.
       01 SCENARIO-LINE.
          05 SC-SIGN         PIC X.
          05 SC-BASIS-POINTS PIC 9(4).

       FD LOAN-APPS.
      *> DEMO5AMRT's application layout.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD PAY-REGISTER.
           COPY EMPPAYR.

       FD DED-REGISTER.
      *> EMPPAYRN's deduction register line.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SCENARIO-STATUS PIC XX VALUE SPACES.
       01 WS-APPS-STATUS     PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-DEDREG-STATUS   PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-ENV-THRESHOLD   PIC X(3) VALUE SPACES.
       01 WS-THRESHOLD-PCT   PIC 9(3) VALUE 10.

      *> The scenarios; entry 1 is always the current rates (no
      *> shift), the base every scenario is measured against.
       01 WS-SCENARIO-COUNT  PIC 9(2) VALUE 0.
       01 WS-SCENARIO-TABLE.
          05 WS-SC-ENTRY OCCURS 11 TIMES.
             10 WS-SC-SHIFT    PIC S9(4).
             10 WS-SC-INTEREST PIC 9(9)V99.
             10 WS-SC-PAYMENTS PIC 9(9)V99.
             10 WS-SC-PAST     PIC 9(4).
       01 WS-SC-IX           PIC 9(2) VALUE 0.

      *> Applications held for rate-code and borrower lookup.
       01 WS-APP-COUNT       PIC 9(3) VALUE 0.
       01 WS-APP-TABLE.
          05 WS-AP-ENTRY OCCURS 500 TIMES.
             10 WS-AP-ID       PIC X(8).
             10 WS-AP-RATE     PIC 9V9(4).
             10 WS-AP-CODE     PIC X(4).
             10 WS-AP-EMP-ID   PIC 9(5).
       01 WS-AP-IX           PIC 9(3) VALUE 0.

      *> The open loans, with what the stress needs of each.
       01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 500 TIMES.
             10 WS-LN-APP-ID    PIC X(8).
             10 WS-LN-EMP-ID    PIC 9(5).
             10 WS-LN-VARIABLE  PIC 9.
             10 WS-LN-PRINCIPAL PIC 9(7)V99.
             10 WS-LN-RATE      PIC 9V9(4).
             10 WS-LN-PAYMENT   PIC 9(7)V99.
             10 WS-LN-REMAINING PIC 9(3).
       01 WS-LN-IX           PIC 9(3) VALUE 0.
       01 WS-VARIABLE-COUNT  PIC 9(3) VALUE 0.

      *> Latest regular-period take-home per employee (two passes
      *> over the register, the DEMO5AMRT affordability measure).
       01 WS-PAY-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAY-TABLE.
          05 WS-PY-ENTRY OCCURS 1000 TIMES.
             10 WS-PY-EMP-ID    PIC 9(5).
             10 WS-PY-PERIOD    PIC 9(6).
             10 WS-PY-TAKE-HOME PIC S9(7)V99.
       01 WS-PY-IX           PIC 9(4) VALUE 0.
       01 WS-PY-FOUND        PIC 9(4) VALUE 0.

      *> Employee borrowers already counted past the threshold in
      *> the scenario being worked.
       01 WS-PAST-COUNT      PIC 9(3) VALUE 0.
       01 WS-PAST-TABLE.
          05 WS-PS-EMP-ID OCCURS 500 TIMES PIC 9(5).
       01 WS-PS-IX           PIC 9(3) VALUE 0.
       01 WS-PAST-HIT        PIC 9 VALUE 0.

      *> Stress work fields (DEMO5AMRT's formula).
       01 WS-STRESS-RATE     PIC S9V9(4) VALUE 0.
       01 WS-LOAN-RATE       PIC 9V9(4) VALUE 0.
       01 WS-MONTHLY-RATE    PIC 9V9(6) VALUE 0.
       01 WS-STRESS-PAYMENT  PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE         PIC 9(7)V99 VALUE 0.
       01 WS-INTEREST        PIC 9(7)V99 VALUE 0.
       01 WS-PRIN-PORTION    PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-INTEREST   PIC 9(7)V99 VALUE 0.
       01 WS-MONTH           PIC 9(3) VALUE 0.
       01 WS-HORIZON         PIC 9(3) VALUE 0.
       01 WS-RISE-PCT        PIC S9(3)V9 VALUE 0.
       01 WS-SHARE-PCT       PIC 9(3)V9 VALUE 0.
       01 WS-FIXED-INTEREST  PIC 9(9)V99 VALUE 0.
       01 WS-FIXED-PAYMENTS  PIC 9(9)V99 VALUE 0.
       01 WS-CHANGE          PIC S9(9)V99 VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(28)
                VALUE "LOAN RATE SHOCK STRESS TEST ".
          05 WS-TL-DATE        PIC 9(8).
          05 FILLER            PIC X(31)
                VALUE "  STRESS THRESHOLD: PAYMENT UP ".
          05 WS-TL-THRESHOLD   PIC ZZ9.
          05 FILLER            PIC X(62) VALUE "%".
       01 WS-SCENARIO-HEAD-BUILD.
          05 FILLER            PIC X(9) VALUE "SCENARIO ".
          05 WS-SH-SHIFT       PIC +9(4).
          05 FILLER            PIC X(14)
                VALUE " BASIS POINTS ".
          05 WS-SH-NOTE        PIC X(20).
          05 FILLER            PIC X(84) VALUE SPACES.
       01 WS-COLUMN-HEAD-BUILD.
          05 FILLER            PIC X(47) VALUE
                "  LOAN     EMP-ID   PRINCIPAL   RATE   CUR PMT".
          05 FILLER            PIC X(45) VALUE
                "  STR RATE   STR PMT   RISE %  NET PAY %".
          05 FILLER            PIC X(40) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DT-APP-ID      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DT-EMP-ID      PIC X(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DT-PRINCIPAL   PIC Z(6)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DT-RATE        PIC 9.9999.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DT-CUR-PMT     PIC Z(6)9.99.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DT-STR-RATE    PIC 9.9999.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DT-STR-PMT     PIC Z(6)9.99.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DT-RISE        PIC ---9.9.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DT-SHARE       PIC X(5).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DT-FLAG        PIC X(8).
          05 FILLER            PIC X(37) VALUE SPACES.
       01 WS-SHARE-EDIT      PIC ZZ9.9.
       01 WS-TOTAL-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-TT-LABEL       PIC X(34).
          05 WS-TT-AMOUNT      PIC Z(8)9.99-.
          05 FILLER            PIC X(83) VALUE SPACES.
       01 WS-COUNT-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-CT-LABEL       PIC X(34).
          05 WS-CT-COUNT       PIC Z(8)9.
          05 FILLER            PIC X(87) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANSTRS".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 book stressed, 4 no
      *> variable-rate loan to stress, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Rate Shock Stress Test ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-THRESHOLD.
           PERFORM LOAD-SCENARIOS.
           PERFORM LOAD-APPLICATIONS.
           PERFORM LOAD-OPEN-LOANS.
           IF WS-VARIABLE-COUNT = 0
               DISPLAY "   No open variable-rate loan in"
                   " loan_balances.dat - nothing to stress"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM LOAD-LATEST-PAY
               PERFORM PROJECT-FIXED-LOANS
               OPEN OUTPUT REPORT-FILE
               MOVE WS-TODAY-DATE TO WS-TL-DATE
               MOVE WS-THRESHOLD-PCT TO WS-TL-THRESHOLD
               MOVE WS-TITLE-LINE-BUILD TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SC-IX FROM 1 BY 1
                       UNTIL WS-SC-IX > WS-SCENARIO-COUNT
                   PERFORM STRESS-ONE-SCENARIO
               END-PERFORM
               CLOSE REPORT-FILE
               DISPLAY "   Variable-rate loans: " WS-VARIABLE-COUNT
               DISPLAY "   Report in loanstrs_report.dat"
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Rate Shock Stress Test Complete ===".
      *> RETURN-CODE is a binary special register; AUDITLOG's
      *> LS-RETURN-CODE is PIC S9(4) DISPLAY, so it must be MOVEd into
      *> a real WS field first or the audit line records garbage.
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "END  " WS-AUDIT-RC.
      *> CALLing AUDITLOG resets RETURN-CODE to 0 (a CALLed
      *> program's own completion status, per COBOL semantics) --
      *> restore it so STOP RUN exits with this program's real code.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

       DETERMINE-THRESHOLD.
           ACCEPT WS-ENV-THRESHOLD
               FROM ENVIRONMENT "LOANSTRS_THRESHOLD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-THRESHOLD (1:1) IS NUMERIC
               IF WS-ENV-THRESHOLD (2:1) IS NUMERIC
                   IF WS-ENV-THRESHOLD (3:1) IS NUMERIC
                       MOVE WS-ENV-THRESHOLD TO WS-THRESHOLD-PCT
                   ELSE
                       MOVE WS-ENV-THRESHOLD (1:2)
                           TO WS-THRESHOLD-PCT
                   END-IF
               ELSE
                   MOVE WS-ENV-THRESHOLD (1:1) TO WS-THRESHOLD-PCT
               END-IF
           END-IF.
           DISPLAY "   Stress threshold: payment up more than "
               WS-THRESHOLD-PCT "%".

       LOAD-SCENARIOS.
           MOVE 1 TO WS-SCENARIO-COUNT.
           MOVE 0 TO WS-SC-SHIFT (1).
           MOVE 0 TO WS-EOF.
           OPEN INPUT SCENARIO-FILE.
           IF WS-SCENARIO-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SCENARIO-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-SCENARIO
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
           END-IF.
           IF WS-SCENARIO-COUNT = 1
               MOVE 4 TO WS-SCENARIO-COUNT
               MOVE 100 TO WS-SC-SHIFT (2)
               MOVE 200 TO WS-SC-SHIFT (3)
               MOVE -100 TO WS-SC-SHIFT (4)
           END-IF.
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
                   UNTIL WS-SC-IX > WS-SCENARIO-COUNT
               MOVE 0 TO WS-SC-INTEREST (WS-SC-IX)
               MOVE 0 TO WS-SC-PAYMENTS (WS-SC-IX)
               MOVE 0 TO WS-SC-PAST (WS-SC-IX)
           END-PERFORM.

       TAKE-ONE-SCENARIO.
           IF (SC-SIGN = "+" OR SC-SIGN = "-")
                   AND SC-BASIS-POINTS IS NUMERIC
               IF WS-SCENARIO-COUNT < 11
                   ADD 1 TO WS-SCENARIO-COUNT
                   MOVE SC-BASIS-POINTS
                       TO WS-SC-SHIFT (WS-SCENARIO-COUNT)
                   IF SC-SIGN = "-"
                       COMPUTE WS-SC-SHIFT (WS-SCENARIO-COUNT) =
                           0 - SC-BASIS-POINTS
                   END-IF
               END-IF
           ELSE
               DISPLAY "   Scenario line not a signed basis-point"
                   " shift, skipped: " SCENARIO-LINE
           END-IF.

       LOAD-APPLICATIONS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-APP-COUNT < 500
                               ADD 1 TO WS-APP-COUNT
                               MOVE APP-ID TO
                                   WS-AP-ID (WS-APP-COUNT)
                               MOVE APP-RATE TO
                                   WS-AP-RATE (WS-APP-COUNT)
                               MOVE APP-RATE-CODE TO
                                   WS-AP-CODE (WS-APP-COUNT)
                               MOVE APP-EMP-ID TO
                                   WS-AP-EMP-ID (WS-APP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.

       LOAD-OPEN-LOANS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LNB-IS-OPEN
                                   AND LNB-TERM > LNB-PAID-THROUGH
                                   AND WS-LOAN-COUNT < 500
                               PERFORM TAKE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       TAKE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE LNB-APP-ID TO WS-LN-APP-ID (WS-LOAN-COUNT).
           MOVE LNB-PRINCIPAL TO WS-LN-PRINCIPAL (WS-LOAN-COUNT).
           MOVE LNB-RATE TO WS-LN-RATE (WS-LOAN-COUNT).
           MOVE LNB-PAYMENT TO WS-LN-PAYMENT (WS-LOAN-COUNT).
           COMPUTE WS-LN-REMAINING (WS-LOAN-COUNT) =
               LNB-TERM - LNB-PAID-THROUGH.
           MOVE 0 TO WS-LN-EMP-ID (WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-VARIABLE (WS-LOAN-COUNT).
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-APP-COUNT
               IF WS-AP-ID (WS-AP-IX) = LNB-APP-ID
                   MOVE WS-AP-EMP-ID (WS-AP-IX)
                       TO WS-LN-EMP-ID (WS-LOAN-COUNT)
                   IF WS-AP-RATE (WS-AP-IX) = 0
                           AND WS-AP-CODE (WS-AP-IX) NOT = SPACES
                       MOVE 1 TO WS-LN-VARIABLE (WS-LOAN-COUNT)
                   ELSE
                       MOVE 0 TO WS-LN-VARIABLE (WS-LOAN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LN-VARIABLE (WS-LOAN-COUNT) = 1
               ADD 1 TO WS-VARIABLE-COUNT
           END-IF.

       LOAD-LATEST-PAY.
      *> Pass one finds each employee's latest regular period; pass
      *> two takes that period's net plus the voluntary deductions
      *> already taken from it, less any EMPVOID reversal of it.
      *> The garnishments and overpayment recovery in PRG-DEDUCT are
      *> not the employee's to spend; the deduction register takes
      *> them back out.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAY-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN AND PRG-PERIOD NUMERIC
                               PERFORM TAKE-LATEST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-REGISTER
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAY-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-LATEST-PAY
                   END-READ
               END-PERFORM
               CLOSE PAY-REGISTER
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DEDREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
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
           PERFORM FIND-PAY-ENTRY.
           IF WS-PY-FOUND = 0 AND WS-PAY-COUNT < 1000
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-PAY-COUNT TO WS-PY-FOUND
               MOVE PRG-EMP-ID TO WS-PY-EMP-ID (WS-PY-FOUND)
               MOVE 0 TO WS-PY-PERIOD (WS-PY-FOUND)
               MOVE 0 TO WS-PY-TAKE-HOME (WS-PY-FOUND)
           END-IF.
           IF WS-PY-FOUND > 0
               IF PRG-PERIOD > WS-PY-PERIOD (WS-PY-FOUND)
                   MOVE PRG-PERIOD TO WS-PY-PERIOD (WS-PY-FOUND)
               END-IF
           END-IF.

       TAKE-LATEST-PAY.
           PERFORM FIND-PAY-ENTRY.
           IF WS-PY-FOUND > 0
               EVALUATE TRUE
                   WHEN PRG-REGULAR-RUN
                           AND PRG-PERIOD = WS-PY-PERIOD (WS-PY-FOUND)
                       ADD PRG-NET TO WS-PY-TAKE-HOME (WS-PY-FOUND)
                       ADD PRG-DEDUCT TO WS-PY-TAKE-HOME (WS-PY-FOUND)
                   WHEN PRG-REVERSAL
                           AND PRG-RUN-ID (1:3) NOT = "SUP"
                           AND PRG-VOID-PERIOD
                               = WS-PY-PERIOD (WS-PY-FOUND)
                       SUBTRACT PRG-NET
                           FROM WS-PY-TAKE-HOME (WS-PY-FOUND)
                       SUBTRACT PRG-DEDUCT
                           FROM WS-PY-TAKE-HOME (WS-PY-FOUND)
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

       FIND-PAY-ENTRY.
           MOVE 0 TO WS-PY-FOUND.
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
                   UNTIL WS-PY-IX > WS-PAY-COUNT
               IF WS-PY-EMP-ID (WS-PY-IX) = PRG-EMP-ID
                   MOVE WS-PY-IX TO WS-PY-FOUND
               END-IF
           END-PERFORM.

       PROJECT-FIXED-LOANS.
      *> Fixed-rate loans earn the same in every scenario.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-LOAN-COUNT
               IF WS-LN-VARIABLE (WS-LN-IX) = 0
                   MOVE WS-LN-RATE (WS-LN-IX) TO WS-LOAN-RATE
                   MOVE WS-LN-PAYMENT (WS-LN-IX)
                       TO WS-STRESS-PAYMENT
                   COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 12
                   PERFORM PROJECT-TWELVE-MONTHS
                   ADD WS-LOAN-INTEREST TO WS-FIXED-INTEREST
                   ADD WS-LN-PAYMENT (WS-LN-IX) TO WS-FIXED-PAYMENTS
               END-IF
           END-PERFORM.

       STRESS-ONE-SCENARIO.
           MOVE 0 TO WS-PAST-COUNT.
           MOVE WS-SC-SHIFT (WS-SC-IX) TO WS-SH-SHIFT.
           IF WS-SC-IX = 1
               MOVE "(CURRENT RATES)" TO WS-SH-NOTE
           ELSE
               MOVE SPACES TO WS-SH-NOTE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SCENARIO-HEAD-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEAD-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-LOAN-COUNT
               IF WS-LN-VARIABLE (WS-LN-IX) = 1
                   PERFORM STRESS-ONE-LOAN
               END-IF
           END-PERFORM.
           ADD WS-FIXED-INTEREST TO WS-SC-INTEREST (WS-SC-IX).
           ADD WS-FIXED-PAYMENTS TO WS-SC-PAYMENTS (WS-SC-IX).
           PERFORM WRITE-SCENARIO-TOTALS.

       STRESS-ONE-LOAN.
           COMPUTE WS-STRESS-RATE = WS-LN-RATE (WS-LN-IX)
               + WS-SC-SHIFT (WS-SC-IX) / 10000.
           IF WS-STRESS-RATE < 0
               MOVE 0 TO WS-STRESS-RATE
           END-IF.
           MOVE WS-STRESS-RATE TO WS-LOAN-RATE.
           COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-STRESS-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL (WS-LN-IX)
                   / WS-LN-REMAINING (WS-LN-IX)
           ELSE
      *> The DEMO5AMRT payment formula over the remaining term.
               COMPUTE WS-STRESS-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL (WS-LN-IX) * WS-MONTHLY-RATE *
                   ((1 + WS-MONTHLY-RATE)
                       ** WS-LN-REMAINING (WS-LN-IX)) /
                   (((1 + WS-MONTHLY-RATE)
                       ** WS-LN-REMAINING (WS-LN-IX)) - 1)
           END-IF.
           PERFORM PROJECT-TWELVE-MONTHS.
           ADD WS-LOAN-INTEREST TO WS-SC-INTEREST (WS-SC-IX).
           ADD WS-STRESS-PAYMENT TO WS-SC-PAYMENTS (WS-SC-IX).
           MOVE 0 TO WS-RISE-PCT.
           IF WS-LN-PAYMENT (WS-LN-IX) > 0
               COMPUTE WS-RISE-PCT ROUNDED =
                   (WS-STRESS-PAYMENT - WS-LN-PAYMENT (WS-LN-IX))
                   * 100 / WS-LN-PAYMENT (WS-LN-IX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RISE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-LN-APP-ID (WS-LN-IX) TO WS-DT-APP-ID.
           MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO WS-DT-PRINCIPAL.
           MOVE WS-LN-RATE (WS-LN-IX) TO WS-DT-RATE.
           MOVE WS-LN-PAYMENT (WS-LN-IX) TO WS-DT-CUR-PMT.
           MOVE WS-LOAN-RATE TO WS-DT-STR-RATE.
           MOVE WS-STRESS-PAYMENT TO WS-DT-STR-PMT.
           MOVE WS-RISE-PCT TO WS-DT-RISE.
           MOVE SPACES TO WS-DT-FLAG.
           PERFORM MEASURE-SHARE-OF-PAY.
           IF WS-RISE-PCT > WS-THRESHOLD-PCT
               MOVE "*STRESS*" TO WS-DT-FLAG
               PERFORM COUNT-BORROWER-PAST
           END-IF.
           MOVE WS-DETAIL-LINE-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.

       MEASURE-SHARE-OF-PAY.
           IF WS-LN-EMP-ID (WS-LN-IX) = 0
               MOVE SPACES TO WS-DT-EMP-ID
               MOVE "  N/A" TO WS-DT-SHARE
           ELSE
               MOVE WS-LN-EMP-ID (WS-LN-IX) TO WS-DT-EMP-ID
               MOVE 0 TO WS-PY-FOUND
               PERFORM VARYING WS-PY-IX FROM 1 BY 1
                       UNTIL WS-PY-IX > WS-PAY-COUNT
                   IF WS-PY-EMP-ID (WS-PY-IX)
                           = WS-LN-EMP-ID (WS-LN-IX)
                       MOVE WS-PY-IX TO WS-PY-FOUND
                   END-IF
               END-PERFORM
               IF WS-PY-FOUND = 0
                   MOVE "NOPAY" TO WS-DT-SHARE
               ELSE
                   IF WS-PY-TAKE-HOME (WS-PY-FOUND) > 0
                       COMPUTE WS-SHARE-PCT ROUNDED =
                           WS-STRESS-PAYMENT * 100
                           / WS-PY-TAKE-HOME (WS-PY-FOUND)
                           ON SIZE ERROR
                               MOVE 999.9 TO WS-SHARE-PCT
                       END-COMPUTE
                   ELSE
                       MOVE 999.9 TO WS-SHARE-PCT
                   END-IF
                   MOVE WS-SHARE-PCT TO WS-SHARE-EDIT
                   MOVE WS-SHARE-EDIT TO WS-DT-SHARE
               END-IF
           END-IF.

       COUNT-BORROWER-PAST.
      *> A borrower, not a loan: an employee's second loan past the
      *> threshold in the same scenario is not counted again.
           MOVE 0 TO WS-PAST-HIT.
           IF WS-LN-EMP-ID (WS-LN-IX) > 0
               PERFORM VARYING WS-PS-IX FROM 1 BY 1
                       UNTIL WS-PS-IX > WS-PAST-COUNT
                   IF WS-PS-EMP-ID (WS-PS-IX)
                           = WS-LN-EMP-ID (WS-LN-IX)
                       MOVE 1 TO WS-PAST-HIT
                   END-IF
               END-PERFORM
               IF WS-PAST-HIT = 0 AND WS-PAST-COUNT < 500
                   ADD 1 TO WS-PAST-COUNT
                   MOVE WS-LN-EMP-ID (WS-LN-IX)
                       TO WS-PS-EMP-ID (WS-PAST-COUNT)
               END-IF
           END-IF.
           IF WS-PAST-HIT = 0
               ADD 1 TO WS-SC-PAST (WS-SC-IX)
           END-IF.

       PROJECT-TWELVE-MONTHS.
      *> Interest on the next twelve installments (fewer if the loan
      *> pays off sooner) at WS-MONTHLY-RATE and WS-STRESS-PAYMENT,
      *> the DEMO5AMRT schedule arithmetic.
           MOVE 0 TO WS-LOAN-INTEREST.
           MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO WS-BALANCE.
           MOVE 12 TO WS-HORIZON.
           IF WS-LN-REMAINING (WS-LN-IX) < 12
               MOVE WS-LN-REMAINING (WS-LN-IX) TO WS-HORIZON
           END-IF.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
                   UNTIL WS-MONTH > WS-HORIZON
               COMPUTE WS-INTEREST ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-PRIN-PORTION =
                   WS-STRESS-PAYMENT - WS-INTEREST
               IF WS-MONTH = WS-LN-REMAINING (WS-LN-IX)
                       OR WS-PRIN-PORTION > WS-BALANCE
                   MOVE WS-BALANCE TO WS-PRIN-PORTION
               END-IF
               SUBTRACT WS-PRIN-PORTION FROM WS-BALANCE
               ADD WS-INTEREST TO WS-LOAN-INTEREST
           END-PERFORM.

       WRITE-SCENARIO-TOTALS.
           MOVE "MONTHLY PAYMENTS DUE (BOOK):" TO WS-TT-LABEL.
           MOVE WS-SC-PAYMENTS (WS-SC-IX) TO WS-TT-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "12-MONTH INTEREST INCOME (BOOK):" TO WS-TT-LABEL.
           MOVE WS-SC-INTEREST (WS-SC-IX) TO WS-TT-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-CHANGE = WS-SC-INTEREST (WS-SC-IX)
               - WS-SC-INTEREST (1).
           MOVE "CHANGE VS CURRENT RATES:" TO WS-TT-LABEL.
           MOVE WS-CHANGE TO WS-TT-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BORROWERS PAST STRESS THRESHOLD:" TO WS-CT-LABEL.
           MOVE WS-SC-PAST (WS-SC-IX) TO WS-CT-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "   Scenario " WS-SH-SHIFT " bp: 12-month"
               " interest " WS-SC-INTEREST (WS-SC-IX)
               ", past threshold " WS-SC-PAST (WS-SC-IX).
