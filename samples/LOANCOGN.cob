       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOGN.
      *> Loan charge-off proposal run, the first step of the
      *> EMPRVGEN/EMPRVMNT/EMPRVAPP propose-approve-apply cycle.
      *> A hopelessly delinquent loan used to sit open on
      *> loan_balances.dat for ever, inflating the portfolio while
      *> LOANACCR kept accruing interest on it. This run proposes
      *> every open loan whose LOANSERV aging bucket has reached the
      *> charge-off bucket configured in loan_cobucket.dat (30, 60
      *> or 90; default 90) by appending a P row to the charge-off
      *> register loan_chargeoff.dat (LOANCOR.cpy) carrying the
      *> principal, the interest accrued to date (the LOANACCR
      *> per-diem arithmetic) and the late fees outstanding. A loan
      *> that already has a proposal, an approval or a charge-off on
      *> the register is not proposed twice; one whose proposal was
      *> rejected comes back while it stays that delinquent. Nothing
      *> is written off here -- a supervisor approves each row
      *> through LOANCOMT and LOANCOAP applies the approved ones.
      *> A loan restructured through LOANMOD is in a workout: it is
      *> re-aged on its modified schedule and proposed only once it
      *> reaches the 90-day bucket again, whatever the configured
      *> charge-off bucket.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUCKET-CFG ASSIGN TO "loan_cobucket.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO "loan_chargeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUCKET-CFG.
       01 BUCKET-CFG-LINE PIC 9(2).

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD CHARGE-OFF-FILE.
           COPY LOANCOR.

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS      PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-RUN-INT         PIC S9(9) VALUE 0.
       01 WS-CO-BUCKET       PIC 9(2) VALUE 90.
       01 WS-LOAN-CO-BUCKET  PIC 9(2) VALUE 90.

      *> Loans already in the cycle: any register row not rejected.
       01 WS-HELD-COUNT      PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD-APP-ID OCCURS 1000 TIMES PIC X(8).
       01 WS-HELD-IX         PIC 9(4) VALUE 0.
       01 WS-HELD-HIT        PIC 9 VALUE 0.

       01 WS-PROPOSED-COUNT  PIC 9(4) VALUE 0.
       01 WS-HELD-SKIPPED    PIC 9(4) VALUE 0.
       01 WS-MOD-HELD        PIC 9(4) VALUE 0.
       01 WS-PROPOSED-TOTAL  PIC 9(9)V99 VALUE 0.

      *> Per-diem accrual work fields (the LOANACCR arithmetic).
       01 WS-LAST-PAID-DATE  PIC 9(8) VALUE 0.
       01 WS-DUE-YEAR        PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH       PIC 9(4) VALUE 0.
       01 WS-DUE-DAY         PIC 9(2) VALUE 0.
       01 WS-DUE-DATE-BUILD.
          05 WS-DD-YEAR      PIC 9(4).
          05 WS-DD-MONTH     PIC 9(2).
          05 WS-DD-DAY       PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE-BUILD PIC 9(8).
       01 WS-LASTPAID-INT    PIC S9(9) VALUE 0.
       01 WS-ACCRUAL-DAYS    PIC S9(5) VALUE 0.
       01 WS-ACCRUED-INT     PIC 9(7)V99 VALUE 0.
       01 WS-DUE-INT         PIC S9(9) VALUE 0.
       01 WS-DAYS-PAST-DUE   PIC S9(5) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANCOGN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 proposals written, 4
      *> nothing to propose, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Charge-Off Proposals ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM LOAD-CHARGE-OFF-BUCKET.
           DISPLAY "   Charge-off bucket: " WS-CO-BUCKET " days".
           PERFORM LOAD-HELD-LOANS.
           PERFORM PROPOSE-CHARGE-OFFS.
           IF RETURN-CODE < 8
               DISPLAY "   Loans proposed:     " WS-PROPOSED-COUNT
               DISPLAY "   Already in cycle:   " WS-HELD-SKIPPED
               DISPLAY "   Modified, held:     " WS-MOD-HELD
               DISPLAY "   Proposed write-off: " WS-PROPOSED-TOTAL
               IF WS-PROPOSED-COUNT = 0
                   DISPLAY "   Nothing to propose"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "   Proposals in loan_chargeoff.dat -"
                       " approve through LOANCOMT"
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Charge-Off Proposals Complete ===".
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

       LOAD-CHARGE-OFF-BUCKET.
           OPEN INPUT BUCKET-CFG.
           IF WS-CFG-STATUS = "00"
               READ BUCKET-CFG
                   NOT AT END MOVE BUCKET-CFG-LINE TO WS-CO-BUCKET
               END-READ
               CLOSE BUCKET-CFG
           END-IF.
      *> Only the LOANSERV buckets mean anything; anything else
      *> falls back to the 90-day bucket.
           IF WS-CO-BUCKET NOT = 30 AND WS-CO-BUCKET NOT = 60
                   AND WS-CO-BUCKET NOT = 90
               DISPLAY "   loan_cobucket.dat not 30/60/90 -"
                   " using 90"
               MOVE 90 TO WS-CO-BUCKET
           END-IF.

       LOAD-HELD-LOANS.
           OPEN INPUT CHARGE-OFF-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHARGE-OFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT CO-REJECTED
                                   AND WS-HELD-COUNT < 1000
                               ADD 1 TO WS-HELD-COUNT
                               MOVE CO-APP-ID
                                   TO WS-HELD-APP-ID (WS-HELD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-OFF-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       PROPOSE-CHARGE-OFFS.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "   No balance file (loan_balances.dat),"
                   " status " WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
               OPEN EXTEND CHARGE-OFF-FILE
               IF WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT CHARGE-OFF-FILE
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LNB-IS-OPEN
                               PERFORM JUDGE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-OFF-FILE
               CLOSE BALANCE-FILE
           END-IF.

       JUDGE-ONE-LOAN.
           IF LNB-IS-MODIFIED
               MOVE 90 TO WS-LOAN-CO-BUCKET
           ELSE
               MOVE WS-CO-BUCKET TO WS-LOAN-CO-BUCKET
           END-IF.
           IF LNB-AGE-BUCKET >= WS-LOAN-CO-BUCKET
               PERFORM CONSIDER-ONE-LOAN
           ELSE
               IF LNB-IS-MODIFIED
                       AND LNB-AGE-BUCKET >= WS-CO-BUCKET
                   ADD 1 TO WS-MOD-HELD
               END-IF
           END-IF.

       CONSIDER-ONE-LOAN.
           MOVE 0 TO WS-HELD-HIT.
           PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                   UNTIL WS-HELD-IX > WS-HELD-COUNT
               IF WS-HELD-APP-ID (WS-HELD-IX) = LNB-APP-ID
                   MOVE 1 TO WS-HELD-HIT
               END-IF
           END-PERFORM.
           IF WS-HELD-HIT = 1
               ADD 1 TO WS-HELD-SKIPPED
           ELSE
               PERFORM ACCRUE-TO-DATE
               PERFORM WRITE-PROPOSAL-ROW
           END-IF.

       ACCRUE-TO-DATE.
      *> Accrued to date = per-diem from the last paid
      *> installment's due date (origination plus paid-through
      *> months, day clamped to 28) to the run date.
           MOVE LNB-ORIG-DATE (1:4) TO WS-DUE-YEAR.
           MOVE LNB-ORIG-DATE (5:2) TO WS-DUE-MONTH.
           MOVE LNB-ORIG-DATE (7:2) TO WS-DUE-DAY.
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
               ADD 1 TO WS-DUE-YEAR
           END-PERFORM.
           MOVE WS-DUE-YEAR TO WS-DD-YEAR.
           MOVE WS-DUE-MONTH TO WS-DD-MONTH.
           MOVE WS-DUE-DAY TO WS-DD-DAY.
           MOVE WS-DUE-DATE-N TO WS-LAST-PAID-DATE.
           COMPUTE WS-LASTPAID-INT =
               FUNCTION INTEGER-OF-DATE (WS-LAST-PAID-DATE).
           COMPUTE WS-ACCRUAL-DAYS = WS-RUN-INT - WS-LASTPAID-INT.
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF.
           COMPUTE WS-ACCRUED-INT ROUNDED =
               LNB-PRINCIPAL * LNB-RATE * WS-ACCRUAL-DAYS / 365.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (LNB-NEXT-DUE).
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-INT - WS-DUE-INT.
           IF WS-DAYS-PAST-DUE < 0
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.

       WRITE-PROPOSAL-ROW.
           MOVE SPACES TO CHARGE-OFF-RECORD.
           MOVE LNB-APP-ID TO CO-APP-ID.
           MOVE "P" TO CO-STATUS.
           MOVE WS-RUN-DATE TO CO-PROPOSED-DATE.
           MOVE WS-DAYS-PAST-DUE TO CO-DAYS-PAST-DUE.
           MOVE LNB-AGE-BUCKET TO CO-BUCKET.
           MOVE LNB-ORIG-DATE TO CO-ORIG-DATE.
           MOVE LNB-PRINCIPAL TO CO-PRINCIPAL.
           MOVE WS-ACCRUED-INT TO CO-INTEREST.
      *> Balance rows from before the fee fields carry spaces.
           IF LNB-FEE-BALANCE NUMERIC
               MOVE LNB-FEE-BALANCE TO CO-FEES
           ELSE
               MOVE 0 TO CO-FEES
           END-IF.
           MOVE 0 TO CO-DECIDED-DATE.
           MOVE 0 TO CO-CHARGED-DATE.
           WRITE CHARGE-OFF-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD CO-PRINCIPAL TO WS-PROPOSED-TOTAL.
           ADD CO-INTEREST TO WS-PROPOSED-TOTAL.
           ADD CO-FEES TO WS-PROPOSED-TOTAL.
           DISPLAY "   Proposed " CO-APP-ID
               " days past due " CO-DAYS-PAST-DUE
               " principal " CO-PRINCIPAL.
