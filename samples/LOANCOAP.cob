       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOAP.
      *> Loan charge-off apply and recovery posting job, the
      *> EMPRVAPP step of the charge-off cycle. Only register rows a
      *> supervisor approved through LOANCOMT (status A on
      *> loan_chargeoff.dat, LOANCOR.cpy) are applied: the loan's
      *> balance record moves to status X, which takes it out of
      *> LOANSERV aging, late fees and the collections queue and out
      *> of LOANACCR's accrual, and the register row flips to X with
      *> the principal, the interest accrued to date (the LOANACCR
      *> per-diem arithmetic) and the late fees outstanding as they
      *> stand today. An approved loan that is no longer open
      *> (paid off since the proposal) flips to R instead.
      *>
      *> The write-off goes to the ledger in loanco_posting.dat, the
      *> LOANACCR H/D/T layout GLPOST accumulates (GLPOST_FILE):
      *>   principal  DR LOAN-ALLOWANCE  CR LOAN-PRINCIPAL
      *>   interest   DR CHGOFF-EXPENSE  CR INT-RECEIVABLE
      *>   late fees  DR CHGOFF-EXPENSE  CR FEE-RECEIVABLE
      *> together with every recovery LOANSERV has logged to
      *> loan_recoveries.dat (LOANRCVR.cpy) since the last run --
      *>   recovery   DR LOAN-CASH-CLRG  CR LOAN-ALLOWANCE
      *> -- picking up after the row count held in loanrcv_glmark.dat
      *> so each recovery posts exactly once. Lines whose account is
      *> off the chart go to SUSPENSE-CLRG with a glsuspense.dat
      *> item, and if total debits do not equal total credits
      *> nothing is released or applied and the run ends RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "loan_chargeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT RECOVERY-LOG ASSIGN TO "loan_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT RECOVERY-GL-MARK ASSIGN TO "loanrcv_glmark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT POSTING-FILE ASSIGN TO "loanco_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "glsuspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGE-OFF-FILE.
           COPY LOANCOR.

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD RECOVERY-LOG.
           COPY LOANRCVR.

       FD RECOVERY-GL-MARK.
      *> Count of loan_recoveries.dat rows already posted.
       01 RECOVERY-GL-MARK-LINE PIC 9(7).

       FD POSTING-FILE.
       01 POSTING-LINE PIC X(60).

       FD SUSPENSE-FILE.
           COPY GLSUSR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-RECOVERY-STATUS PIC XX VALUE SPACES.
       01 WS-MARK-STATUS     PIC XX VALUE SPACES.
       01 WS-POSTING-STATUS  PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-RUN-INT         PIC S9(9) VALUE 0.

      *> The register and the balance file held whole as record
      *> images, rewritten only once the posting file is released;
      *> the rows being applied are worked on through the WS copies.
       01 WS-CO-COUNT        PIC 9(4) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ROW OCCURS 1000 TIMES PIC X(90).
       01 WS-CO-IX           PIC 9(4) VALUE 0.
           COPY LOANCOR REPLACING
               ==CHARGE-OFF-RECORD== BY ==WS-CHARGE-OFF-WORK==
               LEADING ==CO== BY ==WCO==.
       01 WS-BAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-BAL-TABLE.
          05 WS-BR-ROW OCCURS 500 TIMES PIC X(100).
       01 WS-BAL-IX          PIC 9(4) VALUE 0.
       01 WS-BAL-FOUND       PIC 9(4) VALUE 0.
           COPY LOANBALR REPLACING
               ==LOAN-BALANCE-RECORD== BY ==WS-BALANCE-WORK==
               LEADING ==LNB== BY ==WLB==.

       01 WS-APPLIED-COUNT   PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(4) VALUE 0.
       01 WS-WRITTEN-OFF     PIC 9(9)V99 VALUE 0.
       01 WS-RCV-MARK        PIC 9(7) VALUE 0.
       01 WS-RCV-ROWS        PIC 9(7) VALUE 0.
       01 WS-RCV-NEW-MARK    PIC 9(7) VALUE 0.
       01 WS-RCV-COUNT       PIC 9(4) VALUE 0.
       01 WS-RCV-TOTAL       PIC 9(9)V99 VALUE 0.

      *> Postings held until the balance check releases the file --
      *> the EMPGLEXT accumulate-then-release shape. Each entry is
      *> one debit and one credit line of the same amount.
       01 WS-PE-COUNT        PIC 9(4) VALUE 0.
       01 WS-PE-TABLE.
          05 WS-PE-ENTRY OCCURS 2000 TIMES.
             10 WS-PE-DR-ACCOUNT PIC X(14).
             10 WS-PE-CR-ACCOUNT PIC X(14).
             10 WS-PE-AMOUNT     PIC 9(7)V99.
       01 WS-PE-IX           PIC 9(4) VALUE 0.
       01 WS-NEW-DR-ACCOUNT  PIC X(14) VALUE SPACES.
       01 WS-NEW-CR-ACCOUNT  PIC X(14) VALUE SPACES.
       01 WS-NEW-AMOUNT      PIC 9(7)V99 VALUE 0.

       01 WS-ALLOWANCE-ACCT  PIC X(14) VALUE "LOAN-ALLOWANCE".
       01 WS-PRINCIPAL-ACCT  PIC X(14) VALUE "LOAN-PRINCIPAL".
       01 WS-EXPENSE-ACCT    PIC X(14) VALUE "CHGOFF-EXPENSE".
       01 WS-INT-RECV-ACCT   PIC X(14) VALUE "INT-RECEIVABLE".
       01 WS-FEE-RECV-ACCT   PIC X(14) VALUE "FEE-RECEIVABLE".
       01 WS-CASH-CLRG-ACCT  PIC X(14) VALUE "LOAN-CASH-CLRG".

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

       01 WS-GL-ACCOUNT      PIC X(14) VALUE SPACES.
       01 WS-GL-DRCR         PIC X(2) VALUE SPACES.
       01 WS-GL-VALID        PIC 9 VALUE 0.
       01 WS-SUSPENSE-COUNT  PIC 9(4) VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-LINE-COUNT      PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL      PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.

      *> Posting lines in EMPGLEXT's exact H/D/T shape, built with
      *> MOVE, not STRING.
       01 WS-HEADER-LINE-BUILD.
          05 FILLER             PIC X(10) VALUE "H RUNDATE=".
          05 WS-HL-DATE         PIC 9(8).
          05 FILLER             PIC X(5) VALUE " GEN=".
          05 WS-HL-GENERATION   PIC 9(4).
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER             PIC X(2) VALUE "D ".
          05 WS-PL-DEPT         PIC X(3).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-ACCOUNT      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-DRCR         PIC X(2).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-AMOUNT       PIC 9(9).99.
          05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-TRAILER-LINE-BUILD.
          05 FILLER             PIC X(8) VALUE "T COUNT=".
          05 WS-TL-COUNT        PIC 9(6).
          05 FILLER             PIC X(6) VALUE " HASH=".
          05 WS-TL-HASH         PIC 9(9).
          05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANCOAP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 released, 4 nothing to
      *> apply or post or lines routed to suspense, 8 out of balance
      *> and refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Charge-Off Apply ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM LOAD-CHARGE-OFF-REGISTER.
           PERFORM LOAD-BALANCE-IMAGES.
           PERFORM APPLY-APPROVED-CHARGE-OFFS.
           PERFORM COLLECT-NEW-RECOVERIES.
           IF WS-PE-COUNT = 0
               DISPLAY "   Nothing approved and no new recoveries -"
                   " nothing to post"
               IF WS-REJECTED-COUNT > 0
                   PERFORM REWRITE-CHARGE-OFF-REGISTER
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM BALANCE-AND-RELEASE
           END-IF.
           DISPLAY "   Loans charged off:   " WS-APPLIED-COUNT
               " for " WS-WRITTEN-OFF.
           DISPLAY "   No longer open (R):  " WS-REJECTED-COUNT.
           DISPLAY "   Recoveries posted:   " WS-RCV-COUNT
               " for " WS-RCV-TOTAL.

           DISPLAY " ".
           DISPLAY "=== Loan Charge-Off Apply Complete ===".
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

       LOAD-CHARGE-OFF-REGISTER.
           OPEN INPUT CHARGE-OFF-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHARGE-OFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 1000
                               ADD 1 TO WS-CO-COUNT
                               MOVE CHARGE-OFF-RECORD
                                   TO WS-CO-ROW (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-OFF-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-BALANCE-IMAGES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BAL-COUNT < 500
                               ADD 1 TO WS-BAL-COUNT
                               MOVE LOAN-BALANCE-RECORD
                                   TO WS-BR-ROW (WS-BAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       APPLY-APPROVED-CHARGE-OFFS.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               MOVE WS-CO-ROW (WS-CO-IX) TO WS-CHARGE-OFF-WORK
               IF WCO-APPROVED
                   PERFORM FIND-BALANCE-IMAGE
                   IF WS-BAL-FOUND = 0 OR NOT WLB-IS-OPEN
                       MOVE "R" TO WCO-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "   " WCO-APP-ID " no longer open -"
                           " not charged off"
                   ELSE
                       PERFORM CHARGE-OFF-ONE-LOAN
                   END-IF
                   MOVE WS-CHARGE-OFF-WORK TO WS-CO-ROW (WS-CO-IX)
               END-IF
           END-PERFORM.

       FIND-BALANCE-IMAGE.
           MOVE 0 TO WS-BAL-FOUND.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               MOVE WS-BR-ROW (WS-BAL-IX) TO WS-BALANCE-WORK
               IF WLB-APP-ID = WCO-APP-ID
                   MOVE WS-BAL-IX TO WS-BAL-FOUND
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND > 0
               MOVE WS-BR-ROW (WS-BAL-FOUND) TO WS-BALANCE-WORK
           END-IF.

       CHARGE-OFF-ONE-LOAN.
      *> The figures written off are the loan's as it stands today,
      *> not as it stood when proposed.
           PERFORM ACCRUE-TO-DATE.
           MOVE WLB-PRINCIPAL TO WCO-PRINCIPAL.
           MOVE WS-ACCRUED-INT TO WCO-INTEREST.
      *> Balance rows from before the fee fields carry spaces.
           IF WLB-FEE-BALANCE NUMERIC
               MOVE WLB-FEE-BALANCE TO WCO-FEES
           ELSE
               MOVE 0 TO WCO-FEES
           END-IF.
           MOVE "X" TO WCO-STATUS.
           MOVE WS-RUN-DATE TO WCO-CHARGED-DATE.
           MOVE "X" TO WLB-STATUS.
           MOVE WS-BALANCE-WORK TO WS-BR-ROW (WS-BAL-FOUND).
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WCO-PRINCIPAL TO WS-WRITTEN-OFF.
           ADD WCO-INTEREST TO WS-WRITTEN-OFF.
           ADD WCO-FEES TO WS-WRITTEN-OFF.
           MOVE WS-ALLOWANCE-ACCT TO WS-NEW-DR-ACCOUNT.
           MOVE WS-PRINCIPAL-ACCT TO WS-NEW-CR-ACCOUNT.
           MOVE WCO-PRINCIPAL TO WS-NEW-AMOUNT.
           PERFORM ADD-POSTING-ENTRY.
           MOVE WS-EXPENSE-ACCT TO WS-NEW-DR-ACCOUNT.
           MOVE WS-INT-RECV-ACCT TO WS-NEW-CR-ACCOUNT.
           MOVE WCO-INTEREST TO WS-NEW-AMOUNT.
           PERFORM ADD-POSTING-ENTRY.
           MOVE WS-EXPENSE-ACCT TO WS-NEW-DR-ACCOUNT.
           MOVE WS-FEE-RECV-ACCT TO WS-NEW-CR-ACCOUNT.
           MOVE WCO-FEES TO WS-NEW-AMOUNT.
           PERFORM ADD-POSTING-ENTRY.
           DISPLAY "   Charged off " WCO-APP-ID
               " principal " WCO-PRINCIPAL
               " interest " WCO-INTEREST
               " fees " WCO-FEES.

       ACCRUE-TO-DATE.
      *> Accrued to date = per-diem from the last paid
      *> installment's due date (origination plus paid-through
      *> months, day clamped to 28) to the run date.
           MOVE WLB-ORIG-DATE (1:4) TO WS-DUE-YEAR.
           MOVE WLB-ORIG-DATE (5:2) TO WS-DUE-MONTH.
           MOVE WLB-ORIG-DATE (7:2) TO WS-DUE-DAY.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
      *> A LOANMOD deferral pushes every due date out.
           IF WLB-DUE-SHIFT NUMERIC
               ADD WLB-DUE-SHIFT TO WS-DUE-MONTH
           END-IF.
           ADD WLB-PAID-THROUGH TO WS-DUE-MONTH.
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
               WLB-PRINCIPAL * WLB-RATE * WS-ACCRUAL-DAYS / 365.

       ADD-POSTING-ENTRY.
      *> Nothing to post for a zero amount (no interest since the
      *> last installment, no fees outstanding).
           IF WS-NEW-AMOUNT > 0 AND WS-PE-COUNT < 2000
               ADD 1 TO WS-PE-COUNT
               MOVE WS-NEW-DR-ACCOUNT
                   TO WS-PE-DR-ACCOUNT (WS-PE-COUNT)
               MOVE WS-NEW-CR-ACCOUNT
                   TO WS-PE-CR-ACCOUNT (WS-PE-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-PE-AMOUNT (WS-PE-COUNT)
           END-IF.

       COLLECT-NEW-RECOVERIES.
           MOVE 0 TO WS-RCV-MARK.
           OPEN INPUT RECOVERY-GL-MARK.
           IF WS-MARK-STATUS = "00"
               READ RECOVERY-GL-MARK
                   NOT AT END
                       IF RECOVERY-GL-MARK-LINE NUMERIC
                           MOVE RECOVERY-GL-MARK-LINE
                               TO WS-RCV-MARK
                       END-IF
               END-READ
               CLOSE RECOVERY-GL-MARK
           END-IF.
      *> The new mark is the last row actually taken, so rows left
      *> over when the posting table is full go on the next run.
           MOVE WS-RCV-MARK TO WS-RCV-NEW-MARK.
           OPEN INPUT RECOVERY-LOG.
           IF WS-RECOVERY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RECOVERY-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RCV-ROWS
                           IF WS-RCV-ROWS > WS-RCV-MARK
                                   AND WS-PE-COUNT < 2000
                               MOVE WS-RCV-ROWS TO WS-RCV-NEW-MARK
                               PERFORM TAKE-ONE-RECOVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-LOG
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-ONE-RECOVERY.
           ADD 1 TO WS-RCV-COUNT.
           ADD RCV-AMOUNT TO WS-RCV-TOTAL.
           MOVE WS-CASH-CLRG-ACCT TO WS-NEW-DR-ACCOUNT.
           MOVE WS-ALLOWANCE-ACCT TO WS-NEW-CR-ACCOUNT.
           MOVE RCV-AMOUNT TO WS-NEW-AMOUNT.
           PERFORM ADD-POSTING-ENTRY.

       BALANCE-AND-RELEASE.
      *> The debit and credit sides are totalled apart and compared
      *> before one line is written -- EMPGLEXT's rule.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           PERFORM VARYING WS-PE-IX FROM 1 BY 1
                   UNTIL WS-PE-IX > WS-PE-COUNT
               ADD WS-PE-AMOUNT (WS-PE-IX) TO WS-DEBIT-TOTAL
               ADD WS-PE-AMOUNT (WS-PE-IX) TO WS-CREDIT-TOTAL
           END-PERFORM.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "   *** OUT OF BALANCE: DR " WS-DEBIT-TOTAL
                   " CR " WS-CREDIT-TOTAL " - FILE NOT RELEASED,"
                   " NOTHING CHARGED OFF ***"
               MOVE 0 TO WS-APPLIED-COUNT
               MOVE 0 TO WS-RCV-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-POSTING-FILE
      *> Only a released file commits the charge-offs and moves
      *> the recovery mark.
               PERFORM REWRITE-BALANCE-FILE
               PERFORM REWRITE-CHARGE-OFF-REGISTER
               OPEN OUTPUT RECOVERY-GL-MARK
               MOVE WS-RCV-NEW-MARK TO RECOVERY-GL-MARK-LINE
               WRITE RECOVERY-GL-MARK-LINE
               CLOSE RECOVERY-GL-MARK
               IF WS-SUSPENSE-COUNT > 0
                   DISPLAY "   *** " WS-SUSPENSE-COUNT " LINE(S)"
                       " ROUTED TO SUSPENSE - SEE glsuspense.dat"
                       " ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY "   Debits:  " WS-DEBIT-TOTAL
               DISPLAY "   Credits: " WS-CREDIT-TOTAL
               DISPLAY "   Posting file released:"
                   " loanco_posting.dat"
           END-IF.

       WRITE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-HL-DATE.
      *> No employee generation feeds this file; the GEN field
      *> carries zero, as on loangl_posting.dat.
           MOVE 0 TO WS-HL-GENERATION.
           MOVE WS-HEADER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM VARYING WS-PE-IX FROM 1 BY 1
                   UNTIL WS-PE-IX > WS-PE-COUNT
               MOVE WS-PE-DR-ACCOUNT (WS-PE-IX) TO WS-GL-ACCOUNT
               MOVE "DR" TO WS-GL-DRCR
               PERFORM WRITE-ONE-POSTING-LINE
               MOVE WS-PE-CR-ACCOUNT (WS-PE-IX) TO WS-GL-ACCOUNT
               MOVE "CR" TO WS-GL-DRCR
               PERFORM WRITE-ONE-POSTING-LINE
           END-PERFORM.
           MOVE WS-LINE-COUNT TO WS-TL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TL-HASH.
           MOVE WS-TRAILER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           CLOSE POSTING-FILE.
           CLOSE SUSPENSE-FILE.

       WRITE-ONE-POSTING-LINE.
      *> WS-GL-ACCOUNT and WS-GL-DRCR set by the caller; an account
      *> off the chart posts to SUSPENSE-CLRG with the original
      *> logged.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-GL-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           MOVE "LNS" TO WS-PL-DEPT.
           MOVE WS-GL-DRCR TO WS-PL-DRCR.
           IF WS-GL-VALID = 0
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE WS-RUN-DATE TO SUS-DATE
               MOVE WS-PROGRAM-NAME TO SUS-SOURCE
               MOVE "LNS" TO SUS-DEPT
               MOVE WS-GL-ACCOUNT TO SUS-ACCOUNT
               MOVE WS-GL-DRCR TO SUS-DRCR
               MOVE WS-PE-AMOUNT (WS-PE-IX) TO SUS-AMOUNT
               MOVE "N" TO SUS-STATUS
               WRITE SUSPENSE-RECORD
               MOVE "SUSPENSE-CLRG" TO WS-PL-ACCOUNT
           ELSE
               MOVE WS-GL-ACCOUNT TO WS-PL-ACCOUNT
           END-IF.
           MOVE WS-PE-AMOUNT (WS-PE-IX) TO WS-PL-AMOUNT.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *> OBTRLR-style control hash over the posted amounts, the
      *> EMPGLEXT formula.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL
                   + WS-PE-AMOUNT (WS-PE-IX), 999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-HASH-TOTAL
           END-COMPUTE.

       REWRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               MOVE WS-BR-ROW (WS-BAL-IX) TO LOAN-BALANCE-RECORD
               WRITE LOAN-BALANCE-RECORD
           END-PERFORM.
           CLOSE BALANCE-FILE.

       REWRITE-CHARGE-OFF-REGISTER.
           OPEN OUTPUT CHARGE-OFF-FILE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               MOVE WS-CO-ROW (WS-CO-IX) TO CHARGE-OFF-RECORD
               WRITE CHARGE-OFF-RECORD
           END-PERFORM.
           CLOSE CHARGE-OFF-FILE.
