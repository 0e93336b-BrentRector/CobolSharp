       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMOD.
      *> Loan modification and hardship forbearance transaction, in
      *> the LOANCOLL menu style. When a borrower hit hardship the
      *> only levers were LOANRPRC (the rate) and prepayment; a term
      *> extension, a payment deferral or capitalizing the arrears
      *> meant closing the loan and re-booking it by hand. A
      *> supervisor can now, against the open balance on
      *> loan_balances.dat:
      *>   extend the term by N installments (the payment drops);
      *>   defer the next N payments -- the interest for the
      *>     deferred months keeps accruing and is capitalized into
      *>     principal, and every due date moves out N months;
      *>   capitalize the past-due interest -- the per-diem interest
      *>     on the installments fallen due is added to principal and
      *>     the past-due installments move to the end, bringing the
      *>     loan current.
      *> Each modification re-amortizes the remaining installments at
      *> the loan's rate (the DEMO5AMRT payment formula), regenerates
      *> the amort_<applicant>.dat schedule from the next installment
      *> on, marks the balance modified (LNB-MOD-FLAG) with the due
      *> date shift in LNB-DUE-SHIFT, re-ages it, and appends a row
      *> with the before and after terms and the approving
      *> supervisor to loan_modhist.dat (LOANMODR.cpy). Listing a
      *> loan's modification history is inquiry work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT MOD-HISTORY ASSIGN TO "loan_modhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO
                   DYNAMIC WS-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           COPY LOANBALR.

       FD MOD-HISTORY.
           COPY LOANMODR.

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX VALUE SPACES.
       01 WS-SCHEDULE-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YYYY      PIC 9(4).
          05 WS-TODAY-MM        PIC 9(2).
          05 WS-TODAY-DD        PIC 9(2).

      *> The balance file held whole as record images; the loan
      *> being modified is worked on through WS-BALANCE-WORK.
       01 WS-BAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-BAL-TABLE.
          05 WS-BR-ROW OCCURS 500 TIMES PIC X(100).
       01 WS-BAL-IX          PIC 9(4) VALUE 0.
       01 WS-BAL-FOUND       PIC 9(4) VALUE 0.
           COPY LOANBALR REPLACING
               ==LOAN-BALANCE-RECORD== BY ==WS-BALANCE-WORK==
               LEADING ==LNB== BY ==WLB==.

       01 WS-PICK-APP-ID     PIC X(8) VALUE SPACES.
       01 WS-MOD-TYPE        PIC X VALUE SPACE.
          88 WS-MOD-EXTEND   VALUE "T".
          88 WS-MOD-DEFER    VALUE "D".
          88 WS-MOD-CAPITAL  VALUE "C".
       01 WS-MOD-MONTHS      PIC 9(3) VALUE 0.
      *> A deferral longer than this is a re-booking, not a
      *> forbearance.
       01 WS-MAX-DEFERRAL    PIC 9(3) VALUE 12.
       01 WS-NEW-TERM-CHECK  PIC 9(5) VALUE 0.
       01 WS-SHIFT           PIC 9(3) VALUE 0.
       01 WS-MISSED-MONTHS   PIC S9(5) VALUE 0.
       01 WS-CAP-AMOUNT      PIC 9(7)V99 VALUE 0.
       01 WS-HISTORY-COUNT   PIC 9(5) VALUE 0.

      *> The terms before the modification, for the history row.
       01 WS-OLD-PRINCIPAL   PIC 9(7)V99 VALUE 0.
       01 WS-OLD-PAYMENT     PIC 9(7)V99 VALUE 0.
       01 WS-OLD-TERM        PIC 9(3) VALUE 0.
       01 WS-OLD-NEXT-DUE    PIC 9(8) VALUE 0.

      *> Re-amortization work fields (DEMO5AMRT's formula, the
      *> LOANRPRC schedule tail).
       01 WS-REMAINING-TERM  PIC 9(3) VALUE 0.
       01 WS-MONTHLY-RATE    PIC 9V9(6) VALUE 0.
       01 WS-NEW-PAYMENT     PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE         PIC 9(7)V99 VALUE 0.
       01 WS-INTEREST        PIC 9(7)V99 VALUE 0.
       01 WS-PRIN-PORTION    PIC 9(7)V99 VALUE 0.
       01 WS-MONTH           PIC 9(3) VALUE 0.

      *> Due-date arithmetic: installment WS-DUE-INST falls due
      *> that many months plus WS-SHIFT after origination, day
      *> clamped to 28 (the LOANSERV rule).
       01 WS-DUE-INST        PIC 9(4) VALUE 0.
       01 WS-DUE-YEAR        PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH       PIC 9(4) VALUE 0.
       01 WS-DUE-DAY         PIC 9(2) VALUE 0.
       01 WS-DUE-DATE-BUILD.
          05 WS-DD-YEAR      PIC 9(4).
          05 WS-DD-MONTH     PIC 9(2).
          05 WS-DD-DAY       PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE-BUILD PIC 9(8).
       01 WS-FROM-INT        PIC S9(9) VALUE 0.
       01 WS-TO-INT          PIC S9(9) VALUE 0.
       01 WS-ARREARS-DAYS    PIC S9(5) VALUE 0.

      *> Per-loan schedule filename built with MOVEs, never STRING,
      *> the DEMO5AMRT convention.
       01 WS-SCHEDULE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NAME-LEN          PIC 9(2) VALUE 0.
       01 WS-NAME-IX           PIC 9(2) VALUE 0.

      *> Schedule lines rebuilt with the DEMO5AMRT fixed layouts.
       01 WS-HEADER-LINE-BUILD.
          05 FILLER            PIC X(5) VALUE "LOAN ".
          05 WS-HL-APP-ID      PIC X(8).
          05 FILLER            PIC X(6) VALUE " PRIN=".
          05 WS-HL-PRINCIPAL   PIC 9(7).99.
          05 FILLER            PIC X(6) VALUE " RATE=".
          05 WS-HL-RATE        PIC 9.9999.
          05 FILLER            PIC X(6) VALUE " TERM=".
          05 WS-HL-TERM        PIC 9(3).
          05 FILLER            PIC X(5) VALUE " PMT=".
          05 WS-HL-PAYMENT     PIC 9(7).99.
          05 FILLER            PIC X(5) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER            PIC X(6) VALUE "MONTH ".
          05 WS-DL-MONTH       PIC 9(3).
          05 FILLER            PIC X(5) VALUE " INT=".
          05 WS-DL-INTEREST    PIC 9(7).99.
          05 FILLER            PIC X(6) VALUE " PRIN=".
          05 WS-DL-PRINCIPAL   PIC 9(7).99.
          05 FILLER            PIC X(5) VALUE " BAL=".
          05 WS-DL-BALANCE     PIC 9(7).99.
          05 FILLER            PIC X(17) VALUE SPACES.

       01 WS-EDIT-AMT        PIC ZZZZZZ9.99.
       01 WS-EDIT-AMT-2      PIC ZZZZZZ9.99.
       01 WS-EDIT-AMT-3      PIC ZZZZZZ9.99.
       01 WS-EDIT-COUNT      PIC ZZZZ9.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on supervisor is the approver on every history row.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANMOD ".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Modification ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Modification Complete ===".
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

       CENTRAL-SIGN-ON.
      *> One sign-on through the shared OPRSEC; lockout, the
      *> activity log and per-transaction authority all live there,
      *> not here.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SEC-OPERATOR.
           DISPLAY "Enter credential: " WITH NO ADVANCING.
           ACCEPT WS-SEC-CREDENTIAL.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "OPRSEC" USING WS-SEC-FUNCTION WS-PROGRAM-NAME
               WS-SEC-OPERATOR WS-SEC-CREDENTIAL
               WS-SEC-AUTHORITY.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-SEC-AUTHORITY > 0
               DISPLAY "   Signed on: " WS-SEC-OPERATOR
                   " authority " WS-SEC-AUTHORITY
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. Modification history for a loan".
           DISPLAY "2. Extend the term".
           DISPLAY "3. Defer payments".
           DISPLAY "4. Capitalize past-due interest".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-MOD-HISTORY
               WHEN 2 THRU 4
      *> Changing a loan's contract terms is for a supervisor, who
      *> is recorded as the approver.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       EVALUATE WS-MENU-CHOICE
                           WHEN 2 MOVE "T" TO WS-MOD-TYPE
                           WHEN 3 MOVE "D" TO WS-MOD-TYPE
                           WHEN OTHER MOVE "C" TO WS-MOD-TYPE
                       END-EVALUATE
                       PERFORM MODIFY-A-LOAN
                   END-IF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       SHOW-MOD-HISTORY.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT MOD-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               DISPLAY "   DATE     T MOS  OLD PMT    NEW PMT   "
                   " TERM    CAPITALIZED APPROVER"
               PERFORM UNTIL WS-EOF = 1
                   READ MOD-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MH-APP-ID = WS-PICK-APP-ID
                               PERFORM SHOW-ONE-MOD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOD-HISTORY
           END-IF.
           MOVE 0 TO WS-EOF.
           DISPLAY "   " WS-HISTORY-COUNT " modification(s) on file".

       SHOW-ONE-MOD-ROW.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE MH-OLD-PAYMENT TO WS-EDIT-AMT.
           MOVE MH-NEW-PAYMENT TO WS-EDIT-AMT-2.
           MOVE MH-CAPITALIZED TO WS-EDIT-AMT-3.
           DISPLAY "   " MH-DATE " " MH-TYPE " " MH-MONTHS " "
               WS-EDIT-AMT " " WS-EDIT-AMT-2 " " MH-OLD-TERM ">"
               MH-NEW-TERM " " WS-EDIT-AMT-3 " " MH-APPROVER.

       MODIFY-A-LOAN.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM LOAD-BALANCE-IMAGES.
           MOVE 0 TO WS-MOD-MONTHS.
           MOVE 0 TO WS-MISSED-MONTHS.
           MOVE 0 TO WS-CAP-AMOUNT.
           MOVE 0 TO WS-NEW-TERM-CHECK.
           IF WS-BAL-FOUND > 0
               MOVE WS-BR-ROW (WS-BAL-FOUND) TO WS-BALANCE-WORK
      *> Balance rows from before the modification fields carry
      *> spaces.
               IF WLB-DUE-SHIFT NUMERIC
                   MOVE WLB-DUE-SHIFT TO WS-SHIFT
               ELSE
                   MOVE 0 TO WS-SHIFT
               END-IF
               PERFORM SHOW-CURRENT-TERMS
           END-IF.
           IF WS-BAL-FOUND > 0 AND WLB-IS-OPEN
               EVALUATE TRUE
                   WHEN WS-MOD-EXTEND
                       DISPLAY "Installments to add: "
                           WITH NO ADVANCING
                       ACCEPT WS-MOD-MONTHS
                       COMPUTE WS-NEW-TERM-CHECK =
                           WLB-TERM + WS-MOD-MONTHS
                   WHEN WS-MOD-DEFER
                       DISPLAY "Payments to defer (1-"
                           WS-MAX-DEFERRAL "): " WITH NO ADVANCING
                       ACCEPT WS-MOD-MONTHS
                   WHEN OTHER
                       PERFORM COMPUTE-ARREARS
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAL-FOUND = 0
                   DISPLAY "   NO BALANCE RECORD FOR THAT LOAN -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WLB-IS-OPEN
                   DISPLAY "   LOAN IS NOT OPEN -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-MOD-CAPITAL AND WS-MISSED-MONTHS = 0
                   DISPLAY "   NOTHING PAST DUE -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-MOD-CAPITAL AND WS-MOD-MONTHS = 0
                   DISPLAY "   NO MONTHS GIVEN -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-MOD-DEFER AND WS-MOD-MONTHS > WS-MAX-DEFERRAL
                   DISPLAY "   DEFERRAL LONGER THAN "
                       WS-MAX-DEFERRAL " MONTHS -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-MOD-EXTEND AND WS-NEW-TERM-CHECK > 999
                   DISPLAY "   TERM WOULD PASS 999 INSTALLMENTS -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-MOD-CAPITAL AND WS-SHIFT + WS-MISSED-MONTHS
                       > 999
                   DISPLAY "   DUE DATES CANNOT MOVE FURTHER -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-MOD-DEFER AND WS-SHIFT + WS-MOD-MONTHS > 999
                   DISPLAY "   DUE DATES CANNOT MOVE FURTHER -"
                       " nothing modified"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM APPLY-THE-MODIFICATION
           END-EVALUATE.

       LOAD-BALANCE-IMAGES.
           MOVE 0 TO WS-BAL-COUNT.
           MOVE 0 TO WS-BAL-FOUND.
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
                               IF LNB-APP-ID = WS-PICK-APP-ID
                                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       SHOW-CURRENT-TERMS.
           MOVE WLB-PRINCIPAL TO WS-EDIT-AMT.
           MOVE WLB-PAYMENT TO WS-EDIT-AMT-2.
           DISPLAY "   Principal " WS-EDIT-AMT " payment "
               WS-EDIT-AMT-2 " rate " WLB-RATE.
           DISPLAY "   Term " WLB-TERM " paid through "
               WLB-PAID-THROUGH " next due " WLB-NEXT-DUE
               " status " WLB-STATUS.
           IF WLB-IS-MODIFIED
               DISPLAY "   Already modified - due dates shifted "
                   WS-SHIFT " month(s)"
           END-IF.

       COMPUTE-ARREARS.
      *> Installments fallen due since the next due date, the first
      *> included (the LOANSERV collections arithmetic), and the
      *> per-diem interest on the principal from the last paid
      *> installment's due date to the last of those due dates (the
      *> LOANACCR arithmetic) -- the interest the borrower has not
      *> paid.
           MOVE WLB-NEXT-DUE (1:4) TO WS-DUE-YEAR.
           MOVE WLB-NEXT-DUE (5:2) TO WS-DUE-MONTH.
           MOVE WLB-NEXT-DUE (7:2) TO WS-DUE-DAY.
           COMPUTE WS-MISSED-MONTHS =
               (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           IF WS-TODAY-DD < WS-DUE-DAY
               SUBTRACT 1 FROM WS-MISSED-MONTHS
           END-IF.
           IF WS-MISSED-MONTHS < 0
               MOVE 0 TO WS-MISSED-MONTHS
           END-IF.
           IF WS-MISSED-MONTHS > 0
               MOVE WLB-PAID-THROUGH TO WS-DUE-INST
               PERFORM INSTALLMENT-DUE-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N)
               COMPUTE WS-DUE-INST =
                   WLB-PAID-THROUGH + WS-MISSED-MONTHS
               PERFORM INSTALLMENT-DUE-DATE
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N)
               COMPUTE WS-ARREARS-DAYS = WS-TO-INT - WS-FROM-INT
               IF WS-ARREARS-DAYS < 0
                   MOVE 0 TO WS-ARREARS-DAYS
               END-IF
               COMPUTE WS-CAP-AMOUNT ROUNDED =
                   WLB-PRINCIPAL * WLB-RATE * WS-ARREARS-DAYS / 365
               MOVE WS-CAP-AMOUNT TO WS-EDIT-AMT
               MOVE WS-MISSED-MONTHS TO WS-EDIT-COUNT
               DISPLAY "   Installments past due: " WS-EDIT-COUNT
                   " past-due interest " WS-EDIT-AMT
           END-IF.

       INSTALLMENT-DUE-DATE.
      *> Due date of installment WS-DUE-INST into WS-DUE-DATE-N.
           MOVE WLB-ORIG-DATE (1:4) TO WS-DUE-YEAR.
           MOVE WLB-ORIG-DATE (5:2) TO WS-DUE-MONTH.
           MOVE WLB-ORIG-DATE (7:2) TO WS-DUE-DAY.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           ADD WS-SHIFT TO WS-DUE-MONTH.
           ADD WS-DUE-INST TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-PERFORM.
           MOVE WS-DUE-YEAR TO WS-DD-YEAR.
           MOVE WS-DUE-MONTH TO WS-DD-MONTH.
           MOVE WS-DUE-DAY TO WS-DD-DAY.

       APPLY-THE-MODIFICATION.
           MOVE WLB-PRINCIPAL TO WS-OLD-PRINCIPAL.
           MOVE WLB-PAYMENT TO WS-OLD-PAYMENT.
           MOVE WLB-TERM TO WS-OLD-TERM.
           MOVE WLB-NEXT-DUE TO WS-OLD-NEXT-DUE.
           EVALUATE TRUE
               WHEN WS-MOD-EXTEND
                   ADD WS-MOD-MONTHS TO WLB-TERM
               WHEN WS-MOD-DEFER
      *> Interest keeps running through the deferred months; it is
      *> capitalized now, and the accrual picks up again from the
      *> shifted due dates.
                   COMPUTE WS-MONTHLY-RATE = WLB-RATE / 12
                   COMPUTE WS-CAP-AMOUNT ROUNDED =
                       WLB-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-MOD-MONTHS
                   ADD WS-CAP-AMOUNT TO WLB-PRINCIPAL
                   ADD WS-MOD-MONTHS TO WS-SHIFT
               WHEN OTHER
                   ADD WS-CAP-AMOUNT TO WLB-PRINCIPAL
                   ADD WS-MISSED-MONTHS TO WS-SHIFT
                   MOVE WS-MISSED-MONTHS TO WS-MOD-MONTHS
           END-EVALUATE.
           PERFORM REAMORTIZE-REMAINING.
           MOVE WS-SHIFT TO WLB-DUE-SHIFT.
           COMPUTE WS-DUE-INST = WLB-PAID-THROUGH + 1.
           PERFORM INSTALLMENT-DUE-DATE.
           MOVE WS-DUE-DATE-N TO WLB-NEXT-DUE.
      *> The loan is re-aged on its modified schedule. Installments
      *> whose due dates moved can be charged a late fee again if
      *> they go late on the new dates; fees already charged stay on
      *> the balance.
           MOVE "M" TO WLB-MOD-FLAG.
           MOVE 0 TO WLB-AGE-BUCKET.
           IF WLB-FEE-BALANCE NOT NUMERIC
               MOVE 0 TO WLB-FEE-BALANCE
           END-IF.
           IF WLB-FEE-THROUGH NOT NUMERIC
               MOVE 0 TO WLB-FEE-THROUGH
           END-IF.
           IF NOT WS-MOD-EXTEND
                   AND WLB-FEE-THROUGH > WLB-PAID-THROUGH
               MOVE WLB-PAID-THROUGH TO WLB-FEE-THROUGH
           END-IF.
           PERFORM REGENERATE-SCHEDULE-TAIL.
           PERFORM SAVE-BALANCE-IMAGES.
           PERFORM WRITE-MOD-HISTORY.
           MOVE WLB-PAYMENT TO WS-EDIT-AMT.
           MOVE WS-CAP-AMOUNT TO WS-EDIT-AMT-2.
           DISPLAY "   Loan " WS-PICK-APP-ID " modified (" WS-MOD-TYPE
               ") - new payment " WS-EDIT-AMT " term " WLB-TERM
               " next due " WLB-NEXT-DUE.
           DISPLAY "   Interest capitalized " WS-EDIT-AMT-2
               " - approved by " WS-SEC-OPERATOR.

       REAMORTIZE-REMAINING.
      *> The DEMO5AMRT payment formula over the installments left.
           COMPUTE WS-REMAINING-TERM = WLB-TERM - WLB-PAID-THROUGH.
           COMPUTE WS-MONTHLY-RATE = WLB-RATE / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WLB-PRINCIPAL / WS-REMAINING-TERM
           ELSE
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WLB-PRINCIPAL * WS-MONTHLY-RATE *
                   ((1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM) /
                   (((1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM)
                       - 1)
           END-IF.
           MOVE WS-NEW-PAYMENT TO WLB-PAYMENT.

       REGENERATE-SCHEDULE-TAIL.
      *> The schedule file is rewritten as the modified loan: a
      *> header at the current balance and new term/payment, then
      *> the unpaid installments under their original numbering so
      *> the paid ones' numbers are never reused.
           PERFORM BUILD-SCHEDULE-FILENAME.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE WLB-APP-ID TO WS-HL-APP-ID.
           MOVE WLB-PRINCIPAL TO WS-HL-PRINCIPAL.
           MOVE WLB-RATE TO WS-HL-RATE.
           MOVE WLB-TERM TO WS-HL-TERM.
           MOVE WLB-PAYMENT TO WS-HL-PAYMENT.
           MOVE WS-HEADER-LINE-BUILD TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           MOVE WLB-PRINCIPAL TO WS-BALANCE.
           COMPUTE WS-MONTH = WLB-PAID-THROUGH + 1.
           PERFORM UNTIL WS-MONTH > WLB-TERM
               COMPUTE WS-INTEREST ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-PRIN-PORTION =
                   WLB-PAYMENT - WS-INTEREST
               IF WS-MONTH = WLB-TERM
                       OR WS-PRIN-PORTION > WS-BALANCE
                   MOVE WS-BALANCE TO WS-PRIN-PORTION
               END-IF
               SUBTRACT WS-PRIN-PORTION FROM WS-BALANCE
               MOVE WS-MONTH TO WS-DL-MONTH
               MOVE WS-INTEREST TO WS-DL-INTEREST
               MOVE WS-PRIN-PORTION TO WS-DL-PRINCIPAL
               MOVE WS-BALANCE TO WS-DL-BALANCE
               MOVE WS-DETAIL-LINE-BUILD TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
               ADD 1 TO WS-MONTH
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       BUILD-SCHEDULE-FILENAME.
           MOVE 0 TO WS-NAME-LEN.
           PERFORM VARYING WS-NAME-IX FROM 8 BY -1
                   UNTIL WS-NAME-IX < 1 OR WS-NAME-LEN > 0
               IF WLB-APP-ID (WS-NAME-IX:1) NOT = SPACE
                   MOVE WS-NAME-IX TO WS-NAME-LEN
               END-IF
           END-PERFORM.
           IF WS-NAME-LEN = 0
               MOVE 1 TO WS-NAME-LEN
           END-IF.
           MOVE SPACES TO WS-SCHEDULE-FILENAME.
           MOVE "amort_" TO WS-SCHEDULE-FILENAME (1:6).
           MOVE WLB-APP-ID (1:WS-NAME-LEN)
               TO WS-SCHEDULE-FILENAME (7:WS-NAME-LEN).
           MOVE ".dat" TO WS-SCHEDULE-FILENAME (7 + WS-NAME-LEN:4).

       SAVE-BALANCE-IMAGES.
           MOVE WS-BALANCE-WORK TO WS-BR-ROW (WS-BAL-FOUND).
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               MOVE WS-BR-ROW (WS-BAL-IX) TO LOAN-BALANCE-RECORD
               WRITE LOAN-BALANCE-RECORD
           END-PERFORM.
           CLOSE BALANCE-FILE.

       WRITE-MOD-HISTORY.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND MOD-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT MOD-HISTORY
           END-IF.
           MOVE WS-PICK-APP-ID TO MH-APP-ID.
           MOVE WS-TODAY-DATE TO MH-DATE.
           MOVE WS-MOD-TYPE TO MH-TYPE.
           MOVE WS-MOD-MONTHS TO MH-MONTHS.
           MOVE WS-CAP-AMOUNT TO MH-CAPITALIZED.
           MOVE WLB-RATE TO MH-RATE.
           MOVE WS-OLD-PRINCIPAL TO MH-OLD-PRINCIPAL.
           MOVE WS-OLD-PAYMENT TO MH-OLD-PAYMENT.
           MOVE WS-OLD-TERM TO MH-OLD-TERM.
           MOVE WS-OLD-NEXT-DUE TO MH-OLD-NEXT-DUE.
           MOVE WLB-PRINCIPAL TO MH-NEW-PRINCIPAL.
           MOVE WLB-PAYMENT TO MH-NEW-PAYMENT.
           MOVE WLB-TERM TO MH-NEW-TERM.
           MOVE WLB-NEXT-DUE TO MH-NEW-NEXT-DUE.
           MOVE WS-SEC-OPERATOR TO MH-APPROVER.
           WRITE LOAN-MOD-RECORD.
           CLOSE MOD-HISTORY.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
