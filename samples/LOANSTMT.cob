       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
      *> Monthly borrower billing statement run. Borrowers had no
      *> statement at all -- the only written word they got from
      *> the loan book was a collection letter. Run once a month,
      *> this job writes one statement per open loan on
      *> loan_balances.dat to loanstmt_statements.dat: the amount
      *> due and its due date, the payments received since the last
      *> statement with each one's split into principal, interest
      *> and fees (loan_payhist.dat, LOANPHR.cpy, written by
      *> LOANSERV), the principal balance, the rate in effect (the
      *> balance record's rate, which LOANRPRC reprices), the
      *> past-due amount, late fees outstanding and the interest
      *> paid this year. An employee loan (loan_apps.dat row with
      *> an EMP-ID) whose installment EMPLNDED has set up as an
      *> active LOAN deduction on empdeduct.dat says the payment
      *> comes out of payroll instead of asking for a remittance.
      *> Like the EMPSTMT employee statements, the run is retained
      *> in the month's dated archive (loanstmt_arch.YYYYMM.dat)
      *> and every statement is indexed (loanstmt_index.dat,
      *> LOANSTXR.cpy) for the LOANSTMR reprint. A control page at
      *> the end shows statements produced against open loans read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "loan_payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "loanstmt_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STMT-INDEX ASSIGN TO "loanstmt_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           COPY LOANBALR.

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

       FD DEDUCT-FILE.
           COPY EMPDEDR.

       FD PAYMENT-HISTORY.
           COPY LOANPHR.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD ARCH-FILE.
       01 ARCH-LINE PIC X(100).

       FD STMT-INDEX.
           COPY LOANSTXR.

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS   PIC XX VALUE SPACES.
       01 WS-APPS-STATUS      PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS    PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS   PIC XX VALUE SPACES.
       01 WS-STATEMENT-STATUS PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-INDEX-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF              PIC 9 VALUE 0.
       01 WS-HIST-EOF         PIC 9 VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YYYY    PIC 9(4).
          05 WS-TODAY-MM      PIC 9(2).
          05 WS-TODAY-DD      PIC 9(2).
       01 WS-PERIOD           PIC 9(6) VALUE 0.

      *> Employee loans: APP-ID to EMP-ID map (the EMPLNDED table).
       01 WS-ELN-COUNT       PIC 9(3) VALUE 0.
       01 WS-ELN-TABLE.
          05 WS-EL-ENTRY OCCURS 500 TIMES.
             10 WS-EL-APP-ID   PIC X(8).
             10 WS-EL-EMP-ID   PIC 9(5).
       01 WS-ELN-IX          PIC 9(3) VALUE 0.

      *> Employees with an active LOAN deduction on the master.
       01 WS-DED-COUNT       PIC 9(3) VALUE 0.
       01 WS-DED-TABLE.
          05 WS-DD-EMP-ID OCCURS 500 TIMES PIC 9(5).
       01 WS-DED-IX          PIC 9(3) VALUE 0.

      *> Each loan's last statement of an earlier period.
       01 WS-LAST-COUNT      PIC 9(3) VALUE 0.
       01 WS-LAST-TABLE.
          05 WS-LS-ENTRY OCCURS 500 TIMES.
             10 WS-LS-APP-ID   PIC X(8).
             10 WS-LS-DATE     PIC 9(8).
       01 WS-LAST-IX         PIC 9(3) VALUE 0.
       01 WS-LAST-FOUND      PIC 9(3) VALUE 0.

      *> The loan in hand.
       01 WS-EMP-ID          PIC 9(5) VALUE 0.
       01 WS-PAYROLL         PIC 9 VALUE 0.
       01 WS-SINCE-DATE      PIC 9(8) VALUE 0.
       01 WS-FEES            PIC 9(5)V99 VALUE 0.
       01 WS-MISSED-MONTHS   PIC S9(5) VALUE 0.
       01 WS-PAST-DUE-AMT    PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-DUE      PIC S9(9)V99 VALUE 0.
       01 WS-DUE-INST        PIC 9(4) VALUE 0.
       01 WS-DUE-NOW         PIC 9 VALUE 0.
       01 WS-PAY-COUNT       PIC 9(4) VALUE 0.
       01 WS-TOT-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PRINCIPAL   PIC 9(9)V99 VALUE 0.
       01 WS-TOT-INTEREST    PIC 9(9)V99 VALUE 0.
       01 WS-TOT-FEES        PIC 9(7)V99 VALUE 0.
       01 WS-YTD-INTEREST    PIC 9(9)V99 VALUE 0.
       01 WS-RATE-PCT        PIC 99V999 VALUE 0.

      *> Due-date arithmetic (the LOANSERV rule: installment n
      *> falls due n months after origination, day clamped to 28).
       01 WS-DUE-YEAR        PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH       PIC 9(4) VALUE 0.
       01 WS-DUE-DAY         PIC 9(2) VALUE 0.
       01 WS-DUE-DATE-BUILD.
          05 WS-DD-YEAR      PIC 9(4).
          05 WS-DD-MONTH     PIC 9(2).
          05 WS-DD-DAY       PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE-BUILD PIC 9(8).

      *> Archive and index state. Lines are counted as they are
      *> written, so each statement's start and length are known
      *> without re-reading the run.
       01 WS-ARCH-LINE-NO    PIC 9(6) VALUE 0.
       01 WS-STMT-START      PIC 9(6) VALUE 0.
       01 WS-INDEXED-COUNT   PIC 9(5) VALUE 0.
      *> Built with MOVE, not STRING; EMPSTMT's archive naming.
       01 WS-ARCH-NAME-BUILD.
          05 FILLER          PIC X(14) VALUE "loanstmt_arch.".
          05 WS-AN-PERIOD    PIC 9(6).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(16) VALUE SPACES.
       01 WS-ARCH-FILENAME   PIC X(40) VALUE SPACES.

       01 WS-LOANS-READ      PIC 9(5) VALUE 0.
       01 WS-STMT-COUNT      PIC 9(5) VALUE 0.
       01 WS-PAYROLL-COUNT   PIC 9(5) VALUE 0.
       01 WS-PAST-DUE-COUNT  PIC 9(5) VALUE 0.

      *> Statement lines built with MOVE, not STRING.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.
       01 WS-RULE-LINE       PIC X(100) VALUE ALL "-".
       01 WS-SL-HEAD-BUILD.
          05 FILLER          PIC X(22) VALUE
              "LOAN BILLING STATEMENT".
          05 FILLER          PIC X(18) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE "STATEMENT DATE ".
          05 WS-SH-DATE      PIC 9(8).
          05 FILLER          PIC X(37) VALUE SPACES.
       01 WS-SL-LOAN-BUILD.
          05 FILLER          PIC X(10) VALUE "LOAN:     ".
          05 WS-SO-APP-ID    PIC X(8).
          05 FILLER          PIC X(22) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE "PERIOD         ".
          05 WS-SO-PERIOD    PIC 9(6).
          05 FILLER          PIC X(39) VALUE SPACES.
       01 WS-SL-SINCE-BUILD.
          05 FILLER          PIC X(24) VALUE
              "PAYMENTS RECEIVED SINCE ".
          05 WS-SS-DATE      PIC 9(8).
          05 FILLER          PIC X(68) VALUE SPACES.
       01 WS-SL-COLUMN-HEAD.
          05 FILLER          PIC X(50) VALUE
              "  DATE            AMOUNT   PRINCIPAL    INTEREST".
          05 FILLER          PIC X(50) VALUE
              "      FEES".
       01 WS-SL-PAY-BUILD.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SP-LABEL     PIC X(8).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-SP-AMOUNT    PIC ZZZZZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SP-PRINCIPAL PIC ZZZZZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SP-INTEREST  PIC ZZZZZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SP-FEES      PIC ZZZZZZ9.99.
          05 FILLER          PIC X(40) VALUE SPACES.
       01 WS-SL-AMOUNT-BUILD.
          05 WS-SA-LABEL     PIC X(30).
          05 WS-SA-AMOUNT    PIC ZZZZZZ9.99.
          05 FILLER          PIC X(60) VALUE SPACES.
       01 WS-SL-RATE-BUILD.
          05 FILLER          PIC X(30) VALUE "RATE IN EFFECT".
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-SR-RATE      PIC Z9.999.
          05 FILLER          PIC X(60) VALUE "%".
       01 WS-SL-DATE-BUILD.
          05 WS-SD-LABEL     PIC X(30).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SD-DATE      PIC X(8).
          05 FILLER          PIC X(60) VALUE SPACES.
       01 WS-SL-COUNT-BUILD.
          05 WS-SC-LABEL     PIC X(30).
          05 WS-SC-COUNT     PIC ZZZZ9.
          05 FILLER          PIC X(65) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANSTMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 statements produced, 4
      *> no open loan to bill, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Billing Statements ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD.
           PERFORM LOAD-EMPLOYEE-LOANS.
           PERFORM LOAD-PAYROLL-DEDUCTIONS.
           PERFORM LOAD-LAST-STATEMENTS.
           PERFORM STATEMENT-ALL-LOANS.
           IF RETURN-CODE < 8
               DISPLAY "   Open loans read:    " WS-LOANS-READ
               DISPLAY "   Statements written: " WS-STMT-COUNT
               DISPLAY "   Payroll-deducted:   " WS-PAYROLL-COUNT
               DISPLAY "   Past due:           " WS-PAST-DUE-COUNT
               IF WS-STMT-COUNT = 0
                   DISPLAY "   No open loan to bill"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "   Statements in loanstmt_statements.dat"
                   DISPLAY "   Archived to " WS-ARCH-FILENAME
                       " with " WS-INDEXED-COUNT " index entries"
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Billing Statements Complete ===".
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

       LOAD-EMPLOYEE-LOANS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF APP-EMP-ID > 0 AND WS-ELN-COUNT < 500
                               ADD 1 TO WS-ELN-COUNT
                               MOVE APP-ID
                                   TO WS-EL-APP-ID (WS-ELN-COUNT)
                               MOVE APP-EMP-ID
                                   TO WS-EL-EMP-ID (WS-ELN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-PAYROLL-DEDUCTIONS.
      *> EMPLNDED keeps one LOAN row per borrowing employee and
      *> deactivates it when the loan or the paycheck goes away.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DEDUCT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DED-CODE = "LOAN" AND DED-IS-ACTIVE
                                   AND WS-DED-COUNT < 500
                               ADD 1 TO WS-DED-COUNT
                               MOVE DED-EMP-ID
                                   TO WS-DD-EMP-ID (WS-DED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-LAST-STATEMENTS.
      *> A rerun this month must not move the "since" date, so only
      *> statements of an earlier period count.
           MOVE 0 TO WS-EOF.
           OPEN INPUT STMT-INDEX.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ STMT-INDEX
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SLX-PERIOD < WS-PERIOD
                               PERFORM TAKE-LAST-STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-INDEX
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-LAST-STATEMENT.
           MOVE 0 TO WS-LAST-FOUND.
           PERFORM VARYING WS-LAST-IX FROM 1 BY 1
                   UNTIL WS-LAST-IX > WS-LAST-COUNT
               IF WS-LS-APP-ID (WS-LAST-IX) = SLX-APP-ID
                   MOVE WS-LAST-IX TO WS-LAST-FOUND
               END-IF
           END-PERFORM.
           IF WS-LAST-FOUND = 0 AND WS-LAST-COUNT < 500
               ADD 1 TO WS-LAST-COUNT
               MOVE WS-LAST-COUNT TO WS-LAST-FOUND
               MOVE SLX-APP-ID TO WS-LS-APP-ID (WS-LAST-FOUND)
               MOVE 0 TO WS-LS-DATE (WS-LAST-FOUND)
           END-IF.
           IF WS-LAST-FOUND > 0
               IF SLX-STMT-DATE > WS-LS-DATE (WS-LAST-FOUND)
                   MOVE SLX-STMT-DATE TO WS-LS-DATE (WS-LAST-FOUND)
               END-IF
           END-IF.

       STATEMENT-ALL-LOANS.
           MOVE WS-PERIOD TO WS-AN-PERIOD.
           MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-FILENAME.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "   No balance file (loan_balances.dat),"
                   " status " WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
      *> The rerun case overwrites the same month's archive and
      *> appends fresh index entries -- the reprint's last-match
      *> rule makes the rerun the one that counts.
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT ARCH-FILE
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
               OPEN EXTEND STMT-INDEX
               IF WS-INDEX-STATUS = "35"
                   OPEN OUTPUT STMT-INDEX
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LNB-IS-OPEN
                               ADD 1 TO WS-LOANS-READ
                               PERFORM STATEMENT-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM WRITE-CONTROL-PAGE
               CLOSE STMT-INDEX
               CLOSE ARCH-FILE
               CLOSE STATEMENT-FILE
               CLOSE BALANCE-FILE
           END-IF.

       STATEMENT-ONE-LOAN.
           COMPUTE WS-STMT-START = WS-ARCH-LINE-NO + 1.
           PERFORM FIND-LAST-STATEMENT.
           PERFORM FIND-PAYROLL-DEDUCTION.
      *> Balance rows from before the fee fields carry spaces.
           IF LNB-FEE-BALANCE NUMERIC
               MOVE LNB-FEE-BALANCE TO WS-FEES
           ELSE
               MOVE 0 TO WS-FEES
           END-IF.
           PERFORM COMPUTE-AMOUNT-DUE.

           MOVE WS-TODAY-DATE TO WS-SH-DATE.
           MOVE WS-SL-HEAD-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE LNB-APP-ID TO WS-SO-APP-ID.
           MOVE WS-PERIOD TO WS-SO-PERIOD.
           MOVE WS-SL-LOAN-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

      *> The first statement covers everything since origination.
           IF WS-SINCE-DATE = 0
               MOVE LNB-ORIG-DATE TO WS-SS-DATE
           ELSE
               MOVE WS-SINCE-DATE TO WS-SS-DATE
           END-IF.
           MOVE WS-SL-SINCE-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-SL-COLUMN-HEAD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM SCAN-PAYMENT-HISTORY.
           IF WS-PAY-COUNT = 0
               MOVE "  NO PAYMENTS RECEIVED" TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               MOVE "TOTAL" TO WS-SP-LABEL
               MOVE WS-TOT-AMOUNT TO WS-SP-AMOUNT
               MOVE WS-TOT-PRINCIPAL TO WS-SP-PRINCIPAL
               MOVE WS-TOT-INTEREST TO WS-SP-INTEREST
               MOVE WS-TOT-FEES TO WS-SP-FEES
               MOVE WS-SL-PAY-BUILD TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE "PRINCIPAL BALANCE" TO WS-SA-LABEL.
           MOVE LNB-PRINCIPAL TO WS-SA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-RATE-PCT = LNB-RATE * 100.
           MOVE WS-RATE-PCT TO WS-SR-RATE.
           MOVE WS-SL-RATE-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "INTEREST PAID YEAR TO DATE" TO WS-SA-LABEL.
           MOVE WS-YTD-INTEREST TO WS-SA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "PAST-DUE AMOUNT" TO WS-SA-LABEL.
           MOVE WS-PAST-DUE-AMT TO WS-SA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "LATE FEES OUTSTANDING" TO WS-SA-LABEL.
           MOVE WS-FEES TO WS-SA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "AMOUNT DUE" TO WS-SA-LABEL.
           MOVE WS-AMOUNT-DUE TO WS-SA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "PAYMENT DUE DATE" TO WS-SD-LABEL.
           IF WS-DUE-NOW = 1
               MOVE "NOW" TO WS-SD-DATE
           ELSE
               MOVE WS-DUE-DATE-N TO WS-SD-DATE
           END-IF.
           MOVE WS-SL-DATE-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           IF WS-PAYROLL = 1
               ADD 1 TO WS-PAYROLL-COUNT
               MOVE "YOUR PAYMENT COMES THROUGH PAYROLL DEDUCTION -"
                   TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "NO REMITTANCE IS NEEDED." TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               MOVE "PLEASE REMIT THE AMOUNT DUE BY THE DUE DATE."
                   TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE LNB-APP-ID TO SLX-APP-ID.
           MOVE WS-PERIOD TO SLX-PERIOD.
           MOVE WS-TODAY-DATE TO SLX-STMT-DATE.
           MOVE WS-STMT-START TO SLX-START.
           COMPUTE SLX-LENGTH = WS-ARCH-LINE-NO - WS-STMT-START + 1.
           WRITE STMT-INDEX-RECORD.
           ADD 1 TO WS-INDEXED-COUNT.
           ADD 1 TO WS-STMT-COUNT.

       FIND-LAST-STATEMENT.
           MOVE 0 TO WS-SINCE-DATE.
           PERFORM VARYING WS-LAST-IX FROM 1 BY 1
                   UNTIL WS-LAST-IX > WS-LAST-COUNT
               IF WS-LS-APP-ID (WS-LAST-IX) = LNB-APP-ID
                   MOVE WS-LS-DATE (WS-LAST-IX) TO WS-SINCE-DATE
               END-IF
           END-PERFORM.

       FIND-PAYROLL-DEDUCTION.
      *> Only an employee loan with its LOAN deduction active is
      *> paid through payroll; a terminated borrower's loan is not.
           MOVE 0 TO WS-EMP-ID.
           MOVE 0 TO WS-PAYROLL.
           PERFORM VARYING WS-ELN-IX FROM 1 BY 1
                   UNTIL WS-ELN-IX > WS-ELN-COUNT
               IF WS-EL-APP-ID (WS-ELN-IX) = LNB-APP-ID
                   MOVE WS-EL-EMP-ID (WS-ELN-IX) TO WS-EMP-ID
               END-IF
           END-PERFORM.
           IF WS-EMP-ID > 0
               PERFORM VARYING WS-DED-IX FROM 1 BY 1
                       UNTIL WS-DED-IX > WS-DED-COUNT
                   IF WS-DD-EMP-ID (WS-DED-IX) = WS-EMP-ID
                       MOVE 1 TO WS-PAYROLL
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-AMOUNT-DUE.
      *> Installments fallen due since the next due date, the first
      *> included, less money already held unapplied (the LOANSERV
      *> collections arithmetic) are past due. The amount due adds
      *> the next installment not yet due and the late fees; when
      *> every remaining installment has already fallen due the
      *> whole amount is due now.
           MOVE LNB-NEXT-DUE (1:4) TO WS-DUE-YEAR.
           MOVE LNB-NEXT-DUE (5:2) TO WS-DUE-MONTH.
           MOVE LNB-NEXT-DUE (7:2) TO WS-DUE-DAY.
           COMPUTE WS-MISSED-MONTHS =
               (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           IF WS-TODAY-DD < WS-DUE-DAY
               SUBTRACT 1 FROM WS-MISSED-MONTHS
           END-IF.
           IF WS-MISSED-MONTHS < 0
               MOVE 0 TO WS-MISSED-MONTHS
           END-IF.
           COMPUTE WS-PAST-DUE-AMT =
               WS-MISSED-MONTHS * LNB-PAYMENT - LNB-UNAPPLIED.
           IF WS-PAST-DUE-AMT < 0
               MOVE 0 TO WS-PAST-DUE-AMT
           END-IF.
           IF WS-PAST-DUE-AMT > 0
               ADD 1 TO WS-PAST-DUE-COUNT
           END-IF.
           COMPUTE WS-DUE-INST =
               LNB-PAID-THROUGH + WS-MISSED-MONTHS + 1.
           IF WS-DUE-INST > LNB-TERM
               MOVE 1 TO WS-DUE-NOW
               COMPUTE WS-AMOUNT-DUE = WS-PAST-DUE-AMT + WS-FEES
           ELSE
               MOVE 0 TO WS-DUE-NOW
               PERFORM INSTALLMENT-DUE-DATE
               COMPUTE WS-AMOUNT-DUE =
                   (WS-MISSED-MONTHS + 1) * LNB-PAYMENT
                   - LNB-UNAPPLIED
               IF WS-AMOUNT-DUE < 0
                   MOVE 0 TO WS-AMOUNT-DUE
               END-IF
               ADD WS-FEES TO WS-AMOUNT-DUE
           END-IF.

       INSTALLMENT-DUE-DATE.
      *> Due date of installment WS-DUE-INST into WS-DUE-DATE-N.
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
           ADD WS-DUE-INST TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-PERFORM.
           MOVE WS-DUE-YEAR TO WS-DD-YEAR.
           MOVE WS-DUE-MONTH TO WS-DD-MONTH.
           MOVE WS-DUE-DAY TO WS-DD-DAY.

       SCAN-PAYMENT-HISTORY.
      *> One pass of the history per loan: the rows since the last
      *> statement print, and this year's interest is totalled.
           MOVE 0 TO WS-PAY-COUNT.
           MOVE 0 TO WS-TOT-AMOUNT.
           MOVE 0 TO WS-TOT-PRINCIPAL.
           MOVE 0 TO WS-TOT-INTEREST.
           MOVE 0 TO WS-TOT-FEES.
           MOVE 0 TO WS-YTD-INTEREST.
           MOVE 0 TO WS-HIST-EOF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = 1
                   READ PAYMENT-HISTORY
                       AT END MOVE 1 TO WS-HIST-EOF
                       NOT AT END
                           IF PH-APP-ID = LNB-APP-ID
                                   AND PH-DATE <= WS-TODAY-DATE
                               PERFORM TAKE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF.

       TAKE-ONE-PAYMENT.
           IF PH-DATE (1:4) = WS-TODAY-DATE (1:4)
               ADD PH-INTEREST TO WS-YTD-INTEREST
           END-IF.
           IF PH-DATE > WS-SINCE-DATE
               ADD 1 TO WS-PAY-COUNT
               ADD PH-AMOUNT TO WS-TOT-AMOUNT
               ADD PH-PRINCIPAL TO WS-TOT-PRINCIPAL
               ADD PH-EXTRA-PRIN TO WS-TOT-PRINCIPAL
               ADD PH-INTEREST TO WS-TOT-INTEREST
               ADD PH-FEES TO WS-TOT-FEES
               MOVE PH-DATE TO WS-SP-LABEL
               MOVE PH-AMOUNT TO WS-SP-AMOUNT
               COMPUTE WS-SP-PRINCIPAL =
                   PH-PRINCIPAL + PH-EXTRA-PRIN
               MOVE PH-INTEREST TO WS-SP-INTEREST
               MOVE PH-FEES TO WS-SP-FEES
               MOVE WS-SL-PAY-BUILD TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-SL-AMOUNT-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
      *> Every line goes to the run's statement file and to the
      *> month's archive; WS-ARCH-LINE-NO is its archive line.
           MOVE WS-PRINT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-PRINT-LINE TO ARCH-LINE.
           WRITE ARCH-LINE.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE SPACES TO WS-PRINT-LINE.

       WRITE-CONTROL-PAGE.
      *> Not indexed: the control page is not a statement.
           MOVE "LOAN STATEMENT RUN CONTROL PAGE" TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "OPEN LOANS READ" TO WS-SC-LABEL.
           MOVE WS-LOANS-READ TO WS-SC-COUNT.
           MOVE WS-SL-COUNT-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "STATEMENTS PRODUCED" TO WS-SC-LABEL.
           MOVE WS-STMT-COUNT TO WS-SC-COUNT.
           MOVE WS-SL-COUNT-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "PAID THROUGH PAYROLL" TO WS-SC-LABEL.
           MOVE WS-PAYROLL-COUNT TO WS-SC-COUNT.
           MOVE WS-SL-COUNT-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "PAST DUE" TO WS-SC-LABEL.
           MOVE WS-PAST-DUE-COUNT TO WS-SC-COUNT.
           MOVE WS-SL-COUNT-BUILD TO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
