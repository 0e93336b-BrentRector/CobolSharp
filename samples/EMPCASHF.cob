       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCASHF.
      *> Cash requirements forecast for treasury: what payroll will
      *> draw on each of the next pay dates and what the loan book
      *> will bring back in, by company.
      *>
      *> The pay dates are the next open periods on payperiod.dat
      *> (EMPPERGN), as many as EMPCASHF_PERIODS says (two digits,
      *> default 3, at most 24). A period's pay date is its end date;
      *> one CALENDAR no longer calls a business day (a holiday
      *> added to holidays.dat since the table was built) is moved
      *> back to the business day before, and is starred.
      *>
      *> Cash out per pay date is the payroll run rate:
      *>   - an active employee on the newest employees.dat.Gnnnn
      *>     generation who was paid on the latest regular register
      *>     period (emppay_register.dat, EMPPAYR.cpy) is forecast
      *>     at that period's net pay, withholding (federal, state
      *>     and local) and deductions;
      *>   - one who was not (a new hire, a return from leave) is
      *>     estimated as EMPPAYRN would pay a salaried employee:
      *>     one-twelfth of EMP-SALARY, withholding from the NETPAY
      *>     engine on the default bracket set, and the employee's
      *>     active deductions on empdeduct.dat (EMPDEDR.cpy).
      *> Net pay goes out on the pay date, and the withholding and
      *> deductions are remitted (to the tax authorities, and by
      *> EMPDEDRM to the deduction payees) against the same cycle.
      *> A LOAN deduction (EMPLNDED) is the loan book collecting its
      *> own installment: it leaves the net pay but is remitted to
      *> no one, so it is kept out of the deduction remittance -- on
      *> the register path by taking the LOAN lines of the period on
      *> empded_register.dat off PRG-DEDUCT, in the estimate by
      *> passing over the LOAN row.
      *>
      *> Cash in is the loan book (loan_balances.dat, LOANBALR.cpy):
      *> every open loan's remaining installments of LNB-PAYMENT,
      *> the first on LNB-NEXT-DUE and then monthly, each falling to
      *> the first pay date on or after it. An installment already
      *> past due today is arrears, not forecast money. The loan
      *> book is the lending company's -- the first company on
      *> cotable.dat (the LOANYEND submitter), 01 with no table.
      *> An employee loan (loan_apps.dat APP-EMP-ID) whose employee
      *> has an active LOAN deduction is repaid out of payroll, not
      *> in cash: it is counted and noted on the schedule, and left
      *> out of both the forecast and the actual loan receipts.
      *>
      *> Each run's forecast for the open periods replaces any
      *> earlier one on empcashf_history.dat; once the period is
      *> paid its last forecast stays. The latest closed period's
      *> forecast is then set beside what actually happened: the
      *> period's regular rows on the register, and the loan money
      *> received in the forecast's window on loan_payhist.dat
      *> (LOANPHR.cpy).
      *>
      *> Written to empcashf_schedule.dat. RC 4 when there is no open
      *> period to forecast; RC 8 when the employee master cannot be
      *> read or a table overflows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDREG-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "loan_payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT COMPANY-TABLE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT FORECAST-HISTORY ASSIGN TO "empcashf_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CASH-SCHEDULE ASSIGN TO "empcashf_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
             88 PP-IS-OPEN    VALUE "O".
             88 PP-IS-CLOSED  VALUE "C".
          05 PP-PAID-DATE   PIC 9(8).

       FD REGISTER-FILE.
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

       FD PAYMENT-HISTORY.
           COPY LOANPHR.

       FD COMPANY-TABLE.
           COPY COMPREC.

      *> One row per company per forecast pay date: what the run
      *> forecast, the loan-receipt window it used (after CFH-AFTER-
      *> DATE, up to and including the pay date) and when.
       FD FORECAST-HISTORY.
       01 FORECAST-HISTORY-RECORD.
          05 CFH-PERIOD       PIC 9(6).
          05 CFH-COMPANY      PIC X(2).
          05 CFH-AFTER-DATE   PIC 9(8).
          05 CFH-PAY-DATE     PIC 9(8).
          05 CFH-NET          PIC 9(9)V99.
          05 CFH-TAX          PIC 9(9)V99.
          05 CFH-DEDUCT       PIC 9(9)V99.
          05 CFH-LOAN-IN      PIC 9(9)V99.
          05 CFH-RUN-DATE     PIC 9(8).

       FD CASH-SCHEDULE.
       01 CASH-SCHEDULE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS       PIC XX VALUE SPACES.
       01 WS-DEDREG-STATUS       PIC XX VALUE SPACES.
       01 WS-APPS-STATUS         PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS      PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-SCHEDULE-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.

       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01 WS-YESTERDAY-DATE      PIC 9(8) VALUE 0.
       01 WS-ENV-PERIODS         PIC X(2) VALUE SPACES.
       01 WS-PERIODS-WANTED      PIC 9(2) VALUE 3.
       01 WS-LAST-CLOSED         PIC 9(6) VALUE 0.
       01 WS-LATEST-REG-PERIOD   PIC 9(6) VALUE 0.
       01 WS-OVERFLOW            PIC 9 VALUE 0.

      *> The forecast pay dates, in period order.
       01 WS-CYCLE-COUNT     PIC 9(2) VALUE 0.
       01 WS-CYCLE-TABLE.
          05 WS-CY-ENTRY OCCURS 24 TIMES.
             10 WS-CY-PERIOD     PIC 9(6).
             10 WS-CY-PAY-DATE   PIC 9(8).
             10 WS-CY-MOVED      PIC X.
             10 WS-CY-AFTER      PIC 9(8).
             10 WS-CY-LOAN-IN    PIC 9(9)V99.
       01 WS-CY-IX           PIC 9(2) VALUE 0.
       01 WS-CY-FOUND-IX     PIC 9(2) VALUE 0.
       01 WS-SLOT-FOUND      PIC 9 VALUE 0.

      *> Companies: the run-rate cash out of one cycle, and the last
      *> cycle's forecast and actual figures.
       01 WS-CO-COUNT        PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 50 TIMES.
             10 WS-CO-CODE       PIC X(2).
             10 WS-CO-NAME       PIC X(30).
             10 WS-CO-PAID       PIC 9(5).
             10 WS-CO-ESTIMATED  PIC 9(5).
             10 WS-CO-NET        PIC 9(9)V99.
             10 WS-CO-TAX        PIC 9(9)V99.
             10 WS-CO-DEDUCT     PIC 9(9)V99.
             10 WS-CO-LC-FOUND   PIC 9.
             10 WS-CO-LC-AFTER   PIC 9(8).
             10 WS-CO-LC-PAY     PIC 9(8).
             10 WS-CO-FC-NET     PIC 9(9)V99.
             10 WS-CO-FC-TAX     PIC 9(9)V99.
             10 WS-CO-FC-DEDUCT  PIC 9(9)V99.
             10 WS-CO-FC-LOAN    PIC 9(9)V99.
             10 WS-CO-AC-NET     PIC 9(9)V99.
             10 WS-CO-AC-TAX     PIC 9(9)V99.
             10 WS-CO-AC-DEDUCT  PIC 9(9)V99.
             10 WS-CO-AC-LOAN    PIC 9(9)V99.
       01 WS-CO-IX           PIC 9(2) VALUE 0.
       01 WS-CO-FOUND-IX     PIC 9(2) VALUE 0.
       01 WS-LOAN-CO-IX      PIC 9(2) VALUE 0.
       01 WS-WORK-COMPANY    PIC X(2) VALUE SPACES.

      *> The latest regular register period, one row per employee.
       01 WS-RG-COUNT        PIC 9(4) VALUE 0.
       01 WS-RG-TABLE.
          05 WS-RG-ENTRY OCCURS 2000 TIMES.
             10 WS-RG-EMP-ID     PIC 9(5).
             10 WS-RG-NET        PIC 9(7)V99.
             10 WS-RG-TAX        PIC 9(7)V99.
             10 WS-RG-DEDUCT     PIC 9(7)V99.
       01 WS-RG-IX           PIC 9(4) VALUE 0.
       01 WS-RG-FOUND-IX     PIC 9(4) VALUE 0.

      *> Active deductions, for the employees who must be estimated.
       01 WS-DED-COUNT       PIC 9(3) VALUE 0.
       01 WS-DED-TABLE.
          05 WS-DED-ENTRY OCCURS 500 TIMES.
             10 WS-DD-EMP-ID     PIC 9(5).
             10 WS-DD-CODE       PIC X(4).
             10 WS-DD-METHOD     PIC X.
             10 WS-DD-VALUE      PIC 9(5)V99.
       01 WS-DED-IX          PIC 9(3) VALUE 0.

      *> One register period's LOAN deduction lines, per employee;
      *> an entry is zeroed once taken off that employee's rows.
       01 WS-LD-COUNT        PIC 9(4) VALUE 0.
       01 WS-LD-TABLE.
          05 WS-LD-ENTRY OCCURS 2000 TIMES.
             10 WS-LD-EMP-ID     PIC 9(5).
             10 WS-LD-AMOUNT     PIC 9(7)V99.
       01 WS-LD-IX           PIC 9(4) VALUE 0.
       01 WS-LD-FOUND-IX     PIC 9(4) VALUE 0.
       01 WS-LD-PERIOD       PIC 9(6) VALUE 0.
       01 WS-LOAN-TAKEN      PIC 9(7)V99 VALUE 0.

      *> Employee loans repaid by an active LOAN deduction.
       01 WS-PL-COUNT        PIC 9(3) VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 500 TIMES.
             10 WS-PL-APP-ID     PIC X(8).
       01 WS-PL-IX           PIC 9(3) VALUE 0.
       01 WS-PL-HIT          PIC 9 VALUE 0.
       01 WS-LOOK-APP-ID     PIC X(8) VALUE SPACES.
       01 WS-PAYROLL-LOANS   PIC 9(5) VALUE 0.

      *> Forecast history: kept rows plus this run's.
       01 WS-HIST-COUNT      PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
          05 WS-HT-ENTRY OCCURS 2000 TIMES.
             10 WS-HT-RECORD     PIC X(76).
       01 WS-HIST-IX         PIC 9(4) VALUE 0.
       01 WS-HIST-KEEP       PIC 9 VALUE 0.

      *> One employee's estimate.
       01 WS-EST-GROSS       PIC 9(6)V99 VALUE 0.
       01 WS-EST-WHLD        PIC 9(6)V99 VALUE 0.
       01 WS-EST-NET         PIC 9(6)V99 VALUE 0.
       01 WS-EST-DEDUCT      PIC 9(6)V99 VALUE 0.
       01 WS-DED-WANTED      PIC 9(6)V99 VALUE 0.
      *> NETPAY tax profile: blank is the default bracket set.
       01 WS-TP-FIELDS.
          05 WS-TP-FILING-STATUS    PIC X VALUE SPACE.
          05 WS-TP-ALLOWANCES       PIC 9(2) VALUE 0.
          05 WS-TP-ADDL-WHLD        PIC 9(5)V99 VALUE 0.
          05 WS-TP-EXEMPT           PIC X VALUE SPACE.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

      *> Loan installment dates, stepped a month at a time.
       01 WS-INST-LEFT       PIC S9(4) VALUE 0.
       01 WS-INST-IX         PIC 9(4) VALUE 0.
       01 WS-DUE-YEAR        PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH       PIC 9(4) VALUE 0.
       01 WS-DUE-DAY         PIC 9(2) VALUE 0.
       01 WS-DUE-DATE.
          05 WS-DD-YEAR      PIC 9(4).
          05 WS-DD-MONTH     PIC 9(2).
          05 WS-DD-DAY       PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).
       01 WS-LAST-PAY-DATE   PIC 9(8) VALUE 0.
       01 WS-ARREARS-COUNT   PIC 9(5) VALUE 0.
       01 WS-LOANS-USED      PIC 9(5) VALUE 0.

      *> CALENDAR interface fields.
       01 WS-CAL-FUNCTION    PIC X VALUE SPACE.
       01 WS-CAL-DATE        PIC 9(8) VALUE 0.
       01 WS-CAL-RESULT      PIC 9(8) VALUE 0.
       01 WS-CAL-FLAG        PIC 9 VALUE 0.

      *> Same counter/filename convention as DEMO4RPT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

       01 WS-TOT-NET         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-TAX         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DEDUCT      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-LOAN-IN     PIC 9(11)V99 VALUE 0.
       01 WS-OUT-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-NET-CASH        PIC S9(11)V99 VALUE 0.
       01 WS-FC-AMOUNT       PIC 9(11)V99 VALUE 0.
       01 WS-AC-AMOUNT       PIC 9(11)V99 VALUE 0.
       01 WS-VARIANCE        PIC S9(11)V99 VALUE 0.
       01 WS-PCT             PIC S9(4)V9 VALUE 0.
       01 WS-PCT-EDIT        PIC -ZZZ9.9.

      *> Report lines built with MOVE, not STRING, like AUDITLOG's.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(33)
               VALUE "PAYROLL CASH REQUIREMENTS - RUN ".
          05 WS-TL-DATE        PIC 9(8).
          05 FILLER            PIC X(91) VALUE SPACES.
       01 WS-COMPANY-LINE-BUILD.
          05 FILLER            PIC X(8) VALUE "COMPANY ".
          05 WS-CL-CODE        PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CL-NAME        PIC X(30).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-CL-PAID        PIC ZZZZ9.
          05 FILLER            PIC X(17) VALUE " AT LAST PAY RUN,".
          05 WS-CL-ESTIMATED   PIC ZZZZ9.
          05 FILLER            PIC X(10) VALUE " ESTIMATED".
          05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-SCHED-HEAD-BUILD.
          05 FILLER            PIC X(34) VALUE
               "  PERIOD  PAY DATE         NET PAY".
          05 FILLER            PIC X(45) VALUE
               "      TAX REMIT   DEDUCT REMIT      TOTAL OUT".
          05 FILLER            PIC X(30) VALUE
               "  LOAN RECEIPTS       NET CASH".
          05 FILLER            PIC X(23) VALUE SPACES.
       01 WS-SCHED-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-SL-PERIOD      PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-SL-PAY-DATE    PIC X(8).
          05 WS-SL-MOVED       PIC X.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-NET         PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-TAX         PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-DEDUCT      PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-OUT         PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-LOAN-IN     PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-NET-CASH    PIC -ZZZZZZZZZ9.99.
          05 FILLER            PIC X(23) VALUE SPACES.
       01 WS-COMPARE-TITLE-BUILD.
          05 FILLER            PIC X(46) VALUE
               "  LAST CYCLE FORECAST VERSUS ACTUAL - PERIOD ".
          05 WS-CT-PERIOD      PIC 9(6).
          05 FILLER            PIC X(11) VALUE "  PAY DATE ".
          05 WS-CT-PAY-DATE    PIC 9(8).
          05 FILLER            PIC X(61) VALUE SPACES.
       01 WS-COMPARE-HEAD-BUILD.
          05 FILLER            PIC X(46) VALUE
               "  ITEM                 FORECAST         ACTUAL".
          05 FILLER            PIC X(23) VALUE
               "   OVER/(UNDER)     PCT".
          05 FILLER            PIC X(63) VALUE SPACES.
       01 WS-COMPARE-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-CP-ITEM        PIC X(14).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CP-FORECAST    PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CP-ACTUAL      PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CP-VARIANCE    PIC -ZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CP-PCT         PIC X(7).
          05 FILLER            PIC X(63) VALUE SPACES.
       01 WS-NOTE-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-NL-TEXT        PIC X(70).
          05 FILLER            PIC X(60) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPCASHF".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 nothing to
      *> forecast, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Cash Requirements Forecast ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1).
           PERFORM DETERMINE-PERIODS-WANTED.
           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-PAY-DATES.
           DISPLAY "   Pay dates forecast: " WS-CYCLE-COUNT
               " of " WS-PERIODS-WANTED " wanted".
           PERFORM LOAD-LATEST-REGISTER.
           DISPLAY "   Latest register period: " WS-LATEST-REG-PERIOD.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-PAYROLL-LOANS.
           PERFORM DETERMINE-CURRENT-GENERATION.
           DISPLAY "   Reading generation " WS-GDG-FILENAME.
           PERFORM FORECAST-PAYROLL-OUT.
           IF RETURN-CODE < 8
               PERFORM FORECAST-LOAN-RECEIPTS
               PERFORM LOAD-FORECAST-HISTORY
               IF WS-LAST-CLOSED > 0
                   PERFORM GATHER-LAST-CYCLE-ACTUALS
               END-IF
           END-IF.
           IF RETURN-CODE < 8 AND WS-OVERFLOW = 1
               DISPLAY "   *** A working table overflowed"
                   " - NO FORECAST ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
               PERFORM WRITE-CASH-SCHEDULE
               PERFORM REWRITE-FORECAST-HISTORY
               DISPLAY "   Loans forecast:         " WS-LOANS-USED
               DISPLAY "   Loans repaid by payroll:" WS-PAYROLL-LOANS
               DISPLAY "   Installments in arrears:" WS-ARREARS-COUNT
               DISPLAY "   Schedule written to empcashf_schedule.dat"
               IF WS-CYCLE-COUNT = 0
                   DISPLAY "   No open pay period to forecast"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY
               "=== Payroll Cash Requirements Forecast Complete ===".
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

       DETERMINE-PERIODS-WANTED.
           ACCEPT WS-ENV-PERIODS FROM ENVIRONMENT "EMPCASHF_PERIODS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIODS (1:1) IS NUMERIC
               IF WS-ENV-PERIODS (2:1) IS NUMERIC
                   MOVE WS-ENV-PERIODS TO WS-PERIODS-WANTED
               ELSE
                   MOVE WS-ENV-PERIODS (1:1) TO WS-PERIODS-WANTED
               END-IF
           END-IF.
           IF WS-PERIODS-WANTED = 0
               MOVE 3 TO WS-PERIODS-WANTED
           END-IF.
           IF WS-PERIODS-WANTED > 24
               MOVE 24 TO WS-PERIODS-WANTED
           END-IF.

       LOAD-COMPANIES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE CMP-CODE TO WS-WORK-COMPANY
                           PERFORM FIND-COMPANY
                           IF WS-CO-FOUND-IX > 0
                               MOVE CMP-NAME
                                   TO WS-CO-NAME (WS-CO-FOUND-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE
           END-IF.
      *> The loan book belongs to the first company on the table.
           IF WS-CO-COUNT = 0
               MOVE "01" TO WS-WORK-COMPANY
               PERFORM FIND-COMPANY
           END-IF.
           MOVE 1 TO WS-LOAN-CO-IX.

       FIND-COMPANY.
      *> WS-CO-FOUND-IX for WS-WORK-COMPANY, added on first sight;
      *> 0 only when the table is full.
           MOVE 0 TO WS-CO-FOUND-IX.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   OR WS-CO-FOUND-IX > 0
               IF WS-CO-CODE (WS-CO-IX) = WS-WORK-COMPANY
                   MOVE WS-CO-IX TO WS-CO-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND-IX = 0
               IF WS-CO-COUNT < 50
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-FOUND-IX
                   INITIALIZE WS-CO-ENTRY (WS-CO-COUNT)
                   MOVE WS-WORK-COMPANY TO WS-CO-CODE (WS-CO-COUNT)
               ELSE
                   MOVE 1 TO WS-OVERFLOW
               END-IF
           END-IF.

       LOAD-PAY-DATES.
      *> The open periods in order, and the latest closed one.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-IS-CLOSED
                                   AND PP-PERIOD > WS-LAST-CLOSED
                               MOVE PP-PERIOD TO WS-LAST-CLOSED
                           END-IF
                           IF PP-IS-OPEN
                               PERFORM TAKE-OPEN-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               DISPLAY "   No payperiod.dat - no pay dates to forecast"
           END-IF.
      *> Each pay date collects the loan money due after the one
      *> before it; the first, what falls due from today.
           MOVE WS-YESTERDAY-DATE TO WS-LAST-PAY-DATE.
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CYCLE-COUNT
               MOVE WS-LAST-PAY-DATE TO WS-CY-AFTER (WS-CY-IX)
               IF WS-CY-PAY-DATE (WS-CY-IX) > WS-LAST-PAY-DATE
                   MOVE WS-CY-PAY-DATE (WS-CY-IX) TO WS-LAST-PAY-DATE
               END-IF
           END-PERFORM.

       TAKE-OPEN-PERIOD.
      *> Kept in period order; past the number wanted, a later
      *> period displaces the last one only if it comes before it.
           IF WS-CYCLE-COUNT < WS-PERIODS-WANTED
               ADD 1 TO WS-CYCLE-COUNT
               MOVE WS-CYCLE-COUNT TO WS-CY-FOUND-IX
           ELSE
               IF PP-PERIOD < WS-CY-PERIOD (WS-CYCLE-COUNT)
                   MOVE WS-CYCLE-COUNT TO WS-CY-FOUND-IX
               ELSE
                   MOVE 0 TO WS-CY-FOUND-IX
               END-IF
           END-IF.
           IF WS-CY-FOUND-IX > 0
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM UNTIL WS-SLOT-FOUND = 1
                   IF WS-CY-FOUND-IX = 1
                       MOVE 1 TO WS-SLOT-FOUND
                   ELSE
                       IF WS-CY-PERIOD (WS-CY-FOUND-IX - 1) < PP-PERIOD
                           MOVE 1 TO WS-SLOT-FOUND
                       ELSE
                           MOVE WS-CY-ENTRY (WS-CY-FOUND-IX - 1)
                               TO WS-CY-ENTRY (WS-CY-FOUND-IX)
                           SUBTRACT 1 FROM WS-CY-FOUND-IX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE PP-PERIOD TO WS-CY-PERIOD (WS-CY-FOUND-IX)
               MOVE PP-END-DATE TO WS-CY-PAY-DATE (WS-CY-FOUND-IX)
               MOVE SPACE TO WS-CY-MOVED (WS-CY-FOUND-IX)
               MOVE 0 TO WS-CY-LOAN-IN (WS-CY-FOUND-IX)
               MOVE "B" TO WS-CAL-FUNCTION
               MOVE PP-END-DATE TO WS-CAL-DATE
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "CALENDAR" USING WS-CAL-FUNCTION WS-CAL-DATE
                   WS-CAL-RESULT WS-CAL-FLAG
               IF WS-CAL-FLAG = 0
                   MOVE "P" TO WS-CAL-FUNCTION
                   CALL "CALENDAR" USING WS-CAL-FUNCTION WS-CAL-DATE
                       WS-CAL-RESULT WS-CAL-FLAG
                   MOVE WS-CAL-RESULT
                       TO WS-CY-PAY-DATE (WS-CY-FOUND-IX)
                   MOVE "*" TO WS-CY-MOVED (WS-CY-FOUND-IX)
               END-IF
               MOVE WS-HOLD-RC TO RETURN-CODE
           END-IF.

       LOAD-LATEST-REGISTER.
      *> First pass finds the latest regular period; the second
      *> keeps its rows, one per employee.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN
                                   AND PRG-PERIOD > WS-LATEST-REG-PERIOD
                               MOVE PRG-PERIOD TO WS-LATEST-REG-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           ELSE
               DISPLAY "   No emppay_register.dat - every employee"
                   " is estimated"
           END-IF.
           IF WS-LATEST-REG-PERIOD > 0
               MOVE WS-LATEST-REG-PERIOD TO WS-LD-PERIOD
               PERFORM LOAD-LOAN-DEDUCTIONS
               MOVE 0 TO WS-EOF
               OPEN INPUT REGISTER-FILE
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN
                                   AND PRG-PERIOD = WS-LATEST-REG-PERIOD
                               PERFORM KEEP-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       KEEP-REGISTER-ROW.
           PERFORM FIND-REGISTER-EMPLOYEE.
           IF WS-RG-FOUND-IX = 0
               IF WS-RG-COUNT < 2000
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-RG-FOUND-IX
                   MOVE PRG-EMP-ID TO WS-RG-EMP-ID (WS-RG-COUNT)
                   MOVE 0 TO WS-RG-NET (WS-RG-COUNT)
                   MOVE 0 TO WS-RG-TAX (WS-RG-COUNT)
                   MOVE 0 TO WS-RG-DEDUCT (WS-RG-COUNT)
               ELSE
                   MOVE 1 TO WS-OVERFLOW
               END-IF
           END-IF.
           IF WS-RG-FOUND-IX > 0
               ADD PRG-NET TO WS-RG-NET (WS-RG-FOUND-IX)
               ADD PRG-WITHHOLDING PRG-STATE-WHLD PRG-LOCAL-WHLD
                   TO WS-RG-TAX (WS-RG-FOUND-IX)
               PERFORM TAKE-LOAN-DEDUCTION
               COMPUTE WS-RG-DEDUCT (WS-RG-FOUND-IX) =
                   WS-RG-DEDUCT (WS-RG-FOUND-IX) + PRG-DEDUCT
                   - WS-LOAN-TAKEN
           END-IF.

       FIND-REGISTER-EMPLOYEE.
           MOVE 0 TO WS-RG-FOUND-IX.
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-RG-COUNT
                   OR WS-RG-FOUND-IX > 0
               IF WS-RG-EMP-ID (WS-RG-IX) = PRG-EMP-ID
                   MOVE WS-RG-IX TO WS-RG-FOUND-IX
               END-IF
           END-PERFORM.

       LOAD-LOAN-DEDUCTIONS.
      *> WS-LD-PERIOD's LOAN lines on the deduction register, summed
      *> per employee.
           MOVE 0 TO WS-LD-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DEDREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DRG-CODE = "LOAN"
                                   AND DRG-PERIOD = WS-LD-PERIOD
                               PERFORM KEEP-LOAN-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.
           MOVE 0 TO WS-EOF.

       KEEP-LOAN-DEDUCTION.
           MOVE 0 TO WS-LD-FOUND-IX.
           PERFORM VARYING WS-LD-IX FROM 1 BY 1
                   UNTIL WS-LD-IX > WS-LD-COUNT
                   OR WS-LD-FOUND-IX > 0
               IF WS-LD-EMP-ID (WS-LD-IX) = DRG-EMP-ID
                   MOVE WS-LD-IX TO WS-LD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-LD-FOUND-IX = 0
               IF WS-LD-COUNT < 2000
                   ADD 1 TO WS-LD-COUNT
                   MOVE WS-LD-COUNT TO WS-LD-FOUND-IX
                   MOVE DRG-EMP-ID TO WS-LD-EMP-ID (WS-LD-COUNT)
                   MOVE 0 TO WS-LD-AMOUNT (WS-LD-COUNT)
               ELSE
                   MOVE 1 TO WS-OVERFLOW
               END-IF
           END-IF.
           IF WS-LD-FOUND-IX > 0
               ADD DRG-AMOUNT TO WS-LD-AMOUNT (WS-LD-FOUND-IX)
           END-IF.

       TAKE-LOAN-DEDUCTION.
      *> WS-LOAN-TAKEN is PRG-EMP-ID's LOAN deduction for the period,
      *> given up once so a second register row does not lose it
      *> again, and never more than this row's PRG-DEDUCT.
           MOVE 0 TO WS-LOAN-TAKEN.
           PERFORM VARYING WS-LD-IX FROM 1 BY 1
                   UNTIL WS-LD-IX > WS-LD-COUNT
               IF WS-LD-EMP-ID (WS-LD-IX) = PRG-EMP-ID
                   MOVE WS-LD-AMOUNT (WS-LD-IX) TO WS-LOAN-TAKEN
                   IF WS-LOAN-TAKEN > PRG-DEDUCT
                       MOVE PRG-DEDUCT TO WS-LOAN-TAKEN
                   END-IF
                   SUBTRACT WS-LOAN-TAKEN FROM WS-LD-AMOUNT (WS-LD-IX)
               END-IF
           END-PERFORM.

       LOAD-DEDUCTIONS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DEDUCT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DED-IS-ACTIVE
                               IF WS-DED-COUNT < 500
                                   ADD 1 TO WS-DED-COUNT
                                   MOVE DED-EMP-ID
                                       TO WS-DD-EMP-ID (WS-DED-COUNT)
                                   MOVE DED-CODE
                                       TO WS-DD-CODE (WS-DED-COUNT)
                                   MOVE DED-METHOD
                                       TO WS-DD-METHOD (WS-DED-COUNT)
                                   MOVE DED-VALUE
                                       TO WS-DD-VALUE (WS-DED-COUNT)
                               ELSE
                                   MOVE 1 TO WS-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.

       LOAD-PAYROLL-LOANS.
      *> The employee loans whose employee has an active LOAN
      *> deduction (LOANSTMT's test): payroll repays them.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF APP-EMP-ID > 0
                               PERFORM CHECK-PAYROLL-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.

       CHECK-PAYROLL-LOAN.
           MOVE 0 TO WS-PL-HIT.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DED-IX) = APP-EMP-ID
                       AND WS-DD-CODE (WS-DED-IX) = "LOAN"
                   MOVE 1 TO WS-PL-HIT
               END-IF
           END-PERFORM.
           IF WS-PL-HIT = 1
               IF WS-PL-COUNT < 500
                   ADD 1 TO WS-PL-COUNT
                   MOVE APP-ID TO WS-PL-APP-ID (WS-PL-COUNT)
               ELSE
                   MOVE 1 TO WS-OVERFLOW
               END-IF
           END-IF.

       FIND-PAYROLL-LOAN.
      *> WS-PL-HIT is 1 when WS-LOOK-APP-ID is repaid by payroll.
           MOVE 0 TO WS-PL-HIT.
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PL-COUNT
                   OR WS-PL-HIT = 1
               IF WS-PL-APP-ID (WS-PL-IX) = WS-LOOK-APP-ID
                   MOVE 1 TO WS-PL-HIT
               END-IF
           END-PERFORM.

       DETERMINE-CURRENT-GENERATION.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-GENERATION
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-GENERATION
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-GENERATION
           END-IF.
           MOVE WS-GDG-GENERATION TO WS-GDG-GENERATION-EDIT.
           MOVE WS-GDG-GENERATION-EDIT TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.

       FORECAST-PAYROLL-OUT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                               PERFORM FORECAST-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       FORECAST-ONE-EMPLOYEE.
           IF EMP-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           ELSE
               MOVE EMP-COMPANY TO WS-WORK-COMPANY
           END-IF.
           PERFORM FIND-COMPANY.
           IF WS-CO-FOUND-IX > 0
               MOVE EMP-ID TO PRG-EMP-ID
               PERFORM FIND-REGISTER-EMPLOYEE
               IF WS-RG-FOUND-IX > 0
                   ADD 1 TO WS-CO-PAID (WS-CO-FOUND-IX)
                   ADD WS-RG-NET (WS-RG-FOUND-IX)
                       TO WS-CO-NET (WS-CO-FOUND-IX)
                   ADD WS-RG-TAX (WS-RG-FOUND-IX)
                       TO WS-CO-TAX (WS-CO-FOUND-IX)
                   ADD WS-RG-DEDUCT (WS-RG-FOUND-IX)
                       TO WS-CO-DEDUCT (WS-CO-FOUND-IX)
               ELSE
                   PERFORM ESTIMATE-ONE-EMPLOYEE
               END-IF
           END-IF.

       ESTIMATE-ONE-EMPLOYEE.
      *> EMPPAYRN's salaried pay: a twelfth of the annual salary,
      *> NETPAY's withholding, then the deductions the net allows.
           ADD 1 TO WS-CO-ESTIMATED (WS-CO-FOUND-IX).
           COMPUTE WS-EST-GROSS ROUNDED = EMP-SALARY / 12.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "NETPAY" USING WS-EST-GROSS WS-EST-WHLD
               WS-EST-NET WS-TP-FIELDS.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           MOVE 0 TO WS-EST-DEDUCT.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DED-IX) = EMP-ID
                   IF WS-DD-METHOD (WS-DED-IX) = "P"
                       COMPUTE WS-DED-WANTED ROUNDED =
                           WS-EST-GROSS * WS-DD-VALUE (WS-DED-IX) / 100
                   ELSE
                       MOVE WS-DD-VALUE (WS-DED-IX) TO WS-DED-WANTED
                   END-IF
                   IF WS-DED-WANTED > WS-EST-NET
                       MOVE WS-EST-NET TO WS-DED-WANTED
                   END-IF
      *> A LOAN deduction comes off the net but is remitted to no
      *> one.
                   IF WS-DD-CODE (WS-DED-IX) NOT = "LOAN"
                       ADD WS-DED-WANTED TO WS-EST-DEDUCT
                   END-IF
                   SUBTRACT WS-DED-WANTED FROM WS-EST-NET
               END-IF
           END-PERFORM.
           ADD WS-EST-NET TO WS-CO-NET (WS-CO-FOUND-IX).
           ADD WS-EST-WHLD TO WS-CO-TAX (WS-CO-FOUND-IX).
           ADD WS-EST-DEDUCT TO WS-CO-DEDUCT (WS-CO-FOUND-IX).

       FORECAST-LOAN-RECEIPTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LNB-IS-OPEN AND LNB-NEXT-DUE > 0
                               MOVE LNB-APP-ID TO WS-LOOK-APP-ID
                               PERFORM FIND-PAYROLL-LOAN
                               IF WS-PL-HIT = 1
                                   ADD 1 TO WS-PAYROLL-LOANS
                               ELSE
                                   PERFORM FORECAST-ONE-LOAN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           ELSE
               DISPLAY "   No loan_balances.dat - no loan receipts"
           END-IF.

       FORECAST-ONE-LOAN.
      *> Installments from LNB-NEXT-DUE a month apart, the day held
      *> at 28 at most as LOANSTMT dates them, until the loan is paid
      *> out or the last pay date is passed.
           ADD 1 TO WS-LOANS-USED.
           COMPUTE WS-INST-LEFT = LNB-TERM - LNB-PAID-THROUGH.
           MOVE LNB-NEXT-DUE (7:2) TO WS-DUE-DAY.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           MOVE LNB-NEXT-DUE TO WS-DUE-DATE-N.
           PERFORM VARYING WS-INST-IX FROM 0 BY 1
                   UNTIL WS-INST-IX >= WS-INST-LEFT
                   OR WS-DUE-DATE-N > WS-LAST-PAY-DATE
               MOVE LNB-NEXT-DUE (1:4) TO WS-DUE-YEAR
               MOVE LNB-NEXT-DUE (5:2) TO WS-DUE-MONTH
               ADD WS-INST-IX TO WS-DUE-MONTH
               PERFORM UNTIL WS-DUE-MONTH <= 12
                   SUBTRACT 12 FROM WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-PERFORM
               MOVE WS-DUE-YEAR TO WS-DD-YEAR
               MOVE WS-DUE-MONTH TO WS-DD-MONTH
               IF WS-INST-IX = 0
                   MOVE LNB-NEXT-DUE (7:2) TO WS-DD-DAY
               ELSE
                   MOVE WS-DUE-DAY TO WS-DD-DAY
               END-IF
               PERFORM PLACE-INSTALLMENT
           END-PERFORM.

       PLACE-INSTALLMENT.
           IF WS-DUE-DATE-N NOT > WS-YESTERDAY-DATE
               ADD 1 TO WS-ARREARS-COUNT
           ELSE
               MOVE 0 TO WS-CY-FOUND-IX
               PERFORM VARYING WS-CY-IX FROM 1 BY 1
                       UNTIL WS-CY-IX > WS-CYCLE-COUNT
                       OR WS-CY-FOUND-IX > 0
                   IF WS-DUE-DATE-N > WS-CY-AFTER (WS-CY-IX)
                       AND WS-DUE-DATE-N NOT > WS-CY-PAY-DATE (WS-CY-IX)
                       MOVE WS-CY-IX TO WS-CY-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CY-FOUND-IX > 0
                   ADD LNB-PAYMENT TO WS-CY-LOAN-IN (WS-CY-FOUND-IX)
               END-IF
           END-IF.

       LOAD-FORECAST-HISTORY.
      *> Rows for periods forecast again now are dropped; the
      *> latest closed period's rows are the last cycle's forecast.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FORECAST-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FORECAST-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE FORECAST-HISTORY
           END-IF.

       TAKE-HISTORY-ROW.
           MOVE 1 TO WS-HIST-KEEP.
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CYCLE-COUNT
               IF WS-CY-PERIOD (WS-CY-IX) = CFH-PERIOD
                   MOVE 0 TO WS-HIST-KEEP
               END-IF
           END-PERFORM.
           IF WS-HIST-KEEP = 1
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE FORECAST-HISTORY-RECORD
                       TO WS-HT-RECORD (WS-HIST-COUNT)
               ELSE
                   MOVE 1 TO WS-OVERFLOW
               END-IF
           END-IF.
           IF CFH-PERIOD = WS-LAST-CLOSED AND WS-LAST-CLOSED > 0
               MOVE CFH-COMPANY TO WS-WORK-COMPANY
               PERFORM FIND-COMPANY
               IF WS-CO-FOUND-IX > 0
                   MOVE 1 TO WS-CO-LC-FOUND (WS-CO-FOUND-IX)
                   MOVE CFH-AFTER-DATE
                       TO WS-CO-LC-AFTER (WS-CO-FOUND-IX)
                   MOVE CFH-PAY-DATE TO WS-CO-LC-PAY (WS-CO-FOUND-IX)
                   MOVE CFH-NET TO WS-CO-FC-NET (WS-CO-FOUND-IX)
                   MOVE CFH-TAX TO WS-CO-FC-TAX (WS-CO-FOUND-IX)
                   MOVE CFH-DEDUCT TO WS-CO-FC-DEDUCT (WS-CO-FOUND-IX)
                   MOVE CFH-LOAN-IN TO WS-CO-FC-LOAN (WS-CO-FOUND-IX)
               END-IF
           END-IF.

       GATHER-LAST-CYCLE-ACTUALS.
      *> What the last closed period actually paid out, from its
      *> regular register rows.
           MOVE WS-LAST-CLOSED TO WS-LD-PERIOD.
           PERFORM LOAD-LOAN-DEDUCTIONS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN
                                   AND PRG-PERIOD = WS-LAST-CLOSED
                               PERFORM TAKE-ACTUAL-PAY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
      *> Loan money received in the window that forecast used,
      *> leaving out the loans payroll repays, as the forecast does.
           IF WS-CO-LC-FOUND (WS-LOAN-CO-IX) = 1
               MOVE 0 TO WS-EOF
               OPEN INPUT PAYMENT-HISTORY
               IF WS-PAYHIST-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ PAYMENT-HISTORY
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF PH-DATE >
                                       WS-CO-LC-AFTER (WS-LOAN-CO-IX)
                                   AND PH-DATE NOT >
                                       WS-CO-LC-PAY (WS-LOAN-CO-IX)
                                   MOVE PH-APP-ID TO WS-LOOK-APP-ID
                                   PERFORM FIND-PAYROLL-LOAN
                                   IF WS-PL-HIT = 0
                                       ADD PH-AMOUNT TO
                                           WS-CO-AC-LOAN (WS-LOAN-CO-IX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-HISTORY
               END-IF
           END-IF.

       TAKE-ACTUAL-PAY-ROW.
           IF PRG-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           ELSE
               MOVE PRG-COMPANY TO WS-WORK-COMPANY
           END-IF.
           PERFORM FIND-COMPANY.
           IF WS-CO-FOUND-IX > 0
               ADD PRG-NET TO WS-CO-AC-NET (WS-CO-FOUND-IX)
               ADD PRG-WITHHOLDING PRG-STATE-WHLD PRG-LOCAL-WHLD
                   TO WS-CO-AC-TAX (WS-CO-FOUND-IX)
               PERFORM TAKE-LOAN-DEDUCTION
               COMPUTE WS-CO-AC-DEDUCT (WS-CO-FOUND-IX) =
                   WS-CO-AC-DEDUCT (WS-CO-FOUND-IX) + PRG-DEDUCT
                   - WS-LOAN-TAKEN
           END-IF.

       WRITE-CASH-SCHEDULE.
           OPEN OUTPUT CASH-SCHEDULE.
           MOVE WS-TODAY-DATE TO WS-TL-DATE.
           WRITE CASH-SCHEDULE-LINE FROM WS-TITLE-LINE-BUILD.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               PERFORM WRITE-ONE-COMPANY
           END-PERFORM.
           MOVE SPACES TO CASH-SCHEDULE-LINE.
           WRITE CASH-SCHEDULE-LINE.
           MOVE "* PAY DATE MOVED BACK OFF A WEEKEND OR HOLIDAY"
               TO WS-NL-TEXT.
           WRITE CASH-SCHEDULE-LINE FROM WS-NOTE-LINE-BUILD.
           MOVE "LOAN DEDUCTIONS ARE NOT IN DEDUCT REMIT; LOANS REPAID"
               TO WS-NL-TEXT.
           WRITE CASH-SCHEDULE-LINE FROM WS-NOTE-LINE-BUILD.
           MOVE "BY PAYROLL DEDUCTION ARE NOT IN LOAN RECEIPTS"
               TO WS-NL-TEXT.
           WRITE CASH-SCHEDULE-LINE FROM WS-NOTE-LINE-BUILD.
           CLOSE CASH-SCHEDULE.

       WRITE-ONE-COMPANY.
           MOVE SPACES TO CASH-SCHEDULE-LINE.
           WRITE CASH-SCHEDULE-LINE.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-CL-CODE.
           MOVE WS-CO-NAME (WS-CO-IX) TO WS-CL-NAME.
           MOVE WS-CO-PAID (WS-CO-IX) TO WS-CL-PAID.
           MOVE WS-CO-ESTIMATED (WS-CO-IX) TO WS-CL-ESTIMATED.
           WRITE CASH-SCHEDULE-LINE FROM WS-COMPANY-LINE-BUILD.
           WRITE CASH-SCHEDULE-LINE FROM WS-SCHED-HEAD-BUILD.
           MOVE 0 TO WS-TOT-NET.
           MOVE 0 TO WS-TOT-TAX.
           MOVE 0 TO WS-TOT-DEDUCT.
           MOVE 0 TO WS-TOT-LOAN-IN.
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CYCLE-COUNT
               MOVE WS-CY-PERIOD (WS-CY-IX) TO WS-SL-PERIOD
               MOVE WS-CY-PAY-DATE (WS-CY-IX) TO WS-SL-PAY-DATE
               MOVE WS-CY-MOVED (WS-CY-IX) TO WS-SL-MOVED
               MOVE 0 TO WS-AC-AMOUNT
               IF WS-CO-IX = WS-LOAN-CO-IX
                   MOVE WS-CY-LOAN-IN (WS-CY-IX) TO WS-AC-AMOUNT
               END-IF
               ADD WS-CO-NET (WS-CO-IX) TO WS-TOT-NET
               ADD WS-CO-TAX (WS-CO-IX) TO WS-TOT-TAX
               ADD WS-CO-DEDUCT (WS-CO-IX) TO WS-TOT-DEDUCT
               ADD WS-AC-AMOUNT TO WS-TOT-LOAN-IN
               PERFORM BUILD-SCHEDULE-AMOUNTS
               WRITE CASH-SCHEDULE-LINE FROM WS-SCHED-LINE-BUILD
               PERFORM ADD-HISTORY-ROW
           END-PERFORM.
           MOVE "TOTAL" TO WS-SL-PERIOD.
           MOVE SPACES TO WS-SL-PAY-DATE.
           MOVE SPACE TO WS-SL-MOVED.
           MOVE WS-TOT-NET TO WS-SL-NET.
           MOVE WS-TOT-TAX TO WS-SL-TAX.
           MOVE WS-TOT-DEDUCT TO WS-SL-DEDUCT.
           COMPUTE WS-OUT-AMOUNT = WS-TOT-NET + WS-TOT-TAX
               + WS-TOT-DEDUCT.
           MOVE WS-OUT-AMOUNT TO WS-SL-OUT.
           MOVE WS-TOT-LOAN-IN TO WS-SL-LOAN-IN.
           COMPUTE WS-NET-CASH = WS-TOT-LOAN-IN - WS-OUT-AMOUNT.
           MOVE WS-NET-CASH TO WS-SL-NET-CASH.
           WRITE CASH-SCHEDULE-LINE FROM WS-SCHED-LINE-BUILD.
           IF WS-LAST-CLOSED > 0
               PERFORM WRITE-LAST-CYCLE-COMPARISON
           END-IF.

       BUILD-SCHEDULE-AMOUNTS.
      *> WS-AC-AMOUNT carries the cycle's loan receipts in.
           MOVE WS-CO-NET (WS-CO-IX) TO WS-SL-NET.
           MOVE WS-CO-TAX (WS-CO-IX) TO WS-SL-TAX.
           MOVE WS-CO-DEDUCT (WS-CO-IX) TO WS-SL-DEDUCT.
           COMPUTE WS-OUT-AMOUNT = WS-CO-NET (WS-CO-IX)
               + WS-CO-TAX (WS-CO-IX) + WS-CO-DEDUCT (WS-CO-IX).
           MOVE WS-OUT-AMOUNT TO WS-SL-OUT.
           MOVE WS-AC-AMOUNT TO WS-SL-LOAN-IN.
           COMPUTE WS-NET-CASH = WS-AC-AMOUNT - WS-OUT-AMOUNT.
           MOVE WS-NET-CASH TO WS-SL-NET-CASH.

       ADD-HISTORY-ROW.
           IF WS-HIST-COUNT < 2000
               MOVE WS-CY-PERIOD (WS-CY-IX) TO CFH-PERIOD
               MOVE WS-CO-CODE (WS-CO-IX) TO CFH-COMPANY
               MOVE WS-CY-AFTER (WS-CY-IX) TO CFH-AFTER-DATE
               MOVE WS-CY-PAY-DATE (WS-CY-IX) TO CFH-PAY-DATE
               MOVE WS-CO-NET (WS-CO-IX) TO CFH-NET
               MOVE WS-CO-TAX (WS-CO-IX) TO CFH-TAX
               MOVE WS-CO-DEDUCT (WS-CO-IX) TO CFH-DEDUCT
               MOVE WS-AC-AMOUNT TO CFH-LOAN-IN
               MOVE WS-TODAY-DATE TO CFH-RUN-DATE
               ADD 1 TO WS-HIST-COUNT
               MOVE FORECAST-HISTORY-RECORD
                   TO WS-HT-RECORD (WS-HIST-COUNT)
           ELSE
               DISPLAY "   Forecast history full - "
                   WS-CO-CODE (WS-CO-IX) "/" WS-CY-PERIOD (WS-CY-IX)
                   " not kept"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-LAST-CYCLE-COMPARISON.
           MOVE SPACES TO CASH-SCHEDULE-LINE.
           WRITE CASH-SCHEDULE-LINE.
           MOVE WS-LAST-CLOSED TO WS-CT-PERIOD.
           MOVE WS-CO-LC-PAY (WS-CO-IX) TO WS-CT-PAY-DATE.
           WRITE CASH-SCHEDULE-LINE FROM WS-COMPARE-TITLE-BUILD.
           IF WS-CO-LC-FOUND (WS-CO-IX) = 0
               MOVE "NO FORECAST WAS MADE FOR THIS COMPANY'S LAST CYCLE"
                   TO WS-NL-TEXT
               WRITE CASH-SCHEDULE-LINE FROM WS-NOTE-LINE-BUILD
           ELSE
               WRITE CASH-SCHEDULE-LINE FROM WS-COMPARE-HEAD-BUILD
               MOVE "NET PAY" TO WS-CP-ITEM
               MOVE WS-CO-FC-NET (WS-CO-IX) TO WS-FC-AMOUNT
               MOVE WS-CO-AC-NET (WS-CO-IX) TO WS-AC-AMOUNT
               PERFORM WRITE-COMPARE-LINE
               MOVE "TAX REMIT" TO WS-CP-ITEM
               MOVE WS-CO-FC-TAX (WS-CO-IX) TO WS-FC-AMOUNT
               MOVE WS-CO-AC-TAX (WS-CO-IX) TO WS-AC-AMOUNT
               PERFORM WRITE-COMPARE-LINE
               MOVE "DEDUCT REMIT" TO WS-CP-ITEM
               MOVE WS-CO-FC-DEDUCT (WS-CO-IX) TO WS-FC-AMOUNT
               MOVE WS-CO-AC-DEDUCT (WS-CO-IX) TO WS-AC-AMOUNT
               PERFORM WRITE-COMPARE-LINE
               MOVE "LOAN RECEIPTS" TO WS-CP-ITEM
               MOVE WS-CO-FC-LOAN (WS-CO-IX) TO WS-FC-AMOUNT
               MOVE WS-CO-AC-LOAN (WS-CO-IX) TO WS-AC-AMOUNT
               PERFORM WRITE-COMPARE-LINE
           END-IF.

       WRITE-COMPARE-LINE.
      *> Over/(under) is actual less forecast, as a percent of the
      *> forecast; nothing forecast has no percent.
           MOVE WS-FC-AMOUNT TO WS-CP-FORECAST.
           MOVE WS-AC-AMOUNT TO WS-CP-ACTUAL.
           COMPUTE WS-VARIANCE = WS-AC-AMOUNT - WS-FC-AMOUNT.
           MOVE WS-VARIANCE TO WS-CP-VARIANCE.
           IF WS-FC-AMOUNT = 0
               MOVE "    N/A" TO WS-CP-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-FC-AMOUNT
                   ON SIZE ERROR
                       MOVE "  *****" TO WS-CP-PCT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT TO WS-PCT-EDIT
                       MOVE WS-PCT-EDIT TO WS-CP-PCT
               END-COMPUTE
           END-IF.
           WRITE CASH-SCHEDULE-LINE FROM WS-COMPARE-LINE-BUILD.

       REWRITE-FORECAST-HISTORY.
           OPEN OUTPUT FORECAST-HISTORY.
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > WS-HIST-COUNT
               MOVE WS-HT-RECORD (WS-HIST-IX)
                   TO FORECAST-HISTORY-RECORD
               WRITE FORECAST-HISTORY-RECORD
           END-PERFORM.
           CLOSE FORECAST-HISTORY.
