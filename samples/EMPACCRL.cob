       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPACCRL.
      *> Month-end payroll accrual. A pay period still open when the
      *> month closes has days worked but not yet paid, and until
      *> now they reached the ledger only when the period was paid
      *> the following month. This run takes the closing month
      *> (EMPACCRL_MONTH, YYYYMM, the EMPSENIO_MONTH convention;
      *> unset means the current month) and the earliest open
      *> period on payperiod.dat that began on or before the month's
      *> last day. Expected gross and employer cost for that period
      *> are taken from the latest regular run on the registers
      *> (emppay_register.dat, emperc_register.dat), spread by each
      *> employee's labor cost distribution (EMPDIST) exactly as
      *> EMPGLEXT posts them, and prorated by the share of the
      *> period's days that fall in the closing month -- calendar
      *> days, or business days through CALENDAR when
      *> EMPACCRL_BASIS is B.
      *>
      *> The result is empaccr_posting.dat in EMPGLEXT's H/D/T
      *> layout, for GLPOST like any other posting file: DR each
      *> department's expense / CR its payable for the wages, DR
      *> the cost type's expense / CR its liability for employer
      *> cost. The header carries REV= the first day of the next
      *> month; GLPOST posts the accrual and, on the same run, its
      *> reversal into the period holding that date, and GLTRIALB
      *> lists the pairs. Off-chart accounts go to suspense and
      *> debits must equal credits or nothing is released -- the
      *> EMPGLEXT rules.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ER-COST-REGISTER ASSIGN TO "emperc_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERC-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "deptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-TBL-STATUS.
           SELECT POSTING-FILE ASSIGN TO "empaccr_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "glsuspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ER-COST-REGISTER.
           COPY ERCREGR.

       FD DEPT-TABLE.
           COPY DEPTREC.

       FD POSTING-FILE.
       01 POSTING-LINE PIC X(60).

       FD SUSPENSE-FILE.
           COPY GLSUSR.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-ERC-STATUS      PIC XX VALUE SPACES.
       01 WS-DEPT-TBL-STATUS PIC XX VALUE SPACES.
       01 WS-POSTING-STATUS  PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> The closing month and the dates cut from it.
       01 WS-ENV-MONTH       PIC X(6) VALUE SPACES.
       01 WS-ACCRUAL-MONTH   PIC 9(6) VALUE 0.
       01 WS-MONTH-END       PIC 9(8) VALUE 0.
       01 WS-REVERSE-DATE    PIC 9(8) VALUE 0.
       01 WS-FIRST-OF-MONTH.
          05 WS-FM-MONTH     PIC 9(6).
          05 WS-FM-DAY       PIC 9(2) VALUE 1.
       01 WS-FIRST-OF-MONTH-N REDEFINES WS-FIRST-OF-MONTH PIC 9(8).
       01 WS-NEXT-MONTH      PIC 9(6) VALUE 0.
       01 WS-DATE-INT        PIC S9(9) VALUE 0.

      *> The open period being accrued and its proration.
       01 WS-OPEN-PERIOD     PIC 9(6) VALUE 0.
       01 WS-OPEN-START      PIC 9(8) VALUE 0.
       01 WS-OPEN-END        PIC 9(8) VALUE 0.
       01 WS-ACCRUE-THROUGH  PIC 9(8) VALUE 0.
       01 WS-ENV-BASIS       PIC X VALUE SPACE.
       01 WS-BASIS           PIC X VALUE "C".
          88 WS-BUSINESS-DAY-BASIS VALUE "B".
       01 WS-COUNT-FROM      PIC 9(8) VALUE 0.
       01 WS-COUNT-TO        PIC 9(8) VALUE 0.
       01 WS-COUNT-INT       PIC S9(9) VALUE 0.
       01 WS-COUNT-END-INT   PIC S9(9) VALUE 0.
       01 WS-DAY-COUNT       PIC 9(5) VALUE 0.
       01 WS-DAYS-IN-MONTH   PIC 9(5) VALUE 0.
       01 WS-DAYS-IN-PERIOD  PIC 9(5) VALUE 0.
       01 WS-CAL-FUNCTION    PIC X VALUE "B".
       01 WS-CAL-DATE        PIC 9(8) VALUE 0.
       01 WS-CAL-RESULT      PIC 9(8) VALUE 0.
       01 WS-CAL-FLAG        PIC 9 VALUE 0.

      *> The register run the estimate is taken from.
       01 WS-BASIS-PERIOD    PIC 9(6) VALUE 0.
       01 WS-BASIS-ROWS      PIC 9(5) VALUE 0.
       01 WS-DIST-BAD-COUNT  PIC 9(5) VALUE 0.
           COPY EMPDSTW.

      *> Department accounts from deptable.dat (the EMPGLEXT table).
       01 WS-DEPT-TBL-COUNT  PIC 9(2) VALUE 0.
       01 WS-DEPT-TBL.
          05 WS-DR-ENTRY OCCURS 50 TIMES.
             10 WS-DR-CODE      PIC X(3).
             10 WS-DR-EXPENSE   PIC X(14).
             10 WS-DR-PAYABLE   PIC X(14).
       01 WS-DR-IX           PIC 9(2) VALUE 0.
       01 WS-DR-FOUND        PIC 9 VALUE 0.
       01 WS-NO-DEPT-COUNT   PIC 9(3) VALUE 0.

      *> Full-period amounts per department and account pair, held
      *> until the balance check releases the file.
       01 WS-ACC-COUNT       PIC 9(3) VALUE 0.
       01 WS-ACC-TABLE.
          05 WS-AC-ENTRY OCCURS 200 TIMES.
             10 WS-AC-DEPT     PIC X(3).
             10 WS-AC-DR-ACCT  PIC X(14).
             10 WS-AC-CR-ACCT  PIC X(14).
             10 WS-AC-FULL     PIC 9(9)V99.
             10 WS-AC-AMOUNT   PIC 9(9)V99.
       01 WS-ACC-IX          PIC 9(3) VALUE 0.
       01 WS-ACC-HIT         PIC 9 VALUE 0.
       01 WS-ACC-OVERFLOW    PIC 9 VALUE 0.
       01 WS-ADD-DEPT        PIC X(3) VALUE SPACES.
       01 WS-ADD-DR-ACCT     PIC X(14) VALUE SPACES.
       01 WS-ADD-CR-ACCT     PIC X(14) VALUE SPACES.
       01 WS-ADD-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-HOME-DR-ACCT    PIC X(14) VALUE SPACES.

       01 WS-LINE-DEPT       PIC X(3) VALUE SPACES.
       01 WS-LINE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-CHECK-ACCOUNT   PIC X(14) VALUE SPACES.
       01 WS-CHECK-DRCR      PIC X(2) VALUE SPACES.
       01 WS-GL-VALID        PIC 9 VALUE 0.
       01 WS-SUSPENSE-COUNT  PIC 9(3) VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-LINE-COUNT      PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL      PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.

      *> Posting lines in EMPGLEXT's exact H/D/T shape, built with
      *> MOVE, not STRING. REV= in the header is the auto-reverse
      *> date GLPOST acts on.
       01 WS-HEADER-LINE-BUILD.
          05 FILLER             PIC X(10) VALUE "H RUNDATE=".
          05 WS-HL-DATE         PIC 9(8).
          05 FILLER             PIC X(5) VALUE " GEN=".
          05 WS-HL-GENERATION   PIC 9(4).
          05 FILLER             PIC X(5) VALUE " REV=".
          05 WS-HL-REVERSE      PIC 9(8).
          05 FILLER             PIC X(20) VALUE SPACES.
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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPACCRL".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 released, 4 nothing to
      *> accrue or lines to suspense, 8 no period table or out of
      *> balance and refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Month-End Payroll Accrual ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM DETERMINE-ACCRUAL-MONTH.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM FIND-OPEN-PERIOD.
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
                   CONTINUE
               WHEN WS-OPEN-PERIOD = 0
                   DISPLAY "   No open pay period began by "
                       WS-MONTH-END " - nothing to accrue"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PRORATE-OPEN-PERIOD
                   PERFORM ACCUMULATE-EXPECTED-COST
                   IF WS-ACC-COUNT = 0
                       DISPLAY "   No regular run on the register"
                           " to estimate from - nothing to accrue"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM BALANCE-AND-RELEASE
                   END-IF
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "=== Month-End Payroll Accrual Complete ===".
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

       DETERMINE-ACCRUAL-MONTH.
           ACCEPT WS-ENV-MONTH
               FROM ENVIRONMENT "EMPACCRL_MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-MONTH IS NUMERIC
               MOVE WS-ENV-MONTH TO WS-ACCRUAL-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-ACCRUAL-MONTH
           END-IF.
           ACCEPT WS-ENV-BASIS
               FROM ENVIRONMENT "EMPACCRL_BASIS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-BASIS = "B"
               MOVE "B" TO WS-BASIS
           END-IF.
      *> Month end is the day before the first of the next month,
      *> which is also the reversal date.
           MOVE WS-ACCRUAL-MONTH TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH (5:2) = "12"
               COMPUTE WS-NEXT-MONTH = WS-NEXT-MONTH + 89
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE WS-NEXT-MONTH TO WS-FM-MONTH.
           MOVE WS-FIRST-OF-MONTH-N TO WS-REVERSE-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-REVERSE-DATE) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           DISPLAY "   Accruing month " WS-ACCRUAL-MONTH
               " (month end " WS-MONTH-END ", reverses "
               WS-REVERSE-DATE ")".

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-TBL-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DEPT-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DEPT-TBL-COUNT < 50
                               ADD 1 TO WS-DEPT-TBL-COUNT
                               MOVE DPT-CODE TO
                                   WS-DR-CODE (WS-DEPT-TBL-COUNT)
                               MOVE DPT-EXPENSE-ACCT TO
                                   WS-DR-EXPENSE
                                       (WS-DEPT-TBL-COUNT)
                               MOVE DPT-PAYABLE-ACCT TO
                                   WS-DR-PAYABLE
                                       (WS-DEPT-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE
           END-IF.

       FIND-OPEN-PERIOD.
      *> The earliest open period that had begun by month end; a
      *> period still open then has days worked and not yet paid.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "   No pay-period table (payperiod.dat) -"
                   " run EMPPERGN first"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-IS-OPEN
                                   AND PP-START-DATE <= WS-MONTH-END
                                   AND (WS-OPEN-PERIOD = 0
                                       OR PP-PERIOD < WS-OPEN-PERIOD)
                               MOVE PP-PERIOD TO WS-OPEN-PERIOD
                               MOVE PP-START-DATE TO WS-OPEN-START
                               MOVE PP-END-DATE TO WS-OPEN-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       PRORATE-OPEN-PERIOD.
      *> Days of the period up to month end over days in the whole
      *> period; a period wholly inside the month accrues in full.
           IF WS-OPEN-END < WS-OPEN-START
               MOVE WS-OPEN-START TO WS-OPEN-END
           END-IF.
           IF WS-OPEN-END > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-ACCRUE-THROUGH
           ELSE
               MOVE WS-OPEN-END TO WS-ACCRUE-THROUGH
           END-IF.
           MOVE WS-OPEN-START TO WS-COUNT-FROM.
           MOVE WS-ACCRUE-THROUGH TO WS-COUNT-TO.
           PERFORM COUNT-DAYS.
           MOVE WS-DAY-COUNT TO WS-DAYS-IN-MONTH.
           MOVE WS-OPEN-END TO WS-COUNT-TO.
           PERFORM COUNT-DAYS.
           MOVE WS-DAY-COUNT TO WS-DAYS-IN-PERIOD.
           IF WS-DAYS-IN-PERIOD = 0
               MOVE 1 TO WS-DAYS-IN-PERIOD
               MOVE 1 TO WS-DAYS-IN-MONTH
           END-IF.
           DISPLAY "   Period " WS-OPEN-PERIOD " (" WS-OPEN-START
               "-" WS-OPEN-END "): " WS-DAYS-IN-MONTH " of "
               WS-DAYS-IN-PERIOD " day(s) in the month, basis "
               WS-BASIS.

       COUNT-DAYS.
      *> Inclusive count, calendar or business days.
           COMPUTE WS-COUNT-INT =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-FROM).
           COMPUTE WS-COUNT-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-TO).
           MOVE 0 TO WS-DAY-COUNT.
           IF WS-BUSINESS-DAY-BASIS
               PERFORM UNTIL WS-COUNT-INT > WS-COUNT-END-INT
                   COMPUTE WS-CAL-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-COUNT-INT)
                   MOVE RETURN-CODE TO WS-HOLD-RC
                   CALL "CALENDAR" USING WS-CAL-FUNCTION WS-CAL-DATE
                       WS-CAL-RESULT WS-CAL-FLAG
                   MOVE WS-HOLD-RC TO RETURN-CODE
                   IF WS-CAL-FLAG = 1
                       ADD 1 TO WS-DAY-COUNT
                   END-IF
                   ADD 1 TO WS-COUNT-INT
               END-PERFORM
           ELSE
               IF WS-COUNT-END-INT >= WS-COUNT-INT
                   COMPUTE WS-DAY-COUNT =
                       WS-COUNT-END-INT - WS-COUNT-INT + 1
               END-IF
           END-IF.

       ACCUMULATE-EXPECTED-COST.
      *> The latest regular run before the open period is the
      *> estimate: one pass to find it, one to gather it.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN
                                   AND PRG-PERIOD < WS-OPEN-PERIOD
                                   AND PRG-PERIOD > WS-BASIS-PERIOD
                               MOVE PRG-PERIOD TO WS-BASIS-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           IF WS-BASIS-PERIOD > 0
               DISPLAY "   Estimating from the " WS-BASIS-PERIOD
                   " regular run"
               PERFORM ACCUMULATE-REGISTER-GROSS
               PERFORM ACCUMULATE-EMPLOYER-COST
               DISPLAY "   Register rows used: " WS-BASIS-ROWS
           END-IF.

       ACCUMULATE-REGISTER-GROSS.
           OPEN INPUT REGISTER-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ REGISTER-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRG-REGULAR-RUN
                               AND PRG-PERIOD = WS-BASIS-PERIOD
                           ADD 1 TO WS-BASIS-ROWS
                           MOVE PRG-EMP-ID TO WS-DS-EMP-ID
                           MOVE PRG-DEPT TO WS-DS-HOME-DEPT
                           MOVE PRG-GROSS TO WS-DS-AMOUNT
                           PERFORM SPREAD-GROSS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

       SPREAD-GROSS.
      *> A department line takes that department's accounts; an
      *> account line charges the account and accrues the wages
      *> payable under the home department.
           PERFORM CALL-COST-SPREADER.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-LINE-COUNT
               MOVE WS-DS-DEPT (WS-DS-IX) TO WS-LINE-DEPT
               PERFORM PICK-DEPT-ACCOUNTS
               MOVE WS-DS-DEPT (WS-DS-IX) TO WS-ADD-DEPT
               IF WS-DS-ACCOUNT (WS-DS-IX) NOT = SPACES
                   MOVE WS-DS-ACCOUNT (WS-DS-IX) TO WS-ADD-DR-ACCT
               END-IF
               MOVE WS-DS-SHARE (WS-DS-IX) TO WS-ADD-AMOUNT
               PERFORM ADD-TO-ACCRUAL
           END-PERFORM.

       ACCUMULATE-EMPLOYER-COST.
           OPEN INPUT ER-COST-REGISTER.
           IF WS-ERC-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ER-COST-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ERR-PERIOD = WS-BASIS-PERIOD
                                   AND ERR-AMOUNT IS NUMERIC
                               PERFORM SPREAD-EMPLOYER-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ER-COST-REGISTER
           END-IF.

       SPREAD-EMPLOYER-COST.
           MOVE ERR-EMP-ID TO WS-DS-EMP-ID.
           MOVE ERR-DEPT TO WS-DS-HOME-DEPT.
           MOVE ERR-AMOUNT TO WS-DS-AMOUNT.
           MOVE ERR-EXP-ACCT TO WS-HOME-DR-ACCT.
           PERFORM CALL-COST-SPREADER.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-LINE-COUNT
               MOVE WS-DS-DEPT (WS-DS-IX) TO WS-ADD-DEPT
               IF WS-DS-ACCOUNT (WS-DS-IX) NOT = SPACES
                   MOVE WS-DS-ACCOUNT (WS-DS-IX) TO WS-ADD-DR-ACCT
               ELSE
                   MOVE WS-HOME-DR-ACCT TO WS-ADD-DR-ACCT
               END-IF
               MOVE ERR-LIAB-ACCT TO WS-ADD-CR-ACCT
               MOVE WS-DS-SHARE (WS-DS-IX) TO WS-ADD-AMOUNT
               PERFORM ADD-TO-ACCRUAL
           END-PERFORM.

       CALL-COST-SPREADER.
           MOVE WS-MONTH-END TO WS-DS-AS-OF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPDIST" USING WS-DS-REQUEST WS-DS-RESULT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-DS-SET-BAD = 1
               ADD 1 TO WS-DIST-BAD-COUNT
               DISPLAY "   Distribution for " WS-DS-EMP-ID
                   " does not total 100% - home department used"
           END-IF.

       PICK-DEPT-ACCOUNTS.
      *> Sets the wage expense and payable for WS-LINE-DEPT, the
      *> EMPGLEXT legacy accounts when it is not on deptable.dat.
           MOVE 0 TO WS-DR-FOUND.
           PERFORM VARYING WS-DR-IX FROM 1 BY 1
                   UNTIL WS-DR-IX > WS-DEPT-TBL-COUNT
                   OR WS-DR-FOUND = 1
               IF WS-DR-CODE (WS-DR-IX) = WS-LINE-DEPT
                   MOVE WS-DR-EXPENSE (WS-DR-IX) TO WS-ADD-DR-ACCT
                   MOVE WS-DR-PAYABLE (WS-DR-IX) TO WS-ADD-CR-ACCT
                   MOVE 1 TO WS-DR-FOUND
               END-IF
           END-PERFORM.
           IF WS-DR-FOUND = 0
               ADD 1 TO WS-NO-DEPT-COUNT
               MOVE "SALARY-EXPENSE" TO WS-ADD-DR-ACCT
               MOVE "SALARY-PAYABLE" TO WS-ADD-CR-ACCT
           END-IF.

       ADD-TO-ACCRUAL.
           IF WS-ADD-AMOUNT > 0
               MOVE 0 TO WS-ACC-HIT
               PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                       UNTIL WS-ACC-IX > WS-ACC-COUNT
                       OR WS-ACC-HIT = 1
                   IF WS-AC-DEPT (WS-ACC-IX) = WS-ADD-DEPT
                           AND WS-AC-DR-ACCT (WS-ACC-IX)
                               = WS-ADD-DR-ACCT
                           AND WS-AC-CR-ACCT (WS-ACC-IX)
                               = WS-ADD-CR-ACCT
                       ADD WS-ADD-AMOUNT TO WS-AC-FULL (WS-ACC-IX)
                       MOVE 1 TO WS-ACC-HIT
                   END-IF
               END-PERFORM
               IF WS-ACC-HIT = 0
                   IF WS-ACC-COUNT < 200
                       ADD 1 TO WS-ACC-COUNT
                       MOVE WS-ADD-DEPT TO WS-AC-DEPT (WS-ACC-COUNT)
                       MOVE WS-ADD-DR-ACCT
                           TO WS-AC-DR-ACCT (WS-ACC-COUNT)
                       MOVE WS-ADD-CR-ACCT
                           TO WS-AC-CR-ACCT (WS-ACC-COUNT)
                       MOVE WS-ADD-AMOUNT TO WS-AC-FULL (WS-ACC-COUNT)
                   ELSE
                       MOVE 1 TO WS-ACC-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       BALANCE-AND-RELEASE.
      *> Each line is prorated once and posted to both sides; the
      *> sides are still totalled independently and compared before
      *> one line is written -- EMPGLEXT's rule.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-COUNT
               COMPUTE WS-AC-AMOUNT (WS-ACC-IX) ROUNDED =
                   WS-AC-FULL (WS-ACC-IX) * WS-DAYS-IN-MONTH
                       / WS-DAYS-IN-PERIOD
               ADD WS-AC-AMOUNT (WS-ACC-IX) TO WS-DEBIT-TOTAL
               ADD WS-AC-AMOUNT (WS-ACC-IX) TO WS-CREDIT-TOTAL
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ACC-OVERFLOW = 1
                   DISPLAY "   *** Accrual table full (200 lines) -"
                       " FILE NOT RELEASED ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY "   *** OUT OF BALANCE: DR " WS-DEBIT-TOTAL
                       " CR " WS-CREDIT-TOTAL
                       " - FILE NOT RELEASED ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-POSTING-FILE
                   IF WS-SUSPENSE-COUNT > 0
                       DISPLAY "   *** " WS-SUSPENSE-COUNT " LINE(S)"
                           " ROUTED TO SUSPENSE - SEE glsuspense.dat"
                           " ***"
                   END-IF
                   IF (WS-SUSPENSE-COUNT > 0 OR WS-NO-DEPT-COUNT > 0
                           OR WS-DIST-BAD-COUNT > 0)
                           AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY "   Accrual lines: " WS-ACC-COUNT
                   DISPLAY "   Debits:  " WS-DEBIT-TOTAL
                   DISPLAY "   Credits: " WS-CREDIT-TOTAL
                   DISPLAY "   Posting file released:"
                       " empaccr_posting.dat (reverses "
                       WS-REVERSE-DATE ")"
           END-EVALUATE.

       WRITE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
      *> Dated the month end so GLPOST lands it in the closing
      *> month; no employee generation feeds this file.
           MOVE WS-MONTH-END TO WS-HL-DATE.
           MOVE 0 TO WS-HL-GENERATION.
           MOVE WS-REVERSE-DATE TO WS-HL-REVERSE.
           MOVE WS-HEADER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-AC-AMOUNT (WS-ACC-IX) > 0
                   PERFORM WRITE-ACCRUAL-PAIR
               END-IF
           END-PERFORM.
           MOVE WS-LINE-COUNT TO WS-TL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TL-HASH.
           MOVE WS-TRAILER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           CLOSE POSTING-FILE.
           CLOSE SUSPENSE-FILE.

       WRITE-ACCRUAL-PAIR.
           MOVE WS-AC-DEPT (WS-ACC-IX) TO WS-LINE-DEPT.
           MOVE WS-AC-AMOUNT (WS-ACC-IX) TO WS-LINE-AMOUNT.
           MOVE WS-LINE-DEPT TO WS-PL-DEPT.
           MOVE WS-LINE-AMOUNT TO WS-PL-AMOUNT.
           MOVE WS-AC-DR-ACCT (WS-ACC-IX) TO WS-CHECK-ACCOUNT.
           MOVE "DR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE "DR" TO WS-PL-DRCR.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM COUNT-AND-HASH-LINE.
           MOVE WS-AC-CR-ACCT (WS-ACC-IX) TO WS-CHECK-ACCOUNT.
           MOVE "CR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE "CR" TO WS-PL-DRCR.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM COUNT-AND-HASH-LINE.

       VALIDATE-ONE-ACCOUNT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-CHECK-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               MOVE WS-CHECK-DRCR TO SUS-DRCR
               MOVE WS-CHECK-ACCOUNT TO SUS-ACCOUNT
               PERFORM ROUTE-LINE-TO-SUSPENSE
               MOVE "SUSPENSE-CLRG" TO WS-CHECK-ACCOUNT
           END-IF.

       ROUTE-LINE-TO-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-RUN-DATE TO SUS-DATE.
           MOVE WS-PROGRAM-NAME TO SUS-SOURCE.
           MOVE WS-LINE-DEPT TO SUS-DEPT.
           MOVE WS-LINE-AMOUNT TO SUS-AMOUNT.
           MOVE "N" TO SUS-STATUS.
           WRITE SUSPENSE-RECORD.
           DISPLAY "   Account " SUS-ACCOUNT " not on chart -"
               " dept " SUS-DEPT " line to SUSPENSE-CLRG".

       COUNT-AND-HASH-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *> OBTRLR-style control hash over the posted amounts, the
      *> EMPGLEXT formula.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL
                   + WS-LINE-AMOUNT, 999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-HASH-TOTAL
           END-COMPUTE.
