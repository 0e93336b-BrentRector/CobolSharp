       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEDRM.
      *> Third-party remittance of withheld deductions. Dues,
      *> charity, garnishment takings and premiums piled up on
      *> empded_register.dat with nothing paying them out. Run after
      *> a pay period closes, this job takes every register line up
      *> to that period not yet remitted and, for each deduction
      *> code, looks up its payee on dedpayee.dat (DEDPAYR.cpy,
      *> maintained by EMPDPYMT):
      *>   - a payee due this period (M every period, Q after the
      *>     quarter's last period, A after December) is paid for
      *>     all its codes together: a remittance advice listing
      *>     every employee line (dedremit_advice.dat), one payment
      *>     request line in an H/D/T file for payables
      *>     (dedremit_payreq.dat), and the clearing entry that
      *>     relieves the liability EMPGLEXT reclassed the
      *>     deductions into -- DR the payee's DPY-LIAB-ACCT, CR the
      *>     remittance clearing account (dedremit_clrg.dat, one
      *>     line, DEDREMIT-CLRG when absent) -- in EMPGLEXT's H/D/T
      *>     posting layout for GLPOST (dedremit_posting.dat), with
      *>     the same chart check and suspense routing;
      *>   - a payee not yet due keeps its lines for a later run;
      *>   - a code with no payee blocks that code's remittance: its
      *>     lines stay unremitted, an ALERTLOG warning is raised
      *>     and the run ends RC 4. LOAN repayments with no payee
      *>     row are owed to the shop's own loan book and are left
      *>     alone.
      *> What has been remitted is kept per deduction code on
      *> dedremit_history.dat as the last period paid through, so a
      *> rerun or a later period never pays a line twice. Garnishment
      *> lines ("GN" plus the order type) show the employee's case
      *> number from empgarn.dat on the advice.
      *> The period is EMPDEDRM_PERIOD (YYYYMM) or the latest closed
      *> period on payperiod.dat; an open or unknown period refuses
      *> the run (RC 8), as does more unremitted detail than the
      *> run can hold.

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
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "dedpayee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPY-STATUS.
           SELECT GARNISH-FILE ASSIGN TO "empgarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "dedremit_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CLEARING-ACCOUNT-FILE ASSIGN TO "dedremit_clrg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRG-STATUS.
           SELECT ADVICE-FILE ASSIGN TO "dedremit_advice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.
           SELECT PAYREQ-FILE ASSIGN TO "dedremit_payreq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREQ-STATUS.
           SELECT POSTING-FILE ASSIGN TO "dedremit_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
      *> Lines whose account fails the chart go to suspense, never
      *> downstream unvalidated.
           SELECT SUSPENSE-FILE ASSIGN TO "glsuspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

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

       FD DED-REGISTER.
      *> EMPPAYRN's deduction register line.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD PAYEE-FILE.
           COPY DEDPAYR.

       FD GARNISH-FILE.
           COPY EMPGARR.

       FD HISTORY-FILE.
      *> One row per deduction code: the last period remitted.
       01 REMIT-HISTORY-RECORD.
          05 RMH-DED-CODE   PIC X(4).
          05 RMH-THROUGH    PIC 9(6).
          05 RMH-RUN-DATE   PIC 9(8).

       FD CLEARING-ACCOUNT-FILE.
       01 CLEARING-ACCOUNT-LINE PIC X(14).

       FD ADVICE-FILE.
       01 ADVICE-LINE PIC X(100).

       FD PAYREQ-FILE.
       01 PAYREQ-LINE PIC X(100).

       FD POSTING-FILE.
       01 POSTING-LINE PIC X(60).

       FD SUSPENSE-FILE.
           COPY GLSUSR.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS       PIC XX VALUE SPACES.
       01 WS-DED-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-DPY-STATUS          PIC XX VALUE SPACES.
       01 WS-GRN-STATUS          PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-CLRG-STATUS         PIC XX VALUE SPACES.
       01 WS-ADVICE-STATUS       PIC XX VALUE SPACES.
       01 WS-PAYREQ-STATUS       PIC XX VALUE SPACES.
       01 WS-POSTING-STATUS      PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-ENV-PERIOD          PIC X(6) VALUE SPACES.
       01 WS-RUN-PERIOD          PIC 9(6) VALUE 0.
       01 WS-RUN-PERIOD-X REDEFINES WS-RUN-PERIOD.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
       01 WS-PERIOD-FOUND        PIC 9 VALUE 0.
       01 WS-PERIOD-CLOSED       PIC 9 VALUE 0.
       01 WS-CLEARING-ACCOUNT    PIC X(14) VALUE "DEDREMIT-CLRG".

      *> The payee master, loaded once.
       01 WS-DPY-COUNT       PIC 9(3) VALUE 0.
       01 WS-DPY-TABLE.
          05 WS-DPY-ENTRY OCCURS 200 TIMES.
             10 WS-PT-CODE        PIC X(4).
             10 WS-PT-PAYEE-ID    PIC X(8).
             10 WS-PT-NAME        PIC X(30).
             10 WS-PT-STREET      PIC X(30).
             10 WS-PT-CITY        PIC X(20).
             10 WS-PT-STATE       PIC X(2).
             10 WS-PT-ZIP         PIC X(10).
             10 WS-PT-METHOD      PIC X.
             10 WS-PT-ROUTING     PIC 9(9).
             10 WS-PT-ACCOUNT     PIC X(17).
             10 WS-PT-FREQUENCY   PIC X.
             10 WS-PT-LIAB-ACCT   PIC X(14).
       01 WS-DPY-IX          PIC 9(3) VALUE 0.
       01 WS-DPY-FOUND-IX    PIC 9(3) VALUE 0.
       01 WS-PAYEE-DUE       PIC 9 VALUE 0.

      *> Remitted-through period per deduction code.
       01 WS-HST-COUNT       PIC 9(3) VALUE 0.
       01 WS-HST-TABLE.
          05 WS-HST-ENTRY OCCURS 300 TIMES.
             10 WS-HT-CODE        PIC X(4).
             10 WS-HT-THROUGH     PIC 9(6).
             10 WS-HT-RUN-DATE    PIC 9(8).
       01 WS-HST-IX          PIC 9(3) VALUE 0.
       01 WS-HST-FOUND-IX    PIC 9(3) VALUE 0.
       01 WS-HST-OVERFLOW    PIC 9 VALUE 0.
       01 WS-THROUGH         PIC 9(6) VALUE 0.

      *> Garnishment case numbers, for the advice.
       01 WS-GRN-COUNT       PIC 9(3) VALUE 0.
       01 WS-GRN-TABLE.
          05 WS-GRN-ENTRY OCCURS 500 TIMES.
             10 WS-GT-EMP-ID      PIC 9(5).
             10 WS-GT-TYPE        PIC X(2).
             10 WS-GT-CASE-NO     PIC X(15).
             10 WS-GT-STATUS      PIC X.
       01 WS-GRN-IX          PIC 9(3) VALUE 0.

      *> Names off the current generation, for the advice.
       01 WS-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 2000 TIMES.
             10 WS-EM-EMP-ID    PIC 9(5).
             10 WS-EM-NAME      PIC X(20).
       01 WS-EMP-IX          PIC 9(4) VALUE 0.

      *> Register lines to remit this run.
       01 WS-RM-COUNT        PIC 9(4) VALUE 0.
       01 WS-RM-TABLE.
          05 WS-RM-ENTRY OCCURS 5000 TIMES.
             10 WS-RM-DPY-IX      PIC 9(3).
             10 WS-RM-EMP-ID      PIC 9(5).
             10 WS-RM-PERIOD      PIC 9(6).
             10 WS-RM-CODE        PIC X(4).
             10 WS-RM-AMOUNT      PIC 9(6)V99.
       01 WS-RM-IX           PIC 9(4) VALUE 0.
       01 WS-RM-OVERFLOW     PIC 9 VALUE 0.

      *> One payment per payee; the first code row met carries its
      *> name, address and bank details.
       01 WS-PG-COUNT        PIC 9(3) VALUE 0.
       01 WS-PG-TABLE.
          05 WS-PG-ENTRY OCCURS 200 TIMES.
             10 WS-PG-PAYEE-ID    PIC X(8).
             10 WS-PG-DPY-IX      PIC 9(3).
             10 WS-PG-TOTAL       PIC 9(9)V99.
             10 WS-PG-LINES       PIC 9(5).
       01 WS-PG-IX           PIC 9(3) VALUE 0.
       01 WS-PG-FOUND-IX     PIC 9(3) VALUE 0.

      *> Clearing entry per liability account.
       01 WS-LA-COUNT        PIC 9(3) VALUE 0.
       01 WS-LA-TABLE.
          05 WS-LA-ENTRY OCCURS 200 TIMES.
             10 WS-LA-ACCOUNT     PIC X(14).
             10 WS-LA-TOTAL       PIC 9(9)V99.
       01 WS-LA-IX           PIC 9(3) VALUE 0.
       01 WS-LA-FOUND-IX     PIC 9(3) VALUE 0.

      *> Codes with no payee, held back.
       01 WS-BK-COUNT        PIC 9(3) VALUE 0.
       01 WS-BK-TABLE.
          05 WS-BK-ENTRY OCCURS 200 TIMES.
             10 WS-BK-CODE        PIC X(4).
             10 WS-BK-TOTAL       PIC 9(9)V99.
             10 WS-BK-LINES       PIC 9(5).
       01 WS-BK-IX           PIC 9(3) VALUE 0.
       01 WS-BK-FOUND-IX     PIC 9(3) VALUE 0.

       01 WS-REMIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-DEFER-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-DEFER-LINES     PIC 9(5) VALUE 0.
       01 WS-BLOCK-TOTAL     PIC 9(11)V99 VALUE 0.

      *> Clearing entry balance, chart check and control totals,
      *> the LOANACCR shape.
       01 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-LINE-COUNT      PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL      PIC 9(9) VALUE 0.
       01 WS-LINE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-CHECK-ACCOUNT   PIC X(14) VALUE SPACES.
       01 WS-CHECK-DRCR      PIC X(2) VALUE SPACES.
       01 WS-GL-VALID        PIC 9 VALUE 0.
       01 WS-SUSPENSE-COUNT  PIC 9(3) VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-ALERT-TEXT      PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(15) VALUE "DEDUCTION CODE ".
          05 WS-AB-CODE      PIC X(4).
          05 FILLER          PIC X(41)
                 VALUE " HAS NO PAYEE - REMITTANCE BLOCKED".

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

      *> Payment request lines for payables.
       01 WS-PR-HEADER-BUILD.
          05 FILLER             PIC X(10) VALUE "H RUNDATE=".
          05 WS-PH-DATE         PIC 9(8).
          05 FILLER             PIC X(8) VALUE " PERIOD=".
          05 WS-PH-PERIOD       PIC 9(6).
          05 FILLER             PIC X(68) VALUE SPACES.
       01 WS-PR-DETAIL-BUILD.
          05 FILLER             PIC X(2) VALUE "D ".
          05 WS-PD-PAYEE-ID     PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PD-NAME         PIC X(30).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PD-METHOD       PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PD-ROUTING      PIC 9(9).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PD-ACCOUNT      PIC X(17).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PD-AMOUNT       PIC 9(9).99.
          05 FILLER             PIC X(16) VALUE SPACES.
       01 WS-PR-TRAILER-BUILD.
          05 FILLER             PIC X(8) VALUE "T COUNT=".
          05 WS-PT-COUNT-OUT    PIC 9(6).
          05 FILLER             PIC X(7) VALUE " TOTAL=".
          05 WS-PT-TOTAL-OUT    PIC 9(11).99.
          05 FILLER             PIC X(65) VALUE SPACES.

      *> Advice lines.
       01 WS-AD-TITLE.
          05 FILLER             PIC X(31)
                 VALUE "DEDUCTION REMITTANCE ADVICE -- ".
          05 FILLER             PIC X(7) VALUE "PERIOD ".
          05 WS-AT-PERIOD       PIC 9(6).
          05 FILLER             PIC X(6) VALUE "  RUN ".
          05 WS-AT-DATE         PIC 9(8).
          05 FILLER             PIC X(42) VALUE SPACES.
       01 WS-AD-PAYEE.
          05 FILLER             PIC X(7) VALUE "PAYEE  ".
          05 WS-AP-PAYEE-ID     PIC X(8).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AP-NAME         PIC X(30).
          05 FILLER             PIC X(53) VALUE SPACES.
       01 WS-AD-ADDRESS.
          05 FILLER             PIC X(7) VALUE "       ".
          05 WS-AA-STREET       PIC X(30).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-AA-CITY         PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-AA-STATE        PIC X(2).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-AA-ZIP          PIC X(10).
          05 FILLER             PIC X(28) VALUE SPACES.
       01 WS-AD-BANK.
          05 FILLER             PIC X(22)
                 VALUE "       BANK TRANSFER  ".
          05 WS-AB-ROUTING      PIC 9(9).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-AB-ACCOUNT      PIC X(17).
          05 FILLER             PIC X(51) VALUE SPACES.
       01 WS-AD-HEADING.
          05 FILLER             PIC X(40)
                 VALUE "  EMP-ID  NAME                  CODE  PE".
          05 FILLER             PIC X(40)
                 VALUE "RIOD        AMOUNT  CASE                ".
          05 FILLER             PIC X(20) VALUE SPACES.
       01 WS-AD-DETAIL.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AL-EMP-ID       PIC 9(5).
          05 FILLER             PIC X(3) VALUE SPACES.
          05 WS-AL-NAME         PIC X(20).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AL-CODE         PIC X(4).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AL-PERIOD       PIC 9(6).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AL-AMOUNT       PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-AL-CASE-NO      PIC X(15).
          05 FILLER             PIC X(27) VALUE SPACES.
       01 WS-AD-TOTAL.
          05 FILLER             PIC X(17) VALUE "  PAYEE TOTAL    ".
          05 WS-AT-LINES        PIC ZZZZ9.
          05 FILLER             PIC X(17) VALUE " LINE(S)         ".
          05 WS-AT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(47) VALUE SPACES.
       01 WS-AD-BLOCKED.
          05 FILLER             PIC X(9) VALUE "BLOCKED  ".
          05 WS-ABK-CODE        PIC X(4).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-ABK-LINES       PIC ZZZZ9.
          05 FILLER             PIC X(10) VALUE " LINE(S)  ".
          05 WS-ABK-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(27)
                 VALUE "  NO PAYEE ON dedpayee.dat".
          05 FILLER             PIC X(29) VALUE SPACES.

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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPDEDRM".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a code blocked
      *> for want of a payee or lines routed to suspense, 8+ refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Deduction Remittance Run ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM DETERMINE-REMIT-PERIOD.
           IF WS-PERIOD-FOUND = 0
               DISPLAY "   No closed pay period to remit (see"
                   " payperiod.dat) - run refused"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-PERIOD-CLOSED = 0
               DISPLAY "   Period " WS-RUN-PERIOD " is not closed -"
                   " run refused"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "   Remitting through period " WS-RUN-PERIOD
               PERFORM LOAD-PAYEE-MASTER
               PERFORM LOAD-REMIT-HISTORY
               PERFORM LOAD-GARNISH-CASES
               PERFORM LOAD-EMPLOYEE-NAMES
               PERFORM LOAD-CLEARING-ACCOUNT
               PERFORM SELECT-REGISTER-LINES
      *> A short table would remit part of what is owed and then
      *> mark all of it paid; refuse instead.
               IF WS-RM-OVERFLOW = 1 OR WS-HST-OVERFLOW = 1
                   DISPLAY "   *** More unremitted detail than the"
                       " run can hold - NOTHING REMITTED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GROUP-BY-PAYEE
                   PERFORM WRITE-REMITTANCE-ADVICE
                   PERFORM WRITE-PAYMENT-REQUESTS
                   PERFORM BALANCE-AND-RELEASE
                   IF RETURN-CODE < 8
                       PERFORM MARK-CODES-REMITTED
                   END-IF
                   PERFORM RAISE-BLOCKED-ALERTS
                   DISPLAY "   Payees paid:      " WS-PG-COUNT
                   DISPLAY "   Lines remitted:   " WS-RM-COUNT
                   DISPLAY "   Amount remitted:  " WS-REMIT-TOTAL
                   DISPLAY "   Lines not yet due: " WS-DEFER-LINES
                       " (" WS-DEFER-TOTAL ")"
                   DISPLAY "   Advice in dedremit_advice.dat, payment"
                       " requests in dedremit_payreq.dat"
               END-IF
           END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Deduction Remittance Run Complete ===".
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

       DETERMINE-REMIT-PERIOD.
      *> A named period must be on file and closed; otherwise the
      *> latest closed period is taken.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPDEDRM_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-RUN-PERIOD
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ENV-PERIOD IS NUMERIC
                               IF PP-PERIOD = WS-RUN-PERIOD
                                   MOVE 1 TO WS-PERIOD-FOUND
                                   IF PP-IS-CLOSED
                                       MOVE 1 TO WS-PERIOD-CLOSED
                                   END-IF
                               END-IF
                           ELSE
                               IF PP-IS-CLOSED
                                       AND PP-PERIOD > WS-RUN-PERIOD
                                   MOVE PP-PERIOD TO WS-RUN-PERIOD
                                   MOVE 1 TO WS-PERIOD-FOUND
                                   MOVE 1 TO WS-PERIOD-CLOSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-PAYEE-MASTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAYEE-FILE.
           IF WS-DPY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAYEE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DPY-COUNT < 200
                               ADD 1 TO WS-DPY-COUNT
                               PERFORM LOAD-ONE-PAYEE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.

       LOAD-ONE-PAYEE-ROW.
           MOVE DPY-DED-CODE TO WS-PT-CODE (WS-DPY-COUNT).
           MOVE DPY-PAYEE-ID TO WS-PT-PAYEE-ID (WS-DPY-COUNT).
           MOVE DPY-NAME TO WS-PT-NAME (WS-DPY-COUNT).
           MOVE DPY-STREET TO WS-PT-STREET (WS-DPY-COUNT).
           MOVE DPY-CITY TO WS-PT-CITY (WS-DPY-COUNT).
           MOVE DPY-STATE TO WS-PT-STATE (WS-DPY-COUNT).
           MOVE DPY-ZIP TO WS-PT-ZIP (WS-DPY-COUNT).
           MOVE DPY-METHOD TO WS-PT-METHOD (WS-DPY-COUNT).
           MOVE DPY-ROUTING TO WS-PT-ROUTING (WS-DPY-COUNT).
           MOVE DPY-ACCOUNT TO WS-PT-ACCOUNT (WS-DPY-COUNT).
           MOVE DPY-FREQUENCY TO WS-PT-FREQUENCY (WS-DPY-COUNT).
           MOVE DPY-LIAB-ACCT TO WS-PT-LIAB-ACCT (WS-DPY-COUNT).

       LOAD-REMIT-HISTORY.
           MOVE 0 TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-HST-COUNT < 300
                               ADD 1 TO WS-HST-COUNT
                               MOVE RMH-DED-CODE
                                   TO WS-HT-CODE (WS-HST-COUNT)
                               MOVE RMH-THROUGH
                                   TO WS-HT-THROUGH (WS-HST-COUNT)
                               MOVE RMH-RUN-DATE
                                   TO WS-HT-RUN-DATE (WS-HST-COUNT)
                           ELSE
                               MOVE 1 TO WS-HST-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-GARNISH-CASES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT GARNISH-FILE.
           IF WS-GRN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ GARNISH-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-GRN-COUNT < 500
                               ADD 1 TO WS-GRN-COUNT
                               MOVE GRN-EMP-ID
                                   TO WS-GT-EMP-ID (WS-GRN-COUNT)
                               MOVE GRN-ORDER-TYPE
                                   TO WS-GT-TYPE (WS-GRN-COUNT)
                               MOVE GRN-CASE-NO
                                   TO WS-GT-CASE-NO (WS-GRN-COUNT)
                               MOVE GRN-STATUS
                                   TO WS-GT-STATUS (WS-GRN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.

       LOAD-EMPLOYEE-NAMES.
      *> Names only dress the advice; a missing generation leaves
      *> them blank rather than holding money back.
           PERFORM DETERMINE-CURRENT-GENERATION.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME
                   " - advice printed without names"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-EMP-COUNT < 2000
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMP-ID TO WS-EM-EMP-ID
                                   (WS-EMP-COUNT)
                               MOVE EMP-NAME TO WS-EM-NAME
                                   (WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       LOAD-CLEARING-ACCOUNT.
           OPEN INPUT CLEARING-ACCOUNT-FILE.
           IF WS-CLRG-STATUS = "00"
               READ CLEARING-ACCOUNT-FILE
                   NOT AT END
                       IF CLEARING-ACCOUNT-LINE NOT = SPACES
                           MOVE CLEARING-ACCOUNT-LINE
                               TO WS-CLEARING-ACCOUNT
                       END-IF
               END-READ
               CLOSE CLEARING-ACCOUNT-FILE
           END-IF.

       SELECT-REGISTER-LINES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DED-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DRG-PERIOD <= WS-RUN-PERIOD
                               PERFORM SELECT-ONE-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.

       SELECT-ONE-REGISTER-LINE.
           PERFORM FIND-CODE-HISTORY.
           IF DRG-PERIOD > WS-THROUGH
               MOVE 0 TO WS-DPY-FOUND-IX
               PERFORM VARYING WS-DPY-IX FROM 1 BY 1
                       UNTIL WS-DPY-IX > WS-DPY-COUNT
                   IF WS-PT-CODE (WS-DPY-IX) = DRG-CODE
                       MOVE WS-DPY-IX TO WS-DPY-FOUND-IX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
      *> The shop's own loan book is not a third party.
                   WHEN WS-DPY-FOUND-IX = 0 AND DRG-CODE = "LOAN"
                       CONTINUE
                   WHEN WS-DPY-FOUND-IX = 0
                       PERFORM HOLD-BLOCKED-LINE
                   WHEN OTHER
                       PERFORM CHECK-PAYEE-DUE
                       IF WS-PAYEE-DUE = 0
                           ADD 1 TO WS-DEFER-LINES
                           ADD DRG-AMOUNT TO WS-DEFER-TOTAL
                       ELSE
                           IF WS-RM-COUNT < 5000
                               ADD 1 TO WS-RM-COUNT
                               MOVE WS-DPY-FOUND-IX
                                   TO WS-RM-DPY-IX (WS-RM-COUNT)
                               MOVE DRG-EMP-ID
                                   TO WS-RM-EMP-ID (WS-RM-COUNT)
                               MOVE DRG-PERIOD
                                   TO WS-RM-PERIOD (WS-RM-COUNT)
                               MOVE DRG-CODE
                                   TO WS-RM-CODE (WS-RM-COUNT)
                               MOVE DRG-AMOUNT
                                   TO WS-RM-AMOUNT (WS-RM-COUNT)
                           ELSE
                               MOVE 1 TO WS-RM-OVERFLOW
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-CODE-HISTORY.
           MOVE 0 TO WS-HST-FOUND-IX.
           MOVE 0 TO WS-THROUGH.
           PERFORM VARYING WS-HST-IX FROM 1 BY 1
                   UNTIL WS-HST-IX > WS-HST-COUNT
               IF WS-HT-CODE (WS-HST-IX) = DRG-CODE
                   MOVE WS-HST-IX TO WS-HST-FOUND-IX
                   MOVE WS-HT-THROUGH (WS-HST-IX) TO WS-THROUGH
               END-IF
           END-PERFORM.

       CHECK-PAYEE-DUE.
           MOVE 0 TO WS-PAYEE-DUE.
           EVALUATE WS-PT-FREQUENCY (WS-DPY-FOUND-IX)
               WHEN "Q"
                   IF WS-RUN-MONTH = 3 OR WS-RUN-MONTH = 6
                           OR WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 12
                       MOVE 1 TO WS-PAYEE-DUE
                   END-IF
               WHEN "A"
                   IF WS-RUN-MONTH = 12
                       MOVE 1 TO WS-PAYEE-DUE
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-PAYEE-DUE
           END-EVALUATE.

       HOLD-BLOCKED-LINE.
           ADD DRG-AMOUNT TO WS-BLOCK-TOTAL.
           MOVE 0 TO WS-BK-FOUND-IX.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > WS-BK-COUNT
               IF WS-BK-CODE (WS-BK-IX) = DRG-CODE
                   MOVE WS-BK-IX TO WS-BK-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BK-FOUND-IX = 0 AND WS-BK-COUNT < 200
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-FOUND-IX
               MOVE DRG-CODE TO WS-BK-CODE (WS-BK-FOUND-IX)
               MOVE 0 TO WS-BK-TOTAL (WS-BK-FOUND-IX)
               MOVE 0 TO WS-BK-LINES (WS-BK-FOUND-IX)
           END-IF.
           IF WS-BK-FOUND-IX NOT = 0
               ADD DRG-AMOUNT TO WS-BK-TOTAL (WS-BK-FOUND-IX)
               ADD 1 TO WS-BK-LINES (WS-BK-FOUND-IX)
           END-IF.

       GROUP-BY-PAYEE.
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-COUNT
               MOVE WS-RM-DPY-IX (WS-RM-IX) TO WS-DPY-IX
               ADD WS-RM-AMOUNT (WS-RM-IX) TO WS-REMIT-TOTAL
               MOVE 0 TO WS-PG-FOUND-IX
               PERFORM VARYING WS-PG-IX FROM 1 BY 1
                       UNTIL WS-PG-IX > WS-PG-COUNT
                   IF WS-PG-PAYEE-ID (WS-PG-IX)
                           = WS-PT-PAYEE-ID (WS-DPY-IX)
                       MOVE WS-PG-IX TO WS-PG-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-PG-FOUND-IX = 0
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-PG-COUNT TO WS-PG-FOUND-IX
                   MOVE WS-PT-PAYEE-ID (WS-DPY-IX)
                       TO WS-PG-PAYEE-ID (WS-PG-FOUND-IX)
                   MOVE WS-DPY-IX TO WS-PG-DPY-IX (WS-PG-FOUND-IX)
                   MOVE 0 TO WS-PG-TOTAL (WS-PG-FOUND-IX)
                   MOVE 0 TO WS-PG-LINES (WS-PG-FOUND-IX)
               END-IF
               ADD WS-RM-AMOUNT (WS-RM-IX)
                   TO WS-PG-TOTAL (WS-PG-FOUND-IX)
               ADD 1 TO WS-PG-LINES (WS-PG-FOUND-IX)
               MOVE 0 TO WS-LA-FOUND-IX
               PERFORM VARYING WS-LA-IX FROM 1 BY 1
                       UNTIL WS-LA-IX > WS-LA-COUNT
                   IF WS-LA-ACCOUNT (WS-LA-IX)
                           = WS-PT-LIAB-ACCT (WS-DPY-IX)
                       MOVE WS-LA-IX TO WS-LA-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-LA-FOUND-IX = 0
                   ADD 1 TO WS-LA-COUNT
                   MOVE WS-LA-COUNT TO WS-LA-FOUND-IX
                   MOVE WS-PT-LIAB-ACCT (WS-DPY-IX)
                       TO WS-LA-ACCOUNT (WS-LA-FOUND-IX)
                   MOVE 0 TO WS-LA-TOTAL (WS-LA-FOUND-IX)
               END-IF
               ADD WS-RM-AMOUNT (WS-RM-IX)
                   TO WS-LA-TOTAL (WS-LA-FOUND-IX)
           END-PERFORM.

       WRITE-REMITTANCE-ADVICE.
           OPEN OUTPUT ADVICE-FILE.
           MOVE WS-RUN-PERIOD TO WS-AT-PERIOD.
           MOVE WS-RUN-DATE TO WS-AT-DATE.
           WRITE ADVICE-LINE FROM WS-AD-TITLE.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
                   UNTIL WS-PG-IX > WS-PG-COUNT
               PERFORM WRITE-ONE-PAYEE-ADVICE
           END-PERFORM.
           IF WS-BK-COUNT > 0
               MOVE SPACES TO ADVICE-LINE
               WRITE ADVICE-LINE
               PERFORM VARYING WS-BK-IX FROM 1 BY 1
                       UNTIL WS-BK-IX > WS-BK-COUNT
                   MOVE WS-BK-CODE (WS-BK-IX) TO WS-ABK-CODE
                   MOVE WS-BK-LINES (WS-BK-IX) TO WS-ABK-LINES
                   MOVE WS-BK-TOTAL (WS-BK-IX) TO WS-ABK-AMOUNT
                   WRITE ADVICE-LINE FROM WS-AD-BLOCKED
               END-PERFORM
           END-IF.
           CLOSE ADVICE-FILE.

       WRITE-ONE-PAYEE-ADVICE.
           MOVE WS-PG-DPY-IX (WS-PG-IX) TO WS-DPY-IX.
           MOVE SPACES TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE WS-PT-PAYEE-ID (WS-DPY-IX) TO WS-AP-PAYEE-ID.
           MOVE WS-PT-NAME (WS-DPY-IX) TO WS-AP-NAME.
           WRITE ADVICE-LINE FROM WS-AD-PAYEE.
           IF WS-PT-METHOD (WS-DPY-IX) = "E"
               MOVE WS-PT-ROUTING (WS-DPY-IX) TO WS-AB-ROUTING
               MOVE WS-PT-ACCOUNT (WS-DPY-IX) TO WS-AB-ACCOUNT
               WRITE ADVICE-LINE FROM WS-AD-BANK
           ELSE
               MOVE WS-PT-STREET (WS-DPY-IX) TO WS-AA-STREET
               MOVE WS-PT-CITY (WS-DPY-IX) TO WS-AA-CITY
               MOVE WS-PT-STATE (WS-DPY-IX) TO WS-AA-STATE
               MOVE WS-PT-ZIP (WS-DPY-IX) TO WS-AA-ZIP
               WRITE ADVICE-LINE FROM WS-AD-ADDRESS
           END-IF.
           WRITE ADVICE-LINE FROM WS-AD-HEADING.
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-COUNT
               MOVE WS-RM-DPY-IX (WS-RM-IX) TO WS-DPY-FOUND-IX
               IF WS-PT-PAYEE-ID (WS-DPY-FOUND-IX)
                       = WS-PG-PAYEE-ID (WS-PG-IX)
                   PERFORM WRITE-ADVICE-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-PG-LINES (WS-PG-IX) TO WS-AT-LINES.
           MOVE WS-PG-TOTAL (WS-PG-IX) TO WS-AT-AMOUNT.
           WRITE ADVICE-LINE FROM WS-AD-TOTAL.

       WRITE-ADVICE-DETAIL.
           MOVE WS-RM-EMP-ID (WS-RM-IX) TO WS-AL-EMP-ID.
           MOVE SPACES TO WS-AL-NAME.
           PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                   UNTIL WS-EMP-IX > WS-EMP-COUNT
               IF WS-EM-EMP-ID (WS-EMP-IX) = WS-RM-EMP-ID (WS-RM-IX)
                   MOVE WS-EM-NAME (WS-EMP-IX) TO WS-AL-NAME
               END-IF
           END-PERFORM.
           MOVE WS-RM-CODE (WS-RM-IX) TO WS-AL-CODE.
           MOVE WS-RM-PERIOD (WS-RM-IX) TO WS-AL-PERIOD.
           MOVE WS-RM-AMOUNT (WS-RM-IX) TO WS-AL-AMOUNT.
      *> A garnishment line carries the employee's case number for
      *> that order type -- the live order if there is one.
           MOVE SPACES TO WS-AL-CASE-NO.
           IF WS-RM-CODE (WS-RM-IX) (1:2) = "GN"
               PERFORM VARYING WS-GRN-IX FROM 1 BY 1
                       UNTIL WS-GRN-IX > WS-GRN-COUNT
                   IF WS-GT-EMP-ID (WS-GRN-IX)
                           = WS-RM-EMP-ID (WS-RM-IX)
                           AND WS-GT-TYPE (WS-GRN-IX)
                               = WS-RM-CODE (WS-RM-IX) (3:2)
                       IF WS-AL-CASE-NO = SPACES
                               OR WS-GT-STATUS (WS-GRN-IX) = "A"
                           MOVE WS-GT-CASE-NO (WS-GRN-IX)
                               TO WS-AL-CASE-NO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           WRITE ADVICE-LINE FROM WS-AD-DETAIL.

       WRITE-PAYMENT-REQUESTS.
           OPEN OUTPUT PAYREQ-FILE.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           MOVE WS-RUN-PERIOD TO WS-PH-PERIOD.
           MOVE WS-PR-HEADER-BUILD TO PAYREQ-LINE.
           WRITE PAYREQ-LINE.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
                   UNTIL WS-PG-IX > WS-PG-COUNT
               MOVE WS-PG-DPY-IX (WS-PG-IX) TO WS-DPY-IX
               MOVE WS-PT-PAYEE-ID (WS-DPY-IX) TO WS-PD-PAYEE-ID
               MOVE WS-PT-NAME (WS-DPY-IX) TO WS-PD-NAME
               MOVE WS-PT-METHOD (WS-DPY-IX) TO WS-PD-METHOD
               MOVE WS-PT-ROUTING (WS-DPY-IX) TO WS-PD-ROUTING
               MOVE WS-PT-ACCOUNT (WS-DPY-IX) TO WS-PD-ACCOUNT
               MOVE WS-PG-TOTAL (WS-PG-IX) TO WS-PD-AMOUNT
               MOVE WS-PR-DETAIL-BUILD TO PAYREQ-LINE
               WRITE PAYREQ-LINE
           END-PERFORM.
           MOVE WS-PG-COUNT TO WS-PT-COUNT-OUT.
           MOVE WS-REMIT-TOTAL TO WS-PT-TOTAL-OUT.
           MOVE WS-PR-TRAILER-BUILD TO PAYREQ-LINE.
           WRITE PAYREQ-LINE.
           CLOSE PAYREQ-FILE.

       BALANCE-AND-RELEASE.
      *> The debit and credit sides are computed independently and
      *> compared before one line is written -- EMPGLEXT's rule.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           PERFORM VARYING WS-LA-IX FROM 1 BY 1
                   UNTIL WS-LA-IX > WS-LA-COUNT
               ADD WS-LA-TOTAL (WS-LA-IX) TO WS-DEBIT-TOTAL
           END-PERFORM.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
                   UNTIL WS-PG-IX > WS-PG-COUNT
               ADD WS-PG-TOTAL (WS-PG-IX) TO WS-CREDIT-TOTAL
           END-PERFORM.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "   *** OUT OF BALANCE: DR " WS-DEBIT-TOTAL
                   " CR " WS-CREDIT-TOTAL " - FILE NOT RELEASED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-POSTING-FILE
               IF WS-SUSPENSE-COUNT > 0
                   DISPLAY "   *** " WS-SUSPENSE-COUNT " LINE(S)"
                       " ROUTED TO SUSPENSE - SEE glsuspense.dat"
                       " ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY "   Clearing entry released:"
                   " dedremit_posting.dat"
           END-IF.

       WRITE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-HL-DATE.
      *> No employee generation feeds this entry; the GEN field in
      *> EMPGLEXT's header shape carries zero, as LOANACCR's does.
           MOVE 0 TO WS-HL-GENERATION.
           MOVE WS-HEADER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM VARYING WS-LA-IX FROM 1 BY 1
                   UNTIL WS-LA-IX > WS-LA-COUNT
               MOVE WS-LA-TOTAL (WS-LA-IX) TO WS-LINE-AMOUNT
               MOVE WS-LA-ACCOUNT (WS-LA-IX) TO WS-CHECK-ACCOUNT
               MOVE "DR" TO WS-CHECK-DRCR
               PERFORM WRITE-ONE-POSTING-LINE
               MOVE WS-CLEARING-ACCOUNT TO WS-CHECK-ACCOUNT
               MOVE "CR" TO WS-CHECK-DRCR
               PERFORM WRITE-ONE-POSTING-LINE
           END-PERFORM.
           MOVE WS-LINE-COUNT TO WS-TL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TL-HASH.
           MOVE WS-TRAILER-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           CLOSE POSTING-FILE.
           CLOSE SUSPENSE-FILE.

       WRITE-ONE-POSTING-LINE.
      *> An account off the chart posts to SUSPENSE-CLRG with the
      *> original logged for GLSUSCLR.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-CHECK-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE WS-RUN-DATE TO SUS-DATE
               MOVE WS-PROGRAM-NAME TO SUS-SOURCE
               MOVE "REM" TO SUS-DEPT
               MOVE WS-CHECK-ACCOUNT TO SUS-ACCOUNT
               MOVE WS-CHECK-DRCR TO SUS-DRCR
               MOVE WS-LINE-AMOUNT TO SUS-AMOUNT
               MOVE "N" TO SUS-STATUS
               WRITE SUSPENSE-RECORD
               MOVE "SUSPENSE-CLRG" TO WS-CHECK-ACCOUNT
           END-IF.
           MOVE "REM" TO WS-PL-DEPT.
           MOVE WS-CHECK-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE WS-CHECK-DRCR TO WS-PL-DRCR.
           MOVE WS-LINE-AMOUNT TO WS-PL-AMOUNT.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *> OBTRLR-style control hash over the posted amounts, the
      *> EMPGLEXT formula.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL + WS-LINE-AMOUNT,
                   999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-HASH-TOTAL
           END-COMPUTE.

       MARK-CODES-REMITTED.
      *> Every code remitted is paid through the run period.
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-COUNT
               MOVE WS-RM-CODE (WS-RM-IX) TO DRG-CODE
               PERFORM FIND-CODE-HISTORY
               IF WS-HST-FOUND-IX = 0
                   ADD 1 TO WS-HST-COUNT
                   MOVE WS-HST-COUNT TO WS-HST-FOUND-IX
                   MOVE DRG-CODE TO WS-HT-CODE (WS-HST-FOUND-IX)
               END-IF
               MOVE WS-RUN-PERIOD TO WS-HT-THROUGH (WS-HST-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-HT-RUN-DATE (WS-HST-FOUND-IX)
           END-PERFORM.
           IF WS-RM-COUNT > 0
               OPEN OUTPUT HISTORY-FILE
               PERFORM VARYING WS-HST-IX FROM 1 BY 1
                       UNTIL WS-HST-IX > WS-HST-COUNT
                   MOVE WS-HT-CODE (WS-HST-IX) TO RMH-DED-CODE
                   MOVE WS-HT-THROUGH (WS-HST-IX) TO RMH-THROUGH
                   MOVE WS-HT-RUN-DATE (WS-HST-IX) TO RMH-RUN-DATE
                   WRITE REMIT-HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       RAISE-BLOCKED-ALERTS.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > WS-BK-COUNT
               DISPLAY "   *** Code " WS-BK-CODE (WS-BK-IX)
                   " has no payee - " WS-BK-LINES (WS-BK-IX)
                   " line(s) held, remittance blocked ***"
               MOVE WS-BK-CODE (WS-BK-IX) TO WS-AB-CODE
               MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "ALERTLOG" USING WS-PROGRAM-NAME "W"
                   WS-ALERT-TEXT
               MOVE WS-HOLD-RC TO RETURN-CODE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
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
