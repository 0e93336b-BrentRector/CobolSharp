       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTUB.
      *> Per-period employee pay stub run. Until now the only
      *> document an employee got was EMPSTMT's at year end; each
      *> payday left them no record of what was paid and withheld.
      *> For one closed pay period (EMPSTUB_PERIOD, YYYYMM, else the
      *> newest closed period on payperiod.dat -- the EMPCHKPR
      *> choice) this run writes one stub per employee with a row
      *> on the pay register in that period, showing current and
      *> year-to-date amounts for:
      *>   - each kind of earning (PRG-EARN-TYPE: REG, HRLY, RETR
      *>     and the supplemental feed's types) and the total gross;
      *>   - federal, state and local withholding;
      *>   - each deduction by code off empded_register.dat (the
      *>     voluntary deductions, garnishments "GN" plus the order
      *>     type, retirement deferral RETD), and the total;
      *>   - the net pay;
      *> plus the leave balance in days from empleave.dat and the
      *> deposit account from empbank.dat, masked to its last four
      *> digits (or "PAID BY CHECK" when there is no live account).
      *> While an account change is in its cooling-off hold the stub
      *> shows the previous account the extract pays instead, or
      *> check when the hold sends the deposit to paper.
      *> Year to date runs from the first period of the stub's year
      *> through the stub's period, off the registers themselves, so
      *> a stub for an earlier period can be cut again and still
      *> show what was true then. A voided row (EMPVOID) backs its
      *> amounts out in the period it posts in; the deduction
      *> register carries no void rows, so what a void backs out of
      *> deductions shows as its own line and the lines still foot
      *> to the total.
      *>
      *> The run goes to empstub_stubs.dat and, as EMPSTMT does for
      *> the statements, into a dated archive (empstub_arch.YYYYMM
      *> .dat) with an index entry per stub on empstub_index.dat
      *> (EMP-ID, period, starting line, line count) so EMPSTUBR can
      *> reprint any past stub. A rerun overwrites the period's
      *> archive and appends fresh index entries; the reprint takes
      *> the last match. A period that is not closed cuts no stubs
      *> (RC 4); a stub whose deduction lines do not tie to the
      *> register total is still printed and makes the run RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "empleave.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT STUB-FILE ASSIGN TO "empstub_stubs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STUB-INDEX ASSIGN TO "empstub_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
          05 PP-PAID-DATE   PIC 9(8).

       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD DED-REGISTER.
      *> EMPPAYRN's deduction register line.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD LEAVE-FILE.
           COPY EMPLVBR.

       FD BANK-FILE.
           COPY EMPBNKR.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD STUB-FILE.
       01 STUB-LINE PIC X(132).

       FD ARCH-FILE.
       01 ARCH-LINE PIC X(132).

       FD STUB-INDEX.
      *> One entry per stub -- EMP-ID, pay period, and where the stub
      *> sits in the period's archive (starting line and line
      *> count). Reruns append fresh entries; the reprint takes the
      *> LAST match, so a rerun supersedes.
       01 STUB-INDEX-RECORD.
          05 SBX-EMP-ID   PIC 9(5).
          05 SBX-PERIOD   PIC 9(6).
          05 SBX-START    PIC 9(6).
          05 SBX-LENGTH   PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-DED-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-LEAVE-STATUS        PIC XX VALUE SPACES.
       01 WS-BANK-STATUS         PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-STUB-STATUS         PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS         PIC XX VALUE SPACES.
       01 WS-INDEX-STATUS        PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.

      *> The period the stubs are for and its payperiod.dat row.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-TARGET-PERIOD   PIC 9(6) VALUE 0.
       01 WS-TARGET-YEAR     PIC 9(4) VALUE 0.
       01 WS-PERIOD-FOUND    PIC 9 VALUE 0.
       01 WS-PERIOD-CLOSED   PIC 9 VALUE 0.
       01 WS-PERIOD-START    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END      PIC 9(8) VALUE 0.
       01 WS-PERIOD-PAID     PIC 9(8) VALUE 0.
       01 WS-ROW-SIGN        PIC S9 VALUE 0.
       01 WS-ROW-IN-PERIOD   PIC 9 VALUE 0.

      *> One entry per employee with a register row in the stub's
      *> year up to the stub's period; WS-SB-PAID marks the ones
      *> paid (or voided) in the period itself, who get a stub.
      *> Amounts are signed because a void can take a current
      *> figure below zero.
       01 WS-STUB-COUNT      PIC 9(4) VALUE 0.
       01 WS-STUB-OVERFLOW   PIC 9 VALUE 0.
       01 WS-STUB-TABLE.
          05 WS-SB-ENTRY OCCURS 1000 TIMES.
             10 WS-SB-EMP-ID       PIC 9(5).
             10 WS-SB-PAID         PIC 9.
             10 WS-SB-DEPT         PIC X(3).
             10 WS-SB-STATE        PIC X(2).
             10 WS-SB-GROSS-CUR    PIC S9(7)V99.
             10 WS-SB-GROSS-YTD    PIC S9(7)V99.
             10 WS-SB-FED-CUR      PIC S9(7)V99.
             10 WS-SB-FED-YTD      PIC S9(7)V99.
             10 WS-SB-STATE-CUR    PIC S9(7)V99.
             10 WS-SB-STATE-YTD    PIC S9(7)V99.
             10 WS-SB-LOCAL-CUR    PIC S9(7)V99.
             10 WS-SB-LOCAL-YTD    PIC S9(7)V99.
             10 WS-SB-DED-CUR      PIC S9(7)V99.
             10 WS-SB-DED-YTD      PIC S9(7)V99.
             10 WS-SB-VOID-DED-CUR PIC S9(7)V99.
             10 WS-SB-VOID-DED-YTD PIC S9(7)V99.
             10 WS-SB-NET-CUR      PIC S9(7)V99.
             10 WS-SB-NET-YTD      PIC S9(7)V99.
             10 WS-SB-EARN-COUNT   PIC 9(2).
             10 WS-SB-EARN OCCURS 8 TIMES.
                15 WS-SB-EARN-TYPE PIC X(4).
                15 WS-SB-EARN-CUR  PIC S9(7)V99.
                15 WS-SB-EARN-YTD  PIC S9(7)V99.
       01 WS-STUB-IX         PIC 9(4) VALUE 0.
       01 WS-STUB-FOUND      PIC 9(4) VALUE 0.
       01 WS-EARN-IX         PIC 9(2) VALUE 0.
       01 WS-EARN-FOUND      PIC 9(2) VALUE 0.
       01 WS-ROW-EARN-TYPE   PIC X(4) VALUE SPACES.
       01 WS-ROW-STATE-WHLD  PIC 9(6)V99 VALUE 0.
       01 WS-ROW-LOCAL-WHLD  PIC 9(6)V99 VALUE 0.
       01 WS-ROW-AMOUNT      PIC S9(7)V99 VALUE 0.

      *> Deduction register amounts by employee and code.
       01 WS-DED-COUNT       PIC 9(4) VALUE 0.
       01 WS-DED-TABLE.
          05 WS-DD-ENTRY OCCURS 5000 TIMES.
             10 WS-DD-EMP-ID    PIC 9(5).
             10 WS-DD-CODE      PIC X(4).
             10 WS-DD-CUR       PIC S9(7)V99.
             10 WS-DD-YTD       PIC S9(7)V99.
       01 WS-DED-IX          PIC 9(4) VALUE 0.
       01 WS-DED-FOUND       PIC 9(4) VALUE 0.
       01 WS-DED-LINES-CUR   PIC S9(7)V99 VALUE 0.
       01 WS-DED-LINES-YTD   PIC S9(7)V99 VALUE 0.

      *> Names off the current master generation, leave balances
      *> and bank details, held for the run.
       01 WS-NAME-COUNT      PIC 9(4) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NM-ENTRY OCCURS 2000 TIMES.
             10 WS-NM-EMP-ID    PIC 9(5).
             10 WS-NM-NAME      PIC X(20).
       01 WS-LEAVE-COUNT     PIC 9(4) VALUE 0.
       01 WS-LEAVE-TABLE.
          05 WS-LV-ENTRY OCCURS 2000 TIMES.
             10 WS-LV-EMP-ID    PIC 9(5).
             10 WS-LV-BALANCE   PIC 9(4)V99.
       01 WS-BANK-COUNT      PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
          05 WS-BK-ENTRY OCCURS 2000 TIMES.
             10 WS-BK-EMP-ID    PIC 9(5).
             10 WS-BK-ACCOUNT   PIC X(12).
             10 WS-BK-LIVE      PIC 9.
       01 WS-LOOK-IX         PIC 9(4) VALUE 0.
       01 WS-LOOK-FOUND      PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-HOLD    PIC X(12) VALUE SPACES.
       01 WS-ACCOUNT-END     PIC 9(2) VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> Stub-writing state: every line goes to the run file and the
      *> archive together, so the index is built as the lines go.
       01 WS-ARCH-LINE-NO    PIC 9(6) VALUE 0.
       01 WS-STUB-START      PIC 9(6) VALUE 0.
       01 WS-STUBS-MADE      PIC 9(5) VALUE 0.
       01 WS-UNTIED-COUNT    PIC 9(5) VALUE 0.
       01 WS-RUN-GROSS       PIC S9(9)V99 VALUE 0.
       01 WS-RUN-NET         PIC S9(9)V99 VALUE 0.
       01 WS-OUT-LINE        PIC X(80) VALUE SPACES.
      *> Built with MOVE, not STRING; EMPSTMT's archive naming.
       01 WS-ARCH-NAME-BUILD.
          05 FILLER          PIC X(13) VALUE "empstub_arch.".
          05 WS-AN-PERIOD    PIC 9(6).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(17) VALUE SPACES.
       01 WS-ARCH-FILENAME   PIC X(40) VALUE SPACES.

      *> Stub lines, built with MOVE, not STRING.
       01 WS-SL-TITLE.
          05 FILLER          PIC X(17) VALUE "EMPLOYEE PAY STUB".
          05 FILLER          PIC X(36) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE "PERIOD ".
          05 WS-ST-PERIOD    PIC 9(6).
          05 FILLER          PIC X(14) VALUE SPACES.
       01 WS-SL-EMPLOYEE.
          05 FILLER          PIC X(10) VALUE "EMPLOYEE: ".
          05 WS-SE-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SE-NAME      PIC X(20).
          05 FILLER          PIC X(16) VALUE SPACES.
          05 FILLER          PIC X(6) VALUE "DEPT: ".
          05 WS-SE-DEPT      PIC X(3).
          05 FILLER          PIC X(18) VALUE SPACES.
       01 WS-SL-DATES.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
          05 WS-SD-START     PIC 9(8).
          05 FILLER          PIC X(4) VALUE " TO ".
          05 WS-SD-END       PIC 9(8).
          05 FILLER          PIC X(22) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE "PAY DATE ".
          05 WS-SD-PAID      PIC 9(8).
          05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-SL-COLUMNS.
          05 FILLER          PIC X(36) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE "CURRENT".
          05 FILLER          PIC X(7) VALUE SPACES.
          05 FILLER          PIC X(12) VALUE "YEAR TO DATE".
          05 FILLER          PIC X(18) VALUE SPACES.
       01 WS-SL-AMOUNT.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SA-LABEL     PIC X(28).
          05 WS-SA-CURRENT   PIC Z,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SA-YTD       PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(21) VALUE SPACES.
       01 WS-SL-LEAVE.
          05 FILLER          PIC X(15) VALUE "LEAVE BALANCE: ".
          05 WS-SV-BALANCE   PIC Z,ZZ9.99.
          05 FILLER          PIC X(5) VALUE " DAYS".
          05 FILLER          PIC X(52) VALUE SPACES.
       01 WS-SL-DEPOSIT.
          05 FILLER          PIC X(29)
                             VALUE "NET PAY DEPOSITED TO ACCOUNT ".
          05 WS-SP-MASK      PIC X(8) VALUE "********".
          05 WS-SP-LAST-FOUR PIC X(4).
          05 FILLER          PIC X(39) VALUE SPACES.

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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPSTUB".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 the period is
      *> not closed or a stub's deduction lines do not tie, 8+ hard
      *> failure -- no register, or more employees than the run
      *> can hold).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Employee Pay Stubs ===".
           DISPLAY " ".

           PERFORM DETERMINE-TARGET-PERIOD.
           PERFORM FIND-TARGET-PERIOD-ROW.
           IF WS-PERIOD-FOUND = 0 OR WS-PERIOD-CLOSED = 0
               DISPLAY "   Period " WS-TARGET-PERIOD
                   " is not a closed pay period - no stubs cut"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "   Stubs for period " WS-TARGET-PERIOD
               MOVE WS-TARGET-PERIOD (1:4) TO WS-TARGET-YEAR
               PERFORM ACCUMULATE-PAY-REGISTER
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "   No pay register (emppay_register.dat),"
                       " status " WS-REGISTER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ACCUMULATE-DEDUCTION-REGISTER
               END-IF
               IF WS-STUB-OVERFLOW = 1
                   DISPLAY "   *** More employees or deduction"
                       " codes than the run can hold -"
                       " NO STUBS CUT ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF RETURN-CODE < 8
                   PERFORM LOAD-EMPLOYEE-NAMES
                   PERFORM LOAD-LEAVE-BALANCES
                   PERFORM LOAD-BANK-DETAILS
                   PERFORM WRITE-ALL-STUBS
                   DISPLAY "   Stubs made:       " WS-STUBS-MADE
                   DISPLAY "   Current gross:    " WS-RUN-GROSS
                   DISPLAY "   Current net:      " WS-RUN-NET
                   DISPLAY "   Archived to " WS-ARCH-FILENAME
                   IF WS-UNTIED-COUNT > 0
                       DISPLAY "   *** " WS-UNTIED-COUNT " stub(s)"
                           " whose deduction lines do not tie to"
                           " the register total ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   DISPLAY "   Stubs in empstub_stubs.dat"
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Employee Pay Stubs Complete ===".
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

       DETERMINE-TARGET-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPSTUB_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-TARGET-PERIOD
           ELSE
               PERFORM FIND-NEWEST-CLOSED-PERIOD
           END-IF.

       FIND-NEWEST-CLOSED-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-STATUS = "C"
                                   AND PP-PERIOD > WS-TARGET-PERIOD
                               MOVE PP-PERIOD TO WS-TARGET-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       FIND-TARGET-PERIOD-ROW.
           MOVE 0 TO WS-PERIOD-FOUND.
           MOVE 0 TO WS-PERIOD-CLOSED.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-PERIOD = WS-TARGET-PERIOD
                               MOVE 1 TO WS-PERIOD-FOUND
                               MOVE PP-START-DATE TO WS-PERIOD-START
                               MOVE PP-END-DATE TO WS-PERIOD-END
                               MOVE PP-PAID-DATE TO WS-PERIOD-PAID
                               IF PP-STATUS = "C"
                                   MOVE 1 TO WS-PERIOD-CLOSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       ACCUMULATE-PAY-REGISTER.
      *> Every row of the stub's year up to its period counts toward
      *> year to date; rows in the period itself are also current.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-PERIOD (1:4) = WS-TARGET-YEAR
                                   AND PRG-PERIOD <= WS-TARGET-PERIOD
                               PERFORM ADD-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       ADD-REGISTER-ROW.
           PERFORM FIND-STUB-ENTRY.
           IF WS-STUB-FOUND > 0
               PERFORM ADD-ROW-TO-STUB
           END-IF.

       ADD-ROW-TO-STUB.
      *> A reversing row backs the voided row's amounts out.
           IF PRG-REVERSAL
               MOVE -1 TO WS-ROW-SIGN
           ELSE
               MOVE 1 TO WS-ROW-SIGN
           END-IF.
           MOVE 0 TO WS-ROW-IN-PERIOD.
           IF PRG-PERIOD = WS-TARGET-PERIOD
               MOVE 1 TO WS-ROW-IN-PERIOD
               MOVE 1 TO WS-SB-PAID (WS-STUB-FOUND)
               MOVE PRG-DEPT TO WS-SB-DEPT (WS-STUB-FOUND)
               IF PRG-STATE NOT = SPACES
                   MOVE PRG-STATE TO WS-SB-STATE (WS-STUB-FOUND)
               END-IF
           END-IF.
           MOVE 0 TO WS-ROW-STATE-WHLD.
           MOVE 0 TO WS-ROW-LOCAL-WHLD.
           IF PRG-STATE-WHLD IS NUMERIC
               MOVE PRG-STATE-WHLD TO WS-ROW-STATE-WHLD
           END-IF.
           IF PRG-LOCAL-WHLD IS NUMERIC
               MOVE PRG-LOCAL-WHLD TO WS-ROW-LOCAL-WHLD
           END-IF.
           MOVE PRG-EARN-TYPE TO WS-ROW-EARN-TYPE.
           IF WS-ROW-EARN-TYPE = SPACES
               MOVE "REG" TO WS-ROW-EARN-TYPE
           END-IF.
           PERFORM FIND-EARN-SLOT.

           COMPUTE WS-ROW-AMOUNT = PRG-GROSS * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-GROSS-YTD (WS-STUB-FOUND).
           ADD WS-ROW-AMOUNT
               TO WS-SB-EARN-YTD (WS-STUB-FOUND, WS-EARN-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-GROSS-CUR (WS-STUB-FOUND)
               ADD WS-ROW-AMOUNT
                   TO WS-SB-EARN-CUR (WS-STUB-FOUND, WS-EARN-FOUND)
           END-IF.
           COMPUTE WS-ROW-AMOUNT = PRG-WITHHOLDING * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-FED-YTD (WS-STUB-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-FED-CUR (WS-STUB-FOUND)
           END-IF.
           COMPUTE WS-ROW-AMOUNT = WS-ROW-STATE-WHLD * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-STATE-YTD (WS-STUB-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-STATE-CUR (WS-STUB-FOUND)
           END-IF.
           COMPUTE WS-ROW-AMOUNT = WS-ROW-LOCAL-WHLD * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-LOCAL-YTD (WS-STUB-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-LOCAL-CUR (WS-STUB-FOUND)
           END-IF.
           COMPUTE WS-ROW-AMOUNT = PRG-DEDUCT * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-DED-YTD (WS-STUB-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-DED-CUR (WS-STUB-FOUND)
           END-IF.
           IF PRG-REVERSAL
               ADD WS-ROW-AMOUNT
                   TO WS-SB-VOID-DED-YTD (WS-STUB-FOUND)
               IF WS-ROW-IN-PERIOD = 1
                   ADD WS-ROW-AMOUNT
                       TO WS-SB-VOID-DED-CUR (WS-STUB-FOUND)
               END-IF
           END-IF.
           COMPUTE WS-ROW-AMOUNT = PRG-NET * WS-ROW-SIGN.
           ADD WS-ROW-AMOUNT TO WS-SB-NET-YTD (WS-STUB-FOUND).
           IF WS-ROW-IN-PERIOD = 1
               ADD WS-ROW-AMOUNT TO WS-SB-NET-CUR (WS-STUB-FOUND)
           END-IF.
       FIND-STUB-ENTRY.
           MOVE 0 TO WS-STUB-FOUND.
           PERFORM VARYING WS-STUB-IX FROM 1 BY 1
                   UNTIL WS-STUB-IX > WS-STUB-COUNT
                      OR WS-STUB-FOUND > 0
               IF WS-SB-EMP-ID (WS-STUB-IX) = PRG-EMP-ID
                   MOVE WS-STUB-IX TO WS-STUB-FOUND
               END-IF
           END-PERFORM.
           IF WS-STUB-FOUND = 0
               IF WS-STUB-COUNT < 1000
                   ADD 1 TO WS-STUB-COUNT
                   MOVE WS-STUB-COUNT TO WS-STUB-FOUND
                   INITIALIZE WS-SB-ENTRY (WS-STUB-FOUND)
                   MOVE PRG-EMP-ID TO WS-SB-EMP-ID (WS-STUB-FOUND)
                   MOVE PRG-DEPT TO WS-SB-DEPT (WS-STUB-FOUND)
               ELSE
                   MOVE 1 TO WS-STUB-OVERFLOW
               END-IF
           END-IF.

       FIND-EARN-SLOT.
      *> A ninth kind of earning in one year shares the last line.
           MOVE 0 TO WS-EARN-FOUND.
           PERFORM VARYING WS-EARN-IX FROM 1 BY 1
                   UNTIL WS-EARN-IX > WS-SB-EARN-COUNT (WS-STUB-FOUND)
               IF WS-SB-EARN-TYPE (WS-STUB-FOUND, WS-EARN-IX)
                       = WS-ROW-EARN-TYPE
                   MOVE WS-EARN-IX TO WS-EARN-FOUND
               END-IF
           END-PERFORM.
           IF WS-EARN-FOUND = 0
               IF WS-SB-EARN-COUNT (WS-STUB-FOUND) < 8
                   ADD 1 TO WS-SB-EARN-COUNT (WS-STUB-FOUND)
                   MOVE WS-SB-EARN-COUNT (WS-STUB-FOUND)
                       TO WS-EARN-FOUND
                   MOVE WS-ROW-EARN-TYPE TO
                       WS-SB-EARN-TYPE (WS-STUB-FOUND, WS-EARN-FOUND)
               ELSE
                   MOVE 8 TO WS-EARN-FOUND
                   MOVE "OTHR" TO
                       WS-SB-EARN-TYPE (WS-STUB-FOUND, WS-EARN-FOUND)
               END-IF
           END-IF.

       ACCUMULATE-DEDUCTION-REGISTER.
      *> Codes are kept only for employees already on the stub
      *> table; an absent deduction register just means no lines.
           OPEN INPUT DED-REGISTER.
           IF WS-DED-REG-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DRG-PERIOD (1:4) = WS-TARGET-YEAR
                                   AND DRG-PERIOD <= WS-TARGET-PERIOD
                                   AND DRG-AMOUNT IS NUMERIC
                               PERFORM ADD-DEDUCTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.

       ADD-DEDUCTION-ROW.
           MOVE 0 TO WS-DED-FOUND.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
                      OR WS-DED-FOUND > 0
               IF WS-DD-EMP-ID (WS-DED-IX) = DRG-EMP-ID
                       AND WS-DD-CODE (WS-DED-IX) = DRG-CODE
                   MOVE WS-DED-IX TO WS-DED-FOUND
               END-IF
           END-PERFORM.
           IF WS-DED-FOUND = 0
               IF WS-DED-COUNT < 5000
                   ADD 1 TO WS-DED-COUNT
                   MOVE WS-DED-COUNT TO WS-DED-FOUND
                   MOVE DRG-EMP-ID TO WS-DD-EMP-ID (WS-DED-FOUND)
                   MOVE DRG-CODE TO WS-DD-CODE (WS-DED-FOUND)
                   MOVE 0 TO WS-DD-CUR (WS-DED-FOUND)
                   MOVE 0 TO WS-DD-YTD (WS-DED-FOUND)
               ELSE
                   MOVE 1 TO WS-STUB-OVERFLOW
               END-IF
           END-IF.
           IF WS-DED-FOUND > 0
               ADD DRG-AMOUNT TO WS-DD-YTD (WS-DED-FOUND)
               IF DRG-PERIOD = WS-TARGET-PERIOD
                   ADD DRG-AMOUNT TO WS-DD-CUR (WS-DED-FOUND)
               END-IF
           END-IF.

       LOAD-EMPLOYEE-NAMES.
           PERFORM DETERMINE-CURRENT-GENERATION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NAME-COUNT < 2000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE EMP-ID TO
                                   WS-NM-EMP-ID (WS-NAME-COUNT)
                               MOVE EMP-NAME TO
                                   WS-NM-NAME (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY "   Unable to open " WS-GDG-FILENAME
                   ", status " WS-FILE-STATUS
           END-IF.

       LOAD-LEAVE-BALANCES.
      *> No leave file just means every stub shows a zero balance.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LEAVE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LEAVE-COUNT < 2000
                               ADD 1 TO WS-LEAVE-COUNT
                               MOVE LVB-EMP-ID TO
                                   WS-LV-EMP-ID (WS-LEAVE-COUNT)
                               MOVE LVB-BALANCE TO
                                   WS-LV-BALANCE (WS-LEAVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.

       LOAD-BANK-DETAILS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BANK-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BANK-COUNT < 2000
                               ADD 1 TO WS-BANK-COUNT
                               MOVE BNK-EMP-ID TO
                                   WS-BK-EMP-ID (WS-BANK-COUNT)
                               MOVE BNK-ACCOUNT TO
                                   WS-BK-ACCOUNT (WS-BANK-COUNT)
                               MOVE 0 TO WS-BK-LIVE (WS-BANK-COUNT)
                               IF BNK-IS-LIVE
                                   MOVE 1 TO
                                       WS-BK-LIVE (WS-BANK-COUNT)
                               END-IF
                               PERFORM APPLY-CHANGE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       APPLY-CHANGE-HOLD.
      *> During the hold the new account is not paid at all.
           IF BNK-HOLD-UNTIL IS NUMERIC
               IF BNK-HOLD-UNTIL >= WS-RUN-DATE
                   MOVE 0 TO WS-BK-LIVE (WS-BANK-COUNT)
                   IF BNK-HOLD-PAYS-PREVIOUS
                           AND BNK-PREV-ACCOUNT NOT = SPACES
                       MOVE BNK-PREV-ACCOUNT TO
                           WS-BK-ACCOUNT (WS-BANK-COUNT)
                       MOVE 1 TO WS-BK-LIVE (WS-BANK-COUNT)
                   END-IF
               END-IF
           END-IF.

       WRITE-ALL-STUBS.
      *> The period's archive is overwritten by a rerun; the index
      *> is only ever appended to.
           MOVE WS-TARGET-PERIOD TO WS-AN-PERIOD.
           MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-FILENAME.
           MOVE 0 TO WS-ARCH-LINE-NO.
           OPEN OUTPUT STUB-FILE.
           OPEN OUTPUT ARCH-FILE.
           OPEN EXTEND STUB-INDEX.
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT STUB-INDEX
           END-IF.
           PERFORM VARYING WS-STUB-IX FROM 1 BY 1
                   UNTIL WS-STUB-IX > WS-STUB-COUNT
               IF WS-SB-PAID (WS-STUB-IX) = 1
                   PERFORM WRITE-ONE-STUB
               END-IF
           END-PERFORM.
           CLOSE STUB-FILE.
           CLOSE ARCH-FILE.
           CLOSE STUB-INDEX.

       WRITE-ONE-STUB.
           MOVE WS-ARCH-LINE-NO TO WS-STUB-START.
           ADD 1 TO WS-STUB-START.

           MOVE WS-TARGET-PERIOD TO WS-ST-PERIOD.
           MOVE WS-SL-TITLE TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE WS-SB-EMP-ID (WS-STUB-IX) TO WS-SE-EMP-ID.
           MOVE "** NOT ON MASTER **" TO WS-SE-NAME.
           PERFORM VARYING WS-LOOK-IX FROM 1 BY 1
                   UNTIL WS-LOOK-IX > WS-NAME-COUNT
               IF WS-NM-EMP-ID (WS-LOOK-IX) = WS-SB-EMP-ID (WS-STUB-IX)
                   MOVE WS-NM-NAME (WS-LOOK-IX) TO WS-SE-NAME
               END-IF
           END-PERFORM.
           MOVE WS-SB-DEPT (WS-STUB-IX) TO WS-SE-DEPT.
           MOVE WS-SL-EMPLOYEE TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE WS-PERIOD-START TO WS-SD-START.
           MOVE WS-PERIOD-END TO WS-SD-END.
           MOVE WS-PERIOD-PAID TO WS-SD-PAID.
           MOVE WS-SL-DATES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE WS-SL-COLUMNS TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.

           MOVE "EARNINGS" TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           PERFORM VARYING WS-EARN-IX FROM 1 BY 1
                   UNTIL WS-EARN-IX > WS-SB-EARN-COUNT (WS-STUB-IX)
               MOVE WS-SB-EARN-TYPE (WS-STUB-IX, WS-EARN-IX)
                   TO WS-SA-LABEL
               MOVE WS-SB-EARN-CUR (WS-STUB-IX, WS-EARN-IX)
                   TO WS-SA-CURRENT
               MOVE WS-SB-EARN-YTD (WS-STUB-IX, WS-EARN-IX)
                   TO WS-SA-YTD
               MOVE WS-SL-AMOUNT TO WS-OUT-LINE
               PERFORM PUT-STUB-LINE
           END-PERFORM.
           MOVE "TOTAL GROSS" TO WS-SA-LABEL.
           MOVE WS-SB-GROSS-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-GROSS-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.

           MOVE "TAXES" TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE "FEDERAL WITHHOLDING" TO WS-SA-LABEL.
           MOVE WS-SB-FED-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-FED-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE "STATE WITHHOLDING" TO WS-SA-LABEL.
           MOVE WS-SB-STATE (WS-STUB-IX) TO WS-SA-LABEL (19:2).
           MOVE WS-SB-STATE-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-STATE-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE "LOCAL WITHHOLDING" TO WS-SA-LABEL.
           MOVE WS-SB-LOCAL-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-LOCAL-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.

           MOVE "DEDUCTIONS" TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE WS-SB-VOID-DED-CUR (WS-STUB-IX) TO WS-DED-LINES-CUR.
           MOVE WS-SB-VOID-DED-YTD (WS-STUB-IX) TO WS-DED-LINES-YTD.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DED-IX) = WS-SB-EMP-ID (WS-STUB-IX)
                   MOVE WS-DD-CODE (WS-DED-IX) TO WS-SA-LABEL
                   MOVE WS-DD-CUR (WS-DED-IX) TO WS-SA-CURRENT
                   MOVE WS-DD-YTD (WS-DED-IX) TO WS-SA-YTD
                   MOVE WS-SL-AMOUNT TO WS-OUT-LINE
                   PERFORM PUT-STUB-LINE
                   ADD WS-DD-CUR (WS-DED-IX) TO WS-DED-LINES-CUR
                   ADD WS-DD-YTD (WS-DED-IX) TO WS-DED-LINES-YTD
               END-IF
           END-PERFORM.
           IF WS-SB-VOID-DED-YTD (WS-STUB-IX) NOT = 0
               MOVE "BACKED OUT BY VOID" TO WS-SA-LABEL
               MOVE WS-SB-VOID-DED-CUR (WS-STUB-IX) TO WS-SA-CURRENT
               MOVE WS-SB-VOID-DED-YTD (WS-STUB-IX) TO WS-SA-YTD
               MOVE WS-SL-AMOUNT TO WS-OUT-LINE
               PERFORM PUT-STUB-LINE
           END-IF.
           MOVE "TOTAL DEDUCTIONS" TO WS-SA-LABEL.
           MOVE WS-SB-DED-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-DED-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           IF WS-DED-LINES-CUR NOT = WS-SB-DED-CUR (WS-STUB-IX)
                   OR WS-DED-LINES-YTD NOT = WS-SB-DED-YTD (WS-STUB-IX)
               ADD 1 TO WS-UNTIED-COUNT
               DISPLAY "   Deduction lines do not tie for "
                   WS-SB-EMP-ID (WS-STUB-IX)
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE "NET PAY" TO WS-SA-LABEL.
           MOVE WS-SB-NET-CUR (WS-STUB-IX) TO WS-SA-CURRENT.
           MOVE WS-SB-NET-YTD (WS-STUB-IX) TO WS-SA-YTD.
           MOVE WS-SL-AMOUNT TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.

           MOVE 0 TO WS-SV-BALANCE.
           PERFORM VARYING WS-LOOK-IX FROM 1 BY 1
                   UNTIL WS-LOOK-IX > WS-LEAVE-COUNT
               IF WS-LV-EMP-ID (WS-LOOK-IX) = WS-SB-EMP-ID (WS-STUB-IX)
                   MOVE WS-LV-BALANCE (WS-LOOK-IX) TO WS-SV-BALANCE
               END-IF
           END-PERFORM.
           MOVE WS-SL-LEAVE TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           PERFORM WRITE-DEPOSIT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.
           MOVE "END OF PAY STUB" TO WS-OUT-LINE.
           PERFORM PUT-STUB-LINE.

           MOVE WS-SB-EMP-ID (WS-STUB-IX) TO SBX-EMP-ID.
           MOVE WS-TARGET-PERIOD TO SBX-PERIOD.
           MOVE WS-STUB-START TO SBX-START.
           COMPUTE SBX-LENGTH = WS-ARCH-LINE-NO + 1 - WS-STUB-START.
           WRITE STUB-INDEX-RECORD.
           ADD 1 TO WS-STUBS-MADE.
           ADD WS-SB-GROSS-CUR (WS-STUB-IX) TO WS-RUN-GROSS.
           ADD WS-SB-NET-CUR (WS-STUB-IX) TO WS-RUN-NET.

       WRITE-DEPOSIT-LINE.
      *> Only the last four digits of the account are ever printed.
           MOVE 0 TO WS-LOOK-FOUND.
           PERFORM VARYING WS-LOOK-IX FROM 1 BY 1
                   UNTIL WS-LOOK-IX > WS-BANK-COUNT
               IF WS-BK-EMP-ID (WS-LOOK-IX) = WS-SB-EMP-ID (WS-STUB-IX)
                       AND WS-BK-LIVE (WS-LOOK-IX) = 1
                   MOVE WS-LOOK-IX TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.
           IF WS-LOOK-FOUND = 0
               MOVE "NET PAY PAID BY CHECK" TO WS-OUT-LINE
           ELSE
               PERFORM PICK-LAST-FOUR
               MOVE WS-SL-DEPOSIT TO WS-OUT-LINE
           END-IF.
           PERFORM PUT-STUB-LINE.

       PICK-LAST-FOUR.
      *> The account is left-justified in its field; the last four
      *> are the four before the trailing spaces.
           MOVE WS-BK-ACCOUNT (WS-LOOK-FOUND) TO WS-ACCOUNT-HOLD.
           MOVE 12 TO WS-ACCOUNT-END.
           PERFORM UNTIL WS-ACCOUNT-END < 5
                   OR WS-ACCOUNT-HOLD (WS-ACCOUNT-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ACCOUNT-END
           END-PERFORM.
           IF WS-ACCOUNT-END < 5
               MOVE 4 TO WS-ACCOUNT-END
           END-IF.
           MOVE WS-ACCOUNT-HOLD (WS-ACCOUNT-END - 3:4)
               TO WS-SP-LAST-FOUR.

       PUT-STUB-LINE.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE WS-OUT-LINE TO STUB-LINE.
           WRITE STUB-LINE.
           MOVE WS-OUT-LINE TO ARCH-LINE.
           WRITE ARCH-LINE.
           MOVE SPACES TO WS-OUT-LINE.

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
