       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYTR.
      *> End-to-end pay trace inquiry. When an employee disputes a
      *> paycheck the answer is spread across half a dozen files,
      *> and an analyst used to open each one by hand. Given an
      *> EMP-ID and a period (YYYYMM), this transaction shows the
      *> whole chain on one screen:
      *>   - the pay register rows for the period (regular,
      *>     supplemental and reversing), each footed: gross less
      *>     federal, state and local withholding and deductions
      *>     must equal net;
      *>   - the master values used, from the employees.dat
      *>     generation the period was paid from (emppay_genlog.dat,
      *>     EMPPGLR.cpy; the current generation, flagged, when the
      *>     period predates the log). A salaried regular row's
      *>     gross must be one-twelfth of that salary, and the
      *>     register's company and department must match it;
      *>   - each deduction taken (empded_register.dat), which must
      *>     add up to the regular row's PRG-DEDUCT;
      *>   - what carried the net: the deposit transmissions on
      *>     empbnkex_sent.dat (sequence and type), paper checks on
      *>     empchk_register.dat paid from the register, and
      *>     cross-border payments on empbnkfx_diff.dat. Live
      *>     deposits less reversals, plus checks and cross-border
      *>     amounts, must equal the rows' net;
      *>   - the GL lines the employee's department posted in the
      *>     entity's current posting file (cotable.dat entity, the
      *>     EMPGLEXT naming), whose debits must cover the gross.
      *>     The file is only compared once glpost_register.dat
      *>     shows it posted, and posted in the traced period -- a
      *>     file on hand for another period is a break, not a
      *>     comparison;
      *>   - the YTD record after posting (empytd.dat), whose annual
      *>     gross must agree with the year's register rows as
      *>     EMPYTD builds it (a reversal backed out of the year of
      *>     the row it voided).
      *> Every step where the amounts do not carry through is
      *> flagged "***" and counted; an inquiry with a break, or
      *> with no register rows at all, sets RC 4. Level 1 authority
      *> is enough to look.

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
           SELECT GENERATION-LOG ASSIGN TO "emppay_genlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENLOG-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "empchk_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKREG-STATUS.
           SELECT FX-DIFF-FILE ASSIGN TO "empbnkfx_diff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXD-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT POSTING-FILE ASSIGN TO DYNAMIC
                   WS-POSTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT POST-REGISTER ASSIGN TO "glpost_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT YTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD GENERATION-LOG.
           COPY EMPPGLR.

       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD DED-REGISTER.
      *> The deduction register layout EMPLNDED reads.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD SENT-ITEMS.
           COPY EMPBSNR.

       FD CHECK-REGISTER.
           COPY EMPCKRR.

       FD FX-DIFF-FILE.
           COPY EMPFXDR.

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD POSTING-FILE.
      *> The H/D/T posting file EMPGLEXT writes; a D line carries
      *> department, account, DR/CR and the amount.
       01 POSTING-LINE PIC X(60).
       01 POSTING-DETAIL REDEFINES POSTING-LINE.
          05 PST-REC-TYPE   PIC X.
          05 FILLER         PIC X.
          05 PST-DEPT       PIC X(3).
          05 FILLER         PIC X.
          05 PST-ACCOUNT    PIC X(14).
          05 FILLER         PIC X.
          05 PST-DRCR       PIC X(2).
          05 FILLER         PIC X.
          05 PST-AMOUNT     PIC 9(9).99.
          05 FILLER         PIC X(24).
       01 POSTING-HEADER REDEFINES POSTING-LINE.
          05 FILLER         PIC X(10).
          05 PSH-RUN-DATE   PIC X(8).
          05 FILLER         PIC X(5).
          05 PSH-GENERATION PIC X(4).
          05 FILLER         PIC X(33).

       FD POST-REGISTER.
      *> GLPOST's register of every posting file accumulated.
       01 POST-REGISTER-RECORD.
          05 GPR-SOURCE-FILE PIC X(40).
          05 GPR-RUN-DATE    PIC 9(8).
          05 GPR-HASH        PIC 9(9).
          05 GPR-POST-DATE   PIC 9(8).
          05 GPR-PERIOD-USED PIC 9(6).

       FD YTD-FILE.
           COPY EMPYTDR.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-GENLOG-STATUS       PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-DED-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-SENT-STATUS         PIC XX VALUE SPACES.
       01 WS-CKREG-STATUS        PIC XX VALUE SPACES.
       01 WS-FXD-STATUS          PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-POSTING-STATUS      PIC XX VALUE SPACES.
       01 WS-POSTREG-STATUS      PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-DONE                PIC 9 VALUE 0.
          88 INQUIRY-DONE VALUE 1.

       01 WS-PICK-EMP-ID         PIC 9(5) VALUE 0.
       01 WS-PICK-PERIOD         PIC 9(6) VALUE 0.
       01 WS-PICK-YEAR           PIC 9(4) VALUE 0.
       01 WS-PICK-QUARTER        PIC 9 VALUE 0.
       01 WS-BREAKS              PIC 9(3) VALUE 0.

      *> What the register rows for the period add up to.
       01 WS-REG-ROWS            PIC 9(3) VALUE 0.
       01 WS-REG-COMPANY         PIC X(2) VALUE SPACES.
       01 WS-REG-DEPT            PIC X(3) VALUE SPACES.
       01 WS-REG-REGULAR         PIC 9 VALUE 0.
       01 WS-REG-EARN-TYPE       PIC X(4) VALUE SPACES.
       01 WS-REG-REG-GROSS       PIC 9(7)V99 VALUE 0.
       01 WS-REG-REG-DEDUCT      PIC 9(7)V99 VALUE 0.
       01 WS-REG-GROSS-PAID      PIC 9(8)V99 VALUE 0.
       01 WS-REG-NET-PAID        PIC 9(8)V99 VALUE 0.
       01 WS-REG-NET-VOIDED      PIC 9(8)V99 VALUE 0.
       01 WS-EXPECT-CARRIED      PIC S9(8)V99 VALUE 0.
       01 WS-FOOT-NET            PIC S9(8)V99 VALUE 0.

       01 WS-GDG-GENERATION      PIC 9(4) VALUE 0.
       01 WS-GDG-CURRENT         PIC 9(4) VALUE 0.
       01 WS-GEN-FROM-LOG        PIC 9 VALUE 0.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-MASTER-FOUND        PIC 9 VALUE 0.
       01 WS-EXPECT-GROSS        PIC 9(7)V99 VALUE 0.

       01 WS-DED-ROWS            PIC 9(3) VALUE 0.
       01 WS-DED-SUM             PIC 9(7)V99 VALUE 0.

       01 WS-CARRIED             PIC S9(8)V99 VALUE 0.
       01 WS-CARRIER-ROWS        PIC 9(3) VALUE 0.

       01 WS-ENTITY              PIC X(4) VALUE "0000".
       01 WS-POSTING-NAME-BUILD.
          05 FILLER               PIC X(14) VALUE "empgl_posting_".
          05 WS-PN-ENTITY         PIC X(4).
          05 FILLER               PIC X(4) VALUE ".dat".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-POSTING-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-GL-LINES            PIC 9(3) VALUE 0.
       01 WS-GL-DEBITS           PIC 9(10)V99 VALUE 0.
       01 WS-GL-AMOUNT           PIC 9(9)V99 VALUE 0.
       01 WS-GL-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-GL-POSTED           PIC 9 VALUE 0.
       01 WS-GL-PERIOD           PIC 9(6) VALUE 0.

       01 WS-YTD-FOUND           PIC 9 VALUE 0.
       01 WS-YTD-FROM-REG        PIC S9(9)V99 VALUE 0.
       01 WS-ROW-YEAR            PIC 9(4) VALUE 0.

      *> Display edits.
       01 WS-ED-AMT-1            PIC ZZZZZZZ9.99-.
       01 WS-ED-AMT-2            PIC ZZZZZZZ9.99-.
       01 WS-ED-AMT-3            PIC ZZZZZZZ9.99-.
       01 WS-ED-AMT-4            PIC ZZZZZZZ9.99-.
       01 WS-ED-AMT-5            PIC ZZZZZZZ9.99-.
       01 WS-ED-AMT-6            PIC ZZZZZZZ9.99-.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPAYTR".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 an inquiry
      *> found nothing or a break in the chain, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Pay Trace Inquiry ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - inquiry ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM DETERMINE-CURRENT-GENERATION
               PERFORM UNTIL INQUIRY-DONE
                   PERFORM ONE-INQUIRY
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Pay Trace Inquiry Complete ===".
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

       DETERMINE-CURRENT-GENERATION.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-CURRENT
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-CURRENT
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-CURRENT
           END-IF.

       ONE-INQUIRY.
           DISPLAY "Enter EMP-ID (0 ends the inquiry): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-EMP-ID.
           ACCEPT WS-PICK-EMP-ID.
           IF WS-PICK-EMP-ID = 0
               MOVE 1 TO WS-DONE
           ELSE
               DISPLAY "Enter period (YYYYMM): " WITH NO ADVANCING
               MOVE 0 TO WS-PICK-PERIOD
               ACCEPT WS-PICK-PERIOD
               IF WS-PICK-PERIOD (5:2) < "01"
                       OR WS-PICK-PERIOD (5:2) > "12"
                   DISPLAY "   Not a period: " WS-PICK-PERIOD
               ELSE
                   PERFORM TRACE-THE-PAYMENT
               END-IF
           END-IF.

       TRACE-THE-PAYMENT.
           MOVE 0 TO WS-BREAKS.
           MOVE WS-PICK-PERIOD (1:4) TO WS-PICK-YEAR.
           COMPUTE WS-PICK-QUARTER =
               (WS-PICK-PERIOD - (WS-PICK-YEAR * 100) + 2) / 3.
           DISPLAY " ".
           DISPLAY "   Pay trace for " WS-PICK-EMP-ID
               " period " WS-PICK-PERIOD.
           PERFORM SHOW-REGISTER-ROWS.
           IF WS-REG-ROWS = 0
               DISPLAY "   No pay register rows for " WS-PICK-EMP-ID
                   " in " WS-PICK-PERIOD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM SHOW-MASTER-VALUES
               PERFORM SHOW-DEDUCTIONS
               PERFORM SHOW-PAYMENT-CARRIERS
               PERFORM SHOW-GL-LINES
               PERFORM SHOW-YTD-AFTER
               DISPLAY " "
               IF WS-BREAKS = 0
                   DISPLAY "   Chain carries through - no breaks"
               ELSE
                   DISPLAY "   *** " WS-BREAKS
                       " break(s) in the chain"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SHOW-REGISTER-ROWS.
           MOVE 0 TO WS-REG-ROWS.
           MOVE 0 TO WS-REG-REGULAR.
           MOVE 0 TO WS-REG-REG-GROSS.
           MOVE 0 TO WS-REG-REG-DEDUCT.
           MOVE 0 TO WS-REG-GROSS-PAID.
           MOVE 0 TO WS-REG-NET-PAID.
           MOVE 0 TO WS-REG-NET-VOIDED.
           MOVE SPACES TO WS-REG-COMPANY.
           MOVE SPACES TO WS-REG-DEPT.
           MOVE SPACES TO WS-REG-EARN-TYPE.
           DISPLAY " ".
           DISPLAY "   PAY REGISTER".
           DISPLAY "   T RUN-ID         GROSS     FEDERAL"
               "       STATE       LOCAL      DEDUCT         NET".
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-EMP-ID = WS-PICK-EMP-ID
                                   AND PRG-PERIOD = WS-PICK-PERIOD
                               PERFORM SHOW-ONE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       SHOW-ONE-REGISTER-ROW.
           ADD 1 TO WS-REG-ROWS.
      *> Rows from before state and local withholding read back as
      *> spaces there.
           IF PRG-STATE-WHLD IS NOT NUMERIC
               MOVE 0 TO PRG-STATE-WHLD
           END-IF.
           IF PRG-LOCAL-WHLD IS NOT NUMERIC
               MOVE 0 TO PRG-LOCAL-WHLD
           END-IF.
           MOVE PRG-GROSS TO WS-ED-AMT-1.
           MOVE PRG-WITHHOLDING TO WS-ED-AMT-2.
           MOVE PRG-STATE-WHLD TO WS-ED-AMT-3.
           MOVE PRG-LOCAL-WHLD TO WS-ED-AMT-4.
           MOVE PRG-DEDUCT TO WS-ED-AMT-5.
           MOVE PRG-NET TO WS-ED-AMT-6.
           DISPLAY "   " PRG-RUN-TYPE " " PRG-RUN-ID
               WS-ED-AMT-1 WS-ED-AMT-2 WS-ED-AMT-3
               WS-ED-AMT-4 WS-ED-AMT-5 WS-ED-AMT-6.
           DISPLAY "     company " PRG-COMPANY " dept " PRG-DEPT
               " state " PRG-STATE " " PRG-LOCALITY
               " earnings " PRG-EARN-TYPE.
           COMPUTE WS-FOOT-NET = PRG-GROSS - PRG-WITHHOLDING
               - PRG-STATE-WHLD - PRG-LOCAL-WHLD - PRG-DEDUCT.
           IF WS-FOOT-NET NOT = PRG-NET
               MOVE WS-FOOT-NET TO WS-ED-AMT-1
               DISPLAY "   *** Row does not foot - gross less"
                   " withholding and deductions is " WS-ED-AMT-1
               ADD 1 TO WS-BREAKS
           END-IF.
           MOVE PRG-COMPANY TO WS-REG-COMPANY.
           MOVE PRG-DEPT TO WS-REG-DEPT.
           IF PRG-REVERSAL
               ADD PRG-NET TO WS-REG-NET-VOIDED
           ELSE
               ADD PRG-NET TO WS-REG-NET-PAID
               ADD PRG-GROSS TO WS-REG-GROSS-PAID
           END-IF.
           IF PRG-REGULAR-RUN
               MOVE 1 TO WS-REG-REGULAR
               MOVE PRG-EARN-TYPE TO WS-REG-EARN-TYPE
               ADD PRG-GROSS TO WS-REG-REG-GROSS
               ADD PRG-DEDUCT TO WS-REG-REG-DEDUCT
           END-IF.

       SHOW-MASTER-VALUES.
      *> The generation the period was paid from; the last log row
      *> for the period wins.
           MOVE 0 TO WS-GEN-FROM-LOG.
           MOVE WS-GDG-CURRENT TO WS-GDG-GENERATION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT GENERATION-LOG.
           IF WS-GENLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ GENERATION-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PGL-PERIOD = WS-PICK-PERIOD
                               MOVE PGL-GENERATION
                                   TO WS-GDG-GENERATION
                               MOVE 1 TO WS-GEN-FROM-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG
           END-IF.
           DISPLAY " ".
           IF WS-GEN-FROM-LOG = 1
               DISPLAY "   MASTER VALUES USED - generation "
                   WS-GDG-GENERATION
           ELSE
               DISPLAY "   MASTER VALUES - generation "
                   WS-GDG-GENERATION " (current; the period's"
                   " generation was not logged)"
           END-IF.
           MOVE WS-GDG-GENERATION TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.
           MOVE 0 TO WS-MASTER-FOUND.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-ID = WS-PICK-EMP-ID
                               MOVE 1 TO WS-MASTER-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-MASTER-FOUND = 0
               DISPLAY "   *** " WS-PICK-EMP-ID " is not on "
                   WS-GDG-FILENAME
               ADD 1 TO WS-BREAKS
           ELSE
               MOVE EMP-SALARY TO WS-ED-AMT-1
               DISPLAY "   " EMP-NAME " salary " WS-ED-AMT-1
                   " " EMP-CURRENCY " status " EMP-STATUS
               DISPLAY "   company " EMP-COMPANY " dept " EMP-DEPT
                   " job " EMP-JOB-CODE " hired " EMP-HIRE-DATE
               PERFORM CHECK-MASTER-AGAINST-ROWS
           END-IF.

       CHECK-MASTER-AGAINST-ROWS.
           IF EMP-COMPANY NOT = WS-REG-COMPANY
                   OR EMP-DEPT NOT = WS-REG-DEPT
               DISPLAY "   *** Register paid company " WS-REG-COMPANY
                   " dept " WS-REG-DEPT ", master says "
                   EMP-COMPANY " " EMP-DEPT
               ADD 1 TO WS-BREAKS
           END-IF.
      *> An hourly employee's gross comes from the timecard, not
      *> the salary.
           IF WS-REG-REGULAR = 1 AND WS-REG-EARN-TYPE NOT = "HRLY"
               COMPUTE WS-EXPECT-GROSS ROUNDED = EMP-SALARY / 12
               IF WS-EXPECT-GROSS NOT = WS-REG-REG-GROSS
                   MOVE WS-EXPECT-GROSS TO WS-ED-AMT-1
                   DISPLAY "   *** Regular gross is not one-twelfth"
                       " of the salary: expected " WS-ED-AMT-1
                   ADD 1 TO WS-BREAKS
               END-IF
           END-IF.

       SHOW-DEDUCTIONS.
           MOVE 0 TO WS-DED-ROWS.
           MOVE 0 TO WS-DED-SUM.
           DISPLAY " ".
           DISPLAY "   DEDUCTIONS TAKEN".
           MOVE 0 TO WS-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DED-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DRG-EMP-ID = WS-PICK-EMP-ID
                                   AND DRG-PERIOD = WS-PICK-PERIOD
                               ADD 1 TO WS-DED-ROWS
                               ADD DRG-AMOUNT TO WS-DED-SUM
                               MOVE DRG-AMOUNT TO WS-ED-AMT-1
                               DISPLAY "   " DRG-CODE WS-ED-AMT-1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.
           IF WS-DED-ROWS = 0
               DISPLAY "   (none)"
           END-IF.
           IF WS-DED-SUM NOT = WS-REG-REG-DEDUCT
               MOVE WS-DED-SUM TO WS-ED-AMT-1
               MOVE WS-REG-REG-DEDUCT TO WS-ED-AMT-2
               DISPLAY "   *** Deductions taken " WS-ED-AMT-1
                   " but the register deducted " WS-ED-AMT-2
               ADD 1 TO WS-BREAKS
           END-IF.

       SHOW-PAYMENT-CARRIERS.
           MOVE 0 TO WS-CARRIED.
           MOVE 0 TO WS-CARRIER-ROWS.
           DISPLAY " ".
           DISPLAY "   CARRIED BY".
      *> Deposit transmissions: L live, R a reversal, P a zero
      *> prenote.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SENT-ITEMS.
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENT-ITEMS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BSN-IS-DETAIL
                                   AND BSN-EMP-ID = WS-PICK-EMP-ID
                                   AND BSN-PERIOD = WS-PICK-PERIOD
                               PERFORM SHOW-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-ITEMS
           END-IF.
      *> Paper checks paid from the register; a voided check
      *> carried nothing.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CKREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CKR-EMP-ID = WS-PICK-EMP-ID
                                   AND CKR-PERIOD = WS-PICK-PERIOD
                                   AND CKR-SOURCE = "REGSTR"
                               PERFORM SHOW-ONE-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.
      *> Cross-border payments, in the employee's own currency.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FX-DIFF-FILE.
           IF WS-FXD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FX-DIFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF FXD-EMP-ID = WS-PICK-EMP-ID
                                   AND FXD-PERIOD = WS-PICK-PERIOD
                               ADD 1 TO WS-CARRIER-ROWS
                               ADD FXD-FOREIGN-AMT TO WS-CARRIED
                               MOVE FXD-FOREIGN-AMT TO WS-ED-AMT-1
                               MOVE FXD-PAY-AMT TO WS-ED-AMT-2
                               DISPLAY "   cross-border seq " FXD-SEQ
                                   WS-ED-AMT-1 " " FXD-CURRENCY
                                   " =" WS-ED-AMT-2 " "
                                   FXD-BASE-CURR " paid "
                                   FXD-PAY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-DIFF-FILE
           END-IF.
           IF WS-CARRIER-ROWS = 0
               DISPLAY "   (nothing transmitted or printed)"
           END-IF.
           COMPUTE WS-EXPECT-CARRIED =
               WS-REG-NET-PAID - WS-REG-NET-VOIDED.
           IF WS-CARRIED NOT = WS-EXPECT-CARRIED
               MOVE WS-CARRIED TO WS-ED-AMT-1
               MOVE WS-EXPECT-CARRIED TO WS-ED-AMT-2
               DISPLAY "   *** Carried " WS-ED-AMT-1
                   " against net pay of " WS-ED-AMT-2
               ADD 1 TO WS-BREAKS
           END-IF.

       SHOW-ONE-DEPOSIT.
           ADD 1 TO WS-CARRIER-ROWS.
           MOVE BSN-AMOUNT TO WS-ED-AMT-1.
           DISPLAY "   deposit file seq " BSN-SEQ " type "
               BSN-DEP-TYPE WS-ED-AMT-1 " run " BSN-RUN-ID
               " sent " BSN-SENT-DATE.
           EVALUATE BSN-DEP-TYPE
               WHEN "L"
                   ADD BSN-AMOUNT TO WS-CARRIED
               WHEN "R"
                   SUBTRACT BSN-AMOUNT FROM WS-CARRIED
           END-EVALUATE.

       SHOW-ONE-CHECK.
           ADD 1 TO WS-CARRIER-ROWS.
           MOVE CKR-AMOUNT TO WS-ED-AMT-1.
           DISPLAY "   check " CKR-CHECK-NO " status " CKR-STATUS
               WS-ED-AMT-1 " run " CKR-RUN-ID " issued "
               CKR-ISSUE-DATE.
           IF NOT CKR-IS-VOIDED
               ADD CKR-AMOUNT TO WS-CARRIED
           END-IF.

       SHOW-GL-LINES.
      *> The entity file the register company posts to, named the
      *> way EMPGLEXT names it; no company row keeps the legacy
      *> single file.
           MOVE "0000" TO WS-ENTITY.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE-FILE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CMP-CODE = WS-REG-COMPANY
                               MOVE CMP-GL-ENTITY TO WS-ENTITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE-FILE
           END-IF.
           IF WS-ENTITY = "0000"
               MOVE "empgl_posting.dat" TO WS-POSTING-FILENAME
           ELSE
               MOVE WS-ENTITY TO WS-PN-ENTITY
               MOVE WS-POSTING-NAME-BUILD TO WS-POSTING-FILENAME
           END-IF.
           DISPLAY " ".
           DISPLAY "   GL LINES - dept " WS-REG-DEPT " in "
               WS-POSTING-FILENAME.
           MOVE 0 TO WS-GL-LINES.
           MOVE 0 TO WS-GL-DEBITS.
           MOVE SPACES TO WS-GL-RUN-DATE.
           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "   *** No posting file on hand"
               ADD 1 TO WS-BREAKS
           ELSE
               READ POSTING-FILE
                   NOT AT END
                       IF PST-REC-TYPE = "H"
                           MOVE PSH-RUN-DATE TO WS-GL-RUN-DATE
                           DISPLAY "   extract run " PSH-RUN-DATE
                               " from generation " PSH-GENERATION
                       END-IF
               END-READ
               CLOSE POSTING-FILE
               PERFORM FIND-POSTING-PERIOD
               EVALUATE TRUE
                   WHEN WS-GL-POSTED = 0
                       DISPLAY "   *** Posting file not yet posted to"
                           " the ledger - its period is unknown"
                       ADD 1 TO WS-BREAKS
                   WHEN WS-GL-PERIOD NOT = WS-PICK-PERIOD
                       DISPLAY "   *** GL file is for another period ("
                           WS-GL-PERIOD ") - not compared"
                       ADD 1 TO WS-BREAKS
                   WHEN OTHER
                       PERFORM SHOW-PERIOD-GL-LINES
               END-EVALUATE
           END-IF.

       FIND-POSTING-PERIOD.
      *> GLPOST registers every file it accumulates, with the
      *> period it went into.
           MOVE 0 TO WS-GL-POSTED.
           MOVE 0 TO WS-GL-PERIOD.
           MOVE 0 TO WS-EOF.
           OPEN INPUT POST-REGISTER.
           IF WS-POSTREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ POST-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GPR-SOURCE-FILE = WS-POSTING-FILENAME
                                   AND GPR-RUN-DATE = WS-GL-RUN-DATE
                               MOVE 1 TO WS-GL-POSTED
                               MOVE GPR-PERIOD-USED TO WS-GL-PERIOD
                               DISPLAY "   posted to the ledger "
                                   GPR-POST-DATE " in period "
                                   GPR-PERIOD-USED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-REGISTER
           END-IF.

       SHOW-PERIOD-GL-LINES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT POSTING-FILE.
           PERFORM UNTIL WS-EOF = 1
               READ POSTING-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SHOW-ONE-POSTING-LINE
               END-READ
           END-PERFORM.
           CLOSE POSTING-FILE.
           PERFORM CHECK-GL-LINES.

       SHOW-ONE-POSTING-LINE.
           IF PST-REC-TYPE = "D" AND PST-DEPT = WS-REG-DEPT
               ADD 1 TO WS-GL-LINES
               DISPLAY "   " PST-ACCOUNT " " PST-DRCR " " PST-AMOUNT
               IF PST-DRCR = "DR"
                   MOVE PST-AMOUNT TO WS-GL-AMOUNT
                   ADD WS-GL-AMOUNT TO WS-GL-DEBITS
               END-IF
           END-IF.

       CHECK-GL-LINES.
           IF WS-GL-LINES = 0
               DISPLAY "   *** Dept " WS-REG-DEPT
                   " posted no lines"
               ADD 1 TO WS-BREAKS
           ELSE
               IF WS-GL-DEBITS < WS-REG-GROSS-PAID
                   MOVE WS-GL-DEBITS TO WS-ED-AMT-1
                   MOVE WS-REG-GROSS-PAID TO WS-ED-AMT-2
                   DISPLAY "   *** Dept debits " WS-ED-AMT-1
                       " do not cover this gross of " WS-ED-AMT-2
                   ADD 1 TO WS-BREAKS
               END-IF
           END-IF.

       SHOW-YTD-AFTER.
           DISPLAY " ".
           DISPLAY "   YTD AFTER POSTING - " WS-PICK-YEAR
               " company " WS-REG-COMPANY.
           MOVE 0 TO WS-YTD-FOUND.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YTD-EMP-ID = WS-PICK-EMP-ID
                                   AND YTD-YEAR = WS-PICK-YEAR
                                   AND YTD-COMPANY = WS-REG-COMPANY
                               MOVE 1 TO WS-YTD-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.
           IF WS-YTD-FOUND = 0
               DISPLAY "   *** No YTD record - the period has not"
                   " been accumulated"
               ADD 1 TO WS-BREAKS
           ELSE
               MOVE YTD-Q-GROSS (WS-PICK-QUARTER) TO WS-ED-AMT-1
               MOVE YTD-Q-WHLD (WS-PICK-QUARTER) TO WS-ED-AMT-2
               MOVE YTD-Q-NET (WS-PICK-QUARTER) TO WS-ED-AMT-3
               DISPLAY "   quarter " WS-PICK-QUARTER " gross"
                   WS-ED-AMT-1 " withheld" WS-ED-AMT-2 " net"
                   WS-ED-AMT-3
               MOVE YTD-ANN-GROSS TO WS-ED-AMT-1
               MOVE YTD-ANN-WHLD TO WS-ED-AMT-2
               MOVE YTD-ANN-NET TO WS-ED-AMT-3
               DISPLAY "   year      gross" WS-ED-AMT-1
                   " withheld" WS-ED-AMT-2 " net" WS-ED-AMT-3
               PERFORM CHECK-YTD-AGAINST-REGISTER
           END-IF.

       CHECK-YTD-AGAINST-REGISTER.
      *> The year's gross as EMPYTD rebuilds it: a reversing row
      *> backs out of the year of the row it voided.
           MOVE 0 TO WS-YTD-FROM-REG.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-EMP-ID = WS-PICK-EMP-ID
                                   AND PRG-COMPANY = WS-REG-COMPANY
                               PERFORM ADD-ROW-TO-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           IF WS-YTD-FROM-REG NOT = YTD-ANN-GROSS
               MOVE WS-YTD-FROM-REG TO WS-ED-AMT-1
               DISPLAY "   *** YTD gross does not agree with the"
                   " register's" WS-ED-AMT-1
               ADD 1 TO WS-BREAKS
           END-IF.

       ADD-ROW-TO-YEAR.
           IF PRG-REVERSAL
               MOVE PRG-VOID-PERIOD (1:4) TO WS-ROW-YEAR
               IF WS-ROW-YEAR = WS-PICK-YEAR
                   SUBTRACT PRG-GROSS FROM WS-YTD-FROM-REG
               END-IF
           ELSE
               MOVE PRG-PERIOD (1:4) TO WS-ROW-YEAR
               IF WS-ROW-YEAR = WS-PICK-YEAR
                   ADD PRG-GROSS TO WS-YTD-FROM-REG
               END-IF
           END-IF.
