       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPVOID.
      *> Pay register void and reversal transaction, in the GLPERMNT
      *> menu style. A row on emppay_register.dat used to be taken
      *> back by hand-editing the register, empytd.dat and the GL
      *> separately. Here a supervisor-level operator (OPRSEC
      *> authority 3) lists an employee's register rows, picks one
      *> by its row number and confirms; the transaction appends a
      *> reversing row (PRG-RUN-TYPE "V") carrying the voided row's
      *> amounts and pointing back to it by row number and period.
      *> The voided row is never changed. EMPYTD backs the reversing
      *> row out of the voided row's quarter and EMPGLEXT posts its
      *> mirror entries.
      *>
      *> The money is recovered the way it went out. A row paid by
      *> deposit (an "L" detail for the employee, period and run on
      *> empbnkex_sent.dat) or by cross-border wire (a row on
      *> empbnkfx_diff.dat under one of that run's
      *> empbnkfx_register.dat sequences) gets a reversal request
      *> on empbnkex_reversal.dat for the next bank extract. A row
      *> paid by a check still outstanding on empchk_register.dat
      *> -- following any reissue of it -- gets a stop ("S") on
      *> empchk_void.dat for the next check run. A row never paid
      *> needs nothing: neither EMPBNKEX nor EMPCHKPR pays a voided
      *> row. A check already cleared, or voided for a reissue not
      *> yet printed, is left to the operator (RC 4).
      *>
      *> The reversing row posts in the voided row's period when
      *> that GL period is open on glperiod.dat; a closed (or never
      *> opened) period routes it into the next open period after
      *> it, the GLPOST rule, with an alert. No open period refuses
      *> the void. With no glperiod.dat the voided row's period is
      *> used. Every void lands on empvoid_report.dat with the
      *> operator, the reason and any routing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REVERSAL-QUEUE ASSIGN TO "empbnkex_reversal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.
           SELECT VOID-REPORT ASSIGN TO "empvoid_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT XB-XMIT-REGISTER ASSIGN TO "empbnkfx_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XB-XMIT-STATUS.
           SELECT FX-DIFF-FILE ASSIGN TO "empbnkfx_diff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-DIFF-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "empchk_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKREG-STATUS.
           SELECT VOID-REQUESTS ASSIGN TO "empchk_void.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-REQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD   PIC 9(6).
          05 GLP-STATUS   PIC X.
             88 GLP-IS-OPEN   VALUE "O".
             88 GLP-IS-CLOSED VALUE "C".

       FD REVERSAL-QUEUE.
           COPY EMPRVQR.

       FD VOID-REPORT.
       01 VOID-REPORT-LINE PIC X(120).

       FD SENT-ITEMS.
           COPY EMPBSNR.

      *> EMPBNKEX's cross-border transmission register (EMPXMRW.cpy).
       FD XB-XMIT-REGISTER.
       01 XB-XMIT-REGISTER-LINE PIC X(60).

       FD FX-DIFF-FILE.
           COPY EMPFXDR.

       FD CHECK-REGISTER.
           COPY EMPCKRR.

       FD VOID-REQUESTS.
           COPY EMPCKVR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-REVQ-STATUS     PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-SENT-STATUS     PIC XX VALUE SPACES.
       01 WS-XB-XMIT-STATUS  PIC XX VALUE SPACES.
       01 WS-FX-DIFF-STATUS  PIC XX VALUE SPACES.
       01 WS-CKREG-STATUS    PIC XX VALUE SPACES.
       01 WS-VOID-REQ-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> One employee's register rows, by position in the file; a
      *> row already reversed carries the reversing row's number.
       01 WS-PICK-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-ROW-NUMBER      PIC 9(7) VALUE 0.
       01 WS-ROW-COUNT       PIC 9(3) VALUE 0.
       01 WS-ROW-TABLE.
          05 WS-RW-ENTRY OCCURS 300 TIMES.
             10 WS-RW-ROW       PIC 9(7).
             10 WS-RW-PERIOD    PIC 9(6).
             10 WS-RW-RUN-TYPE  PIC X.
             10 WS-RW-RUN-ID    PIC X(9).
             10 WS-RW-EARN-TYPE PIC X(4).
             10 WS-RW-GROSS     PIC 9(6)V99.
             10 WS-RW-NET       PIC 9(6)V99.
             10 WS-RW-VOIDED-BY PIC 9(7).
       01 WS-ROW-IX          PIC 9(3) VALUE 0.
       01 WS-FOUND-IX        PIC 9(3) VALUE 0.
       01 WS-ROW-OVERFLOW    PIC 9 VALUE 0.
       01 WS-PICK-ROW        PIC 9(7) VALUE 0.
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-VOID-REASON     PIC X(30) VALUE SPACES.

      *> The voided row, copied whole, and the period it reverses
      *> into.
       01 WS-HELD-ROW        PIC X(200) VALUE SPACES.
       01 WS-HELD-FOUND      PIC 9 VALUE 0.
       01 WS-TARGET-PERIOD   PIC 9(6) VALUE 0.
       01 WS-USE-PERIOD      PIC 9(6) VALUE 0.
       01 WS-PERIOD-FILE-FOUND PIC 9 VALUE 0.
       01 WS-PERIOD-FOUND    PIC 9 VALUE 0.
       01 WS-PERIOD-OPEN     PIC 9 VALUE 0.
       01 WS-REDIRECTED      PIC 9 VALUE 0.

      *> How the voided row was paid. A transmission belongs to the
      *> row's run when it carries the row's run ID, or no run ID
      *> and the row is a regular-run row (EMPBNKEX's selection).
       01 WS-PAID-ELECTRONIC PIC 9 VALUE 0.
       01 WS-PAID-RUN-ID     PIC X(9) VALUE SPACES.
       01 WS-RUN-MATCH       PIC 9 VALUE 0.
           COPY EMPXMRW.
       01 WS-XBS-COUNT       PIC 9(3) VALUE 0.
       01 WS-XBS-TABLE.
          05 WS-XBS-SEQ OCCURS 100 TIMES PIC 9(6).
       01 WS-XBS-IX          PIC 9(3) VALUE 0.
      *> The check that paid it: the register row's own check, or
      *> the last reissue of it (a reissue carries the voided
      *> check's number as its reference).
       01 WS-CK-ROW-REF      PIC 9(9) VALUE 0.
       01 WS-CK-FIND-SOURCE  PIC X(6) VALUE SPACES.
       01 WS-CK-FIND-REF     PIC X(9) VALUE SPACES.
       01 WS-CK-FOUND        PIC 9 VALUE 0.
       01 WS-CK-CHECK-NO     PIC 9(8) VALUE 0.
       01 WS-CK-STATUS       PIC X VALUE SPACE.
       01 WS-CK-VOID-ACTION  PIC X VALUE SPACE.
       01 WS-NX-FOUND        PIC 9 VALUE 0.
       01 WS-NX-CHECK-NO     PIC 9(8) VALUE 0.
       01 WS-NX-STATUS       PIC X VALUE SPACE.
       01 WS-NX-VOID-ACTION  PIC X VALUE SPACE.
       01 WS-CHAIN-DONE      PIC 9 VALUE 0.

      *> Report line built with MOVE, not STRING.
       01 WS-REPORT-LINE-BUILD.
          05 WS-RL-DATE         PIC 9(8).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RL-OPERATOR     PIC X(8).
          05 FILLER             PIC X(5) VALUE " ROW ".
          05 WS-RL-ROW          PIC 9(7).
          05 FILLER             PIC X(5) VALUE " EMP ".
          05 WS-RL-EMP-ID       PIC 9(5).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RL-RUN-ID       PIC X(9).
          05 FILLER             PIC X(6) VALUE " PAID ".
          05 WS-RL-PERIOD       PIC 9(6).
          05 FILLER             PIC X(7) VALUE " POSTS ".
          05 WS-RL-POST-PERIOD  PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RL-NET          PIC Z(5)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RL-REASON       PIC X(30).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RL-NOTE         PIC X(14).
       01 WS-LIST-LINE-BUILD.
          05 FILLER             PIC X(3) VALUE SPACES.
          05 WS-LL-ROW          PIC Z(6)9.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-PERIOD       PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-RUN-TYPE     PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-RUN-ID       PIC X(9).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-EARN-TYPE    PIC X(4).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-GROSS        PIC Z(5)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-NET          PIC Z(5)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LL-NOTE         PIC X(20).

      *> The closed-period redirect alerts the console, as GLPOST's.
       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(12) VALUE "VOID PERIOD ".
          05 WS-AB-PERIOD    PIC 9(6).
          05 FILLER          PIC X(26) VALUE
              " CLOSED - POSTED INTO ".
          05 WS-AB-USED      PIC 9(6).
          05 FILLER          PIC X(10) VALUE SPACES.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPVOID".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a void was
      *> refused or routed out of a closed period, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Pay Register Void ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
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
           DISPLAY "=== Pay Register Void Complete ===".
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
           DISPLAY "1. List an employee's register rows".
           DISPLAY "2. Void a register row".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ACCEPT-EMPLOYEE
                   PERFORM LOAD-EMPLOYEE-ROWS
                   PERFORM LIST-EMPLOYEE-ROWS
               WHEN 2
      *> Moving money back is supervisor-level work.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM VOID-A-ROW
                   END-IF
               WHEN 3
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       ACCEPT-EMPLOYEE.
           DISPLAY "Enter employee ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-EMP-ID.
           ACCEPT WS-PICK-EMP-ID.

       LOAD-EMPLOYEE-ROWS.
      *> Rows are numbered by position; the register is append-only
      *> so a row number never changes.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE 0 TO WS-ROW-OVERFLOW.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "   No pay register (emppay_register.dat),"
                   " status " WS-REGISTER-STATUS
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ REGISTER-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF PRG-EMP-ID = WS-PICK-EMP-ID
                           PERFORM HOLD-ONE-EMPLOYEE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS = "10"
               CLOSE REGISTER-FILE
           END-IF.
           IF WS-ROW-OVERFLOW = 1
               DISPLAY "   More than 300 rows for " WS-PICK-EMP-ID
                   " - only the first 300 are shown"
           END-IF.

       HOLD-ONE-EMPLOYEE-ROW.
           IF PRG-REVERSAL
      *> Mark the row this one reversed.
               PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                       UNTIL WS-ROW-IX > WS-ROW-COUNT
                   IF WS-RW-ROW (WS-ROW-IX) = PRG-VOID-ROW
                       MOVE WS-ROW-NUMBER
                           TO WS-RW-VOIDED-BY (WS-ROW-IX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ROW-COUNT < 300
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-NUMBER TO WS-RW-ROW (WS-ROW-COUNT)
               MOVE PRG-PERIOD TO WS-RW-PERIOD (WS-ROW-COUNT)
               MOVE PRG-RUN-TYPE TO WS-RW-RUN-TYPE (WS-ROW-COUNT)
               MOVE PRG-RUN-ID TO WS-RW-RUN-ID (WS-ROW-COUNT)
               MOVE PRG-EARN-TYPE TO WS-RW-EARN-TYPE (WS-ROW-COUNT)
               MOVE PRG-GROSS TO WS-RW-GROSS (WS-ROW-COUNT)
               MOVE PRG-NET TO WS-RW-NET (WS-ROW-COUNT)
               MOVE 0 TO WS-RW-VOIDED-BY (WS-ROW-COUNT)
           ELSE
               MOVE 1 TO WS-ROW-OVERFLOW
           END-IF.

       LIST-EMPLOYEE-ROWS.
           IF WS-ROW-COUNT = 0
               DISPLAY "   No register rows for " WS-PICK-EMP-ID
           ELSE
               DISPLAY "       ROW PERIOD T RUN-ID    TYPE"
                   "     GROSS       NET"
               PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                       UNTIL WS-ROW-IX > WS-ROW-COUNT
                   MOVE WS-RW-ROW (WS-ROW-IX) TO WS-LL-ROW
                   MOVE WS-RW-PERIOD (WS-ROW-IX) TO WS-LL-PERIOD
                   MOVE WS-RW-RUN-TYPE (WS-ROW-IX) TO WS-LL-RUN-TYPE
                   MOVE WS-RW-RUN-ID (WS-ROW-IX) TO WS-LL-RUN-ID
                   MOVE WS-RW-EARN-TYPE (WS-ROW-IX)
                       TO WS-LL-EARN-TYPE
                   MOVE WS-RW-GROSS (WS-ROW-IX) TO WS-LL-GROSS
                   MOVE WS-RW-NET (WS-ROW-IX) TO WS-LL-NET
                   MOVE SPACES TO WS-LL-NOTE
                   IF WS-RW-RUN-TYPE (WS-ROW-IX) = "V"
                       MOVE "REVERSING ROW" TO WS-LL-NOTE
                   END-IF
                   IF WS-RW-VOIDED-BY (WS-ROW-IX) > 0
                       MOVE "VOIDED" TO WS-LL-NOTE
                   END-IF
                   DISPLAY WS-LIST-LINE-BUILD
               END-PERFORM
           END-IF.

       VOID-A-ROW.
           PERFORM ACCEPT-EMPLOYEE.
           PERFORM LOAD-EMPLOYEE-ROWS.
           PERFORM LIST-EMPLOYEE-ROWS.
           IF WS-ROW-COUNT = 0
               PERFORM REFUSE-THE-CHANGE
           ELSE
               DISPLAY "Enter row number to void: "
                   WITH NO ADVANCING
               MOVE 0 TO WS-PICK-ROW
               ACCEPT WS-PICK-ROW
               MOVE 0 TO WS-FOUND-IX
               PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                       UNTIL WS-ROW-IX > WS-ROW-COUNT
                   IF WS-RW-ROW (WS-ROW-IX) = WS-PICK-ROW
                       MOVE WS-ROW-IX TO WS-FOUND-IX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-FOUND-IX = 0
                       DISPLAY "   Row " WS-PICK-ROW " is not one of "
                           WS-PICK-EMP-ID "'s rows"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-RW-RUN-TYPE (WS-FOUND-IX) = "V"
                       DISPLAY "   A reversing row cannot be voided"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-RW-VOIDED-BY (WS-FOUND-IX) > 0
                       DISPLAY "   Row already voided by row "
                           WS-RW-VOIDED-BY (WS-FOUND-IX)
                       PERFORM REFUSE-THE-CHANGE
                   WHEN OTHER
                       PERFORM CONFIRM-AND-VOID
               END-EVALUATE
           END-IF.

       CONFIRM-AND-VOID.
           DISPLAY "Reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-VOID-REASON.
           ACCEPT WS-VOID-REASON.
           DISPLAY "Void row " WS-PICK-ROW " net "
               WS-RW-NET (WS-FOUND-IX) "? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           EVALUATE TRUE
               WHEN WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "   Not confirmed - nothing voided"
               WHEN WS-VOID-REASON = SPACES
                   DISPLAY "   REASON MISSING - nothing voided"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE WS-RW-PERIOD (WS-FOUND-IX) TO WS-TARGET-PERIOD
                   PERFORM RESOLVE-POSTING-PERIOD
                   IF WS-USE-PERIOD = 0
                       DISPLAY "   No open GL period at or after "
                           WS-TARGET-PERIOD " - void refused; open"
                           " one through GLPERMNT"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM WRITE-REVERSING-ROW
                   END-IF
           END-EVALUATE.

       RESOLVE-POSTING-PERIOD.
           MOVE 0 TO WS-REDIRECTED.
           PERFORM LOOK-UP-PERIOD-STATUS.
           EVALUATE TRUE
               WHEN WS-PERIOD-FILE-FOUND = 0
                   MOVE WS-TARGET-PERIOD TO WS-USE-PERIOD
               WHEN WS-PERIOD-FOUND = 1 AND WS-PERIOD-OPEN = 1
                   MOVE WS-TARGET-PERIOD TO WS-USE-PERIOD
               WHEN OTHER
                   PERFORM FIND-NEXT-OPEN-PERIOD
                   IF WS-USE-PERIOD NOT = 0
                       MOVE 1 TO WS-REDIRECTED
                   END-IF
           END-EVALUATE.

       LOOK-UP-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-FILE-FOUND.
           MOVE 0 TO WS-PERIOD-FOUND.
           MOVE 0 TO WS-PERIOD-OPEN.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 1 TO WS-PERIOD-FILE-FOUND
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-PERIOD = WS-TARGET-PERIOD
                               MOVE 1 TO WS-PERIOD-FOUND
                               IF GLP-IS-OPEN
                                   MOVE 1 TO WS-PERIOD-OPEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       FIND-NEXT-OPEN-PERIOD.
           MOVE 0 TO WS-USE-PERIOD.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-IS-OPEN
                                   AND GLP-PERIOD
                                       > WS-TARGET-PERIOD
                                   AND (WS-USE-PERIOD = 0
                                       OR GLP-PERIOD
                                           < WS-USE-PERIOD)
                               MOVE GLP-PERIOD TO WS-USE-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       WRITE-REVERSING-ROW.
      *> Copy the voided row whole, then append it back as a
      *> reversing row; the original is only read.
           MOVE 0 TO WS-HELD-FOUND.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           IF WS-ROW-NUMBER = WS-PICK-ROW
                               MOVE PAY-REGISTER-RECORD TO WS-HELD-ROW
                               MOVE 1 TO WS-HELD-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           IF WS-HELD-FOUND = 0
               DISPLAY "   Row " WS-PICK-ROW " could not be re-read"
                   " - nothing voided"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "   Unable to extend register, status "
                       WS-REGISTER-STATUS " - nothing voided"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-HELD-ROW TO PAY-REGISTER-RECORD
                   MOVE PRG-PERIOD TO PRG-VOID-PERIOD
                   MOVE WS-PICK-ROW TO PRG-VOID-ROW
                   MOVE WS-SEC-OPERATOR TO PRG-VOID-OPERATOR
                   MOVE WS-USE-PERIOD TO PRG-PERIOD
                   MOVE "V" TO PRG-RUN-TYPE
                   WRITE PAY-REGISTER-RECORD
                   CLOSE REGISTER-FILE
                   PERFORM RECOVER-THE-PAYMENT
                   PERFORM RECORD-THE-VOID
                   DISPLAY "   Row " WS-PICK-ROW " voided; reversal"
                       " posts in period " WS-USE-PERIOD
                   IF WS-REDIRECTED = 1
                       PERFORM ALERT-ROUTED-VOID
                   END-IF
               END-IF
           END-IF.

       RECOVER-THE-PAYMENT.
           PERFORM FIND-ELECTRONIC-PAYMENT.
           IF WS-PAID-ELECTRONIC = 1
               PERFORM QUEUE-BANK-REVERSAL
           ELSE
               PERFORM FIND-PAYING-CHECK
               EVALUATE TRUE
                   WHEN WS-CK-FOUND = 0
                       DISPLAY "   Row was never paid - nothing to"
                           " recover"
                   WHEN WS-CK-STATUS = "I"
                       PERFORM QUEUE-CHECK-STOP
                   WHEN WS-CK-STATUS = "C"
                       DISPLAY "   *** Check " WS-CK-CHECK-NO
                           " has already cleared - recover the"
                           " payment by hand ***"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-CK-VOID-ACTION = "R"
                       DISPLAY "   *** Check " WS-CK-CHECK-NO
                           " was voided for a reissue not yet"
                           " printed - withdraw it from"
                           " empchk_reissue.dat ***"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN OTHER
                       DISPLAY "   Check " WS-CK-CHECK-NO
                           " is already stopped"
               END-EVALUATE
           END-IF.

       FIND-ELECTRONIC-PAYMENT.
           MOVE 0 TO WS-PAID-ELECTRONIC.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SENT-ITEMS.
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENT-ITEMS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BSN-IS-DETAIL
                                   AND BSN-DEP-TYPE = "L"
                                   AND BSN-EMP-ID = PRG-EMP-ID
                                   AND BSN-PERIOD = PRG-VOID-PERIOD
                               MOVE BSN-RUN-ID TO WS-PAID-RUN-ID
                               PERFORM CHECK-PAYING-RUN
                               IF WS-RUN-MATCH = 1
                                   MOVE 1 TO WS-PAID-ELECTRONIC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-ITEMS
           END-IF.
           IF WS-PAID-ELECTRONIC = 0
               PERFORM FIND-WIRED-PAYMENT
           END-IF.

       FIND-WIRED-PAYMENT.
      *> EMPCHKPR's LOAD-WIRED-EMPLOYEES lookup: the run's cross-
      *> border sequences, then the employee under one of them.
           MOVE 0 TO WS-XBS-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT XB-XMIT-REGISTER.
           IF WS-XB-XMIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ XB-XMIT-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE XB-XMIT-REGISTER-LINE
                               TO WS-XMIT-LINE-BUILD
                           MOVE WS-XR-RUN-ID TO WS-PAID-RUN-ID
                           PERFORM CHECK-PAYING-RUN
                           IF WS-XR-PERIOD = PRG-VOID-PERIOD
                                   AND WS-RUN-MATCH = 1
                                   AND WS-XBS-COUNT < 100
                               ADD 1 TO WS-XBS-COUNT
                               MOVE WS-XR-SEQ TO
                                   WS-XBS-SEQ (WS-XBS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XB-XMIT-REGISTER
           END-IF.
           IF WS-XBS-COUNT > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT FX-DIFF-FILE
               IF WS-FX-DIFF-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ FX-DIFF-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF FXD-EMP-ID = PRG-EMP-ID
                                       AND FXD-PERIOD
                                           = PRG-VOID-PERIOD
                                   PERFORM TAKE-WIRED-SEQUENCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FX-DIFF-FILE
               END-IF
           END-IF.

       TAKE-WIRED-SEQUENCE.
           PERFORM VARYING WS-XBS-IX FROM 1 BY 1
                   UNTIL WS-XBS-IX > WS-XBS-COUNT
               IF WS-XBS-SEQ (WS-XBS-IX) = FXD-SEQ
                   MOVE 1 TO WS-PAID-ELECTRONIC
               END-IF
           END-PERFORM.

       CHECK-PAYING-RUN.
           MOVE 0 TO WS-RUN-MATCH.
           IF WS-PAID-RUN-ID = SPACES
               IF WS-RW-RUN-TYPE (WS-FOUND-IX) = "R"
                       OR WS-RW-RUN-TYPE (WS-FOUND-IX) = " "
                   MOVE 1 TO WS-RUN-MATCH
               END-IF
           ELSE
               IF WS-PAID-RUN-ID = PRG-RUN-ID
                   MOVE 1 TO WS-RUN-MATCH
               END-IF
           END-IF.

       FIND-PAYING-CHECK.
      *> EMPCHKPR keys a register row's check by source REGSTR and
      *> the row number; a voided-and-reissued check is followed to
      *> the check that replaced it.
           MOVE PRG-VOID-ROW TO WS-CK-ROW-REF.
           MOVE WS-CK-ROW-REF TO WS-CK-FIND-REF.
           MOVE "REGSTR" TO WS-CK-FIND-SOURCE.
           PERFORM SCAN-CHECK-REGISTER.
           MOVE WS-NX-FOUND TO WS-CK-FOUND.
           MOVE WS-NX-CHECK-NO TO WS-CK-CHECK-NO.
           MOVE WS-NX-STATUS TO WS-CK-STATUS.
           MOVE WS-NX-VOID-ACTION TO WS-CK-VOID-ACTION.
           MOVE 0 TO WS-CHAIN-DONE.
           PERFORM UNTIL WS-CHAIN-DONE = 1
               IF WS-CK-FOUND = 1 AND WS-CK-STATUS = "V"
                       AND WS-CK-VOID-ACTION = "R"
                   MOVE WS-CK-CHECK-NO TO WS-CK-FIND-REF
                   MOVE "CHKVOD" TO WS-CK-FIND-SOURCE
                   PERFORM SCAN-CHECK-REGISTER
                   IF WS-NX-FOUND = 1
                       MOVE WS-NX-CHECK-NO TO WS-CK-CHECK-NO
                       MOVE WS-NX-STATUS TO WS-CK-STATUS
                       MOVE WS-NX-VOID-ACTION TO WS-CK-VOID-ACTION
                   ELSE
                       MOVE 1 TO WS-CHAIN-DONE
                   END-IF
               ELSE
                   MOVE 1 TO WS-CHAIN-DONE
               END-IF
           END-PERFORM.

       SCAN-CHECK-REGISTER.
           MOVE 0 TO WS-NX-FOUND.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CKREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CKR-SOURCE = WS-CK-FIND-SOURCE
                                   AND CKR-REFERENCE = WS-CK-FIND-REF
                               MOVE 1 TO WS-NX-FOUND
                               MOVE CKR-CHECK-NO TO WS-NX-CHECK-NO
                               MOVE CKR-STATUS TO WS-NX-STATUS
                               MOVE CKR-VOID-ACTION
                                   TO WS-NX-VOID-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       QUEUE-CHECK-STOP.
      *> OPEN OUTPUT only on status 35 -- requests not yet applied
      *> must survive.
           OPEN EXTEND VOID-REQUESTS.
           IF WS-VOID-REQ-STATUS = "35"
               OPEN OUTPUT VOID-REQUESTS
           END-IF.
           IF WS-VOID-REQ-STATUS NOT = "00"
               DISPLAY "   *** Unable to queue stop of check "
                   WS-CK-CHECK-NO ", status " WS-VOID-REQ-STATUS
                   " - stop it by hand ***"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE WS-CK-CHECK-NO TO VRQ-CHECK-NO
               MOVE "S" TO VRQ-ACTION
               MOVE WS-SEC-OPERATOR TO VRQ-OPERATOR
               WRITE VOID-REQUEST-RECORD
               CLOSE VOID-REQUESTS
               DISPLAY "   Stop of check " WS-CK-CHECK-NO
                   " queued for the next check run"
           END-IF.

       QUEUE-BANK-REVERSAL.
      *> OPEN OUTPUT only on status 35 -- requests not yet sent
      *> must survive.
           OPEN EXTEND REVERSAL-QUEUE.
           IF WS-REVQ-STATUS = "35"
               OPEN OUTPUT REVERSAL-QUEUE
           END-IF.
           IF WS-REVQ-STATUS NOT = "00"
               DISPLAY "   *** Unable to queue bank reversal, status "
                   WS-REVQ-STATUS " - request it by hand ***"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE PRG-EMP-ID TO RVQ-EMP-ID
               MOVE PRG-NET TO RVQ-NET
               MOVE PRG-VOID-PERIOD TO RVQ-ORIG-PERIOD
               MOVE PRG-VOID-ROW TO RVQ-ORIG-ROW
               MOVE PRG-RUN-ID TO RVQ-RUN-ID
               WRITE BANK-REVERSAL-RECORD
               CLOSE REVERSAL-QUEUE
           END-IF.

       RECORD-THE-VOID.
           OPEN EXTEND VOID-REPORT.
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT VOID-REPORT
           END-IF.
           IF WS-REPORT-STATUS = "00"
               MOVE WS-RUN-DATE TO WS-RL-DATE
               MOVE WS-SEC-OPERATOR TO WS-RL-OPERATOR
               MOVE PRG-VOID-ROW TO WS-RL-ROW
               MOVE PRG-EMP-ID TO WS-RL-EMP-ID
               MOVE PRG-RUN-ID TO WS-RL-RUN-ID
               MOVE PRG-VOID-PERIOD TO WS-RL-PERIOD
               MOVE PRG-PERIOD TO WS-RL-POST-PERIOD
               MOVE PRG-NET TO WS-RL-NET
               MOVE WS-VOID-REASON TO WS-RL-REASON
               IF WS-REDIRECTED = 1
                   MOVE "GL PER CLOSED" TO WS-RL-NOTE
               ELSE
                   MOVE SPACES TO WS-RL-NOTE
               END-IF
               MOVE WS-REPORT-LINE-BUILD TO VOID-REPORT-LINE
               WRITE VOID-REPORT-LINE
               CLOSE VOID-REPORT
           END-IF.

       ALERT-ROUTED-VOID.
           DISPLAY "   GL period " WS-TARGET-PERIOD " is closed -"
               " reversal routed into " WS-USE-PERIOD.
           MOVE WS-TARGET-PERIOD TO WS-AB-PERIOD.
           MOVE WS-USE-PERIOD TO WS-AB-USED.
           MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W" WS-ALERT-TEXT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
