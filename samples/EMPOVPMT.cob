       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOVPMT.
      *> Operator maintenance for overpayment recovery cases, in the
      *> EMPGARMT menu style. An overpayment (a termination keyed
      *> late, an extra zero on a salary) used to be clawed back by
      *> a flat row keyed into empdeduct.dat that nobody tracked or
      *> stopped. Each one is now a case on empovpay.dat
      *> (EMPOVPR.cpy): the register row that overpaid -- its
      *> position in emppay_register.dat, the PRG-VOID-ROW
      *> convention -- the reason, the amount owed and the amount
      *> agreed with the employee to recover each period. The row
      *> must be on the register, belong to the employee and not be
      *> a reversal. Case numbers run on from the highest on file; a
      *> new case is stamped with the signed-on operator and today's
      *> date. The pay run reduces the balance and closes the case;
      *> here the agreed amount can be changed, and a supervisor can
      *> waive what is left (status "W"). Cases are never deleted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERPAY-FILE ASSIGN TO "empovpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVP-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERPAY-FILE.
           COPY EMPOVPR.

       FD REGISTER-FILE.
           COPY EMPPAYR.

       WORKING-STORAGE SECTION.
       01 WS-OVP-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(3) VALUE 0.
       01 WS-OVP-TABLE.
          05 WS-OVP-ENTRY OCCURS 500 TIMES.
             10 WS-OT-EMP-ID      PIC 9(5).
             10 WS-OT-CASE-NO     PIC 9(5).
             10 WS-OT-REASON      PIC X(30).
             10 WS-OT-REG-ROW     PIC 9(7).
             10 WS-OT-REG-PERIOD  PIC 9(6).
             10 WS-OT-OWED        PIC 9(7)V99.
             10 WS-OT-RECOVER-AMT PIC 9(6)V99.
             10 WS-OT-RECOVERED   PIC 9(7)V99.
             10 WS-OT-BALANCE     PIC 9(7)V99.
             10 WS-OT-STATUS      PIC X.
             10 WS-OT-OPENED      PIC 9(8).
             10 WS-OT-CLOSED      PIC 9(8).
             10 WS-OT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(3) VALUE 0.
       01 WS-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-LAST-CASE-NO  PIC 9(5) VALUE 0.

       01 WS-NEW-EMP-ID      PIC 9(5) VALUE 0.
       01 WS-NEW-CASE-NO     PIC 9(5) VALUE 0.
       01 WS-NEW-REG-ROW     PIC 9(7) VALUE 0.
       01 WS-NEW-REASON      PIC X(30) VALUE SPACES.
       01 WS-NEW-OWED        PIC 9(7)V99 VALUE 0.
       01 WS-NEW-RECOVER-AMT PIC 9(6)V99 VALUE 0.
       01 WS-CONFIRM         PIC X VALUE SPACE.

      *> The register row the case is opened against.
       01 WS-REG-ROW-IX      PIC 9(7) VALUE 0.
       01 WS-REG-FOUND       PIC 9 VALUE 0.
       01 WS-REG-EMP-ID      PIC 9(5) VALUE 0.
       01 WS-REG-PERIOD      PIC 9(6) VALUE 0.
       01 WS-REG-NET         PIC 9(6)V99 VALUE 0.
       01 WS-REG-RUN-TYPE    PIC X VALUE SPACE.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPOVPMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Overpayment Recovery Case Maintenance ===".
           DISPLAY " ".

      *> A case takes money out of an employee's pay; nobody opens
      *> one without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-OVERPAY-FILE
               DISPLAY "   " WS-ROW-COUNT " overpayment case(s) on"
                   " file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Overpayment Recovery Case Maintenance"
               " Complete ===".
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
           DISPLAY "1. List cases for an EMP-ID".
           DISPLAY "2. Open an overpayment case".
           DISPLAY "3. Change the amount recovered per period".
           DISPLAY "4. Waive the balance of a case".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-EMPLOYEE-CASES
               WHEN 2
      *> Opening or re-agreeing a case is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM OPEN-OVERPAY-CASE
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM CHANGE-RECOVERY-AMOUNT
                   END-IF
               WHEN 4
      *> Waiving writes money off, so it takes supervisor authority,
      *> as a void does.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Waive needs supervisor"
                           " authority - refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM WAIVE-OVERPAY-CASE
                   END-IF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-OVERPAY-FILE.
           OPEN INPUT OVERPAY-FILE.
           IF WS-OVP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ OVERPAY-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 500
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-CASE
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                           IF OVP-CASE-NO > WS-LAST-CASE-NO
                               MOVE OVP-CASE-NO TO WS-LAST-CASE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERPAY-FILE
           END-IF.

       LOAD-ONE-CASE.
           MOVE OVP-EMP-ID TO WS-OT-EMP-ID (WS-ROW-COUNT).
           MOVE OVP-CASE-NO TO WS-OT-CASE-NO (WS-ROW-COUNT).
           MOVE OVP-REASON TO WS-OT-REASON (WS-ROW-COUNT).
           MOVE OVP-REG-ROW TO WS-OT-REG-ROW (WS-ROW-COUNT).
           MOVE OVP-REG-PERIOD TO WS-OT-REG-PERIOD (WS-ROW-COUNT).
           MOVE OVP-AMOUNT-OWED TO WS-OT-OWED (WS-ROW-COUNT).
           MOVE OVP-RECOVER-AMT TO WS-OT-RECOVER-AMT (WS-ROW-COUNT).
           MOVE OVP-RECOVERED TO WS-OT-RECOVERED (WS-ROW-COUNT).
           MOVE OVP-BALANCE TO WS-OT-BALANCE (WS-ROW-COUNT).
           MOVE OVP-STATUS TO WS-OT-STATUS (WS-ROW-COUNT).
           MOVE OVP-OPENED-DATE TO WS-OT-OPENED (WS-ROW-COUNT).
           MOVE OVP-CLOSED-DATE TO WS-OT-CLOSED (WS-ROW-COUNT).
           MOVE OVP-OPERATOR TO WS-OT-OPERATOR (WS-ROW-COUNT).

       FIND-CASE-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-OT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                       AND WS-OT-CASE-NO (WS-ROW-IX) = WS-NEW-CASE-NO
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LIST-EMPLOYEE-CASES.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-OT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY " "
                   DISPLAY "   Case:      " WS-OT-CASE-NO (WS-ROW-IX)
                       "  status " WS-OT-STATUS (WS-ROW-IX)
                   DISPLAY "   Reason:    " WS-OT-REASON (WS-ROW-IX)
                   DISPLAY "   Register:  row "
                       WS-OT-REG-ROW (WS-ROW-IX)
                       "  period " WS-OT-REG-PERIOD (WS-ROW-IX)
                   DISPLAY "   Owed:      " WS-OT-OWED (WS-ROW-IX)
                       "  recovered " WS-OT-RECOVERED (WS-ROW-IX)
                       "  balance " WS-OT-BALANCE (WS-ROW-IX)
                   DISPLAY "   Per period: "
                       WS-OT-RECOVER-AMT (WS-ROW-IX)
                   DISPLAY "   Opened:    " WS-OT-OPENED (WS-ROW-IX)
                       " by " WS-OT-OPERATOR (WS-ROW-IX)
                   IF WS-OT-STATUS (WS-ROW-IX) NOT = "A"
                       DISPLAY "   Closed:    "
                           WS-OT-CLOSED (WS-ROW-IX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "   No overpayment cases for "
                   WS-NEW-EMP-ID
           END-IF.

       OPEN-OVERPAY-CASE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter register row that overpaid: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-REG-ROW.
           ACCEPT WS-NEW-REG-ROW.
           DISPLAY "Enter reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-REASON.
           ACCEPT WS-NEW-REASON.
           DISPLAY "Enter amount overpaid: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-OWED.
           ACCEPT WS-NEW-OWED.
           DISPLAY "Enter amount to recover per period: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-RECOVER-AMT.
           ACCEPT WS-NEW-RECOVER-AMT.
           PERFORM FIND-REGISTER-ROW.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - case not opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-REG-FOUND = 0
                   DISPLAY "   REGISTER ROW NOT ON FILE - case not"
                       " opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-REG-EMP-ID NOT = WS-NEW-EMP-ID
                   DISPLAY "   REGISTER ROW IS FOR EMP-ID "
                       WS-REG-EMP-ID " - case not opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-REG-RUN-TYPE = "V"
                   DISPLAY "   REGISTER ROW IS A REVERSAL - case not"
                       " opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-REASON = SPACES
                   DISPLAY "   REASON MISSING - case not opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-OWED NOT NUMERIC
                       OR WS-NEW-RECOVER-AMT NOT NUMERIC
                   DISPLAY "   AMOUNT NOT NUMERIC - case not opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-OWED = 0 OR WS-NEW-RECOVER-AMT = 0
                   DISPLAY "   AMOUNT MISSING - case not opened"
                   PERFORM REFUSE-THE-CHANGE
      *> An overpayment cannot be more than the row paid out.
               WHEN WS-NEW-OWED > WS-REG-NET
                   DISPLAY "   AMOUNT EXCEEDS THE ROW'S NET PAY OF "
                       WS-REG-NET " - case not opened"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-CASE-ROW
           END-EVALUATE.

       FIND-REGISTER-ROW.
      *> Rows are counted from the top of the file, 1 = first row,
      *> the way EMPVOID numbers them.
           MOVE 0 TO WS-REG-FOUND.
           MOVE 0 TO WS-REG-EMP-ID.
           MOVE 0 TO WS-REG-ROW-IX.
           IF WS-NEW-REG-ROW > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1 OR WS-REG-FOUND = 1
                       READ REGISTER-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-REG-ROW-IX
                               IF WS-REG-ROW-IX = WS-NEW-REG-ROW
                                   MOVE 1 TO WS-REG-FOUND
                                   MOVE PRG-EMP-ID TO WS-REG-EMP-ID
                                   MOVE PRG-PERIOD TO WS-REG-PERIOD
                                   MOVE PRG-NET TO WS-REG-NET
                                   MOVE PRG-RUN-TYPE TO WS-REG-RUN-TYPE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.

       SAVE-CASE-ROW.
           IF WS-ROW-COUNT >= 500 OR WS-TABLE-FULL = 1
               DISPLAY "   Overpayment file full (500 cases) -"
                   " case not opened"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               ADD 1 TO WS-LAST-CASE-NO
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-NEW-EMP-ID TO WS-OT-EMP-ID (WS-ROW-COUNT)
               MOVE WS-LAST-CASE-NO TO WS-OT-CASE-NO (WS-ROW-COUNT)
               MOVE WS-NEW-REASON TO WS-OT-REASON (WS-ROW-COUNT)
               MOVE WS-NEW-REG-ROW TO WS-OT-REG-ROW (WS-ROW-COUNT)
               MOVE WS-REG-PERIOD TO WS-OT-REG-PERIOD (WS-ROW-COUNT)
               MOVE WS-NEW-OWED TO WS-OT-OWED (WS-ROW-COUNT)
               MOVE WS-NEW-RECOVER-AMT
                   TO WS-OT-RECOVER-AMT (WS-ROW-COUNT)
               MOVE 0 TO WS-OT-RECOVERED (WS-ROW-COUNT)
               MOVE WS-NEW-OWED TO WS-OT-BALANCE (WS-ROW-COUNT)
               MOVE "A" TO WS-OT-STATUS (WS-ROW-COUNT)
               MOVE WS-TODAY-DATE TO WS-OT-OPENED (WS-ROW-COUNT)
               MOVE 0 TO WS-OT-CLOSED (WS-ROW-COUNT)
               MOVE WS-SEC-OPERATOR TO WS-OT-OPERATOR (WS-ROW-COUNT)
               PERFORM REWRITE-OVERPAY-FILE
               DISPLAY "   Case " WS-LAST-CASE-NO " opened for "
                   WS-NEW-EMP-ID " balance " WS-NEW-OWED
           END-IF.

       CHANGE-RECOVERY-AMOUNT.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter case number: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-CASE-NO.
           ACCEPT WS-NEW-CASE-NO.
           DISPLAY "Enter new amount to recover per period: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-RECOVER-AMT.
           ACCEPT WS-NEW-RECOVER-AMT.
           PERFORM FIND-CASE-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   No case " WS-NEW-CASE-NO " for "
                       WS-NEW-EMP-ID
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-OT-STATUS (WS-FOUND-IX) NOT = "A"
                   DISPLAY "   Case is not open (status "
                       WS-OT-STATUS (WS-FOUND-IX) ") - refused"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-RECOVER-AMT NOT NUMERIC
                       OR WS-NEW-RECOVER-AMT = 0
                   DISPLAY "   AMOUNT MISSING - not changed"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE WS-NEW-RECOVER-AMT
                       TO WS-OT-RECOVER-AMT (WS-FOUND-IX)
                   PERFORM REWRITE-OVERPAY-FILE
                   DISPLAY "   Case " WS-NEW-CASE-NO " now recovers "
                       WS-NEW-RECOVER-AMT " per period"
           END-EVALUATE.

       WAIVE-OVERPAY-CASE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter case number: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-CASE-NO.
           ACCEPT WS-NEW-CASE-NO.
           PERFORM FIND-CASE-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No case " WS-NEW-CASE-NO " for "
                   WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
               IF WS-OT-STATUS (WS-FOUND-IX) NOT = "A"
                   DISPLAY "   Case is not open (status "
                       WS-OT-STATUS (WS-FOUND-IX) ") - refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   DISPLAY "   Waive balance of "
                       WS-OT-BALANCE (WS-FOUND-IX) "? (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       MOVE "W" TO WS-OT-STATUS (WS-FOUND-IX)
                       MOVE WS-TODAY-DATE TO WS-OT-CLOSED (WS-FOUND-IX)
                       PERFORM REWRITE-OVERPAY-FILE
                       DISPLAY "   Case " WS-NEW-CASE-NO " waived"
                   ELSE
                       DISPLAY "   Waive cancelled"
                   END-IF
               END-IF
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-OVERPAY-FILE.
           OPEN OUTPUT OVERPAY-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-OT-EMP-ID (WS-ROW-IX) TO OVP-EMP-ID
               MOVE WS-OT-CASE-NO (WS-ROW-IX) TO OVP-CASE-NO
               MOVE WS-OT-REASON (WS-ROW-IX) TO OVP-REASON
               MOVE WS-OT-REG-ROW (WS-ROW-IX) TO OVP-REG-ROW
               MOVE WS-OT-REG-PERIOD (WS-ROW-IX) TO OVP-REG-PERIOD
               MOVE WS-OT-OWED (WS-ROW-IX) TO OVP-AMOUNT-OWED
               MOVE WS-OT-RECOVER-AMT (WS-ROW-IX) TO OVP-RECOVER-AMT
               MOVE WS-OT-RECOVERED (WS-ROW-IX) TO OVP-RECOVERED
               MOVE WS-OT-BALANCE (WS-ROW-IX) TO OVP-BALANCE
               MOVE WS-OT-STATUS (WS-ROW-IX) TO OVP-STATUS
               MOVE WS-OT-OPENED (WS-ROW-IX) TO OVP-OPENED-DATE
               MOVE WS-OT-CLOSED (WS-ROW-IX) TO OVP-CLOSED-DATE
               MOVE WS-OT-OPERATOR (WS-ROW-IX) TO OVP-OPERATOR
               WRITE OVERPAY-CASE-RECORD
           END-PERFORM.
           CLOSE OVERPAY-FILE.
