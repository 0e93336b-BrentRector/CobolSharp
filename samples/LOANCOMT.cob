       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOMT.
      *> Loan charge-off approval transaction, in the DEMO4MNT menu
      *> style with the operator signed on through the shared
      *> OPRSEC -- the EMPRVMNT step of the charge-off cycle.
      *> Anyone signed on lists the register loan_chargeoff.dat
      *> (LOANCOR.cpy) that LOANCOGN proposes into; approving or
      *> rejecting a proposal is supervisor work (authority 3) and
      *> stamps the deciding operator and the date onto the row, so
      *> LOANCOAP can prove who signed off every loan it writes off.
      *> An approval can still be rejected until LOANCOAP applies
      *> it; charged-off rows are read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "loan_chargeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGE-OFF-FILE.
           COPY LOANCOR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> The register held whole as record images (the LOANCOLL
      *> balance idiom); the row being decided is worked on through
      *> WS-CHARGE-OFF-WORK.
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ROW OCCURS 1000 TIMES PIC X(90).
       01 WS-ROW-IX          PIC 9(4) VALUE 0.
       01 WS-FOUND-IX        PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
           COPY LOANCOR REPLACING
               ==CHARGE-OFF-RECORD== BY ==WS-CHARGE-OFF-WORK==
               LEADING ==CO== BY ==WCO==.

       01 WS-PICK-APP-ID     PIC X(8) VALUE SPACES.
       01 WS-PICK-SCOPE      PIC X VALUE SPACE.
       01 WS-ROW-TOTAL       PIC 9(8)V99 VALUE 0.
       01 WS-EDIT-AMT        PIC ZZZZZZZ9.99.
       01 WS-EDIT-PRIN       PIC ZZZZZZ9.99.
       01 WS-EDIT-INT        PIC ZZZZZZ9.99.
       01 WS-EDIT-FEES       PIC ZZZZ9.99.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on ID is the approver stamped on every decision.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANCOMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a decision was
      *> refused, 8+ hard failure or sign-on refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Charge-Off Approval ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-CHARGE-OFF-REGISTER
               IF WS-ROW-COUNT = 0
                   DISPLAY "   No charge-off register on file -"
                       " run LOANCOGN first"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
                   END-PERFORM
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Charge-Off Approval Complete ===".
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
           DISPLAY "1. List the charge-off register".
           DISPLAY "2. Approve a proposed charge-off".
           DISPLAY "3. Reject a proposed charge-off".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-REGISTER-ROWS
               WHEN 2
      *> Writing a loan off is for a supervisor.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM APPROVE-ONE-PROPOSAL
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REJECT-ONE-PROPOSAL
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-CHARGE-OFF-REGISTER.
           OPEN INPUT CHARGE-OFF-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHARGE-OFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 1000
                               ADD 1 TO WS-ROW-COUNT
                               MOVE CHARGE-OFF-RECORD
                                   TO WS-CO-ROW (WS-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-OFF-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LIST-REGISTER-ROWS.
      *> O the open decisions (proposed and approved), anything
      *> else the whole register.
           DISPLAY "Open decisions or all (O/A): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PICK-SCOPE.
           ACCEPT WS-PICK-SCOPE.
           MOVE 0 TO WS-SHOWN.
           DISPLAY "   LOAN     S PROPOSED  DAYS   PRINCIPAL"
               "    INTEREST     FEES  DECIDED  BY".
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-CO-ROW (WS-ROW-IX) TO WS-CHARGE-OFF-WORK
               IF WS-PICK-SCOPE NOT = "O"
                       OR WCO-PROPOSED OR WCO-APPROVED
                   ADD 1 TO WS-SHOWN
                   MOVE WCO-PRINCIPAL TO WS-EDIT-PRIN
                   MOVE WCO-INTEREST TO WS-EDIT-INT
                   MOVE WCO-FEES TO WS-EDIT-FEES
                   DISPLAY "   " WCO-APP-ID " " WCO-STATUS " "
                       WCO-PROPOSED-DATE " " WCO-DAYS-PAST-DUE
                       " " WS-EDIT-PRIN "  " WS-EDIT-INT
                       " " WS-EDIT-FEES " " WCO-DECIDED-DATE
                       " " WCO-APPROVER
               END-IF
           END-PERFORM.
           DISPLAY "   " WS-SHOWN " row(s) listed".

       FIND-OPEN-ROW.
      *> The loan's latest proposed or approved row; earlier
      *> rejected rows and a charged-off row are history.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-CO-ROW (WS-ROW-IX) TO WS-CHARGE-OFF-WORK
               IF WCO-APP-ID = WS-PICK-APP-ID
                       AND (WCO-PROPOSED OR WCO-APPROVED)
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               MOVE WS-CO-ROW (WS-FOUND-IX) TO WS-CHARGE-OFF-WORK
           END-IF.

       APPROVE-ONE-PROPOSAL.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM FIND-OPEN-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   No open proposal for that loan"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WCO-PROPOSED
                   DISPLAY "   Already approved by " WCO-APPROVER
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE "A" TO WCO-STATUS
                   MOVE WS-SEC-OPERATOR TO WCO-APPROVER
                   MOVE WS-TODAY-DATE TO WCO-DECIDED-DATE
                   MOVE WS-CHARGE-OFF-WORK TO WS-CO-ROW (WS-FOUND-IX)
                   PERFORM REWRITE-CHARGE-OFF-REGISTER
                   COMPUTE WS-ROW-TOTAL = WCO-PRINCIPAL
                       + WCO-INTEREST + WCO-FEES
                   MOVE WS-ROW-TOTAL TO WS-EDIT-AMT
                   DISPLAY "   Approved charge-off of "
                       WS-PICK-APP-ID " for " WS-EDIT-AMT
                       " by " WS-SEC-OPERATOR
           END-EVALUATE.

       REJECT-ONE-PROPOSAL.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM FIND-OPEN-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No open proposal for that loan"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "R" TO WCO-STATUS
               MOVE WS-SEC-OPERATOR TO WCO-APPROVER
               MOVE WS-TODAY-DATE TO WCO-DECIDED-DATE
               MOVE WS-CHARGE-OFF-WORK TO WS-CO-ROW (WS-FOUND-IX)
               PERFORM REWRITE-CHARGE-OFF-REGISTER
               DISPLAY "   Rejected charge-off of " WS-PICK-APP-ID
                   " by " WS-SEC-OPERATOR
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-CHARGE-OFF-REGISTER.
           OPEN OUTPUT CHARGE-OFF-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-CO-ROW (WS-ROW-IX) TO CHARGE-OFF-RECORD
               WRITE CHARGE-OFF-RECORD
           END-PERFORM.
           CLOSE CHARGE-OFF-FILE.
