       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANUWAP.
      *> Underwriter approval transaction for the employee loan
      *> applications DEMO5AMRT's affordability rule referred, in
      *> the LOANCOMT style with the operator signed on through the
      *> shared OPRSEC. Anyone signed on lists loan_referrals.dat
      *> (LOANREFR.cpy) with the figures the rule used; approving or
      *> declining a referral is supervisor work (authority 3) and
      *> stamps the underwriter and the date onto the row. The next
      *> DEMO5AMRT run prices an approved application and rejects a
      *> declined one. A decided referral is read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE ASSIGN TO "loan_referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERRAL-FILE.
           COPY LOANREFR.

       WORKING-STORAGE SECTION.
       01 WS-REFERRAL-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> The referrals held whole as record images (the LOANCOMT
      *> register idiom); the row being decided is worked on through
      *> WS-REFERRAL-WORK.
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-RF-TABLE.
          05 WS-RF-ROW OCCURS 1000 TIMES PIC X(84).
       01 WS-ROW-IX          PIC 9(4) VALUE 0.
       01 WS-FOUND-IX        PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
           COPY LOANREFR REPLACING
               ==AFFORD-REFERRAL-RECORD== BY ==WS-REFERRAL-WORK==
               LEADING ==RF== BY ==WRF==.

       01 WS-PICK-APP-ID     PIC X(8) VALUE SPACES.
       01 WS-PICK-SCOPE      PIC X VALUE SPACE.
       01 WS-EDIT-NET        PIC ZZZZZZ9.99.
       01 WS-EDIT-DED        PIC ZZZZZZ9.99.
       01 WS-EDIT-LOANS      PIC ZZZZZZ9.99.
       01 WS-EDIT-NEW        PIC ZZZZZZ9.99.
       01 WS-EDIT-PCT        PIC ZZ9.9.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on ID is the underwriter stamped on every decision.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANUWAP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a decision was
      *> refused, 8+ hard failure or sign-on refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Underwriter Approval ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-REFERRALS
               IF WS-ROW-COUNT = 0
                   DISPLAY "   No referrals on file -"
                       " run DEMO5AMRT first"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
                   END-PERFORM
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Underwriter Approval Complete ===".
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
           DISPLAY "1. List referred applications".
           DISPLAY "2. Approve a referred application".
           DISPLAY "3. Decline a referred application".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-REFERRAL-ROWS
               WHEN 2
      *> Lending past the affordability limit is for a supervisor.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM APPROVE-ONE-REFERRAL
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM DECLINE-ONE-REFERRAL
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-REFERRALS.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REFERRAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 1000
                               ADD 1 TO WS-ROW-COUNT
                               MOVE AFFORD-REFERRAL-RECORD
                                   TO WS-RF-ROW (WS-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LIST-REFERRAL-ROWS.
      *> O the pending referrals, anything else every referral.
           DISPLAY "Pending only or all (O/A): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PICK-SCOPE.
           ACCEPT WS-PICK-SCOPE.
           MOVE 0 TO WS-SHOWN.
           DISPLAY "   LOAN     EMP   S REFERRED PERIOD  TAKE-HOME"
               "  DEDUCTNS  OTHER LNS   NEW PMT     % DECIDED  BY".
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-RF-ROW (WS-ROW-IX) TO WS-REFERRAL-WORK
               IF WS-PICK-SCOPE NOT = "O" OR WRF-PENDING
                   ADD 1 TO WS-SHOWN
                   MOVE WRF-NET-PAY TO WS-EDIT-NET
                   MOVE WRF-DEDUCTIONS TO WS-EDIT-DED
                   MOVE WRF-LOAN-PAYMENTS TO WS-EDIT-LOANS
                   MOVE WRF-NEW-PAYMENT TO WS-EDIT-NEW
                   MOVE WRF-PERCENT TO WS-EDIT-PCT
                   DISPLAY "   " WRF-APP-ID " " WRF-EMP-ID " "
                       WRF-STATUS " " WRF-REFERRED-DATE " "
                       WRF-PAY-PERIOD " " WS-EDIT-NET " "
                       WS-EDIT-DED " " WS-EDIT-LOANS " "
                       WS-EDIT-NEW " " WS-EDIT-PCT " "
                       WRF-DECIDED-DATE " " WRF-UNDERWRITER
               END-IF
           END-PERFORM.
           DISPLAY "   " WS-SHOWN " row(s) listed".

       FIND-PENDING-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-RF-ROW (WS-ROW-IX) TO WS-REFERRAL-WORK
               IF WRF-APP-ID = WS-PICK-APP-ID AND WRF-PENDING
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               MOVE WS-RF-ROW (WS-FOUND-IX) TO WS-REFERRAL-WORK
           END-IF.

       APPROVE-ONE-REFERRAL.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM FIND-PENDING-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No pending referral for that application"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "A" TO WRF-STATUS
               MOVE WS-SEC-OPERATOR TO WRF-UNDERWRITER
               MOVE WS-TODAY-DATE TO WRF-DECIDED-DATE
               MOVE WS-REFERRAL-WORK TO WS-RF-ROW (WS-FOUND-IX)
               PERFORM REWRITE-REFERRALS
               MOVE WRF-PERCENT TO WS-EDIT-PCT
               DISPLAY "   Approved " WS-PICK-APP-ID " at "
                   WS-EDIT-PCT "% of take-home by " WS-SEC-OPERATOR
           END-IF.

       DECLINE-ONE-REFERRAL.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM FIND-PENDING-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No pending referral for that application"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "D" TO WRF-STATUS
               MOVE WS-SEC-OPERATOR TO WRF-UNDERWRITER
               MOVE WS-TODAY-DATE TO WRF-DECIDED-DATE
               MOVE WS-REFERRAL-WORK TO WS-RF-ROW (WS-FOUND-IX)
               PERFORM REWRITE-REFERRALS
               DISPLAY "   Declined " WS-PICK-APP-ID
                   " by " WS-SEC-OPERATOR
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-REFERRALS.
           OPEN OUTPUT REFERRAL-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-RF-ROW (WS-ROW-IX) TO AFFORD-REFERRAL-RECORD
               WRITE AFFORD-REFERRAL-RECORD
           END-PERFORM.
           CLOSE REFERRAL-FILE.
