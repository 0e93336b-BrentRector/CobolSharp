       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDPYMT.
      *> Operator maintenance for the deduction payee master, in the
      *> EMPTAXMT menu style. Money withheld for dues, charities,
      *> garnishments and premiums sat on empded_register.dat with
      *> nothing saying who it was owed to. dedpayee.dat
      *> (DEDPAYR.cpy) now names, per deduction code, the payee, its
      *> remittance address or bank details, how often it is paid
      *> and the GL liability account the withholding sits in. A row
      *> is stamped with the signed-on operator and today's date.
      *> Adding a payee is update work; changing an existing one
      *> redirects money already being withheld, so it takes
      *> supervisor authority. Rows are never deleted -- the
      *> remittance run blocks a code with no payee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO "dedpayee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYEE-FILE.
           COPY DEDPAYR.

       WORKING-STORAGE SECTION.
       01 WS-DPY-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(3) VALUE 0.
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
             10 WS-PT-CHANGED     PIC 9(8).
             10 WS-PT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(3) VALUE 0.
       01 WS-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-CODE       PIC X(4) VALUE SPACES.
       01 WS-NEW-PAYEE-ID   PIC X(8) VALUE SPACES.
       01 WS-NEW-NAME       PIC X(30) VALUE SPACES.
       01 WS-NEW-STREET     PIC X(30) VALUE SPACES.
       01 WS-NEW-CITY       PIC X(20) VALUE SPACES.
       01 WS-NEW-STATE      PIC X(2) VALUE SPACES.
       01 WS-NEW-ZIP        PIC X(10) VALUE SPACES.
       01 WS-NEW-METHOD     PIC X VALUE SPACE.
          88 WS-NEW-METHOD-VALID VALUES "C" "E".
       01 WS-NEW-ROUTING    PIC 9(9) VALUE 0.
       01 WS-NEW-ACCOUNT    PIC X(17) VALUE SPACES.
       01 WS-NEW-FREQUENCY  PIC X VALUE SPACE.
          88 WS-NEW-FREQUENCY-VALID VALUES "M" "Q" "A".
       01 WS-NEW-LIAB-ACCT  PIC X(14) VALUE SPACES.
       01 WS-ENTRY-OK       PIC 9 VALUE 0.
       01 WS-GL-VALID       PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPDPYMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Deduction Payee Maintenance ===".
           DISPLAY " ".

      *> Bank details for outgoing money; nobody touches them
      *> without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-PAYEE-FILE
               DISPLAY "   " WS-ROW-COUNT " deduction code(s) with a"
                   " payee"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Deduction Payee Maintenance Complete ===".
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
           DISPLAY "1. List deduction payees".
           DISPLAY "2. Add a payee for a deduction code".
           DISPLAY "3. Change a deduction code's payee".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-DEDUCTION-PAYEES
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-DEDUCTION-PAYEE
                   END-IF
               WHEN 3
      *> Redirecting withheld money takes supervisor authority.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Change needs supervisor"
                           " authority - refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM CHANGE-DEDUCTION-PAYEE
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-PAYEE-FILE.
           OPEN INPUT PAYEE-FILE.
           IF WS-DPY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAYEE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 200
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-PAYEE-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.

       LOAD-ONE-PAYEE-ROW.
           MOVE DPY-DED-CODE TO WS-PT-CODE (WS-ROW-COUNT).
           MOVE DPY-PAYEE-ID TO WS-PT-PAYEE-ID (WS-ROW-COUNT).
           MOVE DPY-NAME TO WS-PT-NAME (WS-ROW-COUNT).
           MOVE DPY-STREET TO WS-PT-STREET (WS-ROW-COUNT).
           MOVE DPY-CITY TO WS-PT-CITY (WS-ROW-COUNT).
           MOVE DPY-STATE TO WS-PT-STATE (WS-ROW-COUNT).
           MOVE DPY-ZIP TO WS-PT-ZIP (WS-ROW-COUNT).
           MOVE DPY-METHOD TO WS-PT-METHOD (WS-ROW-COUNT).
           MOVE DPY-ROUTING TO WS-PT-ROUTING (WS-ROW-COUNT).
           MOVE DPY-ACCOUNT TO WS-PT-ACCOUNT (WS-ROW-COUNT).
           MOVE DPY-FREQUENCY TO WS-PT-FREQUENCY (WS-ROW-COUNT).
           MOVE DPY-LIAB-ACCT TO WS-PT-LIAB-ACCT (WS-ROW-COUNT).
           MOVE DPY-CHANGE-DATE TO WS-PT-CHANGED (WS-ROW-COUNT).
           MOVE DPY-OPERATOR TO WS-PT-OPERATOR (WS-ROW-COUNT).

       FIND-PAYEE-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-PT-CODE (WS-ROW-IX) = WS-NEW-CODE
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LIST-DEDUCTION-PAYEES.
           IF WS-ROW-COUNT = 0
               DISPLAY "   No deduction payees on file"
           END-IF.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               DISPLAY " "
               DISPLAY "   Code " WS-PT-CODE (WS-ROW-IX)
                   "  payee " WS-PT-PAYEE-ID (WS-ROW-IX)
                   "  " WS-PT-NAME (WS-ROW-IX)
               DISPLAY "   Method " WS-PT-METHOD (WS-ROW-IX)
                   "  frequency " WS-PT-FREQUENCY (WS-ROW-IX)
                   "  liability " WS-PT-LIAB-ACCT (WS-ROW-IX)
               IF WS-PT-METHOD (WS-ROW-IX) = "E"
                   DISPLAY "   Bank   " WS-PT-ROUTING (WS-ROW-IX)
                       " " WS-PT-ACCOUNT (WS-ROW-IX)
               ELSE
                   DISPLAY "   Mail   " WS-PT-STREET (WS-ROW-IX)
                       " " WS-PT-CITY (WS-ROW-IX)
                       " " WS-PT-STATE (WS-ROW-IX)
                       " " WS-PT-ZIP (WS-ROW-IX)
               END-IF
               DISPLAY "   Changed " WS-PT-CHANGED (WS-ROW-IX)
                   " by " WS-PT-OPERATOR (WS-ROW-IX)
           END-PERFORM.

       ADD-DEDUCTION-PAYEE.
           DISPLAY "Enter deduction code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CODE.
           ACCEPT WS-NEW-CODE.
           PERFORM FIND-PAYEE-ROW.
           IF WS-FOUND-IX NOT = 0
               DISPLAY "   CODE ALREADY HAS A PAYEE - use change"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               IF WS-ROW-COUNT >= 200 OR WS-TABLE-FULL = 1
                   DISPLAY "   Payee file full (200 codes) -"
                       " add refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   PERFORM ACCEPT-PAYEE-DETAILS
                   IF WS-ENTRY-OK = 1
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-FOUND-IX
                       PERFORM SAVE-PAYEE-ROW
                   END-IF
               END-IF
           END-IF.

       CHANGE-DEDUCTION-PAYEE.
           DISPLAY "Enter deduction code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CODE.
           ACCEPT WS-NEW-CODE.
           PERFORM FIND-PAYEE-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No payee for code " WS-NEW-CODE
               PERFORM REFUSE-THE-CHANGE
           ELSE
               DISPLAY "   Now: " WS-PT-PAYEE-ID (WS-FOUND-IX)
                   " " WS-PT-NAME (WS-FOUND-IX)
               PERFORM ACCEPT-PAYEE-DETAILS
               IF WS-ENTRY-OK = 1
                   PERFORM SAVE-PAYEE-ROW
               END-IF
           END-IF.

       ACCEPT-PAYEE-DETAILS.
           DISPLAY "Enter payee ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PAYEE-ID.
           ACCEPT WS-NEW-PAYEE-ID.
           DISPLAY "Enter payee name: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-NAME.
           DISPLAY "Enter method (C check/E bank transfer): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-METHOD.
           ACCEPT WS-NEW-METHOD.
           MOVE SPACES TO WS-NEW-STREET.
           MOVE SPACES TO WS-NEW-CITY.
           MOVE SPACES TO WS-NEW-STATE.
           MOVE SPACES TO WS-NEW-ZIP.
           MOVE 0 TO WS-NEW-ROUTING.
           MOVE SPACES TO WS-NEW-ACCOUNT.
           IF WS-NEW-METHOD = "E"
               DISPLAY "Enter routing number: " WITH NO ADVANCING
               ACCEPT WS-NEW-ROUTING
               DISPLAY "Enter account number: " WITH NO ADVANCING
               ACCEPT WS-NEW-ACCOUNT
           ELSE
               DISPLAY "Enter street: " WITH NO ADVANCING
               ACCEPT WS-NEW-STREET
               DISPLAY "Enter city: " WITH NO ADVANCING
               ACCEPT WS-NEW-CITY
               DISPLAY "Enter state: " WITH NO ADVANCING
               ACCEPT WS-NEW-STATE
               DISPLAY "Enter ZIP: " WITH NO ADVANCING
               ACCEPT WS-NEW-ZIP
           END-IF.
           DISPLAY "Enter frequency (M monthly/Q quarterly/"
               "A annually): " WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-FREQUENCY.
           ACCEPT WS-NEW-FREQUENCY.
           DISPLAY "Enter GL liability account: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-LIAB-ACCT.
           ACCEPT WS-NEW-LIAB-ACCT.
           MOVE 0 TO WS-GL-VALID.
           IF WS-NEW-LIAB-ACCT NOT = SPACES
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "GLACCTV" USING WS-NEW-LIAB-ACCT WS-GL-VALID
               MOVE WS-HOLD-RC TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-ENTRY-OK.
           EVALUATE TRUE
               WHEN WS-NEW-CODE = SPACES
                   DISPLAY "   DEDUCTION CODE MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-PAYEE-ID = SPACES
                   DISPLAY "   PAYEE ID MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-NAME = SPACES
                   DISPLAY "   PAYEE NAME MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-METHOD-VALID
                   DISPLAY "   METHOD MUST BE C OR E - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-METHOD = "E"
                       AND (WS-NEW-ROUTING NOT NUMERIC
                           OR WS-NEW-ROUTING = 0
                           OR WS-NEW-ACCOUNT = SPACES)
                   DISPLAY "   BANK DETAILS MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-METHOD = "C"
                       AND (WS-NEW-STREET = SPACES
                           OR WS-NEW-CITY = SPACES
                           OR WS-NEW-STATE = SPACES
                           OR WS-NEW-ZIP = SPACES)
                   DISPLAY "   REMITTANCE ADDRESS INCOMPLETE - not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-FREQUENCY-VALID
                   DISPLAY "   FREQUENCY MUST BE M, Q OR A - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-GL-VALID = 0
                   DISPLAY "   LIABILITY ACCOUNT NOT ON THE CHART -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE 1 TO WS-ENTRY-OK
           END-EVALUATE.

       SAVE-PAYEE-ROW.
           MOVE WS-NEW-CODE TO WS-PT-CODE (WS-FOUND-IX).
           MOVE WS-NEW-PAYEE-ID TO WS-PT-PAYEE-ID (WS-FOUND-IX).
           MOVE WS-NEW-NAME TO WS-PT-NAME (WS-FOUND-IX).
           MOVE WS-NEW-STREET TO WS-PT-STREET (WS-FOUND-IX).
           MOVE WS-NEW-CITY TO WS-PT-CITY (WS-FOUND-IX).
           MOVE WS-NEW-STATE TO WS-PT-STATE (WS-FOUND-IX).
           MOVE WS-NEW-ZIP TO WS-PT-ZIP (WS-FOUND-IX).
           MOVE WS-NEW-METHOD TO WS-PT-METHOD (WS-FOUND-IX).
           MOVE WS-NEW-ROUTING TO WS-PT-ROUTING (WS-FOUND-IX).
           MOVE WS-NEW-ACCOUNT TO WS-PT-ACCOUNT (WS-FOUND-IX).
           MOVE WS-NEW-FREQUENCY TO WS-PT-FREQUENCY (WS-FOUND-IX).
           MOVE WS-NEW-LIAB-ACCT TO WS-PT-LIAB-ACCT (WS-FOUND-IX).
           MOVE WS-TODAY-DATE TO WS-PT-CHANGED (WS-FOUND-IX).
           MOVE WS-SEC-OPERATOR TO WS-PT-OPERATOR (WS-FOUND-IX).
           PERFORM REWRITE-PAYEE-FILE.
           DISPLAY "   Payee for code " WS-NEW-CODE " saved "
               WS-TODAY-DATE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-PAYEE-FILE.
           OPEN OUTPUT PAYEE-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-PT-CODE (WS-ROW-IX) TO DPY-DED-CODE
               MOVE WS-PT-PAYEE-ID (WS-ROW-IX) TO DPY-PAYEE-ID
               MOVE WS-PT-NAME (WS-ROW-IX) TO DPY-NAME
               MOVE WS-PT-STREET (WS-ROW-IX) TO DPY-STREET
               MOVE WS-PT-CITY (WS-ROW-IX) TO DPY-CITY
               MOVE WS-PT-STATE (WS-ROW-IX) TO DPY-STATE
               MOVE WS-PT-ZIP (WS-ROW-IX) TO DPY-ZIP
               MOVE WS-PT-METHOD (WS-ROW-IX) TO DPY-METHOD
               MOVE WS-PT-ROUTING (WS-ROW-IX) TO DPY-ROUTING
               MOVE WS-PT-ACCOUNT (WS-ROW-IX) TO DPY-ACCOUNT
               MOVE WS-PT-FREQUENCY (WS-ROW-IX) TO DPY-FREQUENCY
               MOVE WS-PT-LIAB-ACCT (WS-ROW-IX) TO DPY-LIAB-ACCT
               MOVE WS-PT-CHANGED (WS-ROW-IX) TO DPY-CHANGE-DATE
               MOVE WS-PT-OPERATOR (WS-ROW-IX) TO DPY-OPERATOR
               WRITE DEDUCTION-PAYEE-RECORD
           END-PERFORM.
           CLOSE PAYEE-FILE.
