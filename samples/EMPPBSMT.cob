       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPBSMT.
      *> Operator maintenance for the employee pay basis file, in the
      *> EMPTAXMT menu style. The pay run treated everyone on the
      *> master as salaried, so hourly and part-time checks were
      *> keyed in as overrides. The basis lives in emppbas.dat
      *> (EMPPBSR.cpy, keyed EMP-ID): "H" with an hourly rate pays
      *> from the period's timecard, "S" (or no row) pays salary as
      *> before. Every add or change stamps the signed-on operator
      *> and today's date as the effective date, so a disputed rate
      *> can be traced to whoever keyed it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-BASIS-FILE ASSIGN TO "emppbas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-BASIS-FILE.
           COPY EMPPBSR.

       WORKING-STORAGE SECTION.
       01 WS-PBS-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-PBS-TABLE.
          05 WS-PBS-ENTRY OCCURS 2000 TIMES.
             10 WS-PT-EMP-ID      PIC 9(5).
             10 WS-PT-BASIS       PIC X.
             10 WS-PT-RATE        PIC 9(4)V99.
             10 WS-PT-EFF-DATE    PIC 9(8).
             10 WS-PT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-BASIS      PIC X VALUE SPACE.
          88 WS-NEW-BASIS-VALID VALUES "S" "H".
       01 WS-NEW-RATE       PIC 9(4)V99 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPBSMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Pay Basis Maintenance ===".
           DISPLAY " ".

      *> A pay rate is payroll-sensitive; nobody touches one without
      *> signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-PAY-BASIS-FILE
               DISPLAY "   " WS-ROW-COUNT " pay basis row(s) on"
                   " file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Pay Basis Maintenance Complete ===".
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
           DISPLAY "1. Look up pay basis by EMP-ID".
           DISPLAY "2. Add or replace pay basis".
           DISPLAY "3. Remove pay basis".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LOOK-UP-PAY-BASIS
               WHEN 2
      *> A basis or rate change is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-OR-REPLACE-BASIS
                   END-IF
               WHEN 3
      *> A removal is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-PAY-BASIS
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-PAY-BASIS-FILE.
           OPEN INPUT PAY-BASIS-FILE.
           IF WS-PBS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-BASIS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 2000
                               ADD 1 TO WS-ROW-COUNT
                               MOVE PBS-EMP-ID TO
                                   WS-PT-EMP-ID (WS-ROW-COUNT)
                               MOVE PBS-BASIS TO
                                   WS-PT-BASIS (WS-ROW-COUNT)
                               MOVE PBS-HOURLY-RATE TO
                                   WS-PT-RATE (WS-ROW-COUNT)
                               MOVE PBS-EFF-DATE TO
                                   WS-PT-EFF-DATE (WS-ROW-COUNT)
                               MOVE PBS-OPERATOR TO
                                   WS-PT-OPERATOR (WS-ROW-COUNT)
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-BASIS-FILE
           END-IF.

       FIND-BASIS-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-PT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LOOK-UP-PAY-BASIS.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-BASIS-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No pay basis for " WS-NEW-EMP-ID
                   " - paid on annual salary"
           ELSE
               DISPLAY "   Pay basis:     "
                   WS-PT-BASIS (WS-FOUND-IX)
               DISPLAY "   Hourly rate:   "
                   WS-PT-RATE (WS-FOUND-IX)
               DISPLAY "   Effective:     "
                   WS-PT-EFF-DATE (WS-FOUND-IX) " by "
                   WS-PT-OPERATOR (WS-FOUND-IX)
           END-IF.

       ADD-OR-REPLACE-BASIS.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter pay basis (S salaried/H hourly): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-BASIS.
           ACCEPT WS-NEW-BASIS.
           MOVE 0 TO WS-NEW-RATE.
           IF WS-NEW-BASIS = "H"
               DISPLAY "Enter hourly rate: " WITH NO ADVANCING
               ACCEPT WS-NEW-RATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - basis not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-BASIS-VALID
                   DISPLAY "   PAY BASIS MUST BE S OR H - basis not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-RATE NOT NUMERIC
                   DISPLAY "   HOURLY RATE NOT NUMERIC - basis not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-BASIS = "H" AND WS-NEW-RATE = 0
                   DISPLAY "   HOURLY RATE MISSING - basis not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-BASIS-ROW
           END-EVALUATE.

       SAVE-BASIS-ROW.
           PERFORM FIND-BASIS-ROW.
           IF WS-FOUND-IX = 0
               IF WS-ROW-COUNT >= 2000 OR WS-TABLE-FULL = 1
                   DISPLAY "   Pay basis file full (2000 rows) -"
                       " add refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
               END-IF
           END-IF.
           IF WS-FOUND-IX NOT = 0
               MOVE WS-NEW-EMP-ID TO WS-PT-EMP-ID (WS-FOUND-IX)
               MOVE WS-NEW-BASIS TO WS-PT-BASIS (WS-FOUND-IX)
               MOVE WS-NEW-RATE TO WS-PT-RATE (WS-FOUND-IX)
               MOVE WS-TODAY-DATE TO WS-PT-EFF-DATE (WS-FOUND-IX)
               MOVE WS-SEC-OPERATOR TO WS-PT-OPERATOR (WS-FOUND-IX)
               PERFORM REWRITE-PAY-BASIS-FILE
               DISPLAY "   Pay basis saved for " WS-NEW-EMP-ID
                   " effective " WS-TODAY-DATE
           END-IF.

       REMOVE-PAY-BASIS.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-BASIS-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No pay basis for " WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
      *> Shuffle the last row into the hole and rewrite.
               MOVE WS-PBS-ENTRY (WS-ROW-COUNT)
                   TO WS-PBS-ENTRY (WS-FOUND-IX)
               SUBTRACT 1 FROM WS-ROW-COUNT
               PERFORM REWRITE-PAY-BASIS-FILE
               DISPLAY "   Pay basis removed for " WS-NEW-EMP-ID
                   " - employee reverts to annual salary"
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-PAY-BASIS-FILE.
           OPEN OUTPUT PAY-BASIS-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-PT-EMP-ID (WS-ROW-IX) TO PBS-EMP-ID
               MOVE WS-PT-BASIS (WS-ROW-IX) TO PBS-BASIS
               MOVE WS-PT-RATE (WS-ROW-IX) TO PBS-HOURLY-RATE
               MOVE WS-PT-EFF-DATE (WS-ROW-IX) TO PBS-EFF-DATE
               MOVE WS-PT-OPERATOR (WS-ROW-IX) TO PBS-OPERATOR
               WRITE PAY-BASIS-RECORD
           END-PERFORM.
           CLOSE PAY-BASIS-FILE.
