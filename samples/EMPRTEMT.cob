       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRTEMT.
      *> Operator maintenance for retirement elections, in the
      *> EMPTAXMT menu style. empcontr.dat (EMPRTER.cpy) holds one
      *> row per employee: the percentage of gross deferred each
      *> period and the catch-up flag. EMPPAYRN deducts it and
      *> EMPRETIR projects from it. Electing or changing a rate and
      *> stopping an election are update work; a stopped election
      *> stays on file (status I) and electing again restarts it.
      *> Each row is stamped with the signed-on operator and today's
      *> date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-FILE ASSIGN TO "empcontr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELECTION-FILE.
           COPY EMPRTER.

       WORKING-STORAGE SECTION.
       01 WS-RTE-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-RTE-TABLE.
          05 WS-RTE-ENTRY OCCURS 2000 TIMES.
             10 WS-RT-EMP-ID      PIC 9(5).
             10 WS-RT-PCT         PIC 9(2)V99.
             10 WS-RT-CATCHUP     PIC X.
             10 WS-RT-STATUS      PIC X.
             10 WS-RT-CHANGED     PIC 9(8).
             10 WS-RT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-PCT        PIC 9(2)V99 VALUE 0.
       01 WS-NEW-CATCHUP    PIC X VALUE SPACE.
          88 WS-NEW-CATCHUP-VALID VALUES "Y" "N".
       01 WS-ENTRY-OK       PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPRTEMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Retirement Election Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-ELECTION-FILE
               DISPLAY "   " WS-ROW-COUNT " election row(s) on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Retirement Election Maintenance Complete ===".
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
           DISPLAY "1. Show an employee's election".
           DISPLAY "2. Elect or change a contribution rate".
           DISPLAY "3. Stop an election".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-EMPLOYEE-ELECTION
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ELECT-CONTRIBUTION-RATE
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM STOP-ELECTION
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-ELECTION-FILE.
           OPEN INPUT ELECTION-FILE.
           IF WS-RTE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ELECTION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 2000
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-ELECTION-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.

       LOAD-ONE-ELECTION-ROW.
           MOVE RTE-EMP-ID TO WS-RT-EMP-ID (WS-ROW-COUNT).
           MOVE RTE-PCT TO WS-RT-PCT (WS-ROW-COUNT).
      *> Rows from before the election fields read back as spaces:
      *> no catch-up, still active.
           IF RTE-CATCHUP-ELECTED
               MOVE "Y" TO WS-RT-CATCHUP (WS-ROW-COUNT)
           ELSE
               MOVE "N" TO WS-RT-CATCHUP (WS-ROW-COUNT)
           END-IF.
           IF RTE-STOPPED
               MOVE "I" TO WS-RT-STATUS (WS-ROW-COUNT)
           ELSE
               MOVE "A" TO WS-RT-STATUS (WS-ROW-COUNT)
           END-IF.
           IF RTE-CHANGE-DATE IS NUMERIC
               MOVE RTE-CHANGE-DATE TO WS-RT-CHANGED (WS-ROW-COUNT)
           ELSE
               MOVE 0 TO WS-RT-CHANGED (WS-ROW-COUNT)
           END-IF.
           MOVE RTE-OPERATOR TO WS-RT-OPERATOR (WS-ROW-COUNT).

       FIND-ELECTION-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-RT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       ACCEPT-EMPLOYEE-ID.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-ELECTION-ROW.

       SHOW-EMPLOYEE-ELECTION.
           PERFORM ACCEPT-EMPLOYEE-ID.
           IF WS-FOUND-IX = 0
               DISPLAY "   No election for " WS-NEW-EMP-ID
           ELSE
               DISPLAY "   EMP-ID " WS-RT-EMP-ID (WS-FOUND-IX)
                   "  rate " WS-RT-PCT (WS-FOUND-IX)
                   "%  catch-up " WS-RT-CATCHUP (WS-FOUND-IX)
                   "  status " WS-RT-STATUS (WS-FOUND-IX)
               DISPLAY "   Changed " WS-RT-CHANGED (WS-FOUND-IX)
                   " by " WS-RT-OPERATOR (WS-FOUND-IX)
           END-IF.

       ELECT-CONTRIBUTION-RATE.
           PERFORM ACCEPT-EMPLOYEE-ID.
           DISPLAY "Enter contribution percent (99.99): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-PCT.
           ACCEPT WS-NEW-PCT.
           DISPLAY "Catch-up contributions (Y/N): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-CATCHUP.
           ACCEPT WS-NEW-CATCHUP.
           MOVE 0 TO WS-ENTRY-OK.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-PCT NOT NUMERIC OR WS-NEW-PCT = 0
                   DISPLAY "   PERCENT MUST BE ABOVE ZERO - use stop"
                       " to end an election"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-CATCHUP-VALID
                   DISPLAY "   CATCH-UP MUST BE Y OR N - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-IX = 0
                       AND (WS-ROW-COUNT >= 2000 OR WS-TABLE-FULL = 1)
                   DISPLAY "   Election file full (2000 rows) -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE 1 TO WS-ENTRY-OK
           END-EVALUATE.
           IF WS-ENTRY-OK = 1
               IF WS-FOUND-IX = 0
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
                   MOVE WS-NEW-EMP-ID TO WS-RT-EMP-ID (WS-FOUND-IX)
               END-IF
               MOVE WS-NEW-PCT TO WS-RT-PCT (WS-FOUND-IX)
               MOVE WS-NEW-CATCHUP TO WS-RT-CATCHUP (WS-FOUND-IX)
               MOVE "A" TO WS-RT-STATUS (WS-FOUND-IX)
               PERFORM STAMP-AND-SAVE
               DISPLAY "   Election for " WS-NEW-EMP-ID " saved "
                   WS-TODAY-DATE
           END-IF.

       STOP-ELECTION.
           PERFORM ACCEPT-EMPLOYEE-ID.
           IF WS-FOUND-IX = 0
               DISPLAY "   No election for " WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
               IF WS-RT-STATUS (WS-FOUND-IX) = "I"
                   DISPLAY "   Election already stopped"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   MOVE "I" TO WS-RT-STATUS (WS-FOUND-IX)
                   PERFORM STAMP-AND-SAVE
                   DISPLAY "   Election for " WS-NEW-EMP-ID
                       " stopped " WS-TODAY-DATE
               END-IF
           END-IF.

       STAMP-AND-SAVE.
           MOVE WS-TODAY-DATE TO WS-RT-CHANGED (WS-FOUND-IX).
           MOVE WS-SEC-OPERATOR TO WS-RT-OPERATOR (WS-FOUND-IX).
           PERFORM REWRITE-ELECTION-FILE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-ELECTION-FILE.
           OPEN OUTPUT ELECTION-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-RT-EMP-ID (WS-ROW-IX) TO RTE-EMP-ID
               MOVE WS-RT-PCT (WS-ROW-IX) TO RTE-PCT
               MOVE WS-RT-CATCHUP (WS-ROW-IX) TO RTE-CATCHUP
               MOVE WS-RT-STATUS (WS-ROW-IX) TO RTE-STATUS
               MOVE WS-RT-CHANGED (WS-ROW-IX) TO RTE-CHANGE-DATE
               MOVE WS-RT-OPERATOR (WS-ROW-IX) TO RTE-OPERATOR
               WRITE RETIREMENT-ELECTION-RECORD
           END-PERFORM.
           CLOSE ELECTION-FILE.
