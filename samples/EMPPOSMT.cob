       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOSMT.
      *> Operator maintenance for the position master, in the
      *> EMPTAXMT menu style. position.dat (EMPPOSR.cpy) holds one
      *> row per authorized position; POSCTL refuses any hire or
      *> transfer that has no vacant matching row, so this console
      *> is where a department's approved headcount is set. Creating
      *> a position or changing its FTE and budget, and recording or
      *> releasing an incumbent (the conversion of people already on
      *> the master), are update work. Removing a position cuts
      *> authorized headcount and needs supervisor authority, and
      *> only a vacant position can go. A filled position keeps its
      *> department and job code -- moving the incumbent is a
      *> transfer through EMPUPDT. Each row is stamped with the
      *> signed-on operator and today's date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-FILE.
           COPY EMPPOSR.

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-POS-TABLE.
          05 WS-PS-ENTRY OCCURS 2000 TIMES.
             10 WS-PS-NUMBER      PIC 9(6).
             10 WS-PS-DEPT        PIC X(3).
             10 WS-PS-JOB-CODE    PIC X(4).
             10 WS-PS-AUTH-FTE    PIC 9V99.
             10 WS-PS-BUDGET      PIC 9(6)V99.
             10 WS-PS-STATUS      PIC X.
             10 WS-PS-EMP-ID      PIC 9(5).
             10 WS-PS-CHANGED     PIC 9(8).
             10 WS-PS-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-HELD-IX       PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-NUMBER     PIC 9(6) VALUE 0.
       01 WS-NEW-DEPT       PIC X(3) VALUE SPACES.
       01 WS-NEW-JOB        PIC X(4) VALUE SPACES.
       01 WS-NEW-FTE        PIC 9V99 VALUE 0.
       01 WS-NEW-BUDGET     PIC 9(6)V99 VALUE 0.
       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-ENTRY-OK       PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPOSMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Position Master Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-POSITION-FILE
               DISPLAY "   " WS-ROW-COUNT " position row(s) on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Position Master Maintenance Complete ===".
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
           DISPLAY "1. Show a position".
           DISPLAY "2. Create or change a position".
           DISPLAY "3. Record or release an incumbent".
           DISPLAY "4. Remove a vacant position".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-ONE-POSITION
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM CREATE-OR-CHANGE-POSITION
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM RECORD-INCUMBENT
                   END-IF
               WHEN 4
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-VACANT-POSITION
                   END-IF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-POSITION-FILE.
           OPEN INPUT POSITION-FILE.
           IF WS-POS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ POSITION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 2000
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-POSITION-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

       LOAD-ONE-POSITION-ROW.
           MOVE POS-NUMBER TO WS-PS-NUMBER (WS-ROW-COUNT).
           MOVE POS-DEPT TO WS-PS-DEPT (WS-ROW-COUNT).
           MOVE POS-JOB-CODE TO WS-PS-JOB-CODE (WS-ROW-COUNT).
           MOVE POS-AUTH-FTE TO WS-PS-AUTH-FTE (WS-ROW-COUNT).
           MOVE POS-BUDGET-SALARY TO WS-PS-BUDGET (WS-ROW-COUNT).
      *> Anything but a filled row with an incumbent reads back as
      *> vacant.
           IF POS-FILLED AND POS-EMP-ID IS NUMERIC
                   AND POS-EMP-ID NOT = 0
               MOVE "F" TO WS-PS-STATUS (WS-ROW-COUNT)
               MOVE POS-EMP-ID TO WS-PS-EMP-ID (WS-ROW-COUNT)
           ELSE
               MOVE "V" TO WS-PS-STATUS (WS-ROW-COUNT)
               MOVE 0 TO WS-PS-EMP-ID (WS-ROW-COUNT)
           END-IF.
           IF POS-CHANGE-DATE IS NUMERIC
               MOVE POS-CHANGE-DATE TO WS-PS-CHANGED (WS-ROW-COUNT)
           ELSE
               MOVE 0 TO WS-PS-CHANGED (WS-ROW-COUNT)
           END-IF.
           MOVE POS-OPERATOR TO WS-PS-OPERATOR (WS-ROW-COUNT).

       FIND-POSITION-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-PS-NUMBER (WS-ROW-IX) = WS-NEW-NUMBER
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       FIND-HELD-POSITION.
           MOVE 0 TO WS-HELD-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-PS-STATUS (WS-ROW-IX) = "F"
                       AND WS-PS-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   MOVE WS-ROW-IX TO WS-HELD-IX
               END-IF
           END-PERFORM.

       ACCEPT-POSITION-NUMBER.
           DISPLAY "Enter position number: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-NUMBER.
           ACCEPT WS-NEW-NUMBER.
           PERFORM FIND-POSITION-ROW.

       SHOW-ONE-POSITION.
           PERFORM ACCEPT-POSITION-NUMBER.
           IF WS-FOUND-IX = 0
               DISPLAY "   No position " WS-NEW-NUMBER
           ELSE
               DISPLAY "   Position " WS-PS-NUMBER (WS-FOUND-IX)
                   "  dept " WS-PS-DEPT (WS-FOUND-IX)
                   "  job " WS-PS-JOB-CODE (WS-FOUND-IX)
                   "  FTE " WS-PS-AUTH-FTE (WS-FOUND-IX)
                   "  budget " WS-PS-BUDGET (WS-FOUND-IX)
               DISPLAY "   Status " WS-PS-STATUS (WS-FOUND-IX)
                   "  incumbent " WS-PS-EMP-ID (WS-FOUND-IX)
                   "  changed " WS-PS-CHANGED (WS-FOUND-IX)
                   " by " WS-PS-OPERATOR (WS-FOUND-IX)
           END-IF.

       CREATE-OR-CHANGE-POSITION.
           PERFORM ACCEPT-POSITION-NUMBER.
           DISPLAY "Enter department code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-DEPT.
           ACCEPT WS-NEW-DEPT.
           DISPLAY "Enter job code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-JOB.
           ACCEPT WS-NEW-JOB.
           DISPLAY "Enter authorized FTE (9.99): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-FTE.
           ACCEPT WS-NEW-FTE.
           DISPLAY "Enter budgeted salary: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-BUDGET.
           ACCEPT WS-NEW-BUDGET.
           MOVE 0 TO WS-ENTRY-OK.
           EVALUATE TRUE
               WHEN WS-NEW-NUMBER = 0
                   DISPLAY "   POSITION NUMBER MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-DEPT = SPACES OR WS-NEW-JOB = SPACES
                   DISPLAY "   DEPT AND JOB CODE REQUIRED - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-FTE NOT NUMERIC OR WS-NEW-FTE = 0
                   DISPLAY "   FTE MUST BE ABOVE ZERO - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-BUDGET NOT NUMERIC
                   DISPLAY "   BUDGET NOT NUMERIC - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-IX > 0
                       AND WS-PS-STATUS (WS-FOUND-IX) = "F"
                       AND (WS-NEW-DEPT NOT = WS-PS-DEPT (WS-FOUND-IX)
                       OR WS-NEW-JOB
                           NOT = WS-PS-JOB-CODE (WS-FOUND-IX))
                   DISPLAY "   POSITION IS FILLED - dept/job stay,"
                       " transfer the incumbent first"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-IX = 0
                       AND (WS-ROW-COUNT >= 2000 OR WS-TABLE-FULL = 1)
                   DISPLAY "   Position file full (2000 rows) -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE 1 TO WS-ENTRY-OK
           END-EVALUATE.
           IF WS-ENTRY-OK = 1
               IF WS-FOUND-IX = 0
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
                   MOVE WS-NEW-NUMBER TO WS-PS-NUMBER (WS-FOUND-IX)
                   MOVE "V" TO WS-PS-STATUS (WS-FOUND-IX)
                   MOVE 0 TO WS-PS-EMP-ID (WS-FOUND-IX)
               END-IF
               MOVE WS-NEW-DEPT TO WS-PS-DEPT (WS-FOUND-IX)
               MOVE WS-NEW-JOB TO WS-PS-JOB-CODE (WS-FOUND-IX)
               MOVE WS-NEW-FTE TO WS-PS-AUTH-FTE (WS-FOUND-IX)
               MOVE WS-NEW-BUDGET TO WS-PS-BUDGET (WS-FOUND-IX)
               PERFORM STAMP-AND-SAVE
               DISPLAY "   Position " WS-NEW-NUMBER " saved "
                   WS-TODAY-DATE
           END-IF.

       RECORD-INCUMBENT.
      *> An EMP-ID of zero releases the position.
           PERFORM ACCEPT-POSITION-NUMBER.
           DISPLAY "Enter incumbent EMP-ID (0 releases): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           IF WS-FOUND-IX = 0
               DISPLAY "   No position " WS-NEW-NUMBER
               PERFORM REFUSE-THE-CHANGE
           ELSE
               IF WS-NEW-EMP-ID = 0
                   PERFORM RELEASE-INCUMBENT
               ELSE
                   PERFORM ASSIGN-INCUMBENT
               END-IF
           END-IF.

       RELEASE-INCUMBENT.
           IF WS-PS-STATUS (WS-FOUND-IX) = "V"
               DISPLAY "   Position already vacant"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "V" TO WS-PS-STATUS (WS-FOUND-IX)
               MOVE 0 TO WS-PS-EMP-ID (WS-FOUND-IX)
               PERFORM STAMP-AND-SAVE
               DISPLAY "   Position " WS-NEW-NUMBER " vacated "
                   WS-TODAY-DATE
           END-IF.

       ASSIGN-INCUMBENT.
           PERFORM FIND-HELD-POSITION.
           EVALUATE TRUE
               WHEN WS-PS-STATUS (WS-FOUND-IX) = "F"
                   DISPLAY "   Position already filled by "
                       WS-PS-EMP-ID (WS-FOUND-IX)
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-HELD-IX > 0
                   DISPLAY "   " WS-NEW-EMP-ID " already holds"
                       " position " WS-PS-NUMBER (WS-HELD-IX)
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE "F" TO WS-PS-STATUS (WS-FOUND-IX)
                   MOVE WS-NEW-EMP-ID TO WS-PS-EMP-ID (WS-FOUND-IX)
                   PERFORM STAMP-AND-SAVE
                   DISPLAY "   Position " WS-NEW-NUMBER
                       " filled by " WS-NEW-EMP-ID
           END-EVALUATE.

       REMOVE-VACANT-POSITION.
           PERFORM ACCEPT-POSITION-NUMBER.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   No position " WS-NEW-NUMBER
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-PS-STATUS (WS-FOUND-IX) = "F"
                   DISPLAY "   Position is filled - not removed"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-TABLE-FULL = 1
                   DISPLAY "   Position file over 2000 rows -"
                       " not rewritten"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
      *> Close the gap by moving every later row down one.
                   PERFORM VARYING WS-ROW-IX FROM WS-FOUND-IX BY 1
                           UNTIL WS-ROW-IX >= WS-ROW-COUNT
                       MOVE WS-PS-ENTRY (WS-ROW-IX + 1)
                           TO WS-PS-ENTRY (WS-ROW-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ROW-COUNT
                   PERFORM REWRITE-POSITION-FILE
                   DISPLAY "   Position " WS-NEW-NUMBER " removed"
           END-EVALUATE.

       STAMP-AND-SAVE.
           MOVE WS-TODAY-DATE TO WS-PS-CHANGED (WS-FOUND-IX).
           MOVE WS-SEC-OPERATOR TO WS-PS-OPERATOR (WS-FOUND-IX).
           IF WS-TABLE-FULL = 1
               DISPLAY "   Position file over 2000 rows -"
                   " not rewritten"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM REWRITE-POSITION-FILE
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-POSITION-FILE.
           OPEN OUTPUT POSITION-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-PS-NUMBER (WS-ROW-IX) TO POS-NUMBER
               MOVE WS-PS-DEPT (WS-ROW-IX) TO POS-DEPT
               MOVE WS-PS-JOB-CODE (WS-ROW-IX) TO POS-JOB-CODE
               MOVE WS-PS-AUTH-FTE (WS-ROW-IX) TO POS-AUTH-FTE
               MOVE WS-PS-BUDGET (WS-ROW-IX) TO POS-BUDGET-SALARY
               MOVE WS-PS-STATUS (WS-ROW-IX) TO POS-STATUS
               MOVE WS-PS-EMP-ID (WS-ROW-IX) TO POS-EMP-ID
               MOVE WS-PS-CHANGED (WS-ROW-IX) TO POS-CHANGE-DATE
               MOVE WS-PS-OPERATOR (WS-ROW-IX) TO POS-OPERATOR
               WRITE POSITION-RECORD
           END-PERFORM.
           CLOSE POSITION-FILE.
