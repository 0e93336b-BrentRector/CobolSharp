       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDSTMT.
      *> Operator maintenance for labor cost distribution, in the
      *> EMPPOSMT menu style. empdist.dat (EMPDSTR.cpy) holds each
      *> split employee's distribution sets; EMPGLEXT and EMPDEPTR
      *> spread the employee's cost by the set in force (through
      *> EMPDIST). A set is entered whole -- one to ten lines, each a
      *> department or a GL expense account with its percentage --
      *> and is refused unless the lines total exactly 100.00%.
      *> Entering a set for a date that already has one replaces it;
      *> a set for a later date takes over from that date, so the
      *> history stays on file. Departments are checked against
      *> deptable.dat when it exists and accounts through GLACCTV.
      *> Entering and removing sets is update work; every row is
      *> stamped with the signed-on operator and today's date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO "empdist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "deptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
           COPY EMPDSTR.
       FD DEPT-TABLE.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 WS-DST-STATUS    PIC XX VALUE SPACES.
       01 WS-DEPT-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-DST-TABLE.
          05 WS-DS-ENTRY OCCURS 3000 TIMES.
             10 WS-DT-EMP-ID      PIC 9(5).
             10 WS-DT-EFF-DATE    PIC 9(8).
             10 WS-DT-DEPT        PIC X(3).
             10 WS-DT-ACCOUNT     PIC X(14).
             10 WS-DT-PCT         PIC 9(3)V99.
             10 WS-DT-CHANGED     PIC 9(8).
             10 WS-DT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-KEEP-IX       PIC 9(4) VALUE 0.
       01 WS-SHOWN-COUNT   PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

      *> Department codes from deptable.dat; none loaded means
      *> department lines are not checked (the EMPRULES convention).
       01 WS-DEPT-COUNT    PIC 9(3) VALUE 0.
       01 WS-DEPT-CODES.
          05 WS-DEPT-CODE  PIC X(3) OCCURS 200 TIMES.
       01 WS-DEPT-IX       PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND    PIC 9 VALUE 0.

      *> The set being entered.
       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-EFF-DATE   PIC 9(8) VALUE 0.
       01 WS-NEW-COUNT      PIC 9(2) VALUE 0.
       01 WS-NEW-LINES.
          05 WS-NEW-LINE OCCURS 10 TIMES.
             10 WS-NL-DEPT        PIC X(3).
             10 WS-NL-ACCOUNT     PIC X(14).
             10 WS-NL-PCT         PIC 9(3)V99.
       01 WS-NL-IX          PIC 9(2) VALUE 0.
       01 WS-IN-DEPT        PIC X(3) VALUE SPACES.
       01 WS-IN-ACCOUNT     PIC X(14) VALUE SPACES.
       01 WS-IN-PCT         PIC 9(3)V99 VALUE 0.
       01 WS-LINES-DONE     PIC 9 VALUE 0.
       01 WS-SET-TOTAL      PIC 9(5)V99 VALUE 0.
       01 WS-SET-ROWS       PIC 9(4) VALUE 0.
       01 WS-BAD-LINE       PIC 9(2) VALUE 0.
       01 WS-BAD-REASON     PIC X(30) VALUE SPACES.
       01 WS-ENTRY-OK       PIC 9 VALUE 0.
       01 WS-GL-VALID       PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPDSTMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Labor Cost Distribution Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-DEPARTMENT-CODES
               PERFORM LOAD-DISTRIBUTION-FILE
               DISPLAY "   " WS-ROW-COUNT
                   " distribution row(s) on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Labor Cost Distribution Maintenance"
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
           DISPLAY "1. Show an employee's distribution".
           DISPLAY "2. Enter a distribution set".
           DISPLAY "3. Remove a distribution set".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-EMPLOYEE-SETS
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ENTER-DISTRIBUTION-SET
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-DISTRIBUTION-SET
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-DEPARTMENT-CODES.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DEPT-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT < 200
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE
                                   TO WS-DEPT-CODE (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE
           END-IF.

       LOAD-DISTRIBUTION-FILE.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DST-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DISTRIBUTION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 3000
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-DISTRIBUTION-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
           END-IF.

       LOAD-ONE-DISTRIBUTION-ROW.
           MOVE DST-EMP-ID TO WS-DT-EMP-ID (WS-ROW-COUNT).
           MOVE DST-EFF-DATE TO WS-DT-EFF-DATE (WS-ROW-COUNT).
           MOVE DST-DEPT TO WS-DT-DEPT (WS-ROW-COUNT).
           MOVE DST-ACCOUNT TO WS-DT-ACCOUNT (WS-ROW-COUNT).
           IF DST-PCT IS NUMERIC
               MOVE DST-PCT TO WS-DT-PCT (WS-ROW-COUNT)
           ELSE
               MOVE 0 TO WS-DT-PCT (WS-ROW-COUNT)
           END-IF.
           IF DST-CHANGE-DATE IS NUMERIC
               MOVE DST-CHANGE-DATE TO WS-DT-CHANGED (WS-ROW-COUNT)
           ELSE
               MOVE 0 TO WS-DT-CHANGED (WS-ROW-COUNT)
           END-IF.
           MOVE DST-OPERATOR TO WS-DT-OPERATOR (WS-ROW-COUNT).

       ACCEPT-EMPLOYEE-ID.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.

       ACCEPT-EFFECTIVE-DATE.
           DISPLAY "Enter effective date (YYYYMMDD): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EFF-DATE.
           ACCEPT WS-NEW-EFF-DATE.

       SHOW-EMPLOYEE-SETS.
           PERFORM ACCEPT-EMPLOYEE-ID.
           MOVE 0 TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-DT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   ADD 1 TO WS-SHOWN-COUNT
                   DISPLAY "   From " WS-DT-EFF-DATE (WS-ROW-IX)
                       "  dept " WS-DT-DEPT (WS-ROW-IX)
                       "  account " WS-DT-ACCOUNT (WS-ROW-IX)
                       "  pct " WS-DT-PCT (WS-ROW-IX)
                       "  changed " WS-DT-CHANGED (WS-ROW-IX)
                       " by " WS-DT-OPERATOR (WS-ROW-IX)
               END-IF
           END-PERFORM.
           IF WS-SHOWN-COUNT = 0
               DISPLAY "   No distribution for " WS-NEW-EMP-ID
                   " - charged 100% to home department"
           END-IF.

       ENTER-DISTRIBUTION-SET.
           PERFORM ACCEPT-EMPLOYEE-ID.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           PERFORM ACCEPT-SET-LINES.
           PERFORM CHECK-SET-LINES.
           PERFORM COUNT-SET-ROWS.
           MOVE 0 TO WS-ENTRY-OK.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-EFF-DATE NOT NUMERIC
                       OR WS-NEW-EFF-DATE = 0
                   DISPLAY "   EFFECTIVE DATE MISSING - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-COUNT = 0
                   DISPLAY "   NO LINES ENTERED - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-BAD-LINE > 0
                   DISPLAY "   LINE " WS-BAD-LINE " " WS-BAD-REASON
                       " - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-SET-TOTAL NOT = 100
                   DISPLAY "   LINES TOTAL " WS-SET-TOTAL
                       "% NOT 100.00% - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-TABLE-FULL = 1
                       OR WS-ROW-COUNT - WS-SET-ROWS + WS-NEW-COUNT
                           > 3000
                   DISPLAY "   Distribution file full (3000 rows) -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE 1 TO WS-ENTRY-OK
           END-EVALUATE.
           IF WS-ENTRY-OK = 1
               PERFORM DROP-SET-ROWS
               PERFORM VARYING WS-NL-IX FROM 1 BY 1
                       UNTIL WS-NL-IX > WS-NEW-COUNT
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-NEW-EMP-ID TO WS-DT-EMP-ID (WS-ROW-COUNT)
                   MOVE WS-NEW-EFF-DATE
                       TO WS-DT-EFF-DATE (WS-ROW-COUNT)
                   MOVE WS-NL-DEPT (WS-NL-IX)
                       TO WS-DT-DEPT (WS-ROW-COUNT)
                   MOVE WS-NL-ACCOUNT (WS-NL-IX)
                       TO WS-DT-ACCOUNT (WS-ROW-COUNT)
                   MOVE WS-NL-PCT (WS-NL-IX) TO WS-DT-PCT (WS-ROW-COUNT)
                   MOVE WS-TODAY-DATE TO WS-DT-CHANGED (WS-ROW-COUNT)
                   MOVE WS-SEC-OPERATOR
                       TO WS-DT-OPERATOR (WS-ROW-COUNT)
               END-PERFORM
               PERFORM REWRITE-DISTRIBUTION-FILE
               IF WS-SET-ROWS > 0
                   DISPLAY "   Set for " WS-NEW-EMP-ID " from "
                       WS-NEW-EFF-DATE " replaced"
               ELSE
                   DISPLAY "   Set for " WS-NEW-EMP-ID " from "
                       WS-NEW-EFF-DATE " saved"
               END-IF
           END-IF.

       ACCEPT-SET-LINES.
      *> A line is a department or, with the department left blank,
      *> an expense account; blank for both ends the set.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-LINES-DONE.
           PERFORM UNTIL WS-LINES-DONE = 1 OR WS-NEW-COUNT = 10
               COMPUTE WS-NL-IX = WS-NEW-COUNT + 1
               DISPLAY "Line " WS-NL-IX
                   " department (blank for account line): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IN-DEPT
               ACCEPT WS-IN-DEPT
               MOVE SPACES TO WS-IN-ACCOUNT
               IF WS-IN-DEPT = SPACES
                   DISPLAY "     GL expense account (blank ends set): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-ACCOUNT
               END-IF
               IF WS-IN-DEPT = SPACES AND WS-IN-ACCOUNT = SPACES
                   MOVE 1 TO WS-LINES-DONE
               ELSE
                   DISPLAY "     Percentage (999.99): "
                       WITH NO ADVANCING
                   MOVE 0 TO WS-IN-PCT
                   ACCEPT WS-IN-PCT
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-IN-DEPT TO WS-NL-DEPT (WS-NEW-COUNT)
                   MOVE WS-IN-ACCOUNT TO WS-NL-ACCOUNT (WS-NEW-COUNT)
                   MOVE WS-IN-PCT TO WS-NL-PCT (WS-NEW-COUNT)
               END-IF
           END-PERFORM.

       CHECK-SET-LINES.
      *> Totals the percentages and notes the first line that fails.
           MOVE 0 TO WS-SET-TOTAL.
           MOVE 0 TO WS-BAD-LINE.
           MOVE SPACES TO WS-BAD-REASON.
           PERFORM VARYING WS-NL-IX FROM 1 BY 1
                   UNTIL WS-NL-IX > WS-NEW-COUNT
               IF WS-NL-PCT (WS-NL-IX) NOT NUMERIC
                   MOVE 0 TO WS-NL-PCT (WS-NL-IX)
               END-IF
               ADD WS-NL-PCT (WS-NL-IX) TO WS-SET-TOTAL
               IF WS-BAD-LINE = 0
                   PERFORM CHECK-ONE-SET-LINE
               END-IF
           END-PERFORM.

       CHECK-ONE-SET-LINE.
           IF WS-NL-PCT (WS-NL-IX) = 0
               MOVE WS-NL-IX TO WS-BAD-LINE
               MOVE "PERCENTAGE MUST BE ABOVE ZERO" TO WS-BAD-REASON
           END-IF.
           IF WS-BAD-LINE = 0 AND WS-NL-DEPT (WS-NL-IX) NOT = SPACES
                   AND WS-DEPT-COUNT > 0
               MOVE 0 TO WS-DEPT-FOUND
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   IF WS-DEPT-CODE (WS-DEPT-IX) = WS-NL-DEPT (WS-NL-IX)
                       MOVE 1 TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = 0
                   MOVE WS-NL-IX TO WS-BAD-LINE
                   MOVE "DEPT NOT ON DEPTABLE" TO WS-BAD-REASON
               END-IF
           END-IF.
           IF WS-BAD-LINE = 0 AND WS-NL-ACCOUNT (WS-NL-IX) NOT = SPACES
               MOVE 0 TO WS-GL-VALID
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "GLACCTV" USING WS-NL-ACCOUNT (WS-NL-IX)
                   WS-GL-VALID
               MOVE WS-HOLD-RC TO RETURN-CODE
               IF WS-GL-VALID = 0
                   MOVE WS-NL-IX TO WS-BAD-LINE
                   MOVE "ACCOUNT NOT OPEN ON CHART" TO WS-BAD-REASON
               END-IF
           END-IF.

       COUNT-SET-ROWS.
           MOVE 0 TO WS-SET-ROWS.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-DT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                       AND WS-DT-EFF-DATE (WS-ROW-IX) = WS-NEW-EFF-DATE
                   ADD 1 TO WS-SET-ROWS
               END-IF
           END-PERFORM.

       DROP-SET-ROWS.
      *> Close up the rows of the employee's set for the date.
           MOVE 0 TO WS-KEEP-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-DT-EMP-ID (WS-ROW-IX) NOT = WS-NEW-EMP-ID
                       OR WS-DT-EFF-DATE (WS-ROW-IX)
                           NOT = WS-NEW-EFF-DATE
                   ADD 1 TO WS-KEEP-IX
                   IF WS-KEEP-IX NOT = WS-ROW-IX
                       MOVE WS-DS-ENTRY (WS-ROW-IX)
                           TO WS-DS-ENTRY (WS-KEEP-IX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-IX TO WS-ROW-COUNT.

       REMOVE-DISTRIBUTION-SET.
           PERFORM ACCEPT-EMPLOYEE-ID.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           PERFORM COUNT-SET-ROWS.
           EVALUATE TRUE
               WHEN WS-SET-ROWS = 0
                   DISPLAY "   No set for " WS-NEW-EMP-ID " from "
                       WS-NEW-EFF-DATE
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-TABLE-FULL = 1
                   DISPLAY "   Distribution file over 3000 rows -"
                       " not rewritten"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM DROP-SET-ROWS
                   PERFORM REWRITE-DISTRIBUTION-FILE
                   DISPLAY "   Set for " WS-NEW-EMP-ID " from "
                       WS-NEW-EFF-DATE " removed"
           END-EVALUATE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-DISTRIBUTION-FILE.
           OPEN OUTPUT DISTRIBUTION-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-DT-EMP-ID (WS-ROW-IX) TO DST-EMP-ID
               MOVE WS-DT-EFF-DATE (WS-ROW-IX) TO DST-EFF-DATE
               MOVE WS-DT-DEPT (WS-ROW-IX) TO DST-DEPT
               MOVE WS-DT-ACCOUNT (WS-ROW-IX) TO DST-ACCOUNT
               MOVE WS-DT-PCT (WS-ROW-IX) TO DST-PCT
               MOVE WS-DT-CHANGED (WS-ROW-IX) TO DST-CHANGE-DATE
               MOVE WS-DT-OPERATOR (WS-ROW-IX) TO DST-OPERATOR
               WRITE COST-DISTRIBUTION-RECORD
           END-PERFORM.
           CLOSE DISTRIBUTION-FILE.
