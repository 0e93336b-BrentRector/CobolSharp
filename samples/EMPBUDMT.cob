       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBUDMT.
      *> Operator maintenance and load for the departmental payroll
      *> budget, in the EMPPOSMT menu style. empbudget.dat
      *> (EMPBUDR.cpy) holds one row per company, department, year
      *> and month carrying the budgeted headcount and salary
      *> dollars; EMPBUDRP reports against it. A department's year
      *> is normally loaded whole: the annual salary dollars are
      *> spread evenly over the twelve months (the rounding cents
      *> fall in December) and the headcount is budgeted in every
      *> month, replacing whatever the year held. A single month can
      *> then be set on its own for a hire or a seasonal peak.
      *> Companies are checked against cotable.dat and departments
      *> against deptable.dat when those tables exist (the EMPRULES
      *> convention). Loading and setting are update work; every row
      *> is stamped with the signed-on operator and today's date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "empbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "deptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT COMPANY-TABLE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
           COPY EMPBUDR.
       FD DEPT-TABLE.
           COPY DEPTREC.
       FD COMPANY-TABLE.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUD-STATUS     PIC XX VALUE SPACES.
       01 WS-DEPT-STATUS    PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS PIC XX VALUE SPACES.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-MENU-CHOICE    PIC 9 VALUE 0.
       01 WS-DONE           PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE     PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-BUD-TABLE.
          05 WS-BD-ENTRY OCCURS 3000 TIMES.
             10 WS-BT-COMPANY     PIC X(2).
             10 WS-BT-DEPT        PIC X(3).
             10 WS-BT-YEAR        PIC 9(4).
             10 WS-BT-MONTH       PIC 9(2).
             10 WS-BT-HEADCOUNT   PIC 9(4)V99.
             10 WS-BT-SALARY      PIC 9(9)V99.
             10 WS-BT-CHANGED     PIC 9(8).
             10 WS-BT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-SHOWN-COUNT   PIC 9(2) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

      *> Reference codes; none loaded means that check stands down.
       01 WS-DEPT-COUNT    PIC 9(3) VALUE 0.
       01 WS-DEPT-CODES.
          05 WS-DEPT-CODE  PIC X(3) OCCURS 200 TIMES.
       01 WS-CO-COUNT      PIC 9(3) VALUE 0.
       01 WS-CO-CODES.
          05 WS-CO-CODE    PIC X(2) OCCURS 100 TIMES.
       01 WS-REF-IX        PIC 9(3) VALUE 0.
       01 WS-REF-FOUND     PIC 9 VALUE 0.

      *> The budget being keyed.
       01 WS-NEW-COMPANY    PIC X(2) VALUE SPACES.
       01 WS-NEW-DEPT       PIC X(3) VALUE SPACES.
       01 WS-NEW-YEAR       PIC 9(4) VALUE 0.
       01 WS-NEW-MONTH      PIC 9(2) VALUE 0.
       01 WS-NEW-HEADCOUNT  PIC 9(4)V99 VALUE 0.
       01 WS-NEW-SALARY     PIC 9(9)V99 VALUE 0.
       01 WS-ENTRY-OK       PIC 9 VALUE 0.
       01 WS-MONTH-SALARY   PIC 9(9)V99 VALUE 0.
       01 WS-SPREAD-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-MONTH-IX       PIC 9(2) VALUE 0.
       01 WS-FREE-ROWS      PIC 9(4) VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBUDMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Budget Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-REFERENCE-CODES
               PERFORM LOAD-BUDGET-FILE
               DISPLAY "   " WS-ROW-COUNT " budget row(s) on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Payroll Budget Maintenance Complete ===".
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
           DISPLAY "1. Show a department's budget year".
           DISPLAY "2. Load a department's budget year".
           DISPLAY "3. Set one month's budget".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-BUDGET-YEAR
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM LOAD-BUDGET-YEAR
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM SET-BUDGET-MONTH
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-REFERENCE-CODES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS = "00"
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
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 100
                               ADD 1 TO WS-CO-COUNT
                               MOVE CMP-CODE
                                   TO WS-CO-CODE (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE
           END-IF.

       LOAD-BUDGET-FILE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BUDGET-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 3000
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-BUDGET-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       LOAD-ONE-BUDGET-ROW.
           MOVE BUD-COMPANY TO WS-BT-COMPANY (WS-ROW-COUNT).
           MOVE BUD-DEPT TO WS-BT-DEPT (WS-ROW-COUNT).
           MOVE BUD-YEAR TO WS-BT-YEAR (WS-ROW-COUNT).
           MOVE BUD-MONTH TO WS-BT-MONTH (WS-ROW-COUNT).
           MOVE BUD-HEADCOUNT TO WS-BT-HEADCOUNT (WS-ROW-COUNT).
           MOVE BUD-SALARY TO WS-BT-SALARY (WS-ROW-COUNT).
           MOVE BUD-CHANGE-DATE TO WS-BT-CHANGED (WS-ROW-COUNT).
           MOVE BUD-OPERATOR TO WS-BT-OPERATOR (WS-ROW-COUNT).

       ACCEPT-BUDGET-KEY.
           DISPLAY "Enter company code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-COMPANY.
           ACCEPT WS-NEW-COMPANY.
           DISPLAY "Enter department code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-DEPT.
           ACCEPT WS-NEW-DEPT.
           DISPLAY "Enter budget year (YYYY): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-YEAR.
           ACCEPT WS-NEW-YEAR.

       FIND-BUDGET-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-BT-COMPANY (WS-ROW-IX) = WS-NEW-COMPANY
                       AND WS-BT-DEPT (WS-ROW-IX) = WS-NEW-DEPT
                       AND WS-BT-YEAR (WS-ROW-IX) = WS-NEW-YEAR
                       AND WS-BT-MONTH (WS-ROW-IX) = WS-NEW-MONTH
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       SHOW-BUDGET-YEAR.
           PERFORM ACCEPT-BUDGET-KEY.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE 0 TO WS-SPREAD-TOTAL.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               MOVE WS-MONTH-IX TO WS-NEW-MONTH
               PERFORM FIND-BUDGET-ROW
               IF WS-FOUND-IX > 0
                   ADD 1 TO WS-SHOWN-COUNT
                   ADD WS-BT-SALARY (WS-FOUND-IX) TO WS-SPREAD-TOTAL
                   DISPLAY "   " WS-NEW-YEAR "-" WS-NEW-MONTH
                       "  headcount " WS-BT-HEADCOUNT (WS-FOUND-IX)
                       "  salary " WS-BT-SALARY (WS-FOUND-IX)
                       "  " WS-BT-CHANGED (WS-FOUND-IX)
                       " " WS-BT-OPERATOR (WS-FOUND-IX)
               END-IF
           END-PERFORM.
           IF WS-SHOWN-COUNT = 0
               DISPLAY "   No budget for company " WS-NEW-COMPANY
                   " dept " WS-NEW-DEPT " year " WS-NEW-YEAR
           ELSE
               DISPLAY "   Year total salary " WS-SPREAD-TOTAL
           END-IF.

       CHECK-BUDGET-KEY.
      *> WS-ENTRY-OK comes back 1 when the key can be saved.
           MOVE 0 TO WS-ENTRY-OK.
           MOVE 1 TO WS-REF-FOUND.
           IF WS-DEPT-COUNT > 0
               MOVE 0 TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                       UNTIL WS-REF-IX > WS-DEPT-COUNT
                   IF WS-DEPT-CODE (WS-REF-IX) = WS-NEW-DEPT
                       MOVE 1 TO WS-REF-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-NEW-COMPANY = SPACES OR WS-NEW-DEPT = SPACES
                   DISPLAY "   COMPANY AND DEPT REQUIRED - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-YEAR NOT NUMERIC OR WS-NEW-YEAR < 1900
                   DISPLAY "   BUDGET YEAR INVALID - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-REF-FOUND = 0
                   DISPLAY "   DEPT " WS-NEW-DEPT
                       " NOT ON deptable.dat - not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE 1 TO WS-ENTRY-OK
           END-EVALUATE.
           IF WS-ENTRY-OK = 1 AND WS-CO-COUNT > 0
               MOVE 0 TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                       UNTIL WS-REF-IX > WS-CO-COUNT
                   IF WS-CO-CODE (WS-REF-IX) = WS-NEW-COMPANY
                       MOVE 1 TO WS-REF-FOUND
                   END-IF
               END-PERFORM
               IF WS-REF-FOUND = 0
                   DISPLAY "   COMPANY " WS-NEW-COMPANY
                       " NOT ON cotable.dat - not saved"
                   PERFORM REFUSE-THE-CHANGE
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1 AND WS-TABLE-FULL = 1
               DISPLAY "   Budget file over 3000 rows -"
                   " not rewritten"
               PERFORM REFUSE-THE-CHANGE
               MOVE 0 TO WS-ENTRY-OK
           END-IF.

       LOAD-BUDGET-YEAR.
           PERFORM ACCEPT-BUDGET-KEY.
           DISPLAY "Enter budgeted headcount (9999.99): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-HEADCOUNT.
           ACCEPT WS-NEW-HEADCOUNT.
           DISPLAY "Enter annual salary dollars: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SALARY.
           ACCEPT WS-NEW-SALARY.
           PERFORM CHECK-BUDGET-KEY.
           IF WS-ENTRY-OK = 1
               IF WS-NEW-HEADCOUNT NOT NUMERIC
                       OR WS-NEW-SALARY NOT NUMERIC
                   DISPLAY "   HEADCOUNT OR SALARY NOT NUMERIC -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
      *> Room for every month the year does not hold yet.
           IF WS-ENTRY-OK = 1
               MOVE 0 TO WS-FREE-ROWS
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > 12
                   MOVE WS-MONTH-IX TO WS-NEW-MONTH
                   PERFORM FIND-BUDGET-ROW
                   IF WS-FOUND-IX = 0
                       ADD 1 TO WS-FREE-ROWS
                   END-IF
               END-PERFORM
               IF WS-ROW-COUNT + WS-FREE-ROWS > 3000
                   DISPLAY "   Budget file full (3000 rows) -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1
               DIVIDE WS-NEW-SALARY BY 12 GIVING WS-MONTH-SALARY
               MOVE 0 TO WS-SPREAD-TOTAL
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > 12
                   MOVE WS-MONTH-IX TO WS-NEW-MONTH
                   PERFORM FIND-BUDGET-ROW
                   PERFORM ADD-BUDGET-ROW-IF-NEW
                   MOVE WS-NEW-HEADCOUNT
                       TO WS-BT-HEADCOUNT (WS-FOUND-IX)
                   IF WS-MONTH-IX = 12
                       COMPUTE WS-BT-SALARY (WS-FOUND-IX) =
                           WS-NEW-SALARY - WS-SPREAD-TOTAL
                   ELSE
                       MOVE WS-MONTH-SALARY
                           TO WS-BT-SALARY (WS-FOUND-IX)
                       ADD WS-MONTH-SALARY TO WS-SPREAD-TOTAL
                   END-IF
                   PERFORM STAMP-BUDGET-ROW
               END-PERFORM
               PERFORM REWRITE-BUDGET-FILE
               DISPLAY "   Budget year " WS-NEW-YEAR " loaded for "
                   WS-NEW-COMPANY "/" WS-NEW-DEPT " - "
                   WS-MONTH-SALARY " a month"
           END-IF.

       SET-BUDGET-MONTH.
           PERFORM ACCEPT-BUDGET-KEY.
           DISPLAY "Enter month (MM): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-MONTH.
           ACCEPT WS-NEW-MONTH.
           DISPLAY "Enter budgeted headcount (9999.99): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-HEADCOUNT.
           ACCEPT WS-NEW-HEADCOUNT.
           DISPLAY "Enter salary dollars for the month: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SALARY.
           ACCEPT WS-NEW-SALARY.
           PERFORM CHECK-BUDGET-KEY.
           IF WS-ENTRY-OK = 1
               EVALUATE TRUE
                   WHEN WS-NEW-MONTH NOT NUMERIC
                           OR WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
                       DISPLAY "   MONTH MUST BE 01-12 - not saved"
                       PERFORM REFUSE-THE-CHANGE
                       MOVE 0 TO WS-ENTRY-OK
                   WHEN WS-NEW-HEADCOUNT NOT NUMERIC
                           OR WS-NEW-SALARY NOT NUMERIC
                       DISPLAY "   HEADCOUNT OR SALARY NOT NUMERIC -"
                           " not saved"
                       PERFORM REFUSE-THE-CHANGE
                       MOVE 0 TO WS-ENTRY-OK
               END-EVALUATE
           END-IF.
           IF WS-ENTRY-OK = 1
               PERFORM FIND-BUDGET-ROW
               IF WS-FOUND-IX = 0 AND WS-ROW-COUNT >= 3000
                   DISPLAY "   Budget file full (3000 rows) -"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   PERFORM ADD-BUDGET-ROW-IF-NEW
                   MOVE WS-NEW-HEADCOUNT
                       TO WS-BT-HEADCOUNT (WS-FOUND-IX)
                   MOVE WS-NEW-SALARY TO WS-BT-SALARY (WS-FOUND-IX)
                   PERFORM STAMP-BUDGET-ROW
                   PERFORM REWRITE-BUDGET-FILE
                   DISPLAY "   Budget " WS-NEW-YEAR "-" WS-NEW-MONTH
                       " saved for " WS-NEW-COMPANY "/" WS-NEW-DEPT
               END-IF
           END-IF.

       ADD-BUDGET-ROW-IF-NEW.
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-FOUND-IX
               MOVE WS-NEW-COMPANY TO WS-BT-COMPANY (WS-FOUND-IX)
               MOVE WS-NEW-DEPT TO WS-BT-DEPT (WS-FOUND-IX)
               MOVE WS-NEW-YEAR TO WS-BT-YEAR (WS-FOUND-IX)
               MOVE WS-NEW-MONTH TO WS-BT-MONTH (WS-FOUND-IX)
           END-IF.

       STAMP-BUDGET-ROW.
           MOVE WS-TODAY-DATE TO WS-BT-CHANGED (WS-FOUND-IX).
           MOVE WS-SEC-OPERATOR TO WS-BT-OPERATOR (WS-FOUND-IX).

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-BT-COMPANY (WS-ROW-IX) TO BUD-COMPANY
               MOVE WS-BT-DEPT (WS-ROW-IX) TO BUD-DEPT
               MOVE WS-BT-YEAR (WS-ROW-IX) TO BUD-YEAR
               MOVE WS-BT-MONTH (WS-ROW-IX) TO BUD-MONTH
               MOVE WS-BT-HEADCOUNT (WS-ROW-IX) TO BUD-HEADCOUNT
               MOVE WS-BT-SALARY (WS-ROW-IX) TO BUD-SALARY
               MOVE WS-BT-CHANGED (WS-ROW-IX) TO BUD-CHANGE-DATE
               MOVE WS-BT-OPERATOR (WS-ROW-IX) TO BUD-OPERATOR
               WRITE BUDGET-RECORD
           END-PERFORM.
           CLOSE BUDGET-FILE.
