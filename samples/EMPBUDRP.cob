       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBUDRP.
      *> Monthly departmental payroll budget versus actual. Off the
      *> budget EMPBUDMT keeps (empbudget.dat, EMPBUDR.cpy) this
      *> report shows, for every company and department:
      *>   - the month: budgeted headcount against the active
      *>     employees on the newest employees.dat.Gnnnn generation
      *>     (the EMPPOSRP count), and budgeted salary dollars
      *>     against the cost posted to the GL ledger for the month;
      *>   - the year to date: budget for months 1 through the
      *>     report month against the cost posted in those periods;
      *>   - the full-year projection at the current run rate (the
      *>     year-to-date cost over the months elapsed, times
      *>     twelve) against the annual budget, flagged OVERRUN when
      *>     the department is on course to spend more than it was
      *>     given.
      *> Variances are budget less actual, as EMPPOSRP has them: a
      *> negative variance is a department over budget, and the
      *> percent is of budget.
      *>
      *> Actual cost is the department's GL expense account on
      *> deptable.dat (DEPTREC.cpy) -- what EMPGLEXT posts its
      *> salary lines to -- net of credits, on glledger.dat
      *> (GLLEDR.cpy) under the company's GL entity from cotable.dat
      *> (COMPREC.cpy; spaces or no table is entity 0000). Where
      *> departments share an account, or companies an entity, the
      *> cost is reported against the first on the table. Period
      *> 00 and 13 rows (GLYECLS's opening and closing) are not
      *> month cost.
      *>
      *> The report month is EMPBUDRP_MONTH (YYYYMM); unset, the
      *> latest month on the ledger, else the current month.
      *> Written to empbudrp_report.dat; RC 4 when any department
      *> is projected to overrun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "empbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DEPT-TABLE ASSIGN TO "deptable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT COMPANY-TABLE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO "empbudrp_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD BUDGET-FILE.
           COPY EMPBUDR.

       FD LEDGER-FILE.
           COPY GLLEDR.

       FD DEPT-TABLE.
           COPY DEPTREC.

       FD COMPANY-TABLE.
           COPY COMPREC.

       FD BUDGET-REPORT.
       01 BUDGET-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-BUD-STATUS          PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS       PIC XX VALUE SPACES.
       01 WS-DEPT-STATUS         PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.

       01 WS-ENV-MONTH           PIC X(6) VALUE SPACES.
       01 WS-REPORT-MONTH        PIC 9(6) VALUE 0.
       01 WS-REPORT-YEAR         PIC 9(4) VALUE 0.
       01 WS-REPORT-MM           PIC 9(2) VALUE 0.
       01 WS-ROW-YEAR            PIC 9(4) VALUE 0.
       01 WS-ROW-MM              PIC 9(2) VALUE 0.
       01 WS-ROW-ENTITY          PIC X(4) VALUE SPACES.

      *> Companies and their GL entities, from cotable.dat.
       01 WS-CO-COUNT        PIC 9(3) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 100 TIMES.
             10 WS-CO-CODE      PIC X(2).
             10 WS-CO-NAME      PIC X(30).
             10 WS-CO-ENTITY    PIC X(4).
       01 WS-CO-IX           PIC 9(3) VALUE 0.
       01 WS-CO-FOUND-IX     PIC 9(3) VALUE 0.

      *> Departments and the expense account their salary posts to.
       01 WS-DEPT-COUNT      PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DT-ENTRY OCCURS 200 TIMES.
             10 WS-DT-CODE      PIC X(3).
             10 WS-DT-EXPENSE   PIC X(14).
       01 WS-DT-IX           PIC 9(3) VALUE 0.
       01 WS-DT-FOUND-IX     PIC 9(3) VALUE 0.

      *> One row per company and department, kept in key order.
       01 WS-KEY-COUNT       PIC 9(3) VALUE 0.
       01 WS-KEY-TABLE.
          05 WS-KY-ENTRY OCCURS 500 TIMES.
             10 WS-KY-COMPANY   PIC X(2).
             10 WS-KY-DEPT      PIC X(3).
             10 WS-KY-HC-BUD    PIC 9(4)V99.
             10 WS-KY-HC-ACT    PIC 9(5).
             10 WS-KY-MO-BUD    PIC 9(9)V99.
             10 WS-KY-MO-ACT    PIC S9(11)V99.
             10 WS-KY-YTD-BUD   PIC 9(11)V99.
             10 WS-KY-YTD-ACT   PIC S9(11)V99.
             10 WS-KY-AN-BUD    PIC 9(11)V99.
       01 WS-KY-IX           PIC 9(3) VALUE 0.
       01 WS-UNK-IX          PIC 9(3) VALUE 0.
       01 WS-KY-FOUND-IX     PIC 9(3) VALUE 0.
       01 WS-KY-OVERFLOW     PIC 9 VALUE 0.
       01 WS-WORK-COMPANY    PIC X(2) VALUE SPACES.
       01 WS-WORK-DEPT       PIC X(3) VALUE SPACES.

      *> Company and report totals, same shape as a key row.
       01 WS-TOT-BLOCK.
          05 WS-TOT-HC-BUD      PIC 9(6)V99.
          05 WS-TOT-HC-ACT      PIC 9(6).
          05 WS-TOT-MO-BUD      PIC 9(11)V99.
          05 WS-TOT-MO-ACT      PIC S9(11)V99.
          05 WS-TOT-YTD-BUD     PIC 9(11)V99.
          05 WS-TOT-YTD-ACT     PIC S9(11)V99.
          05 WS-TOT-AN-BUD      PIC 9(11)V99.
       01 WS-ALL-BLOCK.
          05 WS-ALL-HC-BUD      PIC 9(6)V99.
          05 WS-ALL-HC-ACT      PIC 9(6).
          05 WS-ALL-MO-BUD      PIC 9(11)V99.
          05 WS-ALL-MO-ACT      PIC S9(11)V99.
          05 WS-ALL-YTD-BUD     PIC 9(11)V99.
          05 WS-ALL-YTD-ACT     PIC S9(11)V99.
          05 WS-ALL-AN-BUD      PIC 9(11)V99.

      *> The figures one report line is built from.
       01 WS-LN-HC-BUD       PIC 9(6)V99 VALUE 0.
       01 WS-LN-HC-ACT       PIC 9(6) VALUE 0.
       01 WS-LN-MO-BUD       PIC 9(11)V99 VALUE 0.
       01 WS-LN-MO-ACT       PIC S9(11)V99 VALUE 0.
       01 WS-LN-YTD-BUD      PIC 9(11)V99 VALUE 0.
       01 WS-LN-YTD-ACT      PIC S9(11)V99 VALUE 0.
       01 WS-LN-AN-BUD       PIC 9(11)V99 VALUE 0.
       01 WS-VARIANCE        PIC S9(11)V99 VALUE 0.
       01 WS-HC-VARIANCE     PIC S9(6)V99 VALUE 0.
       01 WS-PCT-BASE        PIC 9(11)V99 VALUE 0.
       01 WS-PCT             PIC S9(4)V9 VALUE 0.
       01 WS-PCT-EDIT        PIC -ZZZ9.9.
       01 WS-PCT-TEXT        PIC X(7) VALUE SPACES.
       01 WS-RUN-RATE        PIC S9(11)V99 VALUE 0.
       01 WS-PROJECTION      PIC S9(11)V99 VALUE 0.
       01 WS-OVERRUN-COUNT   PIC 9(3) VALUE 0.
       01 WS-ACTIVE-COUNT    PIC 9(5) VALUE 0.
       01 WS-LEDGER-ROWS     PIC 9(5) VALUE 0.

      *> Same counter/filename convention as DEMO4RPT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Report lines built with MOVE, not STRING, like AUDITLOG's.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(40)
               VALUE "PAYROLL BUDGET VERSUS ACTUAL - MONTH".
          05 WS-TL-MONTH       PIC 9(6).
          05 FILLER            PIC X(86) VALUE SPACES.
       01 WS-COMPANY-LINE-BUILD.
          05 FILLER            PIC X(8) VALUE "COMPANY ".
          05 WS-CL-CODE        PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CL-NAME        PIC X(30).
          05 FILLER            PIC X(11) VALUE "  GL ENTITY".
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CL-ENTITY      PIC X(4).
          05 FILLER            PIC X(75) VALUE SPACES.
       01 WS-SECTION-LINE-BUILD.
          05 WS-SL-TITLE       PIC X(60).
          05 FILLER            PIC X(72) VALUE SPACES.
       01 WS-MONTH-HEAD-BUILD.
          05 FILLER            PIC X(29) VALUE
               "DEPT  HC BUD HC ACT    HC VAR".
          05 FILLER            PIC X(50) VALUE
               "  MONTH BUDGET  MONTH ACTUAL      VARIANCE     PCT".
          05 FILLER            PIC X(50) VALUE
               "    YTD BUDGET    YTD ACTUAL      VARIANCE     PCT".
          05 FILLER            PIC X(3) VALUE SPACES.
       01 WS-MONTH-LINE-BUILD.
          05 WS-ML-DEPT        PIC X(4).
          05 WS-ML-HC-BUD      PIC ZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-HC-ACT      PIC ZZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-HC-VAR      PIC -ZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-MO-BUD      PIC ZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-MO-ACT      PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-MO-VAR      PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-MO-PCT      PIC X(7).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-YTD-BUD     PIC ZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-YTD-ACT     PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-YTD-VAR     PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ML-YTD-PCT     PIC X(7).
          05 FILLER            PIC X(3) VALUE SPACES.
       01 WS-YEAR-HEAD-BUILD.
          05 FILLER            PIC X(47) VALUE
               "DEPT  ANNUAL BUDGET    YTD ACTUAL  MONTHLY RATE".
          05 FILLER            PIC X(42) VALUE
               "    PROJECTION      VARIANCE     PCT  FLAG".
          05 FILLER            PIC X(43) VALUE SPACES.
       01 WS-YEAR-LINE-BUILD.
          05 WS-YL-DEPT        PIC X(4).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-AN-BUD      PIC ZZZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-YTD-ACT     PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-RATE        PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-PROJ        PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-VAR         PIC -ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-YL-PCT         PIC X(7).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-YL-FLAG        PIC X(10).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBUDRP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a department
      *> projected to overrun, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Budget Versus Actual ===".
           DISPLAY " ".

           PERFORM LOAD-COMPANIES.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM DETERMINE-REPORT-MONTH.
           DISPLAY "   Report month: " WS-REPORT-MONTH.
           PERFORM LOAD-BUDGETS.
           PERFORM DETERMINE-CURRENT-GENERATION.
           DISPLAY "   Reading generation " WS-GDG-FILENAME.
           PERFORM COUNT-ACTIVE-EMPLOYEES.
           IF RETURN-CODE < 8
               PERFORM ACCUMULATE-LEDGER-COST
           END-IF.
           IF RETURN-CODE < 8 AND WS-KY-OVERFLOW = 1
               DISPLAY "   *** More than 500 company/department rows"
                   " - NO REPORT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
               PERFORM WRITE-BUDGET-REPORT
               DISPLAY "   Departments reported:  " WS-KEY-COUNT
               DISPLAY "   Active employees:      " WS-ACTIVE-COUNT
               DISPLAY "   Ledger rows used:      " WS-LEDGER-ROWS
               DISPLAY "   Projected to overrun:  " WS-OVERRUN-COUNT
               DISPLAY "   Report written to empbudrp_report.dat"
               IF WS-OVERRUN-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Payroll Budget Versus Actual Complete ===".
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

       LOAD-COMPANIES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 100
                               ADD 1 TO WS-CO-COUNT
                               MOVE CMP-CODE TO WS-CO-CODE (WS-CO-COUNT)
                               MOVE CMP-NAME TO WS-CO-NAME (WS-CO-COUNT)
                               MOVE CMP-GL-ENTITY
                                   TO WS-CO-ENTITY (WS-CO-COUNT)
                               IF CMP-GL-ENTITY = SPACES
                                   MOVE "0000"
                                       TO WS-CO-ENTITY (WS-CO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE
           END-IF.
      *> No company table: the original company on entity 0000.
           IF WS-CO-COUNT = 0
               MOVE 1 TO WS-CO-COUNT
               MOVE "01" TO WS-CO-CODE (1)
               MOVE SPACES TO WS-CO-NAME (1)
               MOVE "0000" TO WS-CO-ENTITY (1)
           END-IF.

       LOAD-DEPARTMENTS.
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
                                   TO WS-DT-CODE (WS-DEPT-COUNT)
                               MOVE DPT-EXPENSE-ACCT
                                   TO WS-DT-EXPENSE (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE
           ELSE
               DISPLAY "   No deptable.dat - actual cost cannot be"
                   " read from the ledger"
           END-IF.

       DETERMINE-REPORT-MONTH.
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "EMPBUDRP_MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-MONTH IS NUMERIC
               MOVE WS-ENV-MONTH TO WS-REPORT-MONTH
           ELSE
               PERFORM FIND-LATEST-LEDGER-MONTH
               IF WS-REPORT-MONTH = 0
                   MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH
               END-IF
           END-IF.
           DIVIDE WS-REPORT-MONTH BY 100 GIVING WS-REPORT-YEAR.
           MOVE WS-REPORT-MONTH (5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "   EMPBUDRP_MONTH " WS-REPORT-MONTH
                   " is not a calendar month - NO REPORT"
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-REPORT-MM
           END-IF.

       FIND-LATEST-LEDGER-MONTH.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLL-PERIOD > WS-REPORT-MONTH
                                   AND GLL-PERIOD (5:2) NOT = "00"
                                   AND GLL-PERIOD (5:2) NOT = "13"
                               MOVE GLL-PERIOD TO WS-REPORT-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       LOAD-BUDGETS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BUDGET-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BUD-YEAR = WS-REPORT-YEAR
                               PERFORM TAKE-ONE-BUDGET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               DISPLAY "   No empbudget.dat - every department shows"
                   " zero budget"
           END-IF.

       TAKE-ONE-BUDGET-ROW.
           MOVE BUD-COMPANY TO WS-WORK-COMPANY.
           MOVE BUD-DEPT TO WS-WORK-DEPT.
           PERFORM FIND-KEY-ENTRY.
           IF WS-KY-FOUND-IX > 0
               ADD BUD-SALARY TO WS-KY-AN-BUD (WS-KY-FOUND-IX)
               IF BUD-MONTH NOT > WS-REPORT-MM
                   ADD BUD-SALARY TO WS-KY-YTD-BUD (WS-KY-FOUND-IX)
               END-IF
               IF BUD-MONTH = WS-REPORT-MM
                   MOVE BUD-HEADCOUNT TO WS-KY-HC-BUD (WS-KY-FOUND-IX)
                   MOVE BUD-SALARY TO WS-KY-MO-BUD (WS-KY-FOUND-IX)
               END-IF
           END-IF.

       FIND-KEY-ENTRY.
      *> Finds the company/department row, adding it in key order on
      *> first sight; WS-KY-FOUND-IX stays 0 only when the table is
      *> full.
           MOVE 0 TO WS-KY-FOUND-IX.
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
                   UNTIL WS-KY-IX > WS-KEY-COUNT
                   OR WS-KY-FOUND-IX > 0
               IF WS-KY-COMPANY (WS-KY-IX) = WS-WORK-COMPANY
                       AND WS-KY-DEPT (WS-KY-IX) = WS-WORK-DEPT
                   MOVE WS-KY-IX TO WS-KY-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-KY-FOUND-IX = 0
               IF WS-KEY-COUNT < 500
                   PERFORM INSERT-KEY-ENTRY
               ELSE
                   MOVE 1 TO WS-KY-OVERFLOW
               END-IF
           END-IF.

       INSERT-KEY-ENTRY.
      *> The new row goes in ahead of the first row with a higher
      *> key; everything from there moves down one.
           MOVE 0 TO WS-KY-FOUND-IX.
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
                   UNTIL WS-KY-IX > WS-KEY-COUNT
                   OR WS-KY-FOUND-IX > 0
               IF WS-KY-COMPANY (WS-KY-IX) > WS-WORK-COMPANY
                       OR (WS-KY-COMPANY (WS-KY-IX) = WS-WORK-COMPANY
                       AND WS-KY-DEPT (WS-KY-IX) > WS-WORK-DEPT)
                   MOVE WS-KY-IX TO WS-KY-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-KY-FOUND-IX = 0
               COMPUTE WS-KY-FOUND-IX = WS-KEY-COUNT + 1
           ELSE
               PERFORM VARYING WS-KY-IX FROM WS-KEY-COUNT BY -1
                       UNTIL WS-KY-IX < WS-KY-FOUND-IX
                   MOVE WS-KY-ENTRY (WS-KY-IX)
                       TO WS-KY-ENTRY (WS-KY-IX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-WORK-COMPANY TO WS-KY-COMPANY (WS-KY-FOUND-IX).
           MOVE WS-WORK-DEPT TO WS-KY-DEPT (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-HC-BUD (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-HC-ACT (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-MO-BUD (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-MO-ACT (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-YTD-BUD (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-YTD-ACT (WS-KY-FOUND-IX).
           MOVE 0 TO WS-KY-AN-BUD (WS-KY-FOUND-IX).

       DETERMINE-CURRENT-GENERATION.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-GENERATION
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-GENERATION
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-GENERATION
           END-IF.
           MOVE WS-GDG-GENERATION TO WS-GDG-GENERATION-EDIT.
           MOVE WS-GDG-GENERATION-EDIT TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.

       COUNT-ACTIVE-EMPLOYEES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                               PERFORM COUNT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT.
           IF EMP-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           ELSE
               MOVE EMP-COMPANY TO WS-WORK-COMPANY
           END-IF.
           MOVE EMP-DEPT TO WS-WORK-DEPT.
           PERFORM FIND-KEY-ENTRY.
           IF WS-KY-FOUND-IX > 0
               ADD 1 TO WS-KY-HC-ACT (WS-KY-FOUND-IX)
           END-IF.

       ACCUMULATE-LEDGER-COST.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       TAKE-ONE-LEDGER-ROW.
           DIVIDE GLL-PERIOD BY 100 GIVING WS-ROW-YEAR.
           MOVE GLL-PERIOD (5:2) TO WS-ROW-MM.
           IF WS-ROW-YEAR = WS-REPORT-YEAR
                   AND WS-ROW-MM > 0
                   AND WS-ROW-MM NOT > WS-REPORT-MM
               MOVE 0 TO WS-DT-FOUND-IX
               PERFORM VARYING WS-DT-IX FROM 1 BY 1
                       UNTIL WS-DT-IX > WS-DEPT-COUNT
                       OR WS-DT-FOUND-IX > 0
                   IF WS-DT-EXPENSE (WS-DT-IX) = GLL-ACCOUNT
                       MOVE WS-DT-IX TO WS-DT-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-DT-FOUND-IX > 0
                   PERFORM POST-LEDGER-COST
               END-IF
           END-IF.

       POST-LEDGER-COST.
      *> Rows written before the ledger carried an entity are 0000.
           MOVE GLL-ENTITY TO WS-ROW-ENTITY.
           IF GLL-ENTITY = SPACES
               MOVE "0000" TO WS-ROW-ENTITY
           END-IF.
           MOVE 0 TO WS-CO-FOUND-IX.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   OR WS-CO-FOUND-IX > 0
               IF WS-CO-ENTITY (WS-CO-IX) = WS-ROW-ENTITY
                   MOVE WS-CO-IX TO WS-CO-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND-IX > 0
               MOVE WS-CO-CODE (WS-CO-FOUND-IX) TO WS-WORK-COMPANY
               MOVE WS-DT-CODE (WS-DT-FOUND-IX) TO WS-WORK-DEPT
               PERFORM FIND-KEY-ENTRY
               IF WS-KY-FOUND-IX > 0
                   ADD 1 TO WS-LEDGER-ROWS
                   COMPUTE WS-KY-YTD-ACT (WS-KY-FOUND-IX) =
                       WS-KY-YTD-ACT (WS-KY-FOUND-IX)
                       + GLL-DEBITS - GLL-CREDITS
                   IF WS-ROW-MM = WS-REPORT-MM
                       COMPUTE WS-KY-MO-ACT (WS-KY-FOUND-IX) =
                           WS-KY-MO-ACT (WS-KY-FOUND-IX)
                           + GLL-DEBITS - GLL-CREDITS
                   END-IF
               END-IF
           ELSE
               DISPLAY "   Ledger entity " WS-ROW-ENTITY
                   " is no company's - " GLL-ACCOUNT " not reported"
           END-IF.

       WRITE-BUDGET-REPORT.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE WS-REPORT-MONTH TO WS-TL-MONTH.
           WRITE BUDGET-REPORT-LINE FROM WS-TITLE-LINE-BUILD.
           INITIALIZE WS-ALL-BLOCK.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               PERFORM WRITE-ONE-COMPANY
           END-PERFORM.
      *> Rows under a company code not on the table still report.
      *> WRITE-COMPANY-SECTIONS walks the key table with WS-KY-IX,
      *> so this scan keeps its own subscript.
           PERFORM VARYING WS-UNK-IX FROM 1 BY 1
                   UNTIL WS-UNK-IX > WS-KEY-COUNT
               MOVE 0 TO WS-CO-FOUND-IX
               PERFORM VARYING WS-CO-IX FROM 1 BY 1
                       UNTIL WS-CO-IX > WS-CO-COUNT
                   IF WS-CO-CODE (WS-CO-IX)
                           = WS-KY-COMPANY (WS-UNK-IX)
                       MOVE WS-CO-IX TO WS-CO-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CO-FOUND-IX = 0
                   AND (WS-UNK-IX = 1 OR WS-KY-COMPANY (WS-UNK-IX)
                       NOT = WS-KY-COMPANY (WS-UNK-IX - 1))
                   MOVE WS-KY-COMPANY (WS-UNK-IX) TO WS-CL-CODE
                   MOVE "*** NOT ON COMPANY TABLE ***" TO WS-CL-NAME
                   MOVE SPACES TO WS-CL-ENTITY
                   MOVE WS-KY-COMPANY (WS-UNK-IX) TO WS-WORK-COMPANY
                   PERFORM WRITE-COMPANY-SECTIONS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE "ALL COMPANIES" TO WS-SL-TITLE.
           WRITE BUDGET-REPORT-LINE FROM WS-SECTION-LINE-BUILD.
           WRITE BUDGET-REPORT-LINE FROM WS-MONTH-HEAD-BUILD.
           MOVE WS-ALL-BLOCK TO WS-TOT-BLOCK.
           PERFORM TAKE-TOTAL-FIGURES.
           MOVE "ALL" TO WS-ML-DEPT.
           PERFORM WRITE-MONTH-LINE.
           WRITE BUDGET-REPORT-LINE FROM WS-YEAR-HEAD-BUILD.
           MOVE "ALL" TO WS-YL-DEPT.
           PERFORM WRITE-YEAR-LINE.
           CLOSE BUDGET-REPORT.

       WRITE-ONE-COMPANY.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-CL-CODE.
           MOVE WS-CO-NAME (WS-CO-IX) TO WS-CL-NAME.
           MOVE WS-CO-ENTITY (WS-CO-IX) TO WS-CL-ENTITY.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-WORK-COMPANY.
           PERFORM WRITE-COMPANY-SECTIONS.

       WRITE-COMPANY-SECTIONS.
      *> A company with nothing budgeted, employed or posted is not
      *> printed.
           MOVE 0 TO WS-KY-FOUND-IX.
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
                   UNTIL WS-KY-IX > WS-KEY-COUNT
                   OR WS-KY-FOUND-IX > 0
               IF WS-KY-COMPANY (WS-KY-IX) = WS-WORK-COMPANY
                   MOVE WS-KY-IX TO WS-KY-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-KY-FOUND-IX > 0
               MOVE SPACES TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE FROM WS-COMPANY-LINE-BUILD
               MOVE "  MONTH AND YEAR-TO-DATE" TO WS-SL-TITLE
               WRITE BUDGET-REPORT-LINE FROM WS-SECTION-LINE-BUILD
               WRITE BUDGET-REPORT-LINE FROM WS-MONTH-HEAD-BUILD
               INITIALIZE WS-TOT-BLOCK
               PERFORM VARYING WS-KY-IX FROM WS-KY-FOUND-IX BY 1
                       UNTIL WS-KY-IX > WS-KEY-COUNT
                   IF WS-KY-COMPANY (WS-KY-IX) = WS-WORK-COMPANY
                       PERFORM TAKE-KEY-FIGURES
                       MOVE WS-KY-DEPT (WS-KY-IX) TO WS-ML-DEPT
                       PERFORM WRITE-MONTH-LINE
                       PERFORM ADD-TO-TOTALS
                   END-IF
               END-PERFORM
               PERFORM TAKE-TOTAL-FIGURES
               MOVE "TOT" TO WS-ML-DEPT
               PERFORM WRITE-MONTH-LINE
               MOVE SPACES TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE "  FULL-YEAR PROJECTION AT CURRENT RUN RATE"
                   TO WS-SL-TITLE
               WRITE BUDGET-REPORT-LINE FROM WS-SECTION-LINE-BUILD
               WRITE BUDGET-REPORT-LINE FROM WS-YEAR-HEAD-BUILD
               PERFORM VARYING WS-KY-IX FROM WS-KY-FOUND-IX BY 1
                       UNTIL WS-KY-IX > WS-KEY-COUNT
                   IF WS-KY-COMPANY (WS-KY-IX) = WS-WORK-COMPANY
                       PERFORM TAKE-KEY-FIGURES
                       MOVE WS-KY-DEPT (WS-KY-IX) TO WS-YL-DEPT
                       PERFORM WRITE-YEAR-LINE
                       IF WS-YL-FLAG NOT = SPACES
                           ADD 1 TO WS-OVERRUN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM TAKE-TOTAL-FIGURES
               MOVE "TOT" TO WS-YL-DEPT
               PERFORM WRITE-YEAR-LINE
               PERFORM ADD-TO-REPORT-TOTALS
           END-IF.

       TAKE-KEY-FIGURES.
           MOVE WS-KY-HC-BUD (WS-KY-IX) TO WS-LN-HC-BUD.
           MOVE WS-KY-HC-ACT (WS-KY-IX) TO WS-LN-HC-ACT.
           MOVE WS-KY-MO-BUD (WS-KY-IX) TO WS-LN-MO-BUD.
           MOVE WS-KY-MO-ACT (WS-KY-IX) TO WS-LN-MO-ACT.
           MOVE WS-KY-YTD-BUD (WS-KY-IX) TO WS-LN-YTD-BUD.
           MOVE WS-KY-YTD-ACT (WS-KY-IX) TO WS-LN-YTD-ACT.
           MOVE WS-KY-AN-BUD (WS-KY-IX) TO WS-LN-AN-BUD.

       TAKE-TOTAL-FIGURES.
           MOVE WS-TOT-HC-BUD TO WS-LN-HC-BUD.
           MOVE WS-TOT-HC-ACT TO WS-LN-HC-ACT.
           MOVE WS-TOT-MO-BUD TO WS-LN-MO-BUD.
           MOVE WS-TOT-MO-ACT TO WS-LN-MO-ACT.
           MOVE WS-TOT-YTD-BUD TO WS-LN-YTD-BUD.
           MOVE WS-TOT-YTD-ACT TO WS-LN-YTD-ACT.
           MOVE WS-TOT-AN-BUD TO WS-LN-AN-BUD.

       ADD-TO-TOTALS.
           ADD WS-LN-HC-BUD TO WS-TOT-HC-BUD.
           ADD WS-LN-HC-ACT TO WS-TOT-HC-ACT.
           ADD WS-LN-MO-BUD TO WS-TOT-MO-BUD.
           ADD WS-LN-MO-ACT TO WS-TOT-MO-ACT.
           ADD WS-LN-YTD-BUD TO WS-TOT-YTD-BUD.
           ADD WS-LN-YTD-ACT TO WS-TOT-YTD-ACT.
           ADD WS-LN-AN-BUD TO WS-TOT-AN-BUD.

       ADD-TO-REPORT-TOTALS.
           ADD WS-TOT-HC-BUD TO WS-ALL-HC-BUD.
           ADD WS-TOT-HC-ACT TO WS-ALL-HC-ACT.
           ADD WS-TOT-MO-BUD TO WS-ALL-MO-BUD.
           ADD WS-TOT-MO-ACT TO WS-ALL-MO-ACT.
           ADD WS-TOT-YTD-BUD TO WS-ALL-YTD-BUD.
           ADD WS-TOT-YTD-ACT TO WS-ALL-YTD-ACT.
           ADD WS-TOT-AN-BUD TO WS-ALL-AN-BUD.

       WRITE-MONTH-LINE.
           MOVE WS-LN-HC-BUD TO WS-ML-HC-BUD.
           MOVE WS-LN-HC-ACT TO WS-ML-HC-ACT.
           COMPUTE WS-HC-VARIANCE = WS-LN-HC-BUD - WS-LN-HC-ACT.
           MOVE WS-HC-VARIANCE TO WS-ML-HC-VAR.
           MOVE WS-LN-MO-BUD TO WS-ML-MO-BUD.
           MOVE WS-LN-MO-ACT TO WS-ML-MO-ACT.
           COMPUTE WS-VARIANCE = WS-LN-MO-BUD - WS-LN-MO-ACT.
           MOVE WS-VARIANCE TO WS-ML-MO-VAR.
           MOVE WS-LN-MO-BUD TO WS-PCT-BASE.
           PERFORM BUILD-PERCENT.
           MOVE WS-PCT-TEXT TO WS-ML-MO-PCT.
           MOVE WS-LN-YTD-BUD TO WS-ML-YTD-BUD.
           MOVE WS-LN-YTD-ACT TO WS-ML-YTD-ACT.
           COMPUTE WS-VARIANCE = WS-LN-YTD-BUD - WS-LN-YTD-ACT.
           MOVE WS-VARIANCE TO WS-ML-YTD-VAR.
           MOVE WS-LN-YTD-BUD TO WS-PCT-BASE.
           PERFORM BUILD-PERCENT.
           MOVE WS-PCT-TEXT TO WS-ML-YTD-PCT.
           WRITE BUDGET-REPORT-LINE FROM WS-MONTH-LINE-BUILD.

       WRITE-YEAR-LINE.
      *> The run rate is the year-to-date cost over the months
      *> elapsed; twelve of them is the year on the current course.
           COMPUTE WS-RUN-RATE ROUNDED = WS-LN-YTD-ACT / WS-REPORT-MM.
           COMPUTE WS-PROJECTION ROUNDED =
               WS-LN-YTD-ACT * 12 / WS-REPORT-MM.
           MOVE WS-LN-AN-BUD TO WS-YL-AN-BUD.
           MOVE WS-LN-YTD-ACT TO WS-YL-YTD-ACT.
           MOVE WS-RUN-RATE TO WS-YL-RATE.
           MOVE WS-PROJECTION TO WS-YL-PROJ.
           COMPUTE WS-VARIANCE = WS-LN-AN-BUD - WS-PROJECTION.
           MOVE WS-VARIANCE TO WS-YL-VAR.
           MOVE WS-LN-AN-BUD TO WS-PCT-BASE.
           PERFORM BUILD-PERCENT.
           MOVE WS-PCT-TEXT TO WS-YL-PCT.
           MOVE SPACES TO WS-YL-FLAG.
           IF WS-PROJECTION > WS-LN-AN-BUD
               MOVE "OVERRUN" TO WS-YL-FLAG
               IF WS-LN-AN-BUD = 0
                   MOVE "NO BUDGET" TO WS-YL-FLAG
               END-IF
           END-IF.
           WRITE BUDGET-REPORT-LINE FROM WS-YEAR-LINE-BUILD.

       BUILD-PERCENT.
      *> WS-VARIANCE as a percent of WS-PCT-BASE; nothing budgeted
      *> has no percent.
           IF WS-PCT-BASE = 0
               MOVE "    N/A" TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE "  *****" TO WS-PCT-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT TO WS-PCT-EDIT
                       MOVE WS-PCT-EDIT TO WS-PCT-TEXT
               END-COMPUTE
           END-IF.
