       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOSRP.
      *> Monthly position control report. Off position.dat
      *> (EMPPOSR.cpy) and the newest employees.dat.Gnnnn generation
      *> this report shows, for each department, the positions
      *> authorized and their FTE, how many are filled and vacant,
      *> the budgeted salary of all its positions against the actual
      *> salary of its active employees, and the variance. Active
      *> employees who hold no position are counted per department
      *> (people from before position control, or brought in around
      *> it), and an exceptions section lists every filled position
      *> whose incumbent is no longer active on the master or now
      *> sits in another department or job. The report month comes
      *> from EMPPOSRP_MONTH (YYYYMM) or defaults to the current
      *> month. Written to posctl_report.dat; RC 4 when there are
      *> exceptions or unpositioned employees to follow up.

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
           SELECT POSITION-FILE ASSIGN TO "position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT POSCTL-REPORT ASSIGN TO "posctl_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD POSITION-FILE.
           COPY EMPPOSR.

       FD POSCTL-REPORT.
       01 POSCTL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-POS-STATUS          PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.

       01 WS-REPORT-MONTH        PIC 9(6) VALUE 0.

      *> Per-department totals, positions and people together.
       01 WS-DEPT-COUNT      PIC 9(2) VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DP-ENTRY OCCURS 50 TIMES.
             10 WS-DP-DEPT      PIC X(3).
             10 WS-DP-AUTH      PIC 9(5).
             10 WS-DP-FTE       PIC 9(5)V99.
             10 WS-DP-FILLED    PIC 9(5).
             10 WS-DP-VACANT    PIC 9(5).
             10 WS-DP-UNPOS     PIC 9(5).
             10 WS-DP-BUDGET    PIC 9(9)V99.
             10 WS-DP-ACTUAL    PIC 9(9)V99.
       01 WS-DP-IX           PIC 9(2) VALUE 0.
       01 WS-DP-HIT          PIC 9 VALUE 0.
       01 WS-WORK-DEPT       PIC X(3) VALUE SPACES.

      *> Filled positions, for matching incumbents to the master.
       01 WS-INC-COUNT       PIC 9(4) VALUE 0.
       01 WS-INC-TABLE.
          05 WS-IN-ENTRY OCCURS 2000 TIMES.
             10 WS-IN-POSITION  PIC 9(6).
             10 WS-IN-EMP-ID    PIC 9(5).
             10 WS-IN-DEPT      PIC X(3).
             10 WS-IN-JOB-CODE  PIC X(4).
             10 WS-IN-SEEN      PIC 9.
       01 WS-IN-IX           PIC 9(4) VALUE 0.
       01 WS-IN-HIT          PIC 9(4) VALUE 0.

       01 WS-POS-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACTIVE-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-UNPOS-COUNT     PIC 9(5) VALUE 0.
       01 WS-TOT-AUTH        PIC 9(5) VALUE 0.
       01 WS-TOT-FTE         PIC 9(5)V99 VALUE 0.
       01 WS-TOT-FILLED      PIC 9(5) VALUE 0.
       01 WS-TOT-VACANT      PIC 9(5) VALUE 0.
       01 WS-TOT-BUDGET      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ACTUAL      PIC 9(9)V99 VALUE 0.
       01 WS-VARIANCE        PIC S9(9)V99 VALUE 0.

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
          05 FILLER            PIC X(31)
               VALUE "POSITION CONTROL REPORT - MONTH".
          05 FILLER            PIC X VALUE SPACE.
          05 WS-TL-MONTH       PIC 9(6).
          05 FILLER            PIC X(62) VALUE SPACES.
       01 WS-HEAD-LINE-BUILD.
          05 FILLER            PIC X(39) VALUE
               "DEPT  AUTH     FTE FILLED VACANT UNPOS ".
          05 FILLER            PIC X(61) VALUE
               "      BUDGETED         ACTUAL       VARIANCE".
       01 WS-DEPT-LINE-BUILD.
          05 WS-DL-DEPT        PIC X(5).
          05 WS-DL-AUTH        PIC ZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-FTE         PIC ZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-FILLED      PIC ZZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-VACANT      PIC ZZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-UNPOS       PIC ZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-BUDGET      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-ACTUAL      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-VARIANCE    PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(17) VALUE SPACES.
       01 WS-EXC-LINE-BUILD.
          05 FILLER            PIC X(9) VALUE "POSITION ".
          05 WS-XL-POSITION    PIC 9(6).
          05 FILLER            PIC X(8) VALUE " EMP-ID ".
          05 WS-XL-EMP-ID      PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-XL-REASON      PIC X(40).
          05 FILLER            PIC X(31) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPOSRP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 exceptions to
      *> follow up, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Position Control Report ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH.
           ACCEPT WS-REPORT-MONTH
               FROM ENVIRONMENT "EMPPOSRP_MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-REPORT-MONTH NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM LOAD-POSITIONS.
           IF RETURN-CODE < 8
               PERFORM DETERMINE-CURRENT-GENERATION
               DISPLAY "   Reading generation " WS-GDG-FILENAME
               PERFORM TALLY-ALL-EMPLOYEES
           END-IF.
           IF RETURN-CODE < 8
               PERFORM WRITE-POSITION-REPORT
               DISPLAY "   Positions on file:     " WS-POS-COUNT
               DISPLAY "   Active employees:      " WS-ACTIVE-COUNT
               DISPLAY "   Without a position:    " WS-UNPOS-COUNT
               DISPLAY "   Incumbent exceptions:  "
                   WS-EXCEPTION-COUNT
               DISPLAY "   Report written to posctl_report.dat"
               IF (WS-EXCEPTION-COUNT > 0 OR WS-UNPOS-COUNT > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Position Control Report Complete ===".
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

       LOAD-POSITIONS.
           OPEN INPUT POSITION-FILE.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "   No position master (position.dat), status "
                   WS-POS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ POSITION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
               MOVE 0 TO WS-EOF
           END-IF.

       TALLY-ONE-POSITION.
           ADD 1 TO WS-POS-COUNT.
           MOVE POS-DEPT TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DP-HIT = 1
               ADD 1 TO WS-DP-AUTH (WS-DP-IX)
               IF POS-AUTH-FTE IS NUMERIC
                   ADD POS-AUTH-FTE TO WS-DP-FTE (WS-DP-IX)
               END-IF
               IF POS-BUDGET-SALARY IS NUMERIC
                   ADD POS-BUDGET-SALARY TO WS-DP-BUDGET (WS-DP-IX)
               END-IF
               IF POS-FILLED AND POS-EMP-ID IS NUMERIC
                       AND POS-EMP-ID NOT = 0
                   ADD 1 TO WS-DP-FILLED (WS-DP-IX)
                   PERFORM REMEMBER-INCUMBENT
               ELSE
                   ADD 1 TO WS-DP-VACANT (WS-DP-IX)
               END-IF
           END-IF.

       REMEMBER-INCUMBENT.
           IF WS-INC-COUNT < 2000
               ADD 1 TO WS-INC-COUNT
               MOVE POS-NUMBER TO WS-IN-POSITION (WS-INC-COUNT)
               MOVE POS-EMP-ID TO WS-IN-EMP-ID (WS-INC-COUNT)
               MOVE POS-DEPT TO WS-IN-DEPT (WS-INC-COUNT)
               MOVE POS-JOB-CODE TO WS-IN-JOB-CODE (WS-INC-COUNT)
               MOVE 0 TO WS-IN-SEEN (WS-INC-COUNT)
           END-IF.

       FIND-DEPT-ENTRY.
      *> Adds the department on first sight; WS-DP-HIT stays 0 only
      *> when the 50-department table is already full.
           MOVE 0 TO WS-DP-HIT.
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
                   UNTIL WS-DP-IX > WS-DEPT-COUNT
                   OR WS-DP-HIT = 1
               IF WS-DP-DEPT (WS-DP-IX) = WS-WORK-DEPT
                   MOVE 1 TO WS-DP-HIT
               END-IF
           END-PERFORM.
           IF WS-DP-HIT = 1
               SUBTRACT 1 FROM WS-DP-IX
           ELSE
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DP-IX
                   MOVE WS-WORK-DEPT TO WS-DP-DEPT (WS-DP-IX)
                   MOVE 0 TO WS-DP-AUTH (WS-DP-IX)
                   MOVE 0 TO WS-DP-FTE (WS-DP-IX)
                   MOVE 0 TO WS-DP-FILLED (WS-DP-IX)
                   MOVE 0 TO WS-DP-VACANT (WS-DP-IX)
                   MOVE 0 TO WS-DP-UNPOS (WS-DP-IX)
                   MOVE 0 TO WS-DP-BUDGET (WS-DP-IX)
                   MOVE 0 TO WS-DP-ACTUAL (WS-DP-IX)
                   MOVE 1 TO WS-DP-HIT
               END-IF
           END-IF.

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

       TALLY-ALL-EMPLOYEES.
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
                               PERFORM TALLY-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       TALLY-ONE-EMPLOYEE.
      *> Actual cost is every active employee's salary in the
      *> department, positioned or not -- that is what the budget
      *> is paying for.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE EMP-DEPT TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DP-HIT = 1
               ADD EMP-SALARY TO WS-DP-ACTUAL (WS-DP-IX)
           END-IF.
           MOVE 0 TO WS-IN-HIT.
           PERFORM VARYING WS-IN-IX FROM 1 BY 1
                   UNTIL WS-IN-IX > WS-INC-COUNT
                   OR WS-IN-HIT > 0
               IF WS-IN-EMP-ID (WS-IN-IX) = EMP-ID
                   MOVE WS-IN-IX TO WS-IN-HIT
               END-IF
           END-PERFORM.
           IF WS-IN-HIT = 0
               ADD 1 TO WS-UNPOS-COUNT
               IF WS-DP-HIT = 1
                   ADD 1 TO WS-DP-UNPOS (WS-DP-IX)
               END-IF
           ELSE
               MOVE 1 TO WS-IN-SEEN (WS-IN-HIT)
               IF WS-IN-DEPT (WS-IN-HIT) NOT = EMP-DEPT
                       OR WS-IN-JOB-CODE (WS-IN-HIT)
                           NOT = EMP-JOB-CODE
                   MOVE 2 TO WS-IN-SEEN (WS-IN-HIT)
               END-IF
           END-IF.

       WRITE-POSITION-REPORT.
           OPEN OUTPUT POSCTL-REPORT.
           MOVE WS-REPORT-MONTH TO WS-TL-MONTH.
           MOVE WS-TITLE-LINE-BUILD TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           MOVE SPACES TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           MOVE WS-HEAD-LINE-BUILD TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
                   UNTIL WS-DP-IX > WS-DEPT-COUNT
               PERFORM WRITE-ONE-DEPT-LINE
           END-PERFORM.
           MOVE SPACES TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           MOVE "TOTAL" TO WS-DL-DEPT.
           MOVE WS-TOT-AUTH TO WS-DL-AUTH.
           MOVE WS-TOT-FTE TO WS-DL-FTE.
           MOVE WS-TOT-FILLED TO WS-DL-FILLED.
           MOVE WS-TOT-VACANT TO WS-DL-VACANT.
           MOVE WS-UNPOS-COUNT TO WS-DL-UNPOS.
           MOVE WS-TOT-BUDGET TO WS-DL-BUDGET.
           MOVE WS-TOT-ACTUAL TO WS-DL-ACTUAL.
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-ACTUAL.
           MOVE WS-VARIANCE TO WS-DL-VARIANCE.
           MOVE WS-DEPT-LINE-BUILD TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           MOVE SPACES TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           MOVE "INCUMBENT EXCEPTIONS:" TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           PERFORM VARYING WS-IN-IX FROM 1 BY 1
                   UNTIL WS-IN-IX > WS-INC-COUNT
               IF WS-IN-SEEN (WS-IN-IX) NOT = 1
                   PERFORM WRITE-ONE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE" TO POSCTL-REPORT-LINE
               WRITE POSCTL-REPORT-LINE
           END-IF.
           CLOSE POSCTL-REPORT.

       WRITE-ONE-DEPT-LINE.
           MOVE WS-DP-DEPT (WS-DP-IX) TO WS-DL-DEPT.
           MOVE WS-DP-AUTH (WS-DP-IX) TO WS-DL-AUTH.
           MOVE WS-DP-FTE (WS-DP-IX) TO WS-DL-FTE.
           MOVE WS-DP-FILLED (WS-DP-IX) TO WS-DL-FILLED.
           MOVE WS-DP-VACANT (WS-DP-IX) TO WS-DL-VACANT.
           MOVE WS-DP-UNPOS (WS-DP-IX) TO WS-DL-UNPOS.
           MOVE WS-DP-BUDGET (WS-DP-IX) TO WS-DL-BUDGET.
           MOVE WS-DP-ACTUAL (WS-DP-IX) TO WS-DL-ACTUAL.
      *> Positive variance is budget left unspent; negative is a
      *> department paying more than it was approved for.
           COMPUTE WS-VARIANCE = WS-DP-BUDGET (WS-DP-IX)
               - WS-DP-ACTUAL (WS-DP-IX).
           MOVE WS-VARIANCE TO WS-DL-VARIANCE.
           MOVE WS-DEPT-LINE-BUILD TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
           ADD WS-DP-AUTH (WS-DP-IX) TO WS-TOT-AUTH.
           ADD WS-DP-FTE (WS-DP-IX) TO WS-TOT-FTE.
           ADD WS-DP-FILLED (WS-DP-IX) TO WS-TOT-FILLED.
           ADD WS-DP-VACANT (WS-DP-IX) TO WS-TOT-VACANT.
           ADD WS-DP-BUDGET (WS-DP-IX) TO WS-TOT-BUDGET.
           ADD WS-DP-ACTUAL (WS-DP-IX) TO WS-TOT-ACTUAL.

       WRITE-ONE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-IN-POSITION (WS-IN-IX) TO WS-XL-POSITION.
           MOVE WS-IN-EMP-ID (WS-IN-IX) TO WS-XL-EMP-ID.
           IF WS-IN-SEEN (WS-IN-IX) = 0
               MOVE "INCUMBENT NOT ACTIVE ON MASTER"
                   TO WS-XL-REASON
           ELSE
               MOVE "INCUMBENT DEPT/JOB DIFFERS FROM POSITION"
                   TO WS-XL-REASON
           END-IF.
           MOVE WS-EXC-LINE-BUILD TO POSCTL-REPORT-LINE.
           WRITE POSCTL-REPORT-LINE.
