       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPORGRP.
      *> Organization chart and span-of-control report, drawn from
      *> EMP-SUPERVISOR-ID on the newest employees.dat.Gnnnn
      *> generation. Terminated employees are left off both reports.
      *>
      *> emporg_chart.dat is the indented org chart, by company and
      *> department: each department starts from the employees at its
      *> top (no supervisor, or a supervisor outside the department,
      *> terminated or not on the master -- noted on the line) and
      *> indents each reporting level under its supervisor. Anyone
      *> the chart cannot place sits in a circular chain left from
      *> before EMPRULES checked supervisors, and is listed as such.
      *>
      *> emporg_span.dat lists every manager -- an employee someone
      *> on the master names as supervisor, or one holding a manager
      *> job code from the control file -- with the count of direct
      *> reports still on the payroll (active or on leave), flagging
      *> a count over the maximum span and a manager left with none.
      *> A second section lists the employees whose supervisor is
      *> terminated, on leave or no longer on the master.
      *>
      *> emporg_ctl.dat (optional, one line): col 1-3 the maximum
      *> direct reports (default 10), then up to ten 4-character
      *> manager job codes. EMPRPT_COMPANY limits both reports to one
      *> company, as it does DEMO4RPT ("AL" or unset = all).
      *> RC 4 when anything is flagged, RC 8 when the master cannot
      *> be read or outgrows the table.

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
           SELECT ORG-CONTROL-FILE ASSIGN TO "emporg_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CHART-REPORT ASSIGN TO "emporg_chart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT SPAN-REPORT ASSIGN TO "emporg_span.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD ORG-CONTROL-FILE.
       01 ORG-CONTROL-RECORD.
          05 ORC-MAX-SPAN      PIC 9(3).
          05 ORC-MANAGER-JOB   PIC X(4) OCCURS 10 TIMES.

       FD CHART-REPORT.
       01 CHART-REPORT-LINE PIC X(110).

       FD SPAN-REPORT.
       01 SPAN-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS      PIC XX VALUE SPACES.
       01 WS-CHART-STATUS        PIC XX VALUE SPACES.
       01 WS-SPAN-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-COMPANY-FILTER      PIC X(2) VALUE SPACES.

      *> Span limit and manager job codes, from emporg_ctl.dat.
       01 WS-MAX-SPAN            PIC 9(3) VALUE 10.
       01 WS-MGR-JOB-COUNT       PIC 9(2) VALUE 0.
       01 WS-MGR-JOB-TABLE.
          05 WS-MGR-JOB OCCURS 10 TIMES PIC X(4).
       01 WS-MGR-JOB-IX          PIC 9(2) VALUE 0.

      *> The whole master, in EMP-ID order as the file reads.
       01 WS-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-ET-ENTRY OCCURS 5000 TIMES.
             10 WS-ET-ID          PIC 9(5).
             10 WS-ET-NAME        PIC X(20).
             10 WS-ET-DEPT        PIC X(3).
             10 WS-ET-JOB-CODE    PIC X(4).
             10 WS-ET-STATUS      PIC X.
             10 WS-ET-COMPANY     PIC X(2).
             10 WS-ET-SUPERVISOR  PIC 9(5).
             10 WS-ET-SUP-IX      PIC 9(4).
             10 WS-ET-DIRECTS     PIC 9(4).
             10 WS-ET-NAMED       PIC 9(4).
             10 WS-ET-PLACED      PIC 9.
       01 WS-ET-IX           PIC 9(4) VALUE 0.
       01 WS-FIND-ID         PIC 9(5) VALUE 0.
       01 WS-FIND-IX         PIC 9(4) VALUE 0.
       01 WS-LOW-IX          PIC 9(4) VALUE 0.
       01 WS-HIGH-IX         PIC 9(4) VALUE 0.
       01 WS-MID-IX          PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW  PIC 9 VALUE 0.

      *> Company/department groups, sorted for the chart.
       01 WS-GROUP-COUNT     PIC 9(3) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GR-ENTRY OCCURS 200 TIMES.
             10 WS-GR-COMPANY     PIC X(2).
             10 WS-GR-DEPT        PIC X(3).
       01 WS-GR-IX           PIC 9(3) VALUE 0.
       01 WS-GR-IX2          PIC 9(3) VALUE 0.
       01 WS-GR-HIT          PIC 9 VALUE 0.
       01 WS-GR-SWAP.
          05 WS-GS-COMPANY       PIC X(2).
          05 WS-GS-DEPT          PIC X(3).
       01 WS-CUR-COMPANY     PIC X(2) VALUE SPACES.
       01 WS-CUR-DEPT        PIC X(3) VALUE SPACES.

      *> Depth-first walk of one department's tree: the employee at
      *> each level and how far its reports have been scanned.
       01 WS-DEPTH           PIC 9(2) VALUE 0.
       01 WS-STACK-TABLE.
          05 WS-STACK-ENTRY OCCURS 50 TIMES.
             10 WS-STK-IX         PIC 9(4).
             10 WS-STK-SCAN       PIC 9(4).
       01 WS-NEXT-IX         PIC 9(4) VALUE 0.
       01 WS-SCAN-IX         PIC 9(4) VALUE 0.
       01 WS-PRINT-IX        PIC 9(4) VALUE 0.
       01 WS-INDENT-POS      PIC 9(3) VALUE 0.
       01 WS-IS-ROOT         PIC 9 VALUE 0.
       01 WS-IS-MANAGER      PIC 9 VALUE 0.

       01 WS-CHART-COUNT     PIC 9(5) VALUE 0.
       01 WS-CIRCULAR-COUNT  PIC 9(5) VALUE 0.
       01 WS-MANAGER-COUNT   PIC 9(5) VALUE 0.
       01 WS-OVER-SPAN-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-REPORT-COUNT PIC 9(5) VALUE 0.
       01 WS-BAD-SUP-COUNT   PIC 9(5) VALUE 0.

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
       01 WS-GROUP-LINE-BUILD.
          05 FILLER            PIC X(8) VALUE "COMPANY ".
          05 WS-GL-COMPANY     PIC X(2).
          05 FILLER            PIC X(13) VALUE "  DEPARTMENT ".
          05 WS-GL-DEPT        PIC X(3).
          05 FILLER            PIC X(84) VALUE SPACES.
       01 WS-CHART-ENTRY-BUILD.
          05 WS-CE-ID          PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CE-NAME        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CE-JOB-CODE    PIC X(4).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CE-STATUS      PIC X.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CE-NOTE        PIC X(40).
       01 WS-NOTE-REPORTS-TO.
          05 FILLER            PIC X(11) VALUE "REPORTS TO ".
          05 WS-NR-SUPERVISOR  PIC 9(5).
          05 FILLER            PIC X(4) VALUE " IN ".
          05 WS-NR-COMPANY     PIC X(2).
          05 FILLER            PIC X VALUE "/".
          05 WS-NR-DEPT        PIC X(3).
          05 FILLER            PIC X(14) VALUE SPACES.
       01 WS-NOTE-SUPERVISOR.
          05 FILLER            PIC X(11) VALUE "SUPERVISOR ".
          05 WS-NS-SUPERVISOR  PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-NS-TEXT        PIC X(23).
       01 WS-SPAN-TITLE-BUILD.
          05 FILLER            PIC X(40) VALUE
               "SPAN OF CONTROL REPORT - MAXIMUM DIRECT ".
          05 FILLER            PIC X(8) VALUE "REPORTS ".
          05 WS-ST-MAX-SPAN    PIC ZZ9.
          05 FILLER            PIC X(49) VALUE SPACES.
       01 WS-SPAN-HEAD-BUILD.
          05 FILLER            PIC X(40) VALUE
               "EMP-ID NAME                 CO DEPT JOB ".
          05 FILLER            PIC X(60) VALUE
               " DIRECTS  FLAG".
       01 WS-SPAN-LINE-BUILD.
          05 WS-SL-ID          PIC 9(5).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-SL-NAME        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-COMPANY     PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SL-DEPT        PIC X(3).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-SL-JOB-CODE    PIC X(4).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-SL-DIRECTS     PIC ZZZZ9.
          05 FILLER            PIC XXX VALUE SPACES.
          05 WS-SL-FLAG        PIC X(30).
          05 FILLER            PIC X(20) VALUE SPACES.
       01 WS-SUP-HEAD-BUILD.
          05 FILLER            PIC X(40) VALUE
               "EMP-ID NAME                 CO DEPT SUPV".
          05 FILLER            PIC X(60) VALUE
               "   SUPERVISOR NAME      REASON".
       01 WS-SUP-LINE-BUILD.
          05 WS-UL-ID          PIC 9(5).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-UL-NAME        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-UL-COMPANY     PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-UL-DEPT        PIC X(3).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-UL-SUPERVISOR  PIC 9(5).
          05 FILLER            PIC XX VALUE SPACES.
          05 WS-UL-SUP-NAME    PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-UL-REASON      PIC X(25).
          05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-COUNT-LINE-BUILD.
          05 WS-CL-LABEL       PIC X(40).
          05 WS-CL-COUNT       PIC ZZZZ9.
          05 FILLER            PIC X(65) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPORGRP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 anything
      *> flagged, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Organization Chart and Span of Control ===".
           DISPLAY " ".

           ACCEPT WS-COMPANY-FILTER
               FROM ENVIRONMENT "EMPRPT_COMPANY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-COMPANY-FILTER = "AL"
               MOVE SPACES TO WS-COMPANY-FILTER
           END-IF.
           PERFORM LOAD-ORG-CONTROL.
           PERFORM DETERMINE-CURRENT-GENERATION.
           DISPLAY "   Reading generation " WS-GDG-FILENAME.
           PERFORM LOAD-ALL-EMPLOYEES.
           IF WS-TABLE-OVERFLOW = 1
               DISPLAY "   More than 5000 employees on the master -"
                   " report refused rather than draw a partial chart"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
               PERFORM LINK-SUPERVISORS
               PERFORM WRITE-ORG-CHART
               PERFORM WRITE-SPAN-REPORT
               DISPLAY "   Employees charted:          " WS-CHART-COUNT
               DISPLAY "   In a circular chain:        "
                   WS-CIRCULAR-COUNT
               DISPLAY "   Managers:                   "
                   WS-MANAGER-COUNT
               DISPLAY "   Over the span limit:        "
                   WS-OVER-SPAN-COUNT
               DISPLAY "   With no direct reports:     "
                   WS-NO-REPORT-COUNT
               DISPLAY "   Supervisor not active:      "
                   WS-BAD-SUP-COUNT
               DISPLAY "   Org chart in emporg_chart.dat"
               DISPLAY "   Span of control in emporg_span.dat"
               IF (WS-CIRCULAR-COUNT > 0 OR WS-OVER-SPAN-COUNT > 0
                       OR WS-NO-REPORT-COUNT > 0
                       OR WS-BAD-SUP-COUNT > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Organization Chart and Span of Control "
               "Complete ===".
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

       LOAD-ORG-CONTROL.
           OPEN INPUT ORG-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ ORG-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM TAKE-ORG-CONTROL
               END-READ
               CLOSE ORG-CONTROL-FILE
           END-IF.

       TAKE-ORG-CONTROL.
           IF ORC-MAX-SPAN NUMERIC AND ORC-MAX-SPAN > 0
               MOVE ORC-MAX-SPAN TO WS-MAX-SPAN
           END-IF.
           PERFORM VARYING WS-MGR-JOB-IX FROM 1 BY 1
                   UNTIL WS-MGR-JOB-IX > 10
               IF ORC-MANAGER-JOB (WS-MGR-JOB-IX) NOT = SPACES
                   ADD 1 TO WS-MGR-JOB-COUNT
                   MOVE ORC-MANAGER-JOB (WS-MGR-JOB-IX)
                       TO WS-MGR-JOB (WS-MGR-JOB-COUNT)
               END-IF
           END-PERFORM.

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

       LOAD-ALL-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM TABLE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       TABLE-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= 5000
               MOVE 1 TO WS-TABLE-OVERFLOW
               MOVE 1 TO WS-EOF
           ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO WS-ET-ID (WS-EMP-COUNT)
               MOVE EMP-NAME TO WS-ET-NAME (WS-EMP-COUNT)
               MOVE EMP-DEPT TO WS-ET-DEPT (WS-EMP-COUNT)
               MOVE EMP-JOB-CODE TO WS-ET-JOB-CODE (WS-EMP-COUNT)
               MOVE EMP-COMPANY TO WS-ET-COMPANY (WS-EMP-COUNT)
      *> Records from before the status lifecycle read as active.
               IF EMP-STATUS = SPACE
                   MOVE "A" TO WS-ET-STATUS (WS-EMP-COUNT)
               ELSE
                   MOVE EMP-STATUS TO WS-ET-STATUS (WS-EMP-COUNT)
               END-IF
               IF EMP-SUPERVISOR-ID NUMERIC
                   MOVE EMP-SUPERVISOR-ID
                       TO WS-ET-SUPERVISOR (WS-EMP-COUNT)
               ELSE
                   MOVE 0 TO WS-ET-SUPERVISOR (WS-EMP-COUNT)
               END-IF
               MOVE 0 TO WS-ET-SUP-IX (WS-EMP-COUNT)
               MOVE 0 TO WS-ET-DIRECTS (WS-EMP-COUNT)
               MOVE 0 TO WS-ET-NAMED (WS-EMP-COUNT)
               MOVE 0 TO WS-ET-PLACED (WS-EMP-COUNT)
           END-IF.

       LINK-SUPERVISORS.
      *> Resolve each supervisor to its table row once, counting the
      *> records that name each employee and, of those, the direct
      *> reports still on the payroll.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               IF WS-ET-SUPERVISOR (WS-ET-IX) > 0
                   MOVE WS-ET-SUPERVISOR (WS-ET-IX) TO WS-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   MOVE WS-FIND-IX TO WS-ET-SUP-IX (WS-ET-IX)
                   IF WS-FIND-IX > 0
                       ADD 1 TO WS-ET-NAMED (WS-FIND-IX)
                       IF WS-ET-STATUS (WS-ET-IX) NOT = "T"
                           ADD 1 TO WS-ET-DIRECTS (WS-FIND-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE.
      *> Binary chop on the table, which loads in EMP-ID order.
           MOVE 0 TO WS-FIND-IX.
           MOVE 1 TO WS-LOW-IX.
           MOVE WS-EMP-COUNT TO WS-HIGH-IX.
           PERFORM UNTIL WS-LOW-IX > WS-HIGH-IX OR WS-FIND-IX > 0
               COMPUTE WS-MID-IX = (WS-LOW-IX + WS-HIGH-IX) / 2
               EVALUATE TRUE
                   WHEN WS-ET-ID (WS-MID-IX) = WS-FIND-ID
                       MOVE WS-MID-IX TO WS-FIND-IX
                   WHEN WS-ET-ID (WS-MID-IX) < WS-FIND-ID
                       COMPUTE WS-LOW-IX = WS-MID-IX + 1
                   WHEN WS-MID-IX = 1
                       MOVE 0 TO WS-HIGH-IX
                   WHEN OTHER
                       COMPUTE WS-HIGH-IX = WS-MID-IX - 1
               END-EVALUATE
           END-PERFORM.

       WRITE-ORG-CHART.
           PERFORM BUILD-GROUP-TABLE.
           OPEN OUTPUT CHART-REPORT.
           MOVE "ORGANIZATION CHART BY COMPANY AND DEPARTMENT"
               TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
                   UNTIL WS-GR-IX > WS-GROUP-COUNT
               PERFORM CHART-ONE-GROUP
           END-PERFORM.
           MOVE SPACES TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           MOVE "EMPLOYEES CHARTED" TO WS-CL-LABEL.
           MOVE WS-CHART-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           MOVE "IN A CIRCULAR REPORTING CHAIN" TO WS-CL-LABEL.
           MOVE WS-CIRCULAR-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           CLOSE CHART-REPORT.

       BUILD-GROUP-TABLE.
      *> One entry per company/department with anyone on the
      *> payroll, then an exchange sort into company/dept order.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               IF WS-ET-STATUS (WS-ET-IX) NOT = "T"
                       AND (WS-COMPANY-FILTER = SPACES
                       OR WS-COMPANY-FILTER = WS-ET-COMPANY (WS-ET-IX))
                   PERFORM ADD-GROUP-ENTRY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
                   UNTIL WS-GR-IX >= WS-GROUP-COUNT
               PERFORM VARYING WS-GR-IX2 FROM WS-GR-IX BY 1
                       UNTIL WS-GR-IX2 > WS-GROUP-COUNT
                   IF WS-GR-ENTRY (WS-GR-IX2) < WS-GR-ENTRY (WS-GR-IX)
                       MOVE WS-GR-ENTRY (WS-GR-IX) TO WS-GR-SWAP
                       MOVE WS-GR-ENTRY (WS-GR-IX2)
                           TO WS-GR-ENTRY (WS-GR-IX)
                       MOVE WS-GR-SWAP TO WS-GR-ENTRY (WS-GR-IX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-GROUP-ENTRY.
           MOVE 0 TO WS-GR-HIT.
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
                   UNTIL WS-GR-IX > WS-GROUP-COUNT OR WS-GR-HIT = 1
               IF WS-GR-COMPANY (WS-GR-IX) = WS-ET-COMPANY (WS-ET-IX)
                       AND WS-GR-DEPT (WS-GR-IX)
                           = WS-ET-DEPT (WS-ET-IX)
                   MOVE 1 TO WS-GR-HIT
               END-IF
           END-PERFORM.
           IF WS-GR-HIT = 0 AND WS-GROUP-COUNT < 200
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-ET-COMPANY (WS-ET-IX)
                   TO WS-GR-COMPANY (WS-GROUP-COUNT)
               MOVE WS-ET-DEPT (WS-ET-IX) TO WS-GR-DEPT (WS-GROUP-COUNT)
           END-IF.

       CHART-ONE-GROUP.
           MOVE WS-GR-COMPANY (WS-GR-IX) TO WS-CUR-COMPANY.
           MOVE WS-GR-DEPT (WS-GR-IX) TO WS-CUR-DEPT.
           MOVE SPACES TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           MOVE WS-CUR-COMPANY TO WS-GL-COMPANY.
           MOVE WS-CUR-DEPT TO WS-GL-DEPT.
           MOVE WS-GROUP-LINE-BUILD TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
      *> Each employee at the top of the department heads a tree.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               PERFORM CHECK-GROUP-ROOT
               IF WS-IS-ROOT = 1
                   PERFORM CHART-ONE-TREE
               END-IF
           END-PERFORM.
      *> Whoever is still unplaced only reports, up the chain, to
      *> someone who reports back to them.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               IF WS-ET-COMPANY (WS-ET-IX) = WS-CUR-COMPANY
                       AND WS-ET-DEPT (WS-ET-IX) = WS-CUR-DEPT
                       AND WS-ET-STATUS (WS-ET-IX) NOT = "T"
                       AND WS-ET-PLACED (WS-ET-IX) = 0
                   MOVE WS-ET-IX TO WS-PRINT-IX
                   MOVE 1 TO WS-DEPTH
                   MOVE "IN A CIRCULAR REPORTING CHAIN" TO WS-CE-NOTE
                   PERFORM WRITE-CHART-ENTRY
                   ADD 1 TO WS-CIRCULAR-COUNT
               END-IF
           END-PERFORM.

       CHECK-GROUP-ROOT.
           MOVE 0 TO WS-IS-ROOT.
           IF WS-ET-COMPANY (WS-ET-IX) = WS-CUR-COMPANY
                   AND WS-ET-DEPT (WS-ET-IX) = WS-CUR-DEPT
                   AND WS-ET-STATUS (WS-ET-IX) NOT = "T"
               MOVE WS-ET-SUP-IX (WS-ET-IX) TO WS-FIND-IX
               EVALUATE TRUE
                   WHEN WS-ET-SUPERVISOR (WS-ET-IX) = 0
                       MOVE 1 TO WS-IS-ROOT
                   WHEN WS-FIND-IX = 0
                       MOVE 1 TO WS-IS-ROOT
                   WHEN WS-ET-STATUS (WS-FIND-IX) = "T"
                       MOVE 1 TO WS-IS-ROOT
                   WHEN WS-ET-COMPANY (WS-FIND-IX) NOT = WS-CUR-COMPANY
                       MOVE 1 TO WS-IS-ROOT
                   WHEN WS-ET-DEPT (WS-FIND-IX) NOT = WS-CUR-DEPT
                       MOVE 1 TO WS-IS-ROOT
               END-EVALUATE
           END-IF.

       CHART-ONE-TREE.
      *> Depth-first: print the head, then repeatedly take the next
      *> unprinted report of whoever is on top of the stack, going a
      *> level down for each one and back up when a level runs out.
           MOVE WS-ET-IX TO WS-PRINT-IX.
           MOVE 1 TO WS-DEPTH.
           PERFORM BUILD-ROOT-NOTE.
           PERFORM WRITE-CHART-ENTRY.
           MOVE WS-ET-IX TO WS-STK-IX (1).
           MOVE 0 TO WS-STK-SCAN (1).
           PERFORM UNTIL WS-DEPTH = 0
               PERFORM FIND-NEXT-REPORT
               IF WS-NEXT-IX = 0
                   SUBTRACT 1 FROM WS-DEPTH
               ELSE
                   MOVE WS-NEXT-IX TO WS-STK-SCAN (WS-DEPTH)
                   MOVE WS-NEXT-IX TO WS-PRINT-IX
                   IF WS-DEPTH < 50
                       ADD 1 TO WS-DEPTH
                       MOVE WS-NEXT-IX TO WS-STK-IX (WS-DEPTH)
                       MOVE 0 TO WS-STK-SCAN (WS-DEPTH)
                   END-IF
                   MOVE SPACES TO WS-CE-NOTE
                   PERFORM WRITE-CHART-ENTRY
               END-IF
           END-PERFORM.

       FIND-NEXT-REPORT.
           MOVE 0 TO WS-NEXT-IX.
           COMPUTE WS-SCAN-IX = WS-STK-SCAN (WS-DEPTH) + 1.
           PERFORM UNTIL WS-SCAN-IX > WS-EMP-COUNT OR WS-NEXT-IX > 0
               IF WS-ET-SUP-IX (WS-SCAN-IX) = WS-STK-IX (WS-DEPTH)
                       AND WS-ET-COMPANY (WS-SCAN-IX) = WS-CUR-COMPANY
                       AND WS-ET-DEPT (WS-SCAN-IX) = WS-CUR-DEPT
                       AND WS-ET-STATUS (WS-SCAN-IX) NOT = "T"
                       AND WS-ET-PLACED (WS-SCAN-IX) = 0
                   MOVE WS-SCAN-IX TO WS-NEXT-IX
               ELSE
                   ADD 1 TO WS-SCAN-IX
               END-IF
           END-PERFORM.

       BUILD-ROOT-NOTE.
           MOVE SPACES TO WS-CE-NOTE.
           MOVE WS-ET-SUP-IX (WS-PRINT-IX) TO WS-FIND-IX.
           IF WS-ET-SUPERVISOR (WS-PRINT-IX) > 0
               MOVE WS-ET-SUPERVISOR (WS-PRINT-IX) TO WS-NS-SUPERVISOR
               EVALUATE TRUE
                   WHEN WS-FIND-IX = 0
                       MOVE "NOT ON MASTER" TO WS-NS-TEXT
                       MOVE WS-NOTE-SUPERVISOR TO WS-CE-NOTE
                   WHEN WS-ET-STATUS (WS-FIND-IX) = "T"
                       MOVE "TERMINATED" TO WS-NS-TEXT
                       MOVE WS-NOTE-SUPERVISOR TO WS-CE-NOTE
                   WHEN OTHER
                       MOVE WS-ET-SUPERVISOR (WS-PRINT-IX)
                           TO WS-NR-SUPERVISOR
                       MOVE WS-ET-COMPANY (WS-FIND-IX) TO WS-NR-COMPANY
                       MOVE WS-ET-DEPT (WS-FIND-IX) TO WS-NR-DEPT
                       MOVE WS-NOTE-REPORTS-TO TO WS-CE-NOTE
               END-EVALUATE
           END-IF.

       WRITE-CHART-ENTRY.
      *> Three columns of indent per level, held at the twelfth so a
      *> deep chain still fits the line.
           MOVE WS-ET-ID (WS-PRINT-IX) TO WS-CE-ID.
           MOVE WS-ET-NAME (WS-PRINT-IX) TO WS-CE-NAME.
           MOVE WS-ET-JOB-CODE (WS-PRINT-IX) TO WS-CE-JOB-CODE.
           MOVE WS-ET-STATUS (WS-PRINT-IX) TO WS-CE-STATUS.
           IF WS-DEPTH > 12
               MOVE 34 TO WS-INDENT-POS
           ELSE
               COMPUTE WS-INDENT-POS = (WS-DEPTH - 1) * 3 + 1
           END-IF.
           MOVE SPACES TO CHART-REPORT-LINE.
           MOVE WS-CHART-ENTRY-BUILD
               TO CHART-REPORT-LINE (WS-INDENT-POS:).
           WRITE CHART-REPORT-LINE.
           MOVE 1 TO WS-ET-PLACED (WS-PRINT-IX).
           ADD 1 TO WS-CHART-COUNT.

       WRITE-SPAN-REPORT.
           OPEN OUTPUT SPAN-REPORT.
           MOVE WS-MAX-SPAN TO WS-ST-MAX-SPAN.
           MOVE WS-SPAN-TITLE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE SPACES TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE WS-SPAN-HEAD-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               IF WS-ET-STATUS (WS-ET-IX) NOT = "T"
                       AND (WS-COMPANY-FILTER = SPACES
                       OR WS-COMPANY-FILTER = WS-ET-COMPANY (WS-ET-IX))
                   PERFORM CHECK-IS-MANAGER
                   IF WS-IS-MANAGER = 1
                       PERFORM WRITE-SPAN-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE "EMPLOYEES WHOSE SUPERVISOR IS NOT ACTIVE"
               TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE SPACES TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE WS-SUP-HEAD-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > WS-EMP-COUNT
               IF WS-ET-STATUS (WS-ET-IX) NOT = "T"
                       AND WS-ET-SUPERVISOR (WS-ET-IX) > 0
                       AND (WS-COMPANY-FILTER = SPACES
                       OR WS-COMPANY-FILTER = WS-ET-COMPANY (WS-ET-IX))
                   PERFORM CHECK-SUPERVISOR-STATUS
               END-IF
           END-PERFORM.
           MOVE SPACES TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE "MANAGERS" TO WS-CL-LABEL.
           MOVE WS-MANAGER-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE "OVER THE SPAN LIMIT" TO WS-CL-LABEL.
           MOVE WS-OVER-SPAN-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE "WITH NO DIRECT REPORTS" TO WS-CL-LABEL.
           MOVE WS-NO-REPORT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           MOVE "SUPERVISOR TERMINATED, ON LEAVE OR GONE"
               TO WS-CL-LABEL.
           MOVE WS-BAD-SUP-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.
           CLOSE SPAN-REPORT.

       CHECK-IS-MANAGER.
           MOVE 0 TO WS-IS-MANAGER.
           IF WS-ET-NAMED (WS-ET-IX) > 0
               MOVE 1 TO WS-IS-MANAGER
           END-IF.
           PERFORM VARYING WS-MGR-JOB-IX FROM 1 BY 1
                   UNTIL WS-MGR-JOB-IX > WS-MGR-JOB-COUNT
               IF WS-MGR-JOB (WS-MGR-JOB-IX)
                       = WS-ET-JOB-CODE (WS-ET-IX)
                   MOVE 1 TO WS-IS-MANAGER
               END-IF
           END-PERFORM.

       WRITE-SPAN-LINE.
           ADD 1 TO WS-MANAGER-COUNT.
           MOVE WS-ET-ID (WS-ET-IX) TO WS-SL-ID.
           MOVE WS-ET-NAME (WS-ET-IX) TO WS-SL-NAME.
           MOVE WS-ET-COMPANY (WS-ET-IX) TO WS-SL-COMPANY.
           MOVE WS-ET-DEPT (WS-ET-IX) TO WS-SL-DEPT.
           MOVE WS-ET-JOB-CODE (WS-ET-IX) TO WS-SL-JOB-CODE.
           MOVE WS-ET-DIRECTS (WS-ET-IX) TO WS-SL-DIRECTS.
           EVALUATE TRUE
               WHEN WS-ET-DIRECTS (WS-ET-IX) > WS-MAX-SPAN
                   MOVE "** TOO MANY DIRECT REPORTS" TO WS-SL-FLAG
                   ADD 1 TO WS-OVER-SPAN-COUNT
               WHEN WS-ET-DIRECTS (WS-ET-IX) = 0
                   MOVE "** NO DIRECT REPORTS" TO WS-SL-FLAG
                   ADD 1 TO WS-NO-REPORT-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-SL-FLAG
           END-EVALUATE.
           MOVE WS-SPAN-LINE-BUILD TO SPAN-REPORT-LINE.
           WRITE SPAN-REPORT-LINE.

       CHECK-SUPERVISOR-STATUS.
           MOVE WS-ET-SUP-IX (WS-ET-IX) TO WS-FIND-IX.
           MOVE SPACES TO WS-UL-REASON.
           MOVE SPACES TO WS-UL-SUP-NAME.
           EVALUATE TRUE
               WHEN WS-FIND-IX = 0
                   MOVE "SUPERVISOR NOT ON MASTER" TO WS-UL-REASON
               WHEN WS-ET-STATUS (WS-FIND-IX) = "T"
                   MOVE "SUPERVISOR TERMINATED" TO WS-UL-REASON
               WHEN WS-ET-STATUS (WS-FIND-IX) = "L"
                   MOVE "SUPERVISOR ON LEAVE" TO WS-UL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-UL-REASON NOT = SPACES
               IF WS-FIND-IX > 0
                   MOVE WS-ET-NAME (WS-FIND-IX) TO WS-UL-SUP-NAME
               END-IF
               MOVE WS-ET-ID (WS-ET-IX) TO WS-UL-ID
               MOVE WS-ET-NAME (WS-ET-IX) TO WS-UL-NAME
               MOVE WS-ET-COMPANY (WS-ET-IX) TO WS-UL-COMPANY
               MOVE WS-ET-DEPT (WS-ET-IX) TO WS-UL-DEPT
               MOVE WS-ET-SUPERVISOR (WS-ET-IX) TO WS-UL-SUPERVISOR
               MOVE WS-SUP-LINE-BUILD TO SPAN-REPORT-LINE
               WRITE SPAN-REPORT-LINE
               ADD 1 TO WS-BAD-SUP-COUNT
           END-IF.
