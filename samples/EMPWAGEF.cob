       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPWAGEF.
      *> Annual electronic wage filing. EMPSTMT prints the year-end
      *> statement on paper; the same wage and withholding figures
      *> have to go to the tax agency electronically every January.
      *> This job combines the year's accumulators (empytd.dat) with
      *> the mailing detail (empaddr.dat), the employee names on the
      *> current employees.dat generation and the company reference
      *> table (cotable.dat) into the agency's fixed-length record
      *> format, one employer block per company:
      *>   A submitter  -- once, first record
      *>   B employer   -- one per company
      *>   W employee   -- one per employee under the company
      *>   T total      -- one per company, closing its block
      *>   F final      -- once, last record
      *> Written to empwagef_file.dat. An employee whose address is
      *> missing or incomplete (no street, city, state or zip) would
      *> get the whole submission rejected, so they are held out of
      *> the file and listed in empwagef_held.dat instead. The
      *> control report empwagef_control.dat ties the filed plus
      *> held figures back to the EMPSTMT run totals kept in
      *> empstmt_control.dat.
      *>
      *> The tax year is EMPWAGEF_YEAR (YYYY); unset, it is the year
      *> of the last statement run, or the current year if there is
      *> none.

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
           SELECT YTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT STMT-CONTROL-FILE ASSIGN TO "empstmt_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-CONTROL-STATUS.
           SELECT WAGE-FILE ASSIGN TO "empwagef_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAGE-STATUS.
           SELECT HELD-FILE ASSIGN TO "empwagef_held.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "empwagef_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD YTD-FILE.
           COPY EMPYTDR.

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD STMT-CONTROL-FILE.
      *> Same layout EMPSTMT writes.
       01 STMT-CONTROL-RECORD.
          05 SCT-YEAR        PIC 9(4).
          05 SCT-STATEMENTS  PIC 9(5).
          05 SCT-GROSS       PIC 9(10)V99.
          05 SCT-WHLD        PIC 9(10)V99.

       FD WAGE-FILE.
       01 WAGE-RECORD PIC X(132).

       FD HELD-FILE.
       01 HELD-LINE PIC X(80).

       FD CONTROL-REPORT.
       01 CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS      PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-STMT-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-WAGE-STATUS         PIC XX VALUE SPACES.
       01 WS-HELD-STATUS         PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.

       01 WS-ENV-YEAR            PIC X(4) VALUE SPACES.
       01 WS-TAX-YEAR            PIC 9(4) VALUE 0.

      *> The EMPSTMT run totals, if a statement run exists.
       01 WS-STMT-FOUND          PIC 9 VALUE 0.
       01 WS-STMT-YEAR           PIC 9(4) VALUE 0.
       01 WS-STMT-STATEMENTS     PIC 9(5) VALUE 0.
       01 WS-STMT-GROSS          PIC 9(10)V99 VALUE 0.
       01 WS-STMT-WHLD           PIC 9(10)V99 VALUE 0.

      *> Same counter/filename convention as EMPSTMT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Employee names off the current generation.
       01 WS-NAME-COUNT          PIC 9(4) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NAME-ENTRY OCCURS 2000 TIMES.
             10 WS-NT-EMP-ID     PIC 9(5).
             10 WS-NT-NAME       PIC X(20).
       01 WS-NAME-IX             PIC 9(4) VALUE 0.

      *> Addresses held for the run, as EMPSTMT holds them.
       01 WS-ADDR-EOF            PIC 9 VALUE 0.
       01 WS-ADDR-COUNT          PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-ADR-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-EMP-ID     PIC 9(5).
             10 WS-AT-LINE1      PIC X(30).
             10 WS-AT-CITY       PIC X(20).
             10 WS-AT-STATE      PIC X(2).
             10 WS-AT-ZIP        PIC X(10).
       01 WS-ADDR-IX             PIC 9(4) VALUE 0.
       01 WS-ADDR-FOUND          PIC 9(4) VALUE 0.

      *> The company reference table.
       01 WS-COTABLE-EOF         PIC 9 VALUE 0.
       01 WS-CT-COUNT            PIC 9(2) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 20 TIMES.
             10 WS-CT-CODE       PIC X(2).
             10 WS-CT-NAME       PIC X(30).
             10 WS-CT-ENTITY     PIC X(4).
       01 WS-CT-IX               PIC 9(2) VALUE 0.

      *> The year's accumulators, one slot per employee per company.
       01 WS-YTD-COUNT           PIC 9(4) VALUE 0.
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 2000 TIMES.
             10 WS-YT-COMPANY    PIC X(2).
             10 WS-YT-EMP-ID     PIC 9(5).
             10 WS-YT-GROSS      PIC 9(8)V99.
             10 WS-YT-FED        PIC 9(8)V99.
             10 WS-YT-STATE-WHLD PIC 9(8)V99.
             10 WS-YT-LOCAL-WHLD PIC 9(8)V99.
       01 WS-YTD-IX              PIC 9(4) VALUE 0.
       01 WS-YTD-OVERFLOW        PIC 9 VALUE 0.

      *> Companies seen in the year, in first-seen order.
       01 WS-CO-COUNT            PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-CODE OCCURS 20 TIMES PIC X(2).
       01 WS-CO-IX               PIC 9(2) VALUE 0.
       01 WS-CO-HIT              PIC 9 VALUE 0.

      *> Per-employer block totals.
       01 WS-BLK-COUNT           PIC 9(6) VALUE 0.
       01 WS-BLK-WAGES           PIC 9(10)V99 VALUE 0.
       01 WS-BLK-FED             PIC 9(10)V99 VALUE 0.
       01 WS-BLK-STATE           PIC 9(10)V99 VALUE 0.
       01 WS-BLK-LOCAL           PIC 9(10)V99 VALUE 0.

      *> File totals and the held-out figures.
       01 WS-FILED-COUNT         PIC 9(6) VALUE 0.
       01 WS-FILED-WAGES         PIC 9(10)V99 VALUE 0.
       01 WS-FILED-FED           PIC 9(10)V99 VALUE 0.
       01 WS-FILED-STATE         PIC 9(10)V99 VALUE 0.
       01 WS-FILED-LOCAL         PIC 9(10)V99 VALUE 0.
       01 WS-HELD-COUNT          PIC 9(6) VALUE 0.
       01 WS-HELD-WAGES          PIC 9(10)V99 VALUE 0.
       01 WS-HELD-FED            PIC 9(10)V99 VALUE 0.
       01 WS-ALL-WAGES           PIC 9(10)V99 VALUE 0.
       01 WS-ALL-FED             PIC 9(10)V99 VALUE 0.
       01 WS-GROSS-DIFF          PIC S9(10)V99 VALUE 0.
       01 WS-WHLD-DIFF           PIC S9(10)V99 VALUE 0.
       01 WS-HELD-REASON         PIC X(30) VALUE SPACES.

      *> Agency records built with MOVE, not STRING.
       01 WS-REC-A-BUILD.
          05 FILLER              PIC X VALUE "A".
          05 WS-RA-YEAR          PIC 9(4).
          05 WS-RA-ENTITY        PIC X(4).
          05 WS-RA-NAME          PIC X(30).
          05 WS-RA-CREATED       PIC 9(8).
          05 FILLER              PIC X(85) VALUE SPACES.
       01 WS-REC-B-BUILD.
          05 FILLER              PIC X VALUE "B".
          05 WS-RB-YEAR          PIC 9(4).
          05 WS-RB-COMPANY       PIC X(2).
          05 WS-RB-ENTITY        PIC X(4).
          05 WS-RB-NAME          PIC X(30).
          05 FILLER              PIC X(91) VALUE SPACES.
       01 WS-REC-W-BUILD.
          05 FILLER              PIC X VALUE "W".
          05 WS-RW-EMP-ID        PIC 9(5).
          05 WS-RW-NAME          PIC X(20).
          05 WS-RW-LINE1         PIC X(30).
          05 WS-RW-CITY          PIC X(20).
          05 WS-RW-STATE         PIC X(2).
          05 WS-RW-ZIP           PIC X(10).
          05 WS-RW-WAGES         PIC 9(9)V99.
          05 WS-RW-FED           PIC 9(9)V99.
          05 WS-RW-STATE-WHLD    PIC 9(9)V99.
          05 WS-RW-LOCAL-WHLD    PIC 9(9)V99.
       01 WS-REC-T-BUILD.
          05 FILLER              PIC X VALUE "T".
          05 WS-RT-COMPANY       PIC X(2).
          05 WS-RT-COUNT         PIC 9(6).
          05 WS-RT-WAGES         PIC 9(10)V99.
          05 WS-RT-FED           PIC 9(10)V99.
          05 WS-RT-STATE         PIC 9(10)V99.
          05 WS-RT-LOCAL         PIC 9(10)V99.
          05 FILLER              PIC X(75) VALUE SPACES.
       01 WS-REC-F-BUILD.
          05 FILLER              PIC X VALUE "F".
          05 WS-RF-EMPLOYERS     PIC 9(3).
          05 WS-RF-COUNT         PIC 9(6).
          05 WS-RF-WAGES         PIC 9(10)V99.
          05 WS-RF-FED           PIC 9(10)V99.
          05 WS-RF-STATE         PIC 9(10)V99.
          05 WS-RF-LOCAL         PIC 9(10)V99.
          05 FILLER              PIC X(74) VALUE SPACES.

      *> Held-out list and control report lines.
       01 WS-HELD-BUILD.
          05 WS-HB-COMPANY       PIC X(2).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-EMP-ID        PIC 9(5).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-NAME          PIC X(20).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-REASON        PIC X(30).
          05 FILLER              PIC X(20) VALUE SPACES.
       01 WS-CONTROL-BUILD.
          05 WS-CB-LABEL         PIC X(34).
          05 WS-CB-AMOUNT        PIC Z(10)9.99-.
          05 FILLER              PIC X(31) VALUE SPACES.
       01 WS-TITLE-BUILD.
          05 FILLER              PIC X(32)
                 VALUE "ANNUAL WAGE FILING CONTROL -- ".
          05 WS-TB-YEAR          PIC 9(4).
          05 FILLER              PIC X(44) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPWAGEF".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 filed and tied out, 4
      *> filed with employees held out or a statement-run
      *> difference, 8+ nothing filed).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Annual Electronic Wage Filing ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-STATEMENT-CONTROL.
           PERFORM DETERMINE-TAX-YEAR.
           DISPLAY "   Tax year " WS-TAX-YEAR.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM LOAD-ADDRESS-FILE.
           PERFORM LOAD-EMPLOYEE-NAMES.
           PERFORM LOAD-YTD-ACCUMULATORS.
           IF RETURN-CODE < 8
               IF WS-YTD-COUNT = 0
                   DISPLAY "   No accumulators for " WS-TAX-YEAR
                       " on empytd.dat - nothing to file"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT WAGE-FILE
                   OPEN OUTPUT HELD-FILE
                   PERFORM WRITE-SUBMITTER-RECORD
                   PERFORM VARYING WS-CO-IX FROM 1 BY 1
                           UNTIL WS-CO-IX > WS-CO-COUNT
                       PERFORM WRITE-EMPLOYER-BLOCK
                   END-PERFORM
                   PERFORM WRITE-FINAL-RECORD
                   CLOSE WAGE-FILE
                   CLOSE HELD-FILE
                   PERFORM WRITE-CONTROL-REPORT
                   DISPLAY "   Employers:  " WS-CO-COUNT
                   DISPLAY "   Filed:      " WS-FILED-COUNT
                   DISPLAY "   Held out:   " WS-HELD-COUNT
                   DISPLAY "   Filing in empwagef_file.dat, control"
                       " report in empwagef_control.dat"
                   IF WS-HELD-COUNT > 0
                       DISPLAY "   *** Employees held out for"
                           " incomplete addresses - see"
                           " empwagef_held.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Annual Electronic Wage Filing Complete ===".
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

       LOAD-STATEMENT-CONTROL.
           OPEN INPUT STMT-CONTROL-FILE.
           IF WS-STMT-CONTROL-STATUS = "00"
               READ STMT-CONTROL-FILE
                   NOT AT END
                       IF SCT-YEAR IS NUMERIC
                           MOVE 1 TO WS-STMT-FOUND
                           MOVE SCT-YEAR TO WS-STMT-YEAR
                           MOVE SCT-STATEMENTS TO WS-STMT-STATEMENTS
                           MOVE SCT-GROSS TO WS-STMT-GROSS
                           MOVE SCT-WHLD TO WS-STMT-WHLD
                       END-IF
               END-READ
               CLOSE STMT-CONTROL-FILE
           END-IF.

       DETERMINE-TAX-YEAR.
           ACCEPT WS-ENV-YEAR
               FROM ENVIRONMENT "EMPWAGEF_YEAR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-YEAR IS NUMERIC
               MOVE WS-ENV-YEAR TO WS-TAX-YEAR
           ELSE
               IF WS-STMT-FOUND = 1
                   MOVE WS-STMT-YEAR TO WS-TAX-YEAR
               ELSE
                   MOVE WS-TODAY-DATE (1:4) TO WS-TAX-YEAR
               END-IF
           END-IF.

       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-TABLE-FILE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-COTABLE-EOF = 1
                   READ COMPANY-TABLE-FILE
                       AT END MOVE 1 TO WS-COTABLE-EOF
                       NOT AT END
                           IF WS-CT-COUNT < 20
                               ADD 1 TO WS-CT-COUNT
                               MOVE CMP-CODE TO
                                   WS-CT-CODE (WS-CT-COUNT)
                               MOVE CMP-NAME TO
                                   WS-CT-NAME (WS-CT-COUNT)
                               MOVE CMP-GL-ENTITY TO
                                   WS-CT-ENTITY (WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE-FILE
           END-IF.

       LOAD-ADDRESS-FILE.
      *> An absent address file holds every employee out; the
      *> control report still shows what would have been filed.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDR-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-ADDR-EOF
                       NOT AT END
                           IF WS-ADDR-COUNT < 2000
                               ADD 1 TO WS-ADDR-COUNT
                               MOVE ADR-EMP-ID TO
                                   WS-AT-EMP-ID (WS-ADDR-COUNT)
                               MOVE ADR-LINE1 TO
                                   WS-AT-LINE1 (WS-ADDR-COUNT)
                               MOVE ADR-CITY TO
                                   WS-AT-CITY (WS-ADDR-COUNT)
                               MOVE ADR-STATE TO
                                   WS-AT-STATE (WS-ADDR-COUNT)
                               MOVE ADR-ZIP TO
                                   WS-AT-ZIP (WS-ADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           DISPLAY "   Addresses loaded: " WS-ADDR-COUNT.

       LOAD-EMPLOYEE-NAMES.
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
                           IF WS-NAME-COUNT < 2000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE EMP-ID TO
                                   WS-NT-EMP-ID (WS-NAME-COUNT)
                               MOVE EMP-NAME TO
                                   WS-NT-NAME (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       LOAD-YTD-ACCUMULATORS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "   No accumulators (empytd.dat), status "
                   WS-YTD-STATUS " - run EMPYTD first"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YTD-YEAR = WS-TAX-YEAR
                               PERFORM HOLD-ONE-ACCUMULATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               IF WS-YTD-OVERFLOW = 1
                   DISPLAY "   Accumulator table full (2000 employees"
                       " / 20 companies) - nothing filed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       HOLD-ONE-ACCUMULATOR.
           IF WS-YTD-COUNT < 2000
               ADD 1 TO WS-YTD-COUNT
               MOVE YTD-COMPANY TO WS-YT-COMPANY (WS-YTD-COUNT)
               MOVE YTD-EMP-ID TO WS-YT-EMP-ID (WS-YTD-COUNT)
               MOVE YTD-ANN-GROSS TO WS-YT-GROSS (WS-YTD-COUNT)
               MOVE YTD-ANN-WHLD TO WS-YT-FED (WS-YTD-COUNT)
               MOVE 0 TO WS-YT-STATE-WHLD (WS-YTD-COUNT)
               MOVE 0 TO WS-YT-LOCAL-WHLD (WS-YTD-COUNT)
      *> Older accumulators carry spaces in the state/local fields.
               IF YTD-ANN-STATE-WHLD IS NUMERIC
                   MOVE YTD-ANN-STATE-WHLD TO
                       WS-YT-STATE-WHLD (WS-YTD-COUNT)
               END-IF
               IF YTD-ANN-LOCAL-WHLD IS NUMERIC
                   MOVE YTD-ANN-LOCAL-WHLD TO
                       WS-YT-LOCAL-WHLD (WS-YTD-COUNT)
               END-IF
               MOVE 0 TO WS-CO-HIT
               PERFORM VARYING WS-CO-IX FROM 1 BY 1
                       UNTIL WS-CO-IX > WS-CO-COUNT
                   IF WS-CO-CODE (WS-CO-IX) = YTD-COMPANY
                       MOVE 1 TO WS-CO-HIT
                   END-IF
               END-PERFORM
               IF WS-CO-HIT = 0
                   IF WS-CO-COUNT < 20
                       ADD 1 TO WS-CO-COUNT
                       MOVE YTD-COMPANY TO WS-CO-CODE (WS-CO-COUNT)
                   ELSE
                       MOVE 1 TO WS-YTD-OVERFLOW
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO WS-YTD-OVERFLOW
           END-IF.

       WRITE-SUBMITTER-RECORD.
      *> The submitter is the first company on the company table
      *> (the original company by convention).
           MOVE WS-TAX-YEAR TO WS-RA-YEAR.
           MOVE "0000" TO WS-RA-ENTITY.
           MOVE SPACES TO WS-RA-NAME.
           IF WS-CT-COUNT > 0
               MOVE WS-CT-ENTITY (1) TO WS-RA-ENTITY
               MOVE WS-CT-NAME (1) TO WS-RA-NAME
           END-IF.
           MOVE WS-TODAY-DATE TO WS-RA-CREATED.
           MOVE WS-REC-A-BUILD TO WAGE-RECORD.
           WRITE WAGE-RECORD.

       WRITE-EMPLOYER-BLOCK.
           MOVE WS-TAX-YEAR TO WS-RB-YEAR.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-RB-COMPANY.
      *> No company table row: entity 0000, the EMPGLEXT default.
           MOVE "0000" TO WS-RB-ENTITY.
           MOVE "(NOT ON COMPANY TABLE)" TO WS-RB-NAME.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF WS-CT-CODE (WS-CT-IX) = WS-CO-CODE (WS-CO-IX)
                   MOVE WS-CT-ENTITY (WS-CT-IX) TO WS-RB-ENTITY
                   MOVE WS-CT-NAME (WS-CT-IX) TO WS-RB-NAME
               END-IF
           END-PERFORM.
           MOVE WS-REC-B-BUILD TO WAGE-RECORD.
           WRITE WAGE-RECORD.
           MOVE 0 TO WS-BLK-COUNT.
           MOVE 0 TO WS-BLK-WAGES.
           MOVE 0 TO WS-BLK-FED.
           MOVE 0 TO WS-BLK-STATE.
           MOVE 0 TO WS-BLK-LOCAL.
           PERFORM VARYING WS-YTD-IX FROM 1 BY 1
                   UNTIL WS-YTD-IX > WS-YTD-COUNT
               IF WS-YT-COMPANY (WS-YTD-IX) = WS-CO-CODE (WS-CO-IX)
                   PERFORM FILE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-RT-COMPANY.
           MOVE WS-BLK-COUNT TO WS-RT-COUNT.
           MOVE WS-BLK-WAGES TO WS-RT-WAGES.
           MOVE WS-BLK-FED TO WS-RT-FED.
           MOVE WS-BLK-STATE TO WS-RT-STATE.
           MOVE WS-BLK-LOCAL TO WS-RT-LOCAL.
           MOVE WS-REC-T-BUILD TO WAGE-RECORD.
           WRITE WAGE-RECORD.

       FILE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-RW-NAME.
           PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                   UNTIL WS-NAME-IX > WS-NAME-COUNT
               IF WS-NT-EMP-ID (WS-NAME-IX) = WS-YT-EMP-ID (WS-YTD-IX)
                   MOVE WS-NT-NAME (WS-NAME-IX) TO WS-RW-NAME
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ADDR-FOUND.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
               IF WS-AT-EMP-ID (WS-ADDR-IX) = WS-YT-EMP-ID (WS-YTD-IX)
                   MOVE WS-ADDR-IX TO WS-ADDR-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HELD-REASON.
           IF WS-ADDR-FOUND = 0
               MOVE "NO ADDRESS ON FILE" TO WS-HELD-REASON
           ELSE
               IF WS-AT-LINE1 (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-CITY (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-STATE (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-ZIP (WS-ADDR-FOUND) = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WS-HELD-REASON
               END-IF
           END-IF.
           IF WS-RW-NAME = SPACES AND WS-HELD-REASON = SPACES
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-HELD-REASON
           END-IF.
           IF WS-HELD-REASON NOT = SPACES
               MOVE WS-YT-COMPANY (WS-YTD-IX) TO WS-HB-COMPANY
               MOVE WS-YT-EMP-ID (WS-YTD-IX) TO WS-HB-EMP-ID
               MOVE WS-RW-NAME TO WS-HB-NAME
               MOVE WS-HELD-REASON TO WS-HB-REASON
               MOVE WS-HELD-BUILD TO HELD-LINE
               WRITE HELD-LINE
               ADD 1 TO WS-HELD-COUNT
               ADD WS-YT-GROSS (WS-YTD-IX) TO WS-HELD-WAGES
               ADD WS-YT-FED (WS-YTD-IX) TO WS-HELD-FED
           ELSE
               MOVE WS-YT-EMP-ID (WS-YTD-IX) TO WS-RW-EMP-ID
               MOVE WS-AT-LINE1 (WS-ADDR-FOUND) TO WS-RW-LINE1
               MOVE WS-AT-CITY (WS-ADDR-FOUND) TO WS-RW-CITY
               MOVE WS-AT-STATE (WS-ADDR-FOUND) TO WS-RW-STATE
               MOVE WS-AT-ZIP (WS-ADDR-FOUND) TO WS-RW-ZIP
               MOVE WS-YT-GROSS (WS-YTD-IX) TO WS-RW-WAGES
               MOVE WS-YT-FED (WS-YTD-IX) TO WS-RW-FED
               MOVE WS-YT-STATE-WHLD (WS-YTD-IX) TO WS-RW-STATE-WHLD
               MOVE WS-YT-LOCAL-WHLD (WS-YTD-IX) TO WS-RW-LOCAL-WHLD
               MOVE WS-REC-W-BUILD TO WAGE-RECORD
               WRITE WAGE-RECORD
               ADD 1 TO WS-BLK-COUNT
               ADD WS-YT-GROSS (WS-YTD-IX) TO WS-BLK-WAGES
               ADD WS-YT-FED (WS-YTD-IX) TO WS-BLK-FED
               ADD WS-YT-STATE-WHLD (WS-YTD-IX) TO WS-BLK-STATE
               ADD WS-YT-LOCAL-WHLD (WS-YTD-IX) TO WS-BLK-LOCAL
               ADD 1 TO WS-FILED-COUNT
               ADD WS-YT-GROSS (WS-YTD-IX) TO WS-FILED-WAGES
               ADD WS-YT-FED (WS-YTD-IX) TO WS-FILED-FED
               ADD WS-YT-STATE-WHLD (WS-YTD-IX) TO WS-FILED-STATE
               ADD WS-YT-LOCAL-WHLD (WS-YTD-IX) TO WS-FILED-LOCAL
           END-IF.

       WRITE-FINAL-RECORD.
           MOVE WS-CO-COUNT TO WS-RF-EMPLOYERS.
           MOVE WS-FILED-COUNT TO WS-RF-COUNT.
           MOVE WS-FILED-WAGES TO WS-RF-WAGES.
           MOVE WS-FILED-FED TO WS-RF-FED.
           MOVE WS-FILED-STATE TO WS-RF-STATE.
           MOVE WS-FILED-LOCAL TO WS-RF-LOCAL.
           MOVE WS-REC-F-BUILD TO WAGE-RECORD.
           WRITE WAGE-RECORD.

       WRITE-CONTROL-REPORT.
      *> Filed plus held must equal what the statements carried.
           COMPUTE WS-ALL-WAGES = WS-FILED-WAGES + WS-HELD-WAGES.
           COMPUTE WS-ALL-FED = WS-FILED-FED + WS-HELD-FED.
           COMPUTE WS-GROSS-DIFF = WS-ALL-WAGES - WS-STMT-GROSS.
           COMPUTE WS-WHLD-DIFF = WS-ALL-FED - WS-STMT-WHLD.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WS-TAX-YEAR TO WS-TB-YEAR.
           MOVE WS-TITLE-BUILD TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "EMPLOYEES FILED" TO WS-CB-LABEL.
           MOVE WS-FILED-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "WAGES FILED" TO WS-CB-LABEL.
           MOVE WS-FILED-WAGES TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "FEDERAL WITHHOLDING FILED" TO WS-CB-LABEL.
           MOVE WS-FILED-FED TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "STATE WITHHOLDING FILED" TO WS-CB-LABEL.
           MOVE WS-FILED-STATE TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "LOCAL WITHHOLDING FILED" TO WS-CB-LABEL.
           MOVE WS-FILED-LOCAL TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "EMPLOYEES HELD OUT" TO WS-CB-LABEL.
           MOVE WS-HELD-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "WAGES HELD OUT" TO WS-CB-LABEL.
           MOVE WS-HELD-WAGES TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "FEDERAL WITHHOLDING HELD OUT" TO WS-CB-LABEL.
           MOVE WS-HELD-FED TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF WS-STMT-FOUND = 0 OR WS-STMT-YEAR NOT = WS-TAX-YEAR
               MOVE "*** NO STATEMENT RUN FOR THIS YEAR - NOT TIED"
                   TO CONTROL-LINE
               MOVE " OUT ***"
                   TO CONTROL-LINE (46:8)
               WRITE CONTROL-LINE
               DISPLAY "   *** No EMPSTMT run for " WS-TAX-YEAR
                   " - filing not tied out ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "STATEMENTS PRINTED" TO WS-CB-LABEL
               MOVE WS-STMT-STATEMENTS TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "STATEMENT YTD GROSS" TO WS-CB-LABEL
               MOVE WS-STMT-GROSS TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "FILED PLUS HELD WAGES" TO WS-CB-LABEL
               MOVE WS-ALL-WAGES TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "WAGES DIFFERENCE" TO WS-CB-LABEL
               MOVE WS-GROSS-DIFF TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "STATEMENT YTD WITHHELD" TO WS-CB-LABEL
               MOVE WS-STMT-WHLD TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "FILED PLUS HELD WITHHOLDING" TO WS-CB-LABEL
               MOVE WS-ALL-FED TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "WITHHOLDING DIFFERENCE" TO WS-CB-LABEL
               MOVE WS-WHLD-DIFF TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               IF WS-GROSS-DIFF = 0 AND WS-WHLD-DIFF = 0
                   MOVE "FILING AGREES WITH THE STATEMENT RUN"
                       TO CONTROL-LINE
                   WRITE CONTROL-LINE
               ELSE
                   MOVE "*** FILING DOES NOT AGREE WITH THE STATEMENT"
                       TO CONTROL-LINE
                   MOVE " RUN ***"
                       TO CONTROL-LINE (45:8)
                   WRITE CONTROL-LINE
                   DISPLAY "   *** Filing does not agree with the"
                       " statement run - see control report ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE CONTROL-REPORT.

       WRITE-CONTROL-AMOUNT.
           MOVE WS-CONTROL-BUILD TO CONTROL-LINE.
           WRITE CONTROL-LINE.
