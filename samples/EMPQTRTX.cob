       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPQTRTX.
      *> Quarter-end payroll tax return extract. EMPYTD rebuilds the
      *> per-employee quarter buckets (empytd.dat, EMPYTDR.cpy), but
      *> the federal and state quarterly wage returns were still
      *> rekeyed from them by hand. For the year and quarter named
      *> by EMPQTRTX_YEAR (YYYY; unset means the current year) and
      *> EMPQTRTX_QTR (1-4, required) this job:
      *>   - refuses to run (RC 8) unless every pay period of the
      *>     quarter on payperiod.dat is closed -- a return filed
      *>     off a half-paid quarter is wrong on its face;
      *>   - summarizes wages and federal, state and local
      *>     withholding by company (EMP-COMPANY, with CMP-NAME and
      *>     CMP-GL-ENTITY from cotable.dat);
      *>   - writes the printable return worksheet
      *>     empqtrtx_worksheet.dat and the fixed-format electronic
      *>     filing file empqtrtx_efile.dat, layout below;
      *>   - balances the withholding against the liability
      *>     postings glledger.dat holds for the quarter's periods
      *>     (the empgl_whld.dat and jurtax.dat accounts EMPGLEXT
      *>     credits) and prints any difference, RC 4.
      *>
      *> Electronic filing record layout (fixed 80, line sequential):
      *>   E company(2) entity(4) name(30) year(4) quarter(1)
      *>   W company(2) emp-id(5) state(2) wages(9v99) fed(9v99)
      *>     state-whld(9v99) local-whld(9v99)
      *>   T company(2) count(6) wages fed state-whld local-whld
      *>   F companies(3) employees(6) wages fed state local

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JURISDICTION-FILE ASSIGN TO "jurtax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT WHLD-ACCOUNT-FILE ASSIGN TO "empgl_whld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHLD-ACCT-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO "empqtrtx_worksheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.
           SELECT EFILE-FILE ASSIGN TO "empqtrtx_efile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
           COPY EMPYTDR.

       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
             88 PP-IS-OPEN    VALUE "O".
             88 PP-IS-CLOSED  VALUE "C".
          05 PP-PAID-DATE   PIC 9(8).

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD LEDGER-FILE.
           COPY GLLEDR.

       FD JURISDICTION-FILE.
           COPY JURTAXR.

       FD WHLD-ACCOUNT-FILE.
       01 WHLD-ACCOUNT-LINE PIC X(14).

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE PIC X(100).

       FD EFILE-FILE.
       01 EFILE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS       PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS       PIC XX VALUE SPACES.
       01 WS-JUR-STATUS          PIC XX VALUE SPACES.
       01 WS-WHLD-ACCT-STATUS    PIC XX VALUE SPACES.
       01 WS-WORKSHEET-STATUS    PIC XX VALUE SPACES.
       01 WS-EFILE-STATUS        PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.

      *> Year and quarter, EMPYTD-style env var selection.
       01 WS-ENV-YEAR            PIC X(4) VALUE SPACES.
       01 WS-ENV-QTR             PIC X VALUE SPACE.
       01 WS-TARGET-YEAR         PIC 9(4) VALUE 0.
       01 WS-TARGET-QTR          PIC 9 VALUE 0.
       01 WS-FIRST-PERIOD        PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD         PIC 9(6) VALUE 0.

      *> The closed-quarter gate.
       01 WS-QTR-PERIODS         PIC 9(2) VALUE 0.
       01 WS-QTR-OPEN            PIC 9(2) VALUE 0.

      *> Company summary, one slot per company seen in the quarter.
       01 WS-CO-COUNT            PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE       PIC X(2).
             10 WS-CO-NAME       PIC X(30).
             10 WS-CO-ENTITY     PIC X(4).
             10 WS-CO-EMPLOYEES  PIC 9(6).
             10 WS-CO-WAGES      PIC 9(9)V99.
             10 WS-CO-FED        PIC 9(9)V99.
             10 WS-CO-STATE      PIC 9(9)V99.
             10 WS-CO-LOCAL      PIC 9(9)V99.
       01 WS-CO-IX               PIC 9(2) VALUE 0.
       01 WS-CO-HIT              PIC 9 VALUE 0.
       01 WS-CO-OVERFLOW         PIC 9 VALUE 0.

      *> The company reference table.
       01 WS-COTABLE-EOF         PIC 9 VALUE 0.
       01 WS-CT-COUNT            PIC 9(2) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 20 TIMES.
             10 WS-CT-CODE       PIC X(2).
             10 WS-CT-NAME       PIC X(30).
             10 WS-CT-ENTITY     PIC X(4).
       01 WS-CT-IX               PIC 9(2) VALUE 0.

      *> Employee-level quarter detail, held until the company
      *> summary is complete so the E/W/T blocks come out grouped.
       01 WS-EMP-COUNT           PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 2000 TIMES.
             10 WS-EM-COMPANY    PIC X(2).
             10 WS-EM-EMP-ID     PIC 9(5).
             10 WS-EM-STATE      PIC X(2).
             10 WS-EM-WAGES      PIC 9(7)V99.
             10 WS-EM-FED        PIC 9(7)V99.
             10 WS-EM-STATE-WHLD PIC 9(7)V99.
             10 WS-EM-LOCAL-WHLD PIC 9(7)V99.
       01 WS-EMP-IX              PIC 9(4) VALUE 0.
       01 WS-EMP-OVERFLOW        PIC 9 VALUE 0.

      *> Grand totals.
       01 WS-TOT-EMPLOYEES       PIC 9(6) VALUE 0.
       01 WS-TOT-WAGES           PIC 9(9)V99 VALUE 0.
       01 WS-TOT-FED             PIC 9(9)V99 VALUE 0.
       01 WS-TOT-STATE           PIC 9(9)V99 VALUE 0.
       01 WS-TOT-LOCAL           PIC 9(9)V99 VALUE 0.
       01 WS-Q-STATE-WORK        PIC 9(7)V99 VALUE 0.
       01 WS-Q-LOCAL-WORK        PIC 9(7)V99 VALUE 0.

      *> GL liability side: the accounts EMPGLEXT credits.
       01 WS-FED-WHLD-ACCT       PIC X(14) VALUE "WHLD-PAYABLE".
       01 WS-JUR-EOF             PIC 9 VALUE 0.
       01 WS-LIAB-COUNT          PIC 9(3) VALUE 0.
       01 WS-LIAB-TABLE.
          05 WS-LIAB-ACCOUNT OCCURS 200 TIMES PIC X(14).
       01 WS-LIAB-IX             PIC 9(3) VALUE 0.
       01 WS-LIAB-HIT            PIC 9 VALUE 0.
       01 WS-LEDGER-EOF          PIC 9 VALUE 0.
       01 WS-GL-FED              PIC S9(11)V99 VALUE 0.
       01 WS-GL-STATE-LOCAL      PIC S9(11)V99 VALUE 0.
       01 WS-GL-NET-WORK         PIC S9(11)V99 VALUE 0.
       01 WS-PAY-STATE-LOCAL     PIC 9(9)V99 VALUE 0.
       01 WS-FED-DIFF            PIC S9(11)V99 VALUE 0.
       01 WS-STATE-DIFF          PIC S9(11)V99 VALUE 0.

      *> Worksheet lines built with MOVE, not STRING.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(36)
                 VALUE "QUARTERLY PAYROLL TAX RETURN -- ".
          05 WS-TTL-YEAR       PIC 9(4).
          05 FILLER            PIC X(2) VALUE " Q".
          05 WS-TTL-QTR        PIC 9.
          05 FILLER            PIC X(57) VALUE SPACES.
       01 WS-COMPANY-LINE-BUILD.
          05 FILLER            PIC X(8) VALUE "COMPANY ".
          05 WS-CL-CODE        PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CL-NAME        PIC X(30).
          05 FILLER            PIC X(8) VALUE " ENTITY ".
          05 WS-CL-ENTITY      PIC X(4).
          05 FILLER            PIC X(12) VALUE " EMPLOYEES ".
          05 WS-CL-EMPLOYEES   PIC Z(5)9.
          05 FILLER            PIC X(29) VALUE SPACES.
       01 WS-AMOUNT-LINE-BUILD.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-AL-LABEL       PIC X(26).
          05 WS-AL-AMOUNT      PIC Z(10)9.99-.
          05 FILLER            PIC X(55) VALUE SPACES.

      *> Electronic filing records built with MOVE, not STRING.
       01 WS-EFILE-E-BUILD.
          05 FILLER            PIC X VALUE "E".
          05 WS-EE-COMPANY     PIC X(2).
          05 WS-EE-ENTITY      PIC X(4).
          05 WS-EE-NAME        PIC X(30).
          05 WS-EE-YEAR        PIC 9(4).
          05 WS-EE-QTR         PIC 9.
          05 FILLER            PIC X(38) VALUE SPACES.
       01 WS-EFILE-W-BUILD.
          05 FILLER            PIC X VALUE "W".
          05 WS-EW-COMPANY     PIC X(2).
          05 WS-EW-EMP-ID      PIC 9(5).
          05 WS-EW-STATE       PIC X(2).
          05 WS-EW-WAGES       PIC 9(9)V99.
          05 WS-EW-FED         PIC 9(9)V99.
          05 WS-EW-STATE-WHLD  PIC 9(9)V99.
          05 WS-EW-LOCAL-WHLD  PIC 9(9)V99.
          05 FILLER            PIC X(15) VALUE SPACES.
       01 WS-EFILE-T-BUILD.
          05 FILLER            PIC X VALUE "T".
          05 WS-ET-COMPANY     PIC X(2).
          05 WS-ET-COUNT       PIC 9(6).
          05 WS-ET-WAGES       PIC 9(9)V99.
          05 WS-ET-FED         PIC 9(9)V99.
          05 WS-ET-STATE       PIC 9(9)V99.
          05 WS-ET-LOCAL       PIC 9(9)V99.
          05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-EFILE-F-BUILD.
          05 FILLER            PIC X VALUE "F".
          05 WS-EF-COMPANIES   PIC 9(3).
          05 WS-EF-EMPLOYEES   PIC 9(6).
          05 WS-EF-WAGES       PIC 9(9)V99.
          05 WS-EF-FED         PIC 9(9)V99.
          05 WS-EF-STATE       PIC 9(9)V99.
          05 WS-EF-LOCAL       PIC 9(9)V99.
          05 FILLER            PIC X(15) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPQTRTX".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 returns written and the
      *> GL agrees, 4 written with a GL difference, 8 refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Quarterly Payroll Tax Return Extract ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-TARGET-QUARTER.
           IF WS-TARGET-QTR < 1 OR WS-TARGET-QTR > 4
               DISPLAY "   EMPQTRTX_QTR must name quarter 1-4 -"
                   " run refused"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "   Return for " WS-TARGET-YEAR " quarter "
                   WS-TARGET-QTR " (periods " WS-FIRST-PERIOD
                   "-" WS-LAST-PERIOD ")"
               PERFORM CHECK-QUARTER-CLOSED
               IF WS-QTR-PERIODS = 0
                   DISPLAY "   No pay periods for the quarter on"
                       " payperiod.dat - run refused"
                   MOVE 8 TO RETURN-CODE
               ELSE IF WS-QTR-OPEN > 0
                   DISPLAY "   *** " WS-QTR-OPEN " pay period(s) of"
                       " the quarter still open - run refused ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-COMPANY-TABLE
                   PERFORM SUMMARIZE-QUARTER
                   IF RETURN-CODE < 8
                       PERFORM BALANCE-TO-LEDGER
                       PERFORM WRITE-WORKSHEET
                       PERFORM WRITE-ELECTRONIC-FILE
                       DISPLAY "   Companies:   " WS-CO-COUNT
                       DISPLAY "   Employees:   " WS-TOT-EMPLOYEES
                       DISPLAY "   Wages:       " WS-TOT-WAGES
                       DISPLAY "   Federal:     " WS-TOT-FED
                       DISPLAY "   State:       " WS-TOT-STATE
                       DISPLAY "   Local:       " WS-TOT-LOCAL
                       DISPLAY "   Worksheet in empqtrtx_worksheet.dat,"
                           " filing file in empqtrtx_efile.dat"
                       IF WS-FED-DIFF NOT = 0
                               OR WS-STATE-DIFF NOT = 0
                           DISPLAY "   *** Withholding does not agree"
                               " with the GL liability postings -"
                               " see worksheet ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Quarterly Payroll Tax Return Extract"
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

       DETERMINE-TARGET-QUARTER.
           ACCEPT WS-ENV-YEAR
               FROM ENVIRONMENT "EMPQTRTX_YEAR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-YEAR IS NUMERIC
               MOVE WS-ENV-YEAR TO WS-TARGET-YEAR
           END-IF.
           IF WS-TARGET-YEAR < 1990 OR WS-TARGET-YEAR > 2099
               MOVE WS-TODAY-DATE (1:4) TO WS-TARGET-YEAR
           END-IF.
           ACCEPT WS-ENV-QTR
               FROM ENVIRONMENT "EMPQTRTX_QTR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-QTR IS NUMERIC
               MOVE WS-ENV-QTR TO WS-TARGET-QTR
           END-IF.
           COMPUTE WS-FIRST-PERIOD = WS-TARGET-YEAR * 100
               + (WS-TARGET-QTR * 3) - 2.
           COMPUTE WS-LAST-PERIOD = WS-TARGET-YEAR * 100
               + (WS-TARGET-QTR * 3).

       CHECK-QUARTER-CLOSED.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-PERIOD >= WS-FIRST-PERIOD
                                   AND PP-PERIOD <= WS-LAST-PERIOD
                               ADD 1 TO WS-QTR-PERIODS
                               IF NOT PP-IS-CLOSED
                                   ADD 1 TO WS-QTR-OPEN
                                   DISPLAY "   Pay period " PP-PERIOD
                                       " is not closed"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
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

       SUMMARIZE-QUARTER.
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
                           IF YTD-YEAR = WS-TARGET-YEAR
                               PERFORM SUMMARIZE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               IF WS-CO-OVERFLOW = 1 OR WS-EMP-OVERFLOW = 1
                   DISPLAY "   Summary table full (20 companies /"
                       " 2000 employees) - run refused"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SUMMARIZE-ONE-EMPLOYEE.
      *> Accumulators from before state/local withholding carry
      *> spaces in those buckets; they count as zero.
           MOVE 0 TO WS-Q-STATE-WORK.
           MOVE 0 TO WS-Q-LOCAL-WORK.
           IF YTD-Q-STATE-WHLD (WS-TARGET-QTR) IS NUMERIC
               MOVE YTD-Q-STATE-WHLD (WS-TARGET-QTR)
                   TO WS-Q-STATE-WORK
           END-IF.
           IF YTD-Q-LOCAL-WHLD (WS-TARGET-QTR) IS NUMERIC
               MOVE YTD-Q-LOCAL-WHLD (WS-TARGET-QTR)
                   TO WS-Q-LOCAL-WORK
           END-IF.
           IF YTD-Q-GROSS (WS-TARGET-QTR) = 0
                   AND YTD-Q-WHLD (WS-TARGET-QTR) = 0
                   AND WS-Q-STATE-WORK = 0
                   AND WS-Q-LOCAL-WORK = 0
               CONTINUE
           ELSE
               PERFORM FIND-COMPANY-SLOT
               IF WS-CO-HIT = 1
                   IF WS-EMP-COUNT < 2000
                       ADD 1 TO WS-EMP-COUNT
                       MOVE YTD-COMPANY TO WS-EM-COMPANY (WS-EMP-COUNT)
                       MOVE YTD-EMP-ID TO WS-EM-EMP-ID (WS-EMP-COUNT)
                       MOVE YTD-STATE TO WS-EM-STATE (WS-EMP-COUNT)
                       MOVE YTD-Q-GROSS (WS-TARGET-QTR)
                           TO WS-EM-WAGES (WS-EMP-COUNT)
                       MOVE YTD-Q-WHLD (WS-TARGET-QTR)
                           TO WS-EM-FED (WS-EMP-COUNT)
                       MOVE WS-Q-STATE-WORK
                           TO WS-EM-STATE-WHLD (WS-EMP-COUNT)
                       MOVE WS-Q-LOCAL-WORK
                           TO WS-EM-LOCAL-WHLD (WS-EMP-COUNT)
                   ELSE
                       MOVE 1 TO WS-EMP-OVERFLOW
                   END-IF
                   ADD 1 TO WS-CO-EMPLOYEES (WS-CO-IX)
                   ADD YTD-Q-GROSS (WS-TARGET-QTR)
                       TO WS-CO-WAGES (WS-CO-IX)
                   ADD YTD-Q-WHLD (WS-TARGET-QTR)
                       TO WS-CO-FED (WS-CO-IX)
                   ADD WS-Q-STATE-WORK TO WS-CO-STATE (WS-CO-IX)
                   ADD WS-Q-LOCAL-WORK TO WS-CO-LOCAL (WS-CO-IX)
                   ADD 1 TO WS-TOT-EMPLOYEES
                   ADD YTD-Q-GROSS (WS-TARGET-QTR) TO WS-TOT-WAGES
                   ADD YTD-Q-WHLD (WS-TARGET-QTR) TO WS-TOT-FED
                   ADD WS-Q-STATE-WORK TO WS-TOT-STATE
                   ADD WS-Q-LOCAL-WORK TO WS-TOT-LOCAL
               END-IF
           END-IF.

       FIND-COMPANY-SLOT.
           MOVE 0 TO WS-CO-HIT.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-HIT = 1
               IF WS-CO-CODE (WS-CO-IX) = YTD-COMPANY
                   MOVE 1 TO WS-CO-HIT
               END-IF
           END-PERFORM.
           IF WS-CO-HIT = 1
               SUBTRACT 1 FROM WS-CO-IX
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-IX
                   INITIALIZE WS-CO-ENTRY (WS-CO-IX)
                   MOVE YTD-COMPANY TO WS-CO-CODE (WS-CO-IX)
      *> No company table row: entity 0000, the EMPGLEXT default.
                   MOVE "0000" TO WS-CO-ENTITY (WS-CO-IX)
                   MOVE "(NOT ON COMPANY TABLE)"
                       TO WS-CO-NAME (WS-CO-IX)
                   PERFORM VARYING WS-CT-IX FROM 1 BY 1
                           UNTIL WS-CT-IX > WS-CT-COUNT
                       IF WS-CT-CODE (WS-CT-IX) = YTD-COMPANY
                           MOVE WS-CT-NAME (WS-CT-IX)
                               TO WS-CO-NAME (WS-CO-IX)
                           MOVE WS-CT-ENTITY (WS-CT-IX)
                               TO WS-CO-ENTITY (WS-CO-IX)
                       END-IF
                   END-PERFORM
                   MOVE 1 TO WS-CO-HIT
               ELSE
                   MOVE 1 TO WS-CO-OVERFLOW
               END-IF
           END-IF.

       BALANCE-TO-LEDGER.
      *> Net credits to each liability account over the quarter's
      *> ledger periods. The ledger is not split by company, so the
      *> comparison is at the grand total.
           OPEN INPUT WHLD-ACCOUNT-FILE.
           IF WS-WHLD-ACCT-STATUS = "00"
               READ WHLD-ACCOUNT-FILE
                   NOT AT END
                       IF WHLD-ACCOUNT-LINE NOT = SPACES
                           MOVE WHLD-ACCOUNT-LINE
                               TO WS-FED-WHLD-ACCT
                       END-IF
               END-READ
               CLOSE WHLD-ACCOUNT-FILE
           END-IF.
           OPEN INPUT JURISDICTION-FILE.
           IF WS-JUR-STATUS = "00"
               PERFORM UNTIL WS-JUR-EOF = 1
                   READ JURISDICTION-FILE
                       AT END MOVE 1 TO WS-JUR-EOF
                       NOT AT END
                           PERFORM NOTE-LIABILITY-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE JURISDICTION-FILE
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-LEDGER-EOF
                       NOT AT END
                           IF GLL-PERIOD >= WS-FIRST-PERIOD
                                   AND GLL-PERIOD <= WS-LAST-PERIOD
                               PERFORM ADD-LEDGER-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           COMPUTE WS-PAY-STATE-LOCAL = WS-TOT-STATE + WS-TOT-LOCAL.
           COMPUTE WS-FED-DIFF = WS-TOT-FED - WS-GL-FED.
           COMPUTE WS-STATE-DIFF =
               WS-PAY-STATE-LOCAL - WS-GL-STATE-LOCAL.

       NOTE-LIABILITY-ACCOUNT.
           MOVE 0 TO WS-LIAB-HIT.
           PERFORM VARYING WS-LIAB-IX FROM 1 BY 1
                   UNTIL WS-LIAB-IX > WS-LIAB-COUNT
               IF WS-LIAB-ACCOUNT (WS-LIAB-IX) = JUR-LIAB-ACCT
                   MOVE 1 TO WS-LIAB-HIT
               END-IF
           END-PERFORM.
           IF WS-LIAB-HIT = 0 AND WS-LIAB-COUNT < 200
               ADD 1 TO WS-LIAB-COUNT
               MOVE JUR-LIAB-ACCT TO WS-LIAB-ACCOUNT (WS-LIAB-COUNT)
           END-IF.

       ADD-LEDGER-LIABILITY.
           COMPUTE WS-GL-NET-WORK = GLL-CREDITS - GLL-DEBITS.
           IF GLL-ACCOUNT = WS-FED-WHLD-ACCT
               ADD WS-GL-NET-WORK TO WS-GL-FED
           ELSE
               MOVE 0 TO WS-LIAB-HIT
               PERFORM VARYING WS-LIAB-IX FROM 1 BY 1
                       UNTIL WS-LIAB-IX > WS-LIAB-COUNT
                   IF WS-LIAB-ACCOUNT (WS-LIAB-IX) = GLL-ACCOUNT
                       MOVE 1 TO WS-LIAB-HIT
                   END-IF
               END-PERFORM
               IF WS-LIAB-HIT = 1
                   ADD WS-GL-NET-WORK TO WS-GL-STATE-LOCAL
               END-IF
           END-IF.

       WRITE-WORKSHEET.
           OPEN OUTPUT WORKSHEET-FILE.
           MOVE WS-TARGET-YEAR TO WS-TTL-YEAR.
           MOVE WS-TARGET-QTR TO WS-TTL-QTR.
           MOVE WS-TITLE-LINE-BUILD TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               MOVE SPACES TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE WS-CO-CODE (WS-CO-IX) TO WS-CL-CODE
               MOVE WS-CO-NAME (WS-CO-IX) TO WS-CL-NAME
               MOVE WS-CO-ENTITY (WS-CO-IX) TO WS-CL-ENTITY
               MOVE WS-CO-EMPLOYEES (WS-CO-IX) TO WS-CL-EMPLOYEES
               MOVE WS-COMPANY-LINE-BUILD TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE "WAGES PAID" TO WS-AL-LABEL
               MOVE WS-CO-WAGES (WS-CO-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "FEDERAL WITHHOLDING" TO WS-AL-LABEL
               MOVE WS-CO-FED (WS-CO-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "STATE WITHHOLDING" TO WS-AL-LABEL
               MOVE WS-CO-STATE (WS-CO-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "LOCAL WITHHOLDING" TO WS-AL-LABEL
               MOVE WS-CO-LOCAL (WS-CO-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "ALL COMPANIES" TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "WAGES PAID" TO WS-AL-LABEL.
           MOVE WS-TOT-WAGES TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL WITHHOLDING" TO WS-AL-LABEL.
           MOVE WS-TOT-FED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "STATE WITHHOLDING" TO WS-AL-LABEL.
           MOVE WS-TOT-STATE TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "LOCAL WITHHOLDING" TO WS-AL-LABEL.
           MOVE WS-TOT-LOCAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "GL LIABILITY BALANCE FOR THE QUARTER"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "GL FEDERAL LIABILITY" TO WS-AL-LABEL.
           MOVE WS-GL-FED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL DIFFERENCE" TO WS-AL-LABEL.
           MOVE WS-FED-DIFF TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "GL STATE/LOCAL LIABILITY" TO WS-AL-LABEL.
           MOVE WS-GL-STATE-LOCAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "STATE/LOCAL DIFFERENCE" TO WS-AL-LABEL.
           MOVE WS-STATE-DIFF TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-FED-DIFF = 0 AND WS-STATE-DIFF = 0
               MOVE "RETURN AGREES WITH THE GENERAL LEDGER"
                   TO WORKSHEET-LINE
           ELSE
               MOVE "*** RETURN DOES NOT AGREE WITH THE GENERAL"
                   TO WORKSHEET-LINE
               MOVE " LEDGER ***"
                   TO WORKSHEET-LINE (43:11)
           END-IF.
           WRITE WORKSHEET-LINE.
           CLOSE WORKSHEET-FILE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE-BUILD TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       WRITE-ELECTRONIC-FILE.
      *> One E/W.../T block per company, then the F file total.
           OPEN OUTPUT EFILE-FILE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               MOVE WS-CO-CODE (WS-CO-IX) TO WS-EE-COMPANY
               MOVE WS-CO-ENTITY (WS-CO-IX) TO WS-EE-ENTITY
               MOVE WS-CO-NAME (WS-CO-IX) TO WS-EE-NAME
               MOVE WS-TARGET-YEAR TO WS-EE-YEAR
               MOVE WS-TARGET-QTR TO WS-EE-QTR
               MOVE WS-EFILE-E-BUILD TO EFILE-RECORD
               WRITE EFILE-RECORD
               PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                       UNTIL WS-EMP-IX > WS-EMP-COUNT
                   IF WS-EM-COMPANY (WS-EMP-IX)
                           = WS-CO-CODE (WS-CO-IX)
                       PERFORM WRITE-ONE-WAGE-RECORD
                   END-IF
               END-PERFORM
               MOVE WS-CO-CODE (WS-CO-IX) TO WS-ET-COMPANY
               MOVE WS-CO-EMPLOYEES (WS-CO-IX) TO WS-ET-COUNT
               MOVE WS-CO-WAGES (WS-CO-IX) TO WS-ET-WAGES
               MOVE WS-CO-FED (WS-CO-IX) TO WS-ET-FED
               MOVE WS-CO-STATE (WS-CO-IX) TO WS-ET-STATE
               MOVE WS-CO-LOCAL (WS-CO-IX) TO WS-ET-LOCAL
               MOVE WS-EFILE-T-BUILD TO EFILE-RECORD
               WRITE EFILE-RECORD
           END-PERFORM.
           MOVE WS-CO-COUNT TO WS-EF-COMPANIES.
           MOVE WS-TOT-EMPLOYEES TO WS-EF-EMPLOYEES.
           MOVE WS-TOT-WAGES TO WS-EF-WAGES.
           MOVE WS-TOT-FED TO WS-EF-FED.
           MOVE WS-TOT-STATE TO WS-EF-STATE.
           MOVE WS-TOT-LOCAL TO WS-EF-LOCAL.
           MOVE WS-EFILE-F-BUILD TO EFILE-RECORD.
           WRITE EFILE-RECORD.
           CLOSE EFILE-FILE.

       WRITE-ONE-WAGE-RECORD.
           MOVE WS-EM-COMPANY (WS-EMP-IX) TO WS-EW-COMPANY.
           MOVE WS-EM-EMP-ID (WS-EMP-IX) TO WS-EW-EMP-ID.
           MOVE WS-EM-STATE (WS-EMP-IX) TO WS-EW-STATE.
           MOVE WS-EM-WAGES (WS-EMP-IX) TO WS-EW-WAGES.
           MOVE WS-EM-FED (WS-EMP-IX) TO WS-EW-FED.
           MOVE WS-EM-STATE-WHLD (WS-EMP-IX) TO WS-EW-STATE-WHLD.
           MOVE WS-EM-LOCAL-WHLD (WS-EMP-IX) TO WS-EW-LOCAL-WHLD.
           MOVE WS-EFILE-W-BUILD TO EFILE-RECORD.
           WRITE EFILE-RECORD.
