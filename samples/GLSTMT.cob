       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
      *> Balance sheet and income statement for one accounting period
      *> off the GL ledger GLPOST accumulates (glledger.dat,
      *> GLLEDR.cpy). GLTRIALB proves debits equal credits; this run
      *> turns the same rows into statements, classifying each
      *> account by its COA-TYPE on the chart (coa.dat, COAREC.cpy)
      *> and subtotalling it onto the statement line
      *> glstmt_map.dat (GLSTMR.cpy) maps its range to. Asset and
      *> expense lines carry debits less credits, liability and
      *> income lines credits less debits.
      *>
      *> Three amount columns:
      *>   CURRENT PERIOD -- the period's own movement;
      *>   YEAR-TO-DATE   -- income statement: the calendar year's
      *>     periods through the run period; balance sheet: the
      *>     balance at the period end (every period through it);
      *>   PRIOR YEAR     -- the same measure twelve periods back.
      *> The chart has no equity type, so the balance sheet closes
      *> with the earnings retained (income less expenses through
      *> the period) and proves assets equal liabilities plus that;
      *> one that does not prove fails the run RC 8, GLTRIALB's rule.
      *> Once GLYECLS has closed a year (glyearend.dat, GLYECR.cpy)
      *> the following years' balances start from its opening
      *> period (YYYY00) rather than from the beginning, and its
      *> closing period (YYYY13) is never a default run period.
      *>
      *> The run period is GLSTMT_PERIOD (YYYYMM); unset, the latest
      *> period on the ledger. GLSTMT_ENTITY names one company GL
      *> entity (CMP-GL-ENTITY, captioned from cotable.dat); unset,
      *> the consolidated statements come first and then one set per
      *> entity on the ledger. Statements for a period not yet
      *> closed on glperiod.dat print PRELIMINARY; GLSTMT_FINAL=Y
      *> asks for final statements and is refused outright unless
      *> the period is closed. Written to glstmt_report.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT COA-FILE ASSIGN TO "coa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT MAP-FILE ASSIGN TO "glstmt_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT COMPANY-TABLE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT YEAR-END-FILE ASSIGN TO "glyearend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "glstmt_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY GLLEDR.

       FD COA-FILE.
           COPY COAREC.

       FD MAP-FILE.
           COPY GLSTMR.

       FD PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD   PIC 9(6).
          05 GLP-STATUS   PIC X.

       FD COMPANY-TABLE.
           COPY COMPREC.

       FD YEAR-END-FILE.
           COPY GLYECR.

       FD STATEMENT-REPORT.
       01 STATEMENT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS   PIC XX VALUE SPACES.
       01 WS-COA-STATUS      PIC XX VALUE SPACES.
       01 WS-MAP-STATUS      PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS  PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-YEAR-END-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.

       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-ENV-ENTITY      PIC X(4) VALUE SPACES.
       01 WS-ENV-FINAL       PIC X VALUE SPACES.

      *> The period window the three columns measure.
       01 WS-RUN-PERIOD      PIC 9(6) VALUE 0.
       01 WS-RUN-YEAR        PIC 9(4) VALUE 0.
       01 WS-YEAR-START      PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD    PIC 9(6) VALUE 0.
       01 WS-PRIOR-START     PIC 9(6) VALUE 0.
       01 WS-PERIOD-CLOSED   PIC 9 VALUE 0.
      *> Where the balance-sheet columns start: the opening period
      *> after the latest year closed before each column's year.
       01 WS-BS-FROM         PIC 9(6) VALUE 0.
       01 WS-BS-PRIOR-FROM   PIC 9(6) VALUE 0.
       01 WS-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-PRIOR-CLOSED    PIC 9(4) VALUE 0.

      *> The ledger held whole for the run.
       01 WS-LED-COUNT       PIC 9(4) VALUE 0.
       01 WS-LED-TABLE.
          05 WS-LG-ENTRY OCCURS 2000 TIMES.
             10 WS-LG-PERIOD  PIC 9(6).
             10 WS-LG-ACCOUNT PIC X(14).
             10 WS-LG-ENTITY  PIC X(4).
             10 WS-LG-DEBITS  PIC 9(11)V99.
             10 WS-LG-CREDITS PIC 9(11)V99.
       01 WS-LED-IX          PIC 9(4) VALUE 0.

      *> The chart: account and type only.
       01 WS-COA-COUNT       PIC 9(4) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-CA-ENTRY OCCURS 1000 TIMES.
             10 WS-CA-ACCOUNT PIC X(14).
             10 WS-CA-TYPE    PIC X.
       01 WS-CA-IX           PIC 9(4) VALUE 0.

      *> The statement lines: glstmt_map.dat's rows, then one OTHER
      *> line per section for accounts no row covers. Amounts are
      *> cleared for each statement set.
       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MP-ENTRY OCCURS 204 TIMES.
             10 WS-MP-SECTION PIC X.
             10 WS-MP-LINE-NO PIC 9(3).
             10 WS-MP-LABEL   PIC X(30).
             10 WS-MP-LOW     PIC X(14).
             10 WS-MP-HIGH    PIC X(14).
             10 WS-MP-OTHER   PIC 9.
             10 WS-MP-CUR     PIC S9(13)V99.
             10 WS-MP-YTD     PIC S9(13)V99.
             10 WS-MP-PRIOR   PIC S9(13)V99.
       01 WS-MP-IX           PIC 9(3) VALUE 0.
       01 WS-MP-HIT          PIC 9(3) VALUE 0.
       01 WS-LINE-NO-SCAN    PIC 9(4) VALUE 0.

      *> Section totals, in A L I E order.
       01 WS-SECTION-TABLE.
          05 WS-SN-ENTRY OCCURS 4 TIMES.
             10 WS-SN-CUR     PIC S9(13)V99.
             10 WS-SN-YTD     PIC S9(13)V99.
             10 WS-SN-PRIOR   PIC S9(13)V99.
       01 WS-SN-IX           PIC 9 VALUE 0.
       01 WS-SECTION-CODE    PIC X VALUE SPACE.

      *> Earnings retained for the balance sheet.
       01 WS-RE-CUR          PIC S9(13)V99 VALUE 0.
       01 WS-RE-YTD          PIC S9(13)V99 VALUE 0.
       01 WS-RE-PRIOR        PIC S9(13)V99 VALUE 0.

      *> The entities on the ledger, captioned from cotable.dat.
       01 WS-ENT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ENT-TABLE.
          05 WS-EN-ENTRY OCCURS 20 TIMES.
             10 WS-EN-ENTITY  PIC X(4).
             10 WS-EN-NAME    PIC X(30).
       01 WS-EN-IX           PIC 9(2) VALUE 0.
       01 WS-EN-HIT          PIC 9 VALUE 0.
       01 WS-ROW-ENTITY      PIC X(4) VALUE SPACES.

      *> The statement set being written; spaces = consolidated.
       01 WS-STMT-ENTITY     PIC X(4) VALUE SPACES.
       01 WS-STMT-NAME       PIC X(30) VALUE SPACES.
       01 WS-SETS-WRITTEN    PIC 9(2) VALUE 0.

       01 WS-ROW-TYPE        PIC X VALUE SPACE.
       01 WS-ROW-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-UNCLASSIFIED    PIC 9(4) VALUE 0.
       01 WS-ANY-UNCLASSIFIED PIC 9 VALUE 0.
       01 WS-OUT-OF-BALANCE  PIC 9(2) VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-TITLE-LINE-BUILD.
          05 WS-TT-NAME        PIC X(22).
          05 FILLER            PIC X(7) VALUE "PERIOD ".
          05 WS-TT-PERIOD      PIC 9(6).
          05 FILLER            PIC X(9) VALUE "  ENTITY ".
          05 WS-TT-ENTITY      PIC X(12).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-TT-ENTITY-NAME PIC X(30).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-TT-STATUS      PIC X(11).
          05 FILLER            PIC X(32) VALUE SPACES.
       01 WS-COLUMN-HEAD-BUILD.
          05 FILLER            PIC X(38) VALUE SPACES.
          05 FILLER            PIC X(20) VALUE
                "   CURRENT PERIOD".
          05 FILLER            PIC X(20) VALUE
                "     YEAR-TO-DATE".
          05 FILLER            PIC X(17) VALUE
                "       PRIOR YEAR".
          05 FILLER            PIC X(37) VALUE SPACES.
       01 WS-AMOUNT-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-AL-LABEL       PIC X(36).
          05 WS-AL-CUR         PIC -(13)9.99.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-AL-YTD         PIC -(13)9.99.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-AL-PRIOR       PIC -(13)9.99.
          05 FILLER            PIC X(37) VALUE SPACES.
       01 WS-UNCLASSIFIED-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-UL-COUNT       PIC Z(3)9.
          05 FILLER            PIC X(50) VALUE
                " LEDGER ROW(S) ON ACCOUNTS NOT ON THE CHART - LEFT".
          05 FILLER            PIC X(76) VALUE " OUT".

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLSTMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 final statements, 4
      *> preliminary, nothing on the ledger or an account off the
      *> chart, 8 final refused or a balance sheet that does not
      *> prove).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== GL Financial Statements ===".
           DISPLAY " ".

           PERFORM DETERMINE-RUN-OPTIONS.
           PERFORM LOAD-LEDGER.
           IF WS-LED-COUNT = 0
               DISPLAY "   Nothing on the ledger (glledger.dat)"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DETERMINE-PERIOD-WINDOW
               DISPLAY "   Statement period " WS-RUN-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-ENV-FINAL = "Y" AND WS-PERIOD-CLOSED = 0
                   DISPLAY "   Period " WS-RUN-PERIOD " is not closed"
                       " on glperiod.dat - final statements refused"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-CHART
                   PERFORM LOAD-STATEMENT-MAP
                   PERFORM LOAD-ENTITY-NAMES
                   PERFORM WRITE-ALL-STATEMENTS
                   DISPLAY "   Statement sets written: "
                       WS-SETS-WRITTEN
                   DISPLAY "   Report written to glstmt_report.dat"
                   IF WS-PERIOD-CLOSED = 0
                       DISPLAY "   Period not closed - statements"
                           " are PRELIMINARY"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS-ANY-UNCLASSIFIED = 1
                       DISPLAY "   *** LEDGER ACCOUNTS NOT ON THE"
                           " CHART - SEE REPORT ***"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS-OUT-OF-BALANCE > 0
                       DISPLAY "   *** " WS-OUT-OF-BALANCE
                           " BALANCE SHEET(S) DO NOT BALANCE ***"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== GL Financial Statements Complete ===".
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

       DETERMINE-RUN-OPTIONS.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "GLSTMT_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-RUN-PERIOD
           END-IF.
           ACCEPT WS-ENV-ENTITY
               FROM ENVIRONMENT "GLSTMT_ENTITY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-ENV-FINAL
               FROM ENVIRONMENT "GLSTMT_FINAL"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       LOAD-LEDGER.
      *> Rows written before the ledger carried an entity read back
      *> as spaces: the legacy entity 0000.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LED-COUNT < 2000
                               ADD 1 TO WS-LED-COUNT
                               MOVE GLL-PERIOD TO
                                   WS-LG-PERIOD (WS-LED-COUNT)
                               MOVE GLL-ACCOUNT TO
                                   WS-LG-ACCOUNT (WS-LED-COUNT)
                               MOVE GLL-DEBITS TO
                                   WS-LG-DEBITS (WS-LED-COUNT)
                               MOVE GLL-CREDITS TO
                                   WS-LG-CREDITS (WS-LED-COUNT)
                               MOVE GLL-ENTITY TO WS-ROW-ENTITY
                               IF WS-ROW-ENTITY = SPACES
                                   MOVE "0000" TO WS-ROW-ENTITY
                               END-IF
                               MOVE WS-ROW-ENTITY TO
                                   WS-LG-ENTITY (WS-LED-COUNT)
                               PERFORM NOTE-LEDGER-ENTITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE-LEDGER-ENTITY.
           MOVE 0 TO WS-EN-HIT.
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-ENT-COUNT
               IF WS-EN-ENTITY (WS-EN-IX) = WS-ROW-ENTITY
                   MOVE 1 TO WS-EN-HIT
               END-IF
           END-PERFORM.
           IF WS-EN-HIT = 0 AND WS-ENT-COUNT < 20
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-ROW-ENTITY TO WS-EN-ENTITY (WS-ENT-COUNT)
               MOVE SPACES TO WS-EN-NAME (WS-ENT-COUNT)
           END-IF.

       DETERMINE-PERIOD-WINDOW.
      *> Unset: the latest month the ledger holds -- never a
      *> year-end opening (00) or closing (13) period.
           IF WS-RUN-PERIOD = 0
               PERFORM VARYING WS-LED-IX FROM 1 BY 1
                       UNTIL WS-LED-IX > WS-LED-COUNT
                   IF WS-LG-PERIOD (WS-LED-IX) > WS-RUN-PERIOD
                           AND WS-LG-PERIOD (WS-LED-IX) (5:2)
                               NOT = "00"
                           AND WS-LG-PERIOD (WS-LED-IX) (5:2)
                               NOT = "13"
                       MOVE WS-LG-PERIOD (WS-LED-IX) TO WS-RUN-PERIOD
                   END-IF
               END-PERFORM
           END-IF.
           DIVIDE WS-RUN-PERIOD BY 100 GIVING WS-RUN-YEAR.
           COMPUTE WS-YEAR-START = WS-RUN-YEAR * 100 + 1.
           COMPUTE WS-PRIOR-PERIOD = WS-RUN-PERIOD - 100.
           COMPUTE WS-PRIOR-START = WS-YEAR-START - 100.
           PERFORM DETERMINE-BALANCE-START.

       DETERMINE-BALANCE-START.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YEAR-END-FILE.
           IF WS-YEAR-END-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YEAR-END-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GYE-IS-CLOSED
                                   AND GYE-YEAR < WS-RUN-YEAR
                                   AND GYE-YEAR > WS-CLOSED-YEAR
                               MOVE GYE-YEAR TO WS-CLOSED-YEAR
                           END-IF
                           IF GYE-IS-CLOSED
                                   AND GYE-YEAR < WS-RUN-YEAR - 1
                                   AND GYE-YEAR > WS-PRIOR-CLOSED
                               MOVE GYE-YEAR TO WS-PRIOR-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-END-FILE
           END-IF.
           IF WS-CLOSED-YEAR > 0
               COMPUTE WS-BS-FROM = (WS-CLOSED-YEAR + 1) * 100
           END-IF.
           IF WS-PRIOR-CLOSED > 0
               COMPUTE WS-BS-PRIOR-FROM = (WS-PRIOR-CLOSED + 1) * 100
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE 0 TO WS-PERIOD-CLOSED.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-PERIOD = WS-RUN-PERIOD
                                   AND GLP-STATUS = "C"
                               MOVE 1 TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-CHART.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COA-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-COA-COUNT < 1000
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-ACCOUNT TO
                                   WS-CA-ACCOUNT (WS-COA-COUNT)
                               MOVE COA-TYPE TO
                                   WS-CA-TYPE (WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           ELSE
               DISPLAY "   No chart of accounts (coa.dat) - every"
                   " account is unclassified"
           END-IF.

       LOAD-STATEMENT-MAP.
      *> A row for a section the chart does not know is skipped; no
      *> map at all still gives each section its OTHER line.
           MOVE 0 TO WS-EOF.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ MAP-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (SM-ASSETS OR SM-LIABILITIES
                                   OR SM-INCOME OR SM-EXPENSES)
                                   AND WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               MOVE SM-SECTION TO
                                   WS-MP-SECTION (WS-MAP-COUNT)
                               MOVE SM-LINE-NO TO
                                   WS-MP-LINE-NO (WS-MAP-COUNT)
                               MOVE SM-LABEL TO
                                   WS-MP-LABEL (WS-MAP-COUNT)
                               MOVE SM-ACCOUNT-LOW TO
                                   WS-MP-LOW (WS-MAP-COUNT)
                               MOVE SM-ACCOUNT-HIGH TO
                                   WS-MP-HIGH (WS-MAP-COUNT)
                               MOVE 0 TO WS-MP-OTHER (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           ELSE
               DISPLAY "   No statement map (glstmt_map.dat) -"
                   " one line per section"
           END-IF.
           MOVE "A" TO WS-SECTION-CODE.
           MOVE "OTHER ASSETS" TO WS-STMT-NAME.
           PERFORM ADD-OTHER-LINE.
           MOVE "L" TO WS-SECTION-CODE.
           MOVE "OTHER LIABILITIES" TO WS-STMT-NAME.
           PERFORM ADD-OTHER-LINE.
           MOVE "I" TO WS-SECTION-CODE.
           MOVE "OTHER INCOME" TO WS-STMT-NAME.
           PERFORM ADD-OTHER-LINE.
           MOVE "E" TO WS-SECTION-CODE.
           MOVE "OTHER EXPENSES" TO WS-STMT-NAME.
           PERFORM ADD-OTHER-LINE.
           MOVE SPACES TO WS-STMT-NAME.

       ADD-OTHER-LINE.
           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-SECTION-CODE TO WS-MP-SECTION (WS-MAP-COUNT).
           MOVE 999 TO WS-MP-LINE-NO (WS-MAP-COUNT).
           MOVE WS-STMT-NAME TO WS-MP-LABEL (WS-MAP-COUNT).
           MOVE SPACES TO WS-MP-LOW (WS-MAP-COUNT).
           MOVE SPACES TO WS-MP-HIGH (WS-MAP-COUNT).
           MOVE 1 TO WS-MP-OTHER (WS-MAP-COUNT).

       LOAD-ENTITY-NAMES.
      *> The first company mapped to an entity captions it.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                                   UNTIL WS-EN-IX > WS-ENT-COUNT
                               IF WS-EN-ENTITY (WS-EN-IX)
                                       = CMP-GL-ENTITY
                                       AND WS-EN-NAME (WS-EN-IX)
                                           = SPACES
                                   MOVE CMP-NAME
                                       TO WS-EN-NAME (WS-EN-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE
           END-IF.

       WRITE-ALL-STATEMENTS.
           OPEN OUTPUT STATEMENT-REPORT.
           IF WS-ENV-ENTITY = SPACES
               MOVE SPACES TO WS-STMT-ENTITY
               MOVE SPACES TO WS-STMT-NAME
               PERFORM WRITE-ONE-STATEMENT-SET
               PERFORM VARYING WS-EN-IX FROM 1 BY 1
                       UNTIL WS-EN-IX > WS-ENT-COUNT
                   MOVE WS-EN-ENTITY (WS-EN-IX) TO WS-STMT-ENTITY
                   MOVE WS-EN-NAME (WS-EN-IX) TO WS-STMT-NAME
                   PERFORM WRITE-ONE-STATEMENT-SET
               END-PERFORM
           ELSE
               MOVE WS-ENV-ENTITY TO WS-STMT-ENTITY
               MOVE SPACES TO WS-STMT-NAME
               MOVE 0 TO WS-EN-HIT
               PERFORM VARYING WS-EN-IX FROM 1 BY 1
                       UNTIL WS-EN-IX > WS-ENT-COUNT
                   IF WS-EN-ENTITY (WS-EN-IX) = WS-ENV-ENTITY
                       MOVE WS-EN-NAME (WS-EN-IX) TO WS-STMT-NAME
                       MOVE 1 TO WS-EN-HIT
                   END-IF
               END-PERFORM
               IF WS-EN-HIT = 0
                   DISPLAY "   Entity " WS-ENV-ENTITY " has nothing"
                       " on the ledger"
               END-IF
               PERFORM WRITE-ONE-STATEMENT-SET
           END-IF.
           CLOSE STATEMENT-REPORT.

       WRITE-ONE-STATEMENT-SET.
           PERFORM CLEAR-STATEMENT-AMOUNTS.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-STMT-ENTITY = SPACES
                       OR WS-LG-ENTITY (WS-LED-IX) = WS-STMT-ENTITY
                   PERFORM CLASSIFY-LEDGER-ROW
               END-IF
           END-PERFORM.
           PERFORM WRITE-BALANCE-SHEET.
           PERFORM WRITE-INCOME-STATEMENT.
           ADD 1 TO WS-SETS-WRITTEN.

       CLEAR-STATEMENT-AMOUNTS.
           PERFORM VARYING WS-MP-IX FROM 1 BY 1
                   UNTIL WS-MP-IX > WS-MAP-COUNT
               MOVE 0 TO WS-MP-CUR (WS-MP-IX)
               MOVE 0 TO WS-MP-YTD (WS-MP-IX)
               MOVE 0 TO WS-MP-PRIOR (WS-MP-IX)
           END-PERFORM.
           PERFORM VARYING WS-SN-IX FROM 1 BY 1 UNTIL WS-SN-IX > 4
               MOVE 0 TO WS-SN-CUR (WS-SN-IX)
               MOVE 0 TO WS-SN-YTD (WS-SN-IX)
               MOVE 0 TO WS-SN-PRIOR (WS-SN-IX)
           END-PERFORM.
           MOVE 0 TO WS-RE-CUR.
           MOVE 0 TO WS-RE-YTD.
           MOVE 0 TO WS-RE-PRIOR.
           MOVE 0 TO WS-UNCLASSIFIED.

       CLASSIFY-LEDGER-ROW.
      *> Rows after the run period count nowhere.
           IF WS-LG-PERIOD (WS-LED-IX) NOT > WS-RUN-PERIOD
               PERFORM FIND-ACCOUNT-TYPE
               EVALUATE WS-ROW-TYPE
                   WHEN "A"
                       MOVE 1 TO WS-SN-IX
                   WHEN "L"
                       MOVE 2 TO WS-SN-IX
                   WHEN "I"
                       MOVE 3 TO WS-SN-IX
                   WHEN "E"
                       MOVE 4 TO WS-SN-IX
                   WHEN OTHER
                       MOVE 0 TO WS-SN-IX
               END-EVALUATE
               IF WS-SN-IX = 0
                   ADD 1 TO WS-UNCLASSIFIED
               ELSE
                   IF WS-ROW-TYPE = "A" OR WS-ROW-TYPE = "E"
                       COMPUTE WS-ROW-AMOUNT =
                           WS-LG-DEBITS (WS-LED-IX)
                           - WS-LG-CREDITS (WS-LED-IX)
                   ELSE
                       COMPUTE WS-ROW-AMOUNT =
                           WS-LG-CREDITS (WS-LED-IX)
                           - WS-LG-DEBITS (WS-LED-IX)
                   END-IF
                   PERFORM FIND-STATEMENT-LINE
                   IF WS-ROW-TYPE = "A" OR WS-ROW-TYPE = "L"
                       PERFORM ADD-BALANCE-SHEET-ROW
                   ELSE
                       PERFORM ADD-INCOME-STATEMENT-ROW
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT-TYPE.
           MOVE SPACE TO WS-ROW-TYPE.
           PERFORM VARYING WS-CA-IX FROM 1 BY 1
                   UNTIL WS-CA-IX > WS-COA-COUNT
                   OR WS-ROW-TYPE NOT = SPACE
               IF WS-CA-ACCOUNT (WS-CA-IX) = WS-LG-ACCOUNT (WS-LED-IX)
                   MOVE WS-CA-TYPE (WS-CA-IX) TO WS-ROW-TYPE
               END-IF
           END-PERFORM.

       FIND-STATEMENT-LINE.
      *> First map row of the section covering the account, else
      *> the section's OTHER line.
           MOVE 0 TO WS-MP-HIT.
           PERFORM VARYING WS-MP-IX FROM 1 BY 1
                   UNTIL WS-MP-IX > WS-MAP-COUNT
                   OR WS-MP-HIT > 0
               IF WS-MP-SECTION (WS-MP-IX) = WS-ROW-TYPE
                   IF WS-MP-OTHER (WS-MP-IX) = 1
                       MOVE WS-MP-IX TO WS-MP-HIT
                   ELSE
                       IF WS-LG-ACCOUNT (WS-LED-IX)
                               NOT < WS-MP-LOW (WS-MP-IX)
                               AND WS-LG-ACCOUNT (WS-LED-IX)
                                   NOT > WS-MP-HIGH (WS-MP-IX)
                           MOVE WS-MP-IX TO WS-MP-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-BALANCE-SHEET-ROW.
      *> Balances: the period's movement, everything through the
      *> period, everything through the same period a year back --
      *> each from its year's opening when an earlier year is
      *> closed.
           IF WS-LG-PERIOD (WS-LED-IX) = WS-RUN-PERIOD
               ADD WS-ROW-AMOUNT TO WS-MP-CUR (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-CUR (WS-SN-IX)
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-BS-FROM
               ADD WS-ROW-AMOUNT TO WS-MP-YTD (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-YTD (WS-SN-IX)
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT > WS-PRIOR-PERIOD
                   AND WS-LG-PERIOD (WS-LED-IX)
                       NOT < WS-BS-PRIOR-FROM
               ADD WS-ROW-AMOUNT TO WS-MP-PRIOR (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-PRIOR (WS-SN-IX)
           END-IF.

       ADD-INCOME-STATEMENT-ROW.
      *> Flows: the period, the year to date, the prior year's same
      *> stretch. Earnings retained take every period through, from
      *> the same start as the balances.
           IF WS-LG-PERIOD (WS-LED-IX) = WS-RUN-PERIOD
               ADD WS-ROW-AMOUNT TO WS-MP-CUR (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-CUR (WS-SN-IX)
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-YEAR-START
               ADD WS-ROW-AMOUNT TO WS-MP-YTD (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-YTD (WS-SN-IX)
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-PRIOR-START
                   AND WS-LG-PERIOD (WS-LED-IX)
                       NOT > WS-PRIOR-PERIOD
               ADD WS-ROW-AMOUNT TO WS-MP-PRIOR (WS-MP-HIT)
               ADD WS-ROW-AMOUNT TO WS-SN-PRIOR (WS-SN-IX)
           END-IF.
           IF WS-ROW-TYPE = "E"
               COMPUTE WS-ROW-AMOUNT = 0 - WS-ROW-AMOUNT
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) = WS-RUN-PERIOD
               ADD WS-ROW-AMOUNT TO WS-RE-CUR
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-BS-FROM
               ADD WS-ROW-AMOUNT TO WS-RE-YTD
           END-IF.
           IF WS-LG-PERIOD (WS-LED-IX) NOT > WS-PRIOR-PERIOD
                   AND WS-LG-PERIOD (WS-LED-IX)
                       NOT < WS-BS-PRIOR-FROM
               ADD WS-ROW-AMOUNT TO WS-RE-PRIOR
           END-IF.

       WRITE-STATEMENT-TITLE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-RUN-PERIOD TO WS-TT-PERIOD.
           IF WS-STMT-ENTITY = SPACES
               MOVE "CONSOLIDATED" TO WS-TT-ENTITY
               MOVE SPACES TO WS-TT-ENTITY-NAME
           ELSE
               MOVE WS-STMT-ENTITY TO WS-TT-ENTITY
               MOVE WS-STMT-NAME TO WS-TT-ENTITY-NAME
           END-IF.
           IF WS-PERIOD-CLOSED = 1
               MOVE "FINAL" TO WS-TT-STATUS
           ELSE
               MOVE "PRELIMINARY" TO WS-TT-STATUS
           END-IF.
           MOVE WS-TITLE-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-COLUMN-HEAD-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO WS-TT-NAME.
           PERFORM WRITE-STATEMENT-TITLE.
           MOVE "ASSETS" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "A" TO WS-SECTION-CODE.
           PERFORM WRITE-SECTION-LINES.
           MOVE "TOTAL ASSETS" TO WS-AL-LABEL.
           MOVE 1 TO WS-SN-IX.
           PERFORM WRITE-SECTION-TOTAL.
           MOVE "LIABILITIES AND EQUITY" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "L" TO WS-SECTION-CODE.
           PERFORM WRITE-SECTION-LINES.
           MOVE "TOTAL LIABILITIES" TO WS-AL-LABEL.
           MOVE 2 TO WS-SN-IX.
           PERFORM WRITE-SECTION-TOTAL.
           MOVE "  EARNINGS RETAINED" TO WS-AL-LABEL.
           MOVE WS-RE-CUR TO WS-AL-CUR.
           MOVE WS-RE-YTD TO WS-AL-YTD.
           MOVE WS-RE-PRIOR TO WS-AL-PRIOR.
           MOVE WS-AMOUNT-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-AL-LABEL.
           COMPUTE WS-AL-CUR = WS-SN-CUR (2) + WS-RE-CUR.
           COMPUTE WS-AL-YTD = WS-SN-YTD (2) + WS-RE-YTD.
           COMPUTE WS-AL-PRIOR = WS-SN-PRIOR (2) + WS-RE-PRIOR.
           MOVE WS-AMOUNT-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-SN-CUR (1) NOT = WS-SN-CUR (2) + WS-RE-CUR
                   OR WS-SN-YTD (1) NOT = WS-SN-YTD (2) + WS-RE-YTD
                   OR WS-SN-PRIOR (1)
                       NOT = WS-SN-PRIOR (2) + WS-RE-PRIOR
               MOVE "  *** BALANCE SHEET DOES NOT BALANCE ***"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           IF WS-UNCLASSIFIED > 0
               MOVE WS-UNCLASSIFIED TO WS-UL-COUNT
               MOVE WS-UNCLASSIFIED-LINE-BUILD TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 1 TO WS-ANY-UNCLASSIFIED
           END-IF.

       WRITE-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO WS-TT-NAME.
           PERFORM WRITE-STATEMENT-TITLE.
           MOVE "INCOME" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "I" TO WS-SECTION-CODE.
           PERFORM WRITE-SECTION-LINES.
           MOVE "TOTAL INCOME" TO WS-AL-LABEL.
           MOVE 3 TO WS-SN-IX.
           PERFORM WRITE-SECTION-TOTAL.
           MOVE "EXPENSES" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "E" TO WS-SECTION-CODE.
           PERFORM WRITE-SECTION-LINES.
           MOVE "TOTAL EXPENSES" TO WS-AL-LABEL.
           MOVE 4 TO WS-SN-IX.
           PERFORM WRITE-SECTION-TOTAL.
           MOVE "NET INCOME" TO WS-AL-LABEL.
           COMPUTE WS-AL-CUR = WS-SN-CUR (3) - WS-SN-CUR (4).
           COMPUTE WS-AL-YTD = WS-SN-YTD (3) - WS-SN-YTD (4).
           COMPUTE WS-AL-PRIOR = WS-SN-PRIOR (3) - WS-SN-PRIOR (4).
           MOVE WS-AMOUNT-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-SECTION-LINES.
      *> In line-number order; an OTHER line only when it holds
      *> something.
           PERFORM VARYING WS-LINE-NO-SCAN FROM 0 BY 1
                   UNTIL WS-LINE-NO-SCAN > 999
               PERFORM VARYING WS-MP-IX FROM 1 BY 1
                       UNTIL WS-MP-IX > WS-MAP-COUNT
                   IF WS-MP-SECTION (WS-MP-IX) = WS-SECTION-CODE
                           AND WS-MP-LINE-NO (WS-MP-IX)
                               = WS-LINE-NO-SCAN
                       IF WS-MP-OTHER (WS-MP-IX) = 0
                               OR WS-MP-CUR (WS-MP-IX) NOT = 0
                               OR WS-MP-YTD (WS-MP-IX) NOT = 0
                               OR WS-MP-PRIOR (WS-MP-IX) NOT = 0
                           PERFORM WRITE-MAP-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MAP-LINE.
           MOVE SPACES TO WS-AL-LABEL.
           MOVE WS-MP-LABEL (WS-MP-IX) TO WS-AL-LABEL (3:30).
           MOVE WS-MP-CUR (WS-MP-IX) TO WS-AL-CUR.
           MOVE WS-MP-YTD (WS-MP-IX) TO WS-AL-YTD.
           MOVE WS-MP-PRIOR (WS-MP-IX) TO WS-AL-PRIOR.
           MOVE WS-AMOUNT-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-SECTION-TOTAL.
           MOVE WS-SN-CUR (WS-SN-IX) TO WS-AL-CUR.
           MOVE WS-SN-YTD (WS-SN-IX) TO WS-AL-YTD.
           MOVE WS-SN-PRIOR (WS-SN-IX) TO WS-AL-PRIOR.
           MOVE WS-AMOUNT-LINE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
