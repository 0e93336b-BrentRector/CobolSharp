       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYVR.
      *> Pre-release payroll variance review. EMPPAYRN closes a
      *> period and, until now, EMPBNKEX could send the money
      *> straight out with nobody looking at it. This run compares
      *> each employee's regular register rows for the period
      *> (EMPPAYVR_PERIOD, YYYYMM, else the newest closed period --
      *> the EMPBNKEX choice) with their rows for the prior period,
      *> the latest earlier period the regular run paid, and lists
      *> on empvar_report.dat every employee who:
      *>   - GROSS SWING / NET SWING: moved by more than BOTH the
      *>     percent and the dollar threshold on empvar_ctl.dat
      *>     (percent 1-5, dollars 6-14; 25.00% and 500.00 when the
      *>     file is absent), so a small salary moving a lot in
      *>     percent, or a large one moving a few dollars too many,
      *>     is not flagged;
      *>   - FIRST-TIME PAYEE: has never been on the register before;
      *>   - NOT PAID LAST PERIOD: was paid before, but not in the
      *>     prior period;
      *>   - ZERO NET: was paid nothing after withholding and
      *>     deductions;
      *>   - DROPPED OFF: was paid in the prior period but not this
      *>     one.
      *> The review is recorded on empvar_review.dat (EMPVRVR.cpy)
      *> with the period's row count and net total -- less any row
      *> EMPVOID has voided, which EMPBNKEX will not pay -- which the
      *> supervisor's release (EMPPAYRL) checks before the bank
      *> extract will take the period. Any flagged employee makes
      *> the run RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT VARIANCE-CONTROL ASSIGN TO "empvar_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "empvar_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "empvar_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
          05 PP-PAID-DATE   PIC 9(8).

       FD VARIANCE-CONTROL.
      *> One record: the percent and dollar swing thresholds.
       01 VARIANCE-CONTROL-RECORD.
          05 VCT-PCT         PIC 9(3)V99.
          05 VCT-DOLLARS     PIC 9(7)V99.

       FD VARIANCE-REPORT.
       01 VARIANCE-REPORT-LINE PIC X(80).

       FD REVIEW-FILE.
           COPY EMPVRVR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-VCT-STATUS      PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-REVIEW-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-RUN-TIME        PIC 9(6) VALUE 0.

      *> Target period, env var first, newest closed period second;
      *> the prior period is found on the register itself.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-TARGET-PERIOD   PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD    PIC 9(6) VALUE 0.

      *> Register row position (1 = first row) and the period's
      *> rows EMPVOID has voided, which EMPBNKEX does not pay.
       01 WS-ROW-NO          PIC 9(7) VALUE 0.
       01 WS-ROW-VOIDED      PIC 9 VALUE 0.
       01 WS-VRW-COUNT       PIC 9(4) VALUE 0.
       01 WS-VRW-TABLE.
          05 WS-VRW-ROW OCCURS 2000 TIMES PIC 9(7).
       01 WS-VRW-IX          PIC 9(4) VALUE 0.
       01 WS-VRW-OVERFLOW    PIC 9 VALUE 0.

      *> Thresholds, defaulted when empvar_ctl.dat is absent.
       01 WS-THRESHOLD-PCT   PIC 9(3)V99 VALUE 25.00.
       01 WS-THRESHOLD-AMT   PIC 9(7)V99 VALUE 500.00.

      *> One entry per employee paid in the period or the prior one.
       01 WS-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMP-OVERFLOW    PIC 9 VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-VR-ENTRY OCCURS 2000 TIMES.
             10 WS-VR-EMP-ID       PIC 9(5).
             10 WS-VR-CUR-PAID     PIC 9.
             10 WS-VR-CUR-GROSS    PIC 9(7)V99.
             10 WS-VR-CUR-NET      PIC 9(7)V99.
             10 WS-VR-PRIOR-PAID   PIC 9.
             10 WS-VR-PRIOR-GROSS  PIC 9(7)V99.
             10 WS-VR-PRIOR-NET    PIC 9(7)V99.
             10 WS-VR-EARLIER      PIC 9.
             10 WS-VR-FLAGGED      PIC 9.
       01 WS-EMP-IX          PIC 9(4) VALUE 0.
       01 WS-EMP-FOUND       PIC 9(4) VALUE 0.

      *> Early rows are only remembered for employees paid in the
      *> period, so they are held by EMP-ID apart from the table.
       01 WS-EARLY-COUNT     PIC 9(4) VALUE 0.
       01 WS-EARLY-TABLE.
          05 WS-EARLY-EMP-ID PIC 9(5) OCCURS 3000 TIMES.
       01 WS-EARLY-IX        PIC 9(4) VALUE 0.
       01 WS-EARLY-FOUND     PIC 9 VALUE 0.

      *> Swing arithmetic.
       01 WS-SWING-PRIOR     PIC 9(7)V99 VALUE 0.
       01 WS-SWING-CURRENT   PIC 9(7)V99 VALUE 0.
       01 WS-SWING-AMT       PIC 9(7)V99 VALUE 0.
       01 WS-SWING-PCT       PIC 9(7)V99 VALUE 0.
       01 WS-SWING-FLAGGED   PIC 9 VALUE 0.

      *> Period totals recorded with the review.
       01 WS-PERIOD-ROWS     PIC 9(6) VALUE 0.
       01 WS-PERIOD-NET      PIC 9(9)V99 VALUE 0.
       01 WS-FLAGGED-COUNT   PIC 9(5) VALUE 0.
       01 WS-GROSS-SWINGS    PIC 9(5) VALUE 0.
       01 WS-NET-SWINGS      PIC 9(5) VALUE 0.
       01 WS-FIRST-TIMERS    PIC 9(5) VALUE 0.
       01 WS-RETURNERS       PIC 9(5) VALUE 0.
       01 WS-ZERO-NETS       PIC 9(5) VALUE 0.
       01 WS-DROPPED         PIC 9(5) VALUE 0.
       01 WS-FLAG-TEXT       PIC X(20) VALUE SPACES.

      *> Report lines built with MOVE, not STRING.
       01 WS-RP-HEADING.
          05 FILLER          PIC X(24)
                             VALUE "PAYROLL VARIANCE REVIEW ".
          05 FILLER          PIC X(7) VALUE "PERIOD ".
          05 WS-RH-PERIOD    PIC 9(6).
          05 FILLER          PIC X(8) VALUE "  PRIOR ".
          05 WS-RH-PRIOR     PIC 9(6).
          05 FILLER          PIC X(6) VALUE "  RUN ".
          05 WS-RH-DATE      PIC 9(8).
          05 FILLER          PIC X(15) VALUE SPACES.
       01 WS-RP-THRESHOLDS.
          05 FILLER          PIC X(12) VALUE "THRESHOLDS: ".
          05 WS-RT-PCT       PIC ZZ9.99.
          05 FILLER          PIC X(6) VALUE "% AND ".
          05 WS-RT-AMT       PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(44) VALUE SPACES.
       01 WS-RP-COLUMNS.
          05 FILLER          PIC X(28) VALUE
              "EMP-ID FLAG".
          05 FILLER          PIC X(13) VALUE "  PRIOR GROSS".
          05 FILLER          PIC X(13) VALUE "   CURR GROSS".
          05 FILLER          PIC X(13) VALUE "    PRIOR NET".
          05 FILLER          PIC X(13) VALUE "     CURR NET".
       01 WS-RP-DETAIL.
          05 WS-RD-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RD-FLAG      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-PRIOR-GROSS PIC Z,ZZZ,ZZ9.99.
          05 WS-RD-CUR-GROSS PIC Z,ZZZ,ZZ9.99.
          05 WS-RD-PRIOR-NET PIC Z,ZZZ,ZZ9.99.
          05 WS-RD-CUR-NET   PIC Z,ZZZ,ZZ9.99.
       01 WS-RP-COUNT-LINE.
          05 WS-RC-LABEL     PIC X(30).
          05 WS-RC-COUNT     PIC ZZZZ9.
          05 FILLER          PIC X(45) VALUE SPACES.
       01 WS-RP-TOTAL-LINE.
          05 FILLER          PIC X(30) VALUE "PERIOD NET TOTAL".
          05 WS-RL-NET       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(36) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPAYVR".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 employees
      *> flagged for review or nothing to review, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Variance Review ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           PERFORM DETERMINE-TARGET-PERIOD.
           PERFORM LOAD-THRESHOLDS.
           IF WS-TARGET-PERIOD = 0
               DISPLAY "   No closed pay period to review -"
                   " nothing to do"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM FIND-PRIOR-PERIOD
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "   No pay register (emppay_register.dat),"
                       " status " WS-REGISTER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "   Reviewing period " WS-TARGET-PERIOD
                       " against " WS-PRIOR-PERIOD
                   PERFORM LOAD-PAY-ROWS
                   IF WS-EMP-OVERFLOW = 1 OR WS-VRW-OVERFLOW = 1
                       DISPLAY "   *** More employees or voided rows"
                           " than the review can hold - NO REVIEW"
                           " RECORDED ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-VARIANCE-REPORT
                       PERFORM RECORD-THE-REVIEW
                       DISPLAY "   Register rows:     " WS-PERIOD-ROWS
                       DISPLAY "   Period net total:  " WS-PERIOD-NET
                       DISPLAY "   Employees flagged: "
                           WS-FLAGGED-COUNT
                       DISPLAY "   Report in empvar_report.dat"
                       IF WS-PERIOD-ROWS = 0
                           DISPLAY "   No regular register rows for"
                               " period " WS-TARGET-PERIOD
                       END-IF
                       IF WS-FLAGGED-COUNT > 0 OR WS-PERIOD-ROWS = 0
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Payroll Variance Review Complete ===".
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

       DETERMINE-TARGET-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPPAYVR_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-TARGET-PERIOD
           ELSE
               PERFORM FIND-NEWEST-CLOSED-PERIOD
           END-IF.

       FIND-NEWEST-CLOSED-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-STATUS = "C"
                                   AND PP-PERIOD > WS-TARGET-PERIOD
                               MOVE PP-PERIOD TO WS-TARGET-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-THRESHOLDS.
           OPEN INPUT VARIANCE-CONTROL.
           IF WS-VCT-STATUS = "00"
               READ VARIANCE-CONTROL
                   NOT AT END
                       IF VCT-PCT IS NUMERIC
                           MOVE VCT-PCT TO WS-THRESHOLD-PCT
                       END-IF
                       IF VCT-DOLLARS IS NUMERIC
                           MOVE VCT-DOLLARS TO WS-THRESHOLD-AMT
                       END-IF
               END-READ
               CLOSE VARIANCE-CONTROL
           END-IF.

       FIND-PRIOR-PERIOD.
      *> The latest earlier period the regular run paid; periods
      *> with only supplemental rows or voids do not count.
           MOVE 0 TO WS-PRIOR-PERIOD.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REGULAR-RUN
                                   AND PRG-PERIOD < WS-TARGET-PERIOD
                                   AND PRG-PERIOD > WS-PRIOR-PERIOD
                               MOVE PRG-PERIOD TO WS-PRIOR-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       LOAD-PAY-ROWS.
      *> A row voided in the period is not paid and is left out, so
      *> the review's figures are the ones EMPBNKEX checks.
           PERFORM LOAD-VOIDED-ROWS.
           OPEN INPUT REGISTER-FILE.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-ROW-NO.
           PERFORM UNTIL WS-EOF = 1
               READ REGISTER-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       IF PRG-REGULAR-RUN
                           PERFORM CHECK-ROW-VOIDED
                           IF WS-ROW-VOIDED = 0
                               PERFORM TAKE-ONE-PAY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

       LOAD-VOIDED-ROWS.
      *> EMPBNKEX's pass: the rows the period's reversing rows void.
           MOVE 0 TO WS-VRW-COUNT.
           MOVE 0 TO WS-VRW-OVERFLOW.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REVERSAL
                                   AND PRG-VOID-PERIOD
                                       = WS-TARGET-PERIOD
                               IF WS-VRW-COUNT < 2000
                                   ADD 1 TO WS-VRW-COUNT
                                   MOVE PRG-VOID-ROW TO
                                       WS-VRW-ROW (WS-VRW-COUNT)
                               ELSE
                                   MOVE 1 TO WS-VRW-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       CHECK-ROW-VOIDED.
           MOVE 0 TO WS-ROW-VOIDED.
           PERFORM VARYING WS-VRW-IX FROM 1 BY 1
                   UNTIL WS-VRW-IX > WS-VRW-COUNT
               IF WS-VRW-ROW (WS-VRW-IX) = WS-ROW-NO
                   MOVE 1 TO WS-ROW-VOIDED
               END-IF
           END-PERFORM.

       TAKE-ONE-PAY-ROW.
           EVALUATE TRUE
               WHEN PRG-PERIOD = WS-TARGET-PERIOD
                   ADD 1 TO WS-PERIOD-ROWS
                   ADD PRG-NET TO WS-PERIOD-NET
                   PERFORM FIND-EMPLOYEE-ENTRY
                   IF WS-EMP-FOUND > 0
                       MOVE 1 TO WS-VR-CUR-PAID (WS-EMP-FOUND)
                       ADD PRG-GROSS TO WS-VR-CUR-GROSS (WS-EMP-FOUND)
                       ADD PRG-NET TO WS-VR-CUR-NET (WS-EMP-FOUND)
                   END-IF
               WHEN PRG-PERIOD = WS-PRIOR-PERIOD
                   PERFORM FIND-EMPLOYEE-ENTRY
                   IF WS-EMP-FOUND > 0
                       MOVE 1 TO WS-VR-PRIOR-PAID (WS-EMP-FOUND)
                       ADD PRG-GROSS
                           TO WS-VR-PRIOR-GROSS (WS-EMP-FOUND)
                       ADD PRG-NET TO WS-VR-PRIOR-NET (WS-EMP-FOUND)
                   END-IF
               WHEN PRG-PERIOD < WS-PRIOR-PERIOD
                   PERFORM REMEMBER-EARLY-PAYEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-EMPLOYEE-ENTRY.
           MOVE 0 TO WS-EMP-FOUND.
           PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                   UNTIL WS-EMP-IX > WS-EMP-COUNT
                      OR WS-EMP-FOUND > 0
               IF WS-VR-EMP-ID (WS-EMP-IX) = PRG-EMP-ID
                   MOVE WS-EMP-IX TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND = 0
               IF WS-EMP-COUNT < 2000
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-FOUND
                   INITIALIZE WS-VR-ENTRY (WS-EMP-FOUND)
                   MOVE PRG-EMP-ID TO WS-VR-EMP-ID (WS-EMP-FOUND)
               ELSE
                   MOVE 1 TO WS-EMP-OVERFLOW
               END-IF
           END-IF.

       REMEMBER-EARLY-PAYEE.
           MOVE 0 TO WS-EARLY-FOUND.
           PERFORM VARYING WS-EARLY-IX FROM 1 BY 1
                   UNTIL WS-EARLY-IX > WS-EARLY-COUNT
                      OR WS-EARLY-FOUND = 1
               IF WS-EARLY-EMP-ID (WS-EARLY-IX) = PRG-EMP-ID
                   MOVE 1 TO WS-EARLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-EARLY-FOUND = 0
               IF WS-EARLY-COUNT < 3000
                   ADD 1 TO WS-EARLY-COUNT
                   MOVE PRG-EMP-ID TO WS-EARLY-EMP-ID (WS-EARLY-COUNT)
               ELSE
                   MOVE 1 TO WS-EMP-OVERFLOW
               END-IF
           END-IF.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE WS-TARGET-PERIOD TO WS-RH-PERIOD.
           MOVE WS-PRIOR-PERIOD TO WS-RH-PRIOR.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-HEADING.
           MOVE WS-THRESHOLD-PCT TO WS-RT-PCT.
           MOVE WS-THRESHOLD-AMT TO WS-RT-AMT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-THRESHOLDS.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COLUMNS.
           PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                   UNTIL WS-EMP-IX > WS-EMP-COUNT
               PERFORM REVIEW-ONE-EMPLOYEE
           END-PERFORM.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE "GROSS SWINGS" TO WS-RC-LABEL.
           MOVE WS-GROSS-SWINGS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "NET SWINGS" TO WS-RC-LABEL.
           MOVE WS-NET-SWINGS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "FIRST-TIME PAYEES" TO WS-RC-LABEL.
           MOVE WS-FIRST-TIMERS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "NOT PAID LAST PERIOD" TO WS-RC-LABEL.
           MOVE WS-RETURNERS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "ZERO NET PAY" TO WS-RC-LABEL.
           MOVE WS-ZERO-NETS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "DROPPED OFF" TO WS-RC-LABEL.
           MOVE WS-DROPPED TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "EMPLOYEES FLAGGED" TO WS-RC-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE "REGISTER ROWS IN PERIOD" TO WS-RC-LABEL.
           MOVE WS-PERIOD-ROWS TO WS-RC-COUNT.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-COUNT-LINE.
           MOVE WS-PERIOD-NET TO WS-RL-NET.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-TOTAL-LINE.
           CLOSE VARIANCE-REPORT.

       REVIEW-ONE-EMPLOYEE.
           IF WS-VR-CUR-PAID (WS-EMP-IX) = 1
               IF WS-VR-PRIOR-PAID (WS-EMP-IX) = 1
                   MOVE WS-VR-PRIOR-GROSS (WS-EMP-IX) TO WS-SWING-PRIOR
                   MOVE WS-VR-CUR-GROSS (WS-EMP-IX) TO WS-SWING-CURRENT
                   PERFORM TEST-ONE-SWING
                   IF WS-SWING-FLAGGED = 1
                       ADD 1 TO WS-GROSS-SWINGS
                       MOVE "GROSS SWING" TO WS-FLAG-TEXT
                       PERFORM FLAG-THE-EMPLOYEE
                   END-IF
                   MOVE WS-VR-PRIOR-NET (WS-EMP-IX) TO WS-SWING-PRIOR
                   MOVE WS-VR-CUR-NET (WS-EMP-IX) TO WS-SWING-CURRENT
                   PERFORM TEST-ONE-SWING
                   IF WS-SWING-FLAGGED = 1
                       ADD 1 TO WS-NET-SWINGS
                       MOVE "NET SWING" TO WS-FLAG-TEXT
                       PERFORM FLAG-THE-EMPLOYEE
                   END-IF
               ELSE
                   PERFORM CHECK-EARLY-PAYEE
                   IF WS-EARLY-FOUND = 0
                       ADD 1 TO WS-FIRST-TIMERS
                       MOVE "FIRST-TIME PAYEE" TO WS-FLAG-TEXT
                   ELSE
                       ADD 1 TO WS-RETURNERS
                       MOVE "NOT PAID LAST PERIOD" TO WS-FLAG-TEXT
                   END-IF
                   PERFORM FLAG-THE-EMPLOYEE
               END-IF
               IF WS-VR-CUR-NET (WS-EMP-IX) = 0
                   ADD 1 TO WS-ZERO-NETS
                   MOVE "ZERO NET" TO WS-FLAG-TEXT
                   PERFORM FLAG-THE-EMPLOYEE
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED
               MOVE "DROPPED OFF" TO WS-FLAG-TEXT
               PERFORM FLAG-THE-EMPLOYEE
           END-IF.

       TEST-ONE-SWING.
      *> Flagged only past BOTH thresholds; a swing from zero is
      *> past any percentage.
           MOVE 0 TO WS-SWING-FLAGGED.
           IF WS-SWING-CURRENT > WS-SWING-PRIOR
               COMPUTE WS-SWING-AMT =
                   WS-SWING-CURRENT - WS-SWING-PRIOR
           ELSE
               COMPUTE WS-SWING-AMT =
                   WS-SWING-PRIOR - WS-SWING-CURRENT
           END-IF.
           IF WS-SWING-AMT > WS-THRESHOLD-AMT
               IF WS-SWING-PRIOR = 0
                   MOVE 1 TO WS-SWING-FLAGGED
               ELSE
                   COMPUTE WS-SWING-PCT ROUNDED =
                       WS-SWING-AMT * 100 / WS-SWING-PRIOR
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-SWING-PCT
                   END-COMPUTE
                   IF WS-SWING-PCT > WS-THRESHOLD-PCT
                       MOVE 1 TO WS-SWING-FLAGGED
                   END-IF
               END-IF
           END-IF.

       CHECK-EARLY-PAYEE.
           MOVE 0 TO WS-EARLY-FOUND.
           PERFORM VARYING WS-EARLY-IX FROM 1 BY 1
                   UNTIL WS-EARLY-IX > WS-EARLY-COUNT
                      OR WS-EARLY-FOUND = 1
               IF WS-EARLY-EMP-ID (WS-EARLY-IX)
                       = WS-VR-EMP-ID (WS-EMP-IX)
                   MOVE 1 TO WS-EARLY-FOUND
               END-IF
           END-PERFORM.

       FLAG-THE-EMPLOYEE.
      *> One report line per flag; the employee counts once.
           IF WS-VR-FLAGGED (WS-EMP-IX) = 0
               MOVE 1 TO WS-VR-FLAGGED (WS-EMP-IX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE WS-VR-EMP-ID (WS-EMP-IX) TO WS-RD-EMP-ID.
           MOVE WS-FLAG-TEXT TO WS-RD-FLAG.
           MOVE WS-VR-PRIOR-GROSS (WS-EMP-IX) TO WS-RD-PRIOR-GROSS.
           MOVE WS-VR-CUR-GROSS (WS-EMP-IX) TO WS-RD-CUR-GROSS.
           MOVE WS-VR-PRIOR-NET (WS-EMP-IX) TO WS-RD-PRIOR-NET.
           MOVE WS-VR-CUR-NET (WS-EMP-IX) TO WS-RD-CUR-NET.
           WRITE VARIANCE-REPORT-LINE FROM WS-RP-DETAIL.

       RECORD-THE-REVIEW.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND REVIEW-FILE.
           IF WS-REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
           END-IF.
           MOVE WS-TARGET-PERIOD TO VRV-PERIOD.
           MOVE WS-PRIOR-PERIOD TO VRV-PRIOR-PERIOD.
           MOVE WS-RUN-DATE TO VRV-REVIEW-DATE.
           MOVE WS-RUN-TIME TO VRV-REVIEW-TIME.
           MOVE WS-PERIOD-ROWS TO VRV-ROWS.
           MOVE WS-PERIOD-NET TO VRV-NET-TOTAL.
           MOVE WS-FLAGGED-COUNT TO VRV-FLAGGED.
           WRITE VARIANCE-REVIEW-RECORD.
           CLOSE REVIEW-FILE.
