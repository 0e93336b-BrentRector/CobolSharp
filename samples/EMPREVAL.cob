      *> the demo4_thresholds.dat idiom) the run refuses RC 8 with
      *> an ALERTLOG critical -- revaluing at a stale rate would
      *> book a gain/loss nobody should trust.
      *> The bank extract's cross-border payments book each net at
      *> the period-end rate and buy it at the rate on the day the
      *> file is cut; the difference lands in empbnkfx_diff.dat
      *> (EMPFXDR.cpy). Rows paid since the last reported run (the
      *> date on empreval_realized.dat, one line PIC 9(8)) are
      *> reported here as realized gain/loss by currency and
      *> company, in the company's base currency, under the
      *> revaluation; the date moves only when the report is
      *> written, so a refused run reports them next time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REVAL-REPORT ASSIGN TO "empreval_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FX-DIFF-FILE ASSIGN TO "empbnkfx_diff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-DIFF-STATUS.
           SELECT REALIZED-MARK-FILE ASSIGN TO "empreval_realized.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVAL-REPORT.
       01 REVAL-REPORT-LINE PIC X(80).

       FD FX-DIFF-FILE.
           COPY EMPFXDR.

       FD REALIZED-MARK-FILE.
       01 REALIZED-MARK-LINE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FLAG-STATUS         PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-REVALUED-COUNT      PIC 9(5) VALUE 0.
       01 WS-GAIN-TOTAL          PIC S9(9)V99 VALUE 0.

      *> Realized gain/loss on cross-border payments since the last
      *> reported run, by currency and company.
       01 WS-FX-DIFF-STATUS      PIC XX VALUE SPACES.
       01 WS-MARK-STATUS         PIC XX VALUE SPACES.
       01 WS-REALIZED-THROUGH    PIC 9(8) VALUE 0.
       01 WS-RZ-COUNT            PIC 9(3) VALUE 0.
       01 WS-RZ-TABLE.
          05 WS-RZ-ENTRY OCCURS 100 TIMES.
             10 WS-RZ-CURR      PIC X(3).
             10 WS-RZ-COMPANY   PIC X(2).
             10 WS-RZ-AMOUNT    PIC S9(9)V99.
       01 WS-RZ-IX               PIC 9(3) VALUE 0.
       01 WS-RZ-HIT              PIC 9 VALUE 0.
       01 WS-RZ-ROWS             PIC 9(6) VALUE 0.
       01 WS-RZ-DELTA            PIC S9(9)V99 VALUE 0.
       01 WS-RZ-TOTAL            PIC S9(9)V99 VALUE 0.

      *> Same counter/filename convention as DEMO4RPT (req 019).
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
               PERFORM LOAD-MAX-AGE
               PERFORM LOAD-FX-RATES
               PERFORM LOAD-LAST-REVAL
               PERFORM LOAD-REALIZED-FX
               PERFORM DETERMINE-CURRENT-GENERATION
               DISPLAY "   Reading generation " WS-GDG-FILENAME
               PERFORM REVALUE-ALL-EMPLOYEES
                   ELSE
                       PERFORM WRITE-REVAL-REPORT
                       PERFORM SAVE-LAST-REVAL
                       PERFORM SAVE-REALIZED-MARK
                       DISPLAY "   Salaries revalued: "
                           WS-REVALUED-COUNT
                       DISPLAY "   Net gain/loss:     "
                           WS-GAIN-TOTAL
                       DISPLAY "   Cross-border payments realized: "
                           WS-RZ-ROWS
                       DISPLAY "   Realized gain/loss: "
                           WS-RZ-TOTAL
                       DISPLAY "   Report in empreval_report.dat"
                       IF WS-REVALUED-COUNT = 0
                               AND WS-RZ-ROWS = 0
                               AND RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               MOVE WS-DETAIL-LINE-BUILD TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
           END-PERFORM.
           IF WS-RZ-COUNT > 0
               MOVE SPACES TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               MOVE "REALIZED ON CROSS-BORDER PAYMENTS (COMPANY BASE)"
                   TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               PERFORM VARYING WS-RZ-IX FROM 1 BY 1
                       UNTIL WS-RZ-IX > WS-RZ-COUNT
                   MOVE WS-RZ-CURR (WS-RZ-IX) TO WS-DL-CURR
                   MOVE WS-RZ-COMPANY (WS-RZ-IX) TO WS-DL-COMPANY
                   MOVE WS-RZ-AMOUNT (WS-RZ-IX) TO WS-DL-AMOUNT
                   MOVE WS-DETAIL-LINE-BUILD TO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
               END-PERFORM
           END-IF.
           CLOSE REVAL-REPORT.

       SAVE-LAST-REVAL.
               WRITE LAST-REVAL-RECORD
           END-PERFORM.
           CLOSE LAST-REVAL-FILE.

       LOAD-REALIZED-FX.
      *> Only differences paid after the last reported run and not
      *> after today.
           OPEN INPUT REALIZED-MARK-FILE.
           IF WS-MARK-STATUS = "00"
               READ REALIZED-MARK-FILE
                   NOT AT END
                       IF REALIZED-MARK-LINE IS NUMERIC
                           MOVE REALIZED-MARK-LINE
                               TO WS-REALIZED-THROUGH
                       END-IF
               END-READ
               CLOSE REALIZED-MARK-FILE
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FX-DIFF-FILE.
           IF WS-FX-DIFF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FX-DIFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF FXD-PAY-DATE > WS-REALIZED-THROUGH
                                   AND FXD-PAY-DATE <= WS-RUN-DATE
                               PERFORM ACCUMULATE-REALIZED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-DIFF-FILE
           END-IF.

       ACCUMULATE-REALIZED.
           IF FXD-DIFF-SIGN = "-"
               COMPUTE WS-RZ-DELTA = 0 - FXD-DIFF
           ELSE
               MOVE FXD-DIFF TO WS-RZ-DELTA
           END-IF.
           ADD 1 TO WS-RZ-ROWS.
           ADD WS-RZ-DELTA TO WS-RZ-TOTAL.
           MOVE 0 TO WS-RZ-HIT.
           PERFORM VARYING WS-RZ-IX FROM 1 BY 1
                   UNTIL WS-RZ-IX > WS-RZ-COUNT
                   OR WS-RZ-HIT = 1
               IF WS-RZ-CURR (WS-RZ-IX) = FXD-CURRENCY
                       AND WS-RZ-COMPANY (WS-RZ-IX) = FXD-COMPANY
                   ADD WS-RZ-DELTA TO WS-RZ-AMOUNT (WS-RZ-IX)
                   MOVE 1 TO WS-RZ-HIT
               END-IF
           END-PERFORM.
           IF WS-RZ-HIT = 0 AND WS-RZ-COUNT < 100
               ADD 1 TO WS-RZ-COUNT
               MOVE FXD-CURRENCY TO WS-RZ-CURR (WS-RZ-COUNT)
               MOVE FXD-COMPANY TO WS-RZ-COMPANY (WS-RZ-COUNT)
               MOVE WS-RZ-DELTA TO WS-RZ-AMOUNT (WS-RZ-COUNT)
           END-IF.

       SAVE-REALIZED-MARK.
           OPEN OUTPUT REALIZED-MARK-FILE.
           MOVE WS-RUN-DATE TO REALIZED-MARK-LINE.
           WRITE REALIZED-MARK-LINE.
           CLOSE REALIZED-MARK-FILE.
