      *> by company -- so a bleeding department is visible before
      *> the exit interviews pile up. Written to
      *> empmove_report.dat.
      *> A rehire keeps the original EMP-ID with a new EMP-HIRE-DATE;
      *> it is told apart from a new hire by an EMP-ORIG-HIRE-DATE
      *> earlier than the hire date and counted in its own REHIRES
      *> column rather than inflating hires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-MO-ENTRY OCCURS 12 TIMES.
             10 WS-MO-MONTH   PIC 9(6).
             10 WS-MO-HIRES   PIC 9(4).
             10 WS-MO-REHIRES PIC 9(4).
             10 WS-MO-TERMS   PIC 9(4).
             10 WS-MO-LEAVES  PIC 9(4).
       01 WS-MO-IX               PIC 9(2) VALUE 0.

       01 WS-ACTIVE-COUNT    PIC 9(5) VALUE 0.
       01 WS-T12-HIRES       PIC 9(5) VALUE 0.
       01 WS-T12-REHIRES     PIC 9(5) VALUE 0.
       01 WS-T12-TERMS       PIC 9(5) VALUE 0.
       01 WS-T12-LEAVES      PIC 9(5) VALUE 0.
       01 WS-TURNOVER-PCT    PIC 9(3)V99 VALUE 0.
          05 WS-ML-MONTH       PIC 9(6).
          05 FILLER            PIC X(7) VALUE " HIRES ".
          05 WS-ML-HIRES       PIC ZZZ9.
          05 FILLER            PIC X(9) VALUE " REHIRES ".
          05 WS-ML-REHIRES     PIC ZZZ9.
          05 FILLER            PIC X(7) VALUE " TERMS ".
          05 WS-ML-TERMS       PIC ZZZ9.
          05 FILLER            PIC X(8) VALUE " LEAVES ".
          05 WS-ML-LEAVES      PIC ZZZ9.
          05 FILLER            PIC X(10) VALUE " TURNOVER ".
          05 WS-ML-TURNOVER    PIC ZZ9.99.
          05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-DEPT-LINE-BUILD.
          05 FILLER            PIC X(5) VALUE "DEPT ".
          05 WS-DL-DEPT        PIC X(3).
               DISPLAY "   Active headcount:      "
                   WS-ACTIVE-COUNT
               DISPLAY "   Trailing-12 hires:     " WS-T12-HIRES
               DISPLAY "   Trailing-12 rehires:   " WS-T12-REHIRES
               DISPLAY "   Trailing-12 terms:     " WS-T12-TERMS
               DISPLAY "   Report written to empmove_report.dat"
               IF WS-ACTIVE-COUNT = 0 AND RETURN-CODE < 4
                   (WS-BUILD-YEAR * 100) + WS-BUILD-MONTH
               MOVE WS-WORK-MONTH TO WS-MO-MONTH (WS-MO-IX)
               MOVE 0 TO WS-MO-HIRES (WS-MO-IX)
               MOVE 0 TO WS-MO-REHIRES (WS-MO-IX)
               MOVE 0 TO WS-MO-TERMS (WS-MO-IX)
               MOVE 0 TO WS-MO-LEAVES (WS-MO-IX)
               IF WS-BUILD-MONTH = 1
      *> the status month -- req 059 keeps terminated records, which
      *> is exactly why this report can exist.
           MOVE EMP-HIRE-DATE (1:6) TO WS-WORK-MONTH.
           IF EMP-ORIG-HIRE-DATE NUMERIC
                   AND EMP-ORIG-HIRE-DATE > 0
                   AND EMP-ORIG-HIRE-DATE < EMP-HIRE-DATE
               PERFORM BUCKET-A-REHIRE
           ELSE
               PERFORM BUCKET-A-HIRE
           END-IF.
           EVALUATE TRUE
               WHEN EMP-IS-TERMINATED
                   MOVE EMP-STATUS-DATE (1:6) TO WS-WORK-MONTH
               END-IF
           END-PERFORM.

       BUCKET-A-REHIRE.
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > 12
               IF WS-MO-MONTH (WS-MO-IX) = WS-WORK-MONTH
                   ADD 1 TO WS-MO-REHIRES (WS-MO-IX)
                   ADD 1 TO WS-T12-REHIRES
               END-IF
           END-PERFORM.

       BUCKET-A-TERMINATION.
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > 12
       WRITE-ONE-MONTH-LINE.
           MOVE WS-MO-MONTH (WS-MO-IX) TO WS-ML-MONTH.
           MOVE WS-MO-HIRES (WS-MO-IX) TO WS-ML-HIRES.
           MOVE WS-MO-REHIRES (WS-MO-IX) TO WS-ML-REHIRES.
           MOVE WS-MO-TERMS (WS-MO-IX) TO WS-ML-TERMS.
           MOVE WS-MO-LEAVES (WS-MO-IX) TO WS-ML-LEAVES.
      *> Per-month turnover against the current active headcount;
