      *> empytd_report.dat. The year comes from the EMPYTD_YEAR
      *> environment variable (EMPSENIO_MONTH convention); unset
      *> means the current year.
      *> State and local withholding (PRG-STATE-WHLD, PRG-LOCAL-WHLD)
      *> accumulate into their own quarter buckets alongside; a
      *> register row from before those fields existed adds nothing.
      *> A reversing row (EMPVOID, PRG-RUN-TYPE "V") is backed out
      *> of the year and quarter of the row it voided, so the
      *> accumulators read as if the voided payment never happened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-PERIOD-MONTH    PIC 9(2) VALUE 0.
       01 WS-QUARTER         PIC 9 VALUE 0.
       01 WS-ROW-PERIOD      PIC 9(6) VALUE 0.

      *> One accumulator slot per employee/company seen this year.
       01 WS-ACC-COUNT       PIC 9(4) VALUE 0.
                15 WS-AC-Q-GROSS  PIC 9(7)V99.
                15 WS-AC-Q-WHLD   PIC 9(7)V99.
                15 WS-AC-Q-NET    PIC 9(7)V99.
                15 WS-AC-Q-STATE  PIC 9(7)V99.
                15 WS-AC-Q-LOCAL  PIC 9(7)V99.
             10 WS-AC-STATE     PIC X(2).
       01 WS-ACC-IX          PIC 9(4) VALUE 0.
       01 WS-ACC-HIT         PIC 9 VALUE 0.
       01 WS-Q-IX            PIC 9 VALUE 0.
       01 WS-GRAND-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-WHLD      PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-NET       PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-STATE     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-LOCAL     PIC 9(9)V99 VALUE 0.

      *> Report lines built with MOVE, not STRING, like AUDITLOG's.
       01 WS-DETAIL-LINE-BUILD.
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF PRG-REVERSAL
                           MOVE PRG-VOID-PERIOD TO WS-ROW-PERIOD
                       ELSE
                           MOVE PRG-PERIOD TO WS-ROW-PERIOD
                       END-IF
                       IF WS-ROW-PERIOD (1:4) = WS-TARGET-YEAR
                           ADD 1 TO WS-ROWS-IN-YEAR
                           PERFORM ACCUMULATE-ONE-ROW
                       END-IF
           END-PERFORM.

       ACCUMULATE-ONE-ROW.
           MOVE WS-ROW-PERIOD (5:2) TO WS-PERIOD-MONTH.
           COMPUTE WS-QUARTER = (WS-PERIOD-MONTH + 2) / 3.
           IF WS-QUARTER < 1 OR WS-QUARTER > 4
               MOVE 4 TO WS-QUARTER
                   MOVE PRG-COMPANY TO WS-AC-COMPANY (WS-ACC-IX)
               END-IF
           END-IF.
           IF WS-TABLE-OVERFLOW = 0 AND PRG-REVERSAL
               PERFORM BACK-OUT-ONE-ROW
           END-IF.
           IF WS-TABLE-OVERFLOW = 0 AND NOT PRG-REVERSAL
               ADD PRG-GROSS
                   TO WS-AC-Q-GROSS (WS-ACC-IX WS-QUARTER)
               ADD PRG-WITHHOLDING
               ADD PRG-GROSS TO WS-GRAND-GROSS
               ADD PRG-WITHHOLDING TO WS-GRAND-WHLD
               ADD PRG-NET TO WS-GRAND-NET
               IF PRG-STATE-WHLD IS NUMERIC
                   ADD PRG-STATE-WHLD
                       TO WS-AC-Q-STATE (WS-ACC-IX WS-QUARTER)
                   ADD PRG-STATE-WHLD TO WS-GRAND-STATE
               END-IF
               IF PRG-LOCAL-WHLD IS NUMERIC
                   ADD PRG-LOCAL-WHLD
                       TO WS-AC-Q-LOCAL (WS-ACC-IX WS-QUARTER)
                   ADD PRG-LOCAL-WHLD TO WS-GRAND-LOCAL
               END-IF
               IF PRG-STATE NOT = SPACES
                   MOVE PRG-STATE TO WS-AC-STATE (WS-ACC-IX)
               END-IF
           END-IF.

       BACK-OUT-ONE-ROW.
      *> The voided row was added earlier in this same pass (the
      *> register is append-only), so its buckets cover it.
           SUBTRACT PRG-GROSS
               FROM WS-AC-Q-GROSS (WS-ACC-IX WS-QUARTER).
           SUBTRACT PRG-WITHHOLDING
               FROM WS-AC-Q-WHLD (WS-ACC-IX WS-QUARTER).
           SUBTRACT PRG-NET
               FROM WS-AC-Q-NET (WS-ACC-IX WS-QUARTER).
           SUBTRACT PRG-GROSS FROM WS-GQ-GROSS (WS-QUARTER).
           SUBTRACT PRG-WITHHOLDING FROM WS-GQ-WHLD (WS-QUARTER).
           SUBTRACT PRG-NET FROM WS-GQ-NET (WS-QUARTER).
           SUBTRACT PRG-GROSS FROM WS-GRAND-GROSS.
           SUBTRACT PRG-WITHHOLDING FROM WS-GRAND-WHLD.
           SUBTRACT PRG-NET FROM WS-GRAND-NET.
           IF PRG-STATE-WHLD IS NUMERIC
               SUBTRACT PRG-STATE-WHLD
                   FROM WS-AC-Q-STATE (WS-ACC-IX WS-QUARTER)
               SUBTRACT PRG-STATE-WHLD FROM WS-GRAND-STATE
           END-IF.
           IF PRG-LOCAL-WHLD IS NUMERIC
               SUBTRACT PRG-LOCAL-WHLD
                   FROM WS-AC-Q-LOCAL (WS-ACC-IX WS-QUARTER)
               SUBTRACT PRG-LOCAL-WHLD FROM WS-GRAND-LOCAL
           END-IF.

       WRITE-YTD-FILE.
               MOVE 0 TO YTD-ANN-GROSS
               MOVE 0 TO YTD-ANN-WHLD
               MOVE 0 TO YTD-ANN-NET
               MOVE WS-AC-STATE (WS-ACC-IX) TO YTD-STATE
               MOVE 0 TO YTD-ANN-STATE-WHLD
               MOVE 0 TO YTD-ANN-LOCAL-WHLD
               PERFORM VARYING WS-Q-IX FROM 1 BY 1
                       UNTIL WS-Q-IX > 4
                   MOVE WS-AC-Q-GROSS (WS-ACC-IX WS-Q-IX)
                       TO YTD-ANN-WHLD
                   ADD WS-AC-Q-NET (WS-ACC-IX WS-Q-IX)
                       TO YTD-ANN-NET
                   MOVE WS-AC-Q-STATE (WS-ACC-IX WS-Q-IX)
                       TO YTD-Q-STATE-WHLD (WS-Q-IX)
                   MOVE WS-AC-Q-LOCAL (WS-ACC-IX WS-Q-IX)
                       TO YTD-Q-LOCAL-WHLD (WS-Q-IX)
                   ADD WS-AC-Q-STATE (WS-ACC-IX WS-Q-IX)
                       TO YTD-ANN-STATE-WHLD
                   ADD WS-AC-Q-LOCAL (WS-ACC-IX WS-Q-IX)
                       TO YTD-ANN-LOCAL-WHLD
               END-PERFORM
               WRITE YTD-RECORD
           END-PERFORM.
           MOVE WS-GRAND-WHLD TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO YTD-REPORT-LINE.
           WRITE YTD-REPORT-LINE.
           MOVE "ANNUAL STATE WHLD:" TO WS-TL-LABEL.
           MOVE WS-GRAND-STATE TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO YTD-REPORT-LINE.
           WRITE YTD-REPORT-LINE.
           MOVE "ANNUAL LOCAL WHLD:" TO WS-TL-LABEL.
           MOVE WS-GRAND-LOCAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO YTD-REPORT-LINE.
           WRITE YTD-REPORT-LINE.
           MOVE "ANNUAL NET:" TO WS-TL-LABEL.
           MOVE WS-GRAND-NET TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE-BUILD TO YTD-REPORT-LINE.
