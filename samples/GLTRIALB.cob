      *> nobody should close. One period can be selected through
      *> GLTRIALB_PERIOD (EMPSENIO_MONTH convention); unset reports
      *> every period on the ledger. Written to gltrialb_report.dat.
      *>
      *> After the periods, the accrual/reversal pairs GLPOST
      *> registered (glpost_register.dat entry types A and R): each
      *> auto-reversing accrual with the period and amount it posted
      *> and its reversal's, so the controller can prove every
      *> accrual was reversed. An accrual with no reversal, or one
      *> for a different amount, is flagged and the run ends RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRIAL-REPORT ASSIGN TO "gltrialb_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT POST-REGISTER ASSIGN TO "glpost_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRIAL-REPORT.
       01 TRIAL-REPORT-LINE PIC X(80).

      *> GLPOST's register row.
       FD POST-REGISTER.
       01 POST-REGISTER-RECORD.
          05 PRG-SOURCE-FILE PIC X(40).
          05 PRG-RUN-DATE    PIC 9(8).
          05 PRG-HASH        PIC 9(9).
          05 PRG-POST-DATE   PIC 9(8).
          05 PRG-PERIOD-USED PIC 9(6).
          05 PRG-ENTRY-TYPE  PIC X.
             88 PRG-IS-ACCRUAL   VALUE "A".
             88 PRG-IS-REVERSAL  VALUE "R".
          05 PRG-REVERSE-DATE PIC 9(8).
          05 PRG-AMOUNT      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS   PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-PERIOD-CREDITS  PIC 9(12)V99 VALUE 0.
       01 WS-BROKEN-PERIODS  PIC 9(3) VALUE 0.
       01 WS-REPORTED-ROWS   PIC 9(4) VALUE 0.
       01 WS-SELECTED-PERIOD PIC 9(6) VALUE 0.

      *> Accrual and reversal rows from the post register.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-PAIR-COUNT      PIC 9(3) VALUE 0.
       01 WS-PAIR-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-SOURCE      PIC X(40).
             10 WS-PR-RUN-DATE    PIC 9(8).
             10 WS-PR-REVERSE     PIC 9(8).
             10 WS-PR-ACR-PERIOD  PIC 9(6).
             10 WS-PR-ACR-AMOUNT  PIC 9(11)V99.
             10 WS-PR-REV-PERIOD  PIC 9(6).
             10 WS-PR-REV-AMOUNT  PIC 9(11)V99.
             10 WS-PR-REV-FOUND   PIC 9.
       01 WS-PAIR-IX         PIC 9(3) VALUE 0.
       01 WS-PAIR-HIT        PIC 9 VALUE 0.
       01 WS-UNREVERSED      PIC 9(3) VALUE 0.

      *> Report lines built with MOVE, not STRING, like AUDITLOG's.
       01 WS-PERIOD-LINE-BUILD.
          05 WS-TL-VERDICT     PIC X(12).
          05 FILLER            PIC X(19) VALUE SPACES.

       01 WS-PAIR-LINE-BUILD.
          05 FILLER            PIC X(11) VALUE "   ACCRUAL ".
          05 WS-PL-ACR-PERIOD  PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-PL-ACR-AMOUNT  PIC 9(11).99.
          05 FILLER            PIC X(10) VALUE " REVERSAL ".
          05 WS-PL-REV-PERIOD  PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-PL-REV-AMOUNT  PIC 9(11).99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-PL-VERDICT     PIC X(12).
          05 FILLER            PIC X(2) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLTRIALB".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

               DISPLAY "   Ledger rows reported: " WS-REPORTED-ROWS
               DISPLAY "   Out-of-balance periods: "
                   WS-BROKEN-PERIODS
               DISPLAY "   Accrual/reversal pairs: " WS-PAIR-COUNT
                   ", unreversed " WS-UNREVERSED
               IF WS-UNREVERSED > 0
                   DISPLAY "   *** ACCRUAL(S) NOT REVERSED ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "   Report written to gltrialb_report.dat"
               IF WS-BROKEN-PERIODS > 0
                   DISPLAY "   *** LEDGER DOES NOT PROVE ***"
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PICK-PERIOD
           END-IF.
           MOVE WS-PICK-PERIOD TO WS-SELECTED-PERIOD.

       LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE.
               PERFORM REPORT-ONE-PERIOD
               PERFORM FIND-NEXT-PERIOD
           END-PERFORM.
           PERFORM LOAD-ACCRUAL-PAIRS.
           PERFORM WRITE-ACCRUAL-PAIRS.
           CLOSE TRIAL-REPORT.

       LOAD-ACCRUAL-PAIRS.
      *> A rows open a pair; the R row with the same source, run
      *> date and reversal date closes it. With a period selected,
      *> a pair shows when either side posted there.
           MOVE 0 TO WS-EOF.
           OPEN INPUT POST-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ POST-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-IS-ACCRUAL
                               PERFORM ADD-ACCRUAL-ROW
                           END-IF
                           IF PRG-IS-REVERSAL
                               PERFORM MATCH-REVERSAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-REGISTER
           END-IF.
           IF WS-SELECTED-PERIOD > 0
               PERFORM DROP-UNSELECTED-PAIRS
           END-IF.

       ADD-ACCRUAL-ROW.
           IF WS-PAIR-COUNT < 200
               ADD 1 TO WS-PAIR-COUNT
               MOVE PRG-SOURCE-FILE TO WS-PR-SOURCE (WS-PAIR-COUNT)
               MOVE PRG-RUN-DATE TO WS-PR-RUN-DATE (WS-PAIR-COUNT)
               MOVE PRG-REVERSE-DATE TO WS-PR-REVERSE (WS-PAIR-COUNT)
               MOVE PRG-PERIOD-USED
                   TO WS-PR-ACR-PERIOD (WS-PAIR-COUNT)
               MOVE PRG-AMOUNT TO WS-PR-ACR-AMOUNT (WS-PAIR-COUNT)
               MOVE 0 TO WS-PR-REV-PERIOD (WS-PAIR-COUNT)
               MOVE 0 TO WS-PR-REV-AMOUNT (WS-PAIR-COUNT)
               MOVE 0 TO WS-PR-REV-FOUND (WS-PAIR-COUNT)
           END-IF.

       MATCH-REVERSAL-ROW.
           MOVE 0 TO WS-PAIR-HIT.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                   OR WS-PAIR-HIT = 1
               IF WS-PR-SOURCE (WS-PAIR-IX) = PRG-SOURCE-FILE
                       AND WS-PR-RUN-DATE (WS-PAIR-IX) = PRG-RUN-DATE
                       AND WS-PR-REVERSE (WS-PAIR-IX)
                           = PRG-REVERSE-DATE
                       AND WS-PR-REV-FOUND (WS-PAIR-IX) = 0
                   MOVE 1 TO WS-PAIR-HIT
                   MOVE 1 TO WS-PR-REV-FOUND (WS-PAIR-IX)
                   MOVE PRG-PERIOD-USED
                       TO WS-PR-REV-PERIOD (WS-PAIR-IX)
                   MOVE PRG-AMOUNT TO WS-PR-REV-AMOUNT (WS-PAIR-IX)
               END-IF
           END-PERFORM.

       DROP-UNSELECTED-PAIRS.
           MOVE 0 TO WS-PAIR-HIT.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF WS-PR-ACR-PERIOD (WS-PAIR-IX) = WS-SELECTED-PERIOD
                       OR WS-PR-REV-PERIOD (WS-PAIR-IX)
                           = WS-SELECTED-PERIOD
                   ADD 1 TO WS-PAIR-HIT
                   MOVE WS-PR-ENTRY (WS-PAIR-IX)
                       TO WS-PR-ENTRY (WS-PAIR-HIT)
               END-IF
           END-PERFORM.
           MOVE WS-PAIR-HIT TO WS-PAIR-COUNT.

       WRITE-ACCRUAL-PAIRS.
           IF WS-PAIR-COUNT > 0
               MOVE SPACES TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
               MOVE "ACCRUAL / REVERSAL PAIRS" TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
               PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                       UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                   PERFORM WRITE-ONE-PAIR
               END-PERFORM
           END-IF.

       WRITE-ONE-PAIR.
           MOVE WS-PR-ACR-PERIOD (WS-PAIR-IX) TO WS-PL-ACR-PERIOD.
           MOVE WS-PR-ACR-AMOUNT (WS-PAIR-IX) TO WS-PL-ACR-AMOUNT.
           MOVE WS-PR-REV-PERIOD (WS-PAIR-IX) TO WS-PL-REV-PERIOD.
           MOVE WS-PR-REV-AMOUNT (WS-PAIR-IX) TO WS-PL-REV-AMOUNT.
           EVALUATE TRUE
               WHEN WS-PR-REV-FOUND (WS-PAIR-IX) = 0
                   MOVE "NOT REVERSED" TO WS-PL-VERDICT
                   ADD 1 TO WS-UNREVERSED
               WHEN WS-PR-REV-AMOUNT (WS-PAIR-IX)
                       NOT = WS-PR-ACR-AMOUNT (WS-PAIR-IX)
                   MOVE "AMOUNT DIFF" TO WS-PL-VERDICT
                   ADD 1 TO WS-UNREVERSED
               WHEN OTHER
                   MOVE "REVERSED" TO WS-PL-VERDICT
           END-EVALUATE.
           MOVE WS-PAIR-LINE-BUILD TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.

       FIND-LOWEST-PERIOD.
           MOVE 999999 TO WS-PERIOD-IN-HAND.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
