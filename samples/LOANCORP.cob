       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCORP.
      *> Loan charge-off and recovery report by vintage for
      *> management. A loan's vintage is the year it was originated
      *> (APP-ORIG-DATE on loan_apps.dat, CO-ORIG-DATE on the
      *> register). For each vintage the report shows what was
      *> originated, what LOANCOAP has charged off (the X rows of
      *> loan_chargeoff.dat, LOANCOR.cpy -- principal, interest and
      *> late fees), what has been recovered since (LOANSERV's
      *> loan_recoveries.dat, LOANRCVR.cpy), the net loss and the
      *> net loss as a percentage of the amount originated, with a
      *> total line; the report is written to loanco_vintage.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO "loan_chargeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RECOVERY-LOG ASSIGN TO "loan_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT VINTAGE-REPORT ASSIGN TO "loanco_vintage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-APPS.
      *> DEMO5AMRT's application layout.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD CHARGE-OFF-FILE.
           COPY LOANCOR.

       FD RECOVERY-LOG.
           COPY LOANRCVR.

       FD VINTAGE-REPORT.
       01 VINTAGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-APPS-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-RECOVERY-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> One row per vintage (origination year), printed oldest
      *> first.
       01 WS-VIN-COUNT       PIC 9(3) VALUE 0.
       01 WS-VIN-TABLE.
          05 WS-VN-ENTRY OCCURS 100 TIMES.
             10 WS-VN-YEAR       PIC 9(4).
             10 WS-VN-ORIG-COUNT PIC 9(5).
             10 WS-VN-ORIG-AMT   PIC 9(11)V99.
             10 WS-VN-CO-COUNT   PIC 9(5).
             10 WS-VN-PRINCIPAL  PIC 9(11)V99.
             10 WS-VN-INTEREST   PIC 9(11)V99.
             10 WS-VN-FEES       PIC 9(11)V99.
             10 WS-VN-RECOVERED  PIC 9(11)V99.
             10 WS-VN-PRINTED    PIC 9.
       01 WS-VIN-IX          PIC 9(3) VALUE 0.
       01 WS-VIN-FOUND       PIC 9(3) VALUE 0.
       01 WS-VIN-BEST        PIC 9(3) VALUE 0.
       01 WS-PICK-YEAR       PIC 9(4) VALUE 0.
       01 WS-PRINTED-COUNT   PIC 9(3) VALUE 0.

      *> Charged-off loans and their vintages, for matching the
      *> recoveries.
       01 WS-CO-COUNT        PIC 9(4) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CL-ENTRY OCCURS 1000 TIMES.
             10 WS-CL-APP-ID     PIC X(8).
             10 WS-CL-YEAR       PIC 9(4).
       01 WS-CO-IX           PIC 9(4) VALUE 0.
       01 WS-CO-FOUND        PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.

       01 WS-ROW-CHARGED     PIC 9(11)V99 VALUE 0.
       01 WS-ROW-NET         PIC S9(11)V99 VALUE 0.
       01 WS-ROW-RATE        PIC S9(3)V99 VALUE 0.
       01 WS-TOTALS.
          05 WS-TOT-ORIG-COUNT PIC 9(5) VALUE 0.
          05 WS-TOT-ORIG-AMT   PIC 9(11)V99 VALUE 0.
          05 WS-TOT-CO-COUNT   PIC 9(5) VALUE 0.
          05 WS-TOT-PRINCIPAL  PIC 9(11)V99 VALUE 0.
          05 WS-TOT-INTEREST   PIC 9(11)V99 VALUE 0.
          05 WS-TOT-FEES       PIC 9(11)V99 VALUE 0.
          05 WS-TOT-RECOVERED  PIC 9(11)V99 VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(46) VALUE
             "LOAN CHARGE-OFF AND RECOVERY BY VINTAGE AS OF ".
          05 WS-TI-DATE        PIC 9(8).
          05 FILLER            PIC X(78) VALUE SPACES.
       01 WS-HEADING-LINE-BUILD.
          05 FILLER            PIC X(50) VALUE
             "YEAR   ORIGS   ORIGINATED   C/O    PRINCIPAL    IN".
          05 FILLER            PIC X(51) VALUE
             "TEREST        FEES   RECOVERED     NET LOSS  LOSS %".
          05 FILLER            PIC X(31) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 WS-DL-VINTAGE     PIC X(5).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DL-ORIG-COUNT  PIC ZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-ORIG-AMT    PIC ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-CO-COUNT    PIC ZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-PRINCIPAL   PIC ZZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-INTEREST    PIC ZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-FEES        PIC ZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-RECOVERED   PIC ZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-NET         PIC -ZZZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-RATE        PIC -ZZ9.99.
          05 FILLER            PIC X(22) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANCORP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 nothing charged
      *> off yet or recoveries for loans not on the register, 8+
      *> hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Charge-Off Vintage Report ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-ORIGINATIONS.
           PERFORM LOAD-CHARGE-OFFS.
           PERFORM LOAD-RECOVERIES.
           PERFORM WRITE-VINTAGE-REPORT.
           DISPLAY "   Vintages reported:   " WS-VIN-COUNT.
           DISPLAY "   Loans charged off:   " WS-TOT-CO-COUNT.
           DISPLAY "   Recovered to date:   " WS-TOT-RECOVERED.
           DISPLAY "   Report in loanco_vintage.dat".
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "   *** " WS-UNMATCHED-COUNT " RECOVERY ROW(S)"
                   " FOR LOANS NOT CHARGED OFF ***"
           END-IF.
           IF (WS-TOT-CO-COUNT = 0 OR WS-UNMATCHED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Charge-Off Vintage Report Complete ===".
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

       LOAD-ORIGINATIONS.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE APP-ORIG-DATE (1:4) TO WS-PICK-YEAR
                           PERFORM FIND-OR-ADD-VINTAGE
                           IF WS-VIN-FOUND > 0
                               ADD 1 TO WS-VN-ORIG-COUNT (WS-VIN-FOUND)
                               ADD APP-PRINCIPAL
                                   TO WS-VN-ORIG-AMT (WS-VIN-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-CHARGE-OFFS.
           OPEN INPUT CHARGE-OFF-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHARGE-OFF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CO-CHARGED-OFF
                               PERFORM TAKE-ONE-CHARGE-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-OFF-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-ONE-CHARGE-OFF.
           MOVE CO-ORIG-DATE (1:4) TO WS-PICK-YEAR.
           PERFORM FIND-OR-ADD-VINTAGE.
           IF WS-VIN-FOUND > 0
               ADD 1 TO WS-VN-CO-COUNT (WS-VIN-FOUND)
               ADD CO-PRINCIPAL TO WS-VN-PRINCIPAL (WS-VIN-FOUND)
               ADD CO-INTEREST TO WS-VN-INTEREST (WS-VIN-FOUND)
               ADD CO-FEES TO WS-VN-FEES (WS-VIN-FOUND)
           END-IF.
           IF WS-CO-COUNT < 1000
               ADD 1 TO WS-CO-COUNT
               MOVE CO-APP-ID TO WS-CL-APP-ID (WS-CO-COUNT)
               MOVE WS-PICK-YEAR TO WS-CL-YEAR (WS-CO-COUNT)
           END-IF.

       LOAD-RECOVERIES.
           OPEN INPUT RECOVERY-LOG.
           IF WS-RECOVERY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RECOVERY-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-RECOVERY
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-LOG
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-ONE-RECOVERY.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               IF WS-CL-APP-ID (WS-CO-IX) = RCV-APP-ID
                   MOVE WS-CO-IX TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 0
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               MOVE WS-CL-YEAR (WS-CO-FOUND) TO WS-PICK-YEAR
               PERFORM FIND-OR-ADD-VINTAGE
               IF WS-VIN-FOUND > 0
                   ADD RCV-AMOUNT TO WS-VN-RECOVERED (WS-VIN-FOUND)
               END-IF
           END-IF.

       FIND-OR-ADD-VINTAGE.
           MOVE 0 TO WS-VIN-FOUND.
           PERFORM VARYING WS-VIN-IX FROM 1 BY 1
                   UNTIL WS-VIN-IX > WS-VIN-COUNT
               IF WS-VN-YEAR (WS-VIN-IX) = WS-PICK-YEAR
                   MOVE WS-VIN-IX TO WS-VIN-FOUND
               END-IF
           END-PERFORM.
           IF WS-VIN-FOUND = 0 AND WS-VIN-COUNT < 100
               ADD 1 TO WS-VIN-COUNT
               MOVE WS-VIN-COUNT TO WS-VIN-FOUND
               INITIALIZE WS-VN-ENTRY (WS-VIN-FOUND)
               MOVE WS-PICK-YEAR TO WS-VN-YEAR (WS-VIN-FOUND)
           END-IF.

       WRITE-VINTAGE-REPORT.
           OPEN OUTPUT VINTAGE-REPORT.
           MOVE WS-RUN-DATE TO WS-TI-DATE.
           MOVE WS-TITLE-LINE-BUILD TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE WS-HEADING-LINE-BUILD TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
      *> Oldest vintage first: each pass prints the lowest year not
      *> yet printed.
           MOVE 0 TO WS-PRINTED-COUNT.
           PERFORM UNTIL WS-PRINTED-COUNT >= WS-VIN-COUNT
               PERFORM PICK-NEXT-VINTAGE
               PERFORM WRITE-ONE-VINTAGE
               MOVE 1 TO WS-VN-PRINTED (WS-VIN-BEST)
               ADD 1 TO WS-PRINTED-COUNT
           END-PERFORM.
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "TOTAL" TO WS-DL-VINTAGE.
           MOVE WS-TOT-ORIG-COUNT TO WS-DL-ORIG-COUNT.
           MOVE WS-TOT-ORIG-AMT TO WS-DL-ORIG-AMT.
           MOVE WS-TOT-CO-COUNT TO WS-DL-CO-COUNT.
           MOVE WS-TOT-PRINCIPAL TO WS-DL-PRINCIPAL.
           MOVE WS-TOT-INTEREST TO WS-DL-INTEREST.
           MOVE WS-TOT-FEES TO WS-DL-FEES.
           MOVE WS-TOT-RECOVERED TO WS-DL-RECOVERED.
           COMPUTE WS-ROW-CHARGED = WS-TOT-PRINCIPAL
               + WS-TOT-INTEREST + WS-TOT-FEES.
           COMPUTE WS-ROW-NET = WS-ROW-CHARGED - WS-TOT-RECOVERED.
           IF WS-TOT-ORIG-AMT > 0
               COMPUTE WS-ROW-RATE ROUNDED =
                   WS-ROW-NET * 100 / WS-TOT-ORIG-AMT
           ELSE
               MOVE 0 TO WS-ROW-RATE
           END-IF.
           MOVE WS-ROW-NET TO WS-DL-NET.
           MOVE WS-ROW-RATE TO WS-DL-RATE.
           MOVE WS-DETAIL-LINE-BUILD TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           CLOSE VINTAGE-REPORT.

       PICK-NEXT-VINTAGE.
           MOVE 0 TO WS-VIN-BEST.
           PERFORM VARYING WS-VIN-IX FROM 1 BY 1
                   UNTIL WS-VIN-IX > WS-VIN-COUNT
               IF WS-VN-PRINTED (WS-VIN-IX) = 0
                   IF WS-VIN-BEST = 0
                       MOVE WS-VIN-IX TO WS-VIN-BEST
                   ELSE
                       IF WS-VN-YEAR (WS-VIN-IX)
                               < WS-VN-YEAR (WS-VIN-BEST)
                           MOVE WS-VIN-IX TO WS-VIN-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-VINTAGE.
           MOVE WS-VN-YEAR (WS-VIN-BEST) TO WS-DL-VINTAGE.
           MOVE WS-VN-ORIG-COUNT (WS-VIN-BEST) TO WS-DL-ORIG-COUNT.
           MOVE WS-VN-ORIG-AMT (WS-VIN-BEST) TO WS-DL-ORIG-AMT.
           MOVE WS-VN-CO-COUNT (WS-VIN-BEST) TO WS-DL-CO-COUNT.
           MOVE WS-VN-PRINCIPAL (WS-VIN-BEST) TO WS-DL-PRINCIPAL.
           MOVE WS-VN-INTEREST (WS-VIN-BEST) TO WS-DL-INTEREST.
           MOVE WS-VN-FEES (WS-VIN-BEST) TO WS-DL-FEES.
           MOVE WS-VN-RECOVERED (WS-VIN-BEST) TO WS-DL-RECOVERED.
           COMPUTE WS-ROW-CHARGED = WS-VN-PRINCIPAL (WS-VIN-BEST)
               + WS-VN-INTEREST (WS-VIN-BEST)
               + WS-VN-FEES (WS-VIN-BEST).
           COMPUTE WS-ROW-NET =
               WS-ROW-CHARGED - WS-VN-RECOVERED (WS-VIN-BEST).
           IF WS-VN-ORIG-AMT (WS-VIN-BEST) > 0
               COMPUTE WS-ROW-RATE ROUNDED = WS-ROW-NET * 100
                   / WS-VN-ORIG-AMT (WS-VIN-BEST)
           ELSE
               MOVE 0 TO WS-ROW-RATE
           END-IF.
           MOVE WS-ROW-NET TO WS-DL-NET.
           MOVE WS-ROW-RATE TO WS-DL-RATE.
           MOVE WS-DETAIL-LINE-BUILD TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           ADD WS-VN-ORIG-COUNT (WS-VIN-BEST) TO WS-TOT-ORIG-COUNT.
           ADD WS-VN-ORIG-AMT (WS-VIN-BEST) TO WS-TOT-ORIG-AMT.
           ADD WS-VN-CO-COUNT (WS-VIN-BEST) TO WS-TOT-CO-COUNT.
           ADD WS-VN-PRINCIPAL (WS-VIN-BEST) TO WS-TOT-PRINCIPAL.
           ADD WS-VN-INTEREST (WS-VIN-BEST) TO WS-TOT-INTEREST.
           ADD WS-VN-FEES (WS-VIN-BEST) TO WS-TOT-FEES.
           ADD WS-VN-RECOVERED (WS-VIN-BEST) TO WS-TOT-RECOVERED.
