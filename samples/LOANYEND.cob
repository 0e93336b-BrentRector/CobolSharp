       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANYEND.
      *> Year-end borrower interest statements and information
      *> return. Every January borrowers ask how much interest they
      *> paid in the year, and the answer was worked out by hand off
      *> the amortization schedules -- which give the scheduled
      *> split, not what was actually received. This job totals the
      *> interest and principal (scheduled plus extra) actually
      *> received per loan in the tax year from the payment history
      *> LOANSERV writes (loan_payhist.dat, LOANPHR.cpy) and writes:
      *>   loanyend_statements.dat -- one statement per borrower;
      *>     an employee borrower's loans (loan_apps.dat EMP-ID) are
      *>     on one statement addressed from the master and
      *>     empaddr.dat, any other loan is its own statement
      *>     addressed by loan number for the mail room to merge,
      *>     the LOANLTRS convention;
      *>   loanyend_file.dat -- the electronic information return in
      *>     the EMPWAGEF fixed-length style: A submitter (the first
      *>     company on cotable.dat), one L record per loan whose
      *>     interest received reaches the reporting threshold, and
      *>     an F final record with the count and total;
      *>   loanyend_held.dat -- reportable loans held out of the
      *>     return because the borrower has no complete address;
      *>   loanyend_control.dat -- the control report, tying the
      *>     interest received to the year's INT-INCOME posted to
      *>     glledger.dat (LOANACCR's accruals through GLPOST). The
      *>     ledger is on the accrual basis, so the difference is
      *>     interest accrued but not yet received (or received but
      *>     accrued in an earlier year) and is shown, not forced.
      *>
      *> The tax year is LOANYEND_YEAR (YYYY); unset, it is the year
      *> before the run date -- the run belongs to January.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY ASSIGN TO "loan_payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "loanyend_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT RETURN-FILE ASSIGN TO "loanyend_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT HELD-FILE ASSIGN TO "loanyend_held.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "loanyend_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-HISTORY.
           COPY LOANPHR.

       FD LOAN-APPS.
      *> DEMO5AMRT's application layout; only the borrower's EMP-ID
      *> is used here.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD LEDGER-FILE.
           COPY GLLEDR.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       FD RETURN-FILE.
       01 RETURN-RECORD PIC X(132).

       FD HELD-FILE.
       01 HELD-LINE PIC X(80).

       FD CONTROL-REPORT.
       01 CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-APPS-STATUS        PIC XX VALUE SPACES.
       01 WS-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS     PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS     PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS      PIC XX VALUE SPACES.
       01 WS-STATEMENT-STATUS   PIC XX VALUE SPACES.
       01 WS-RETURN-STATUS      PIC XX VALUE SPACES.
       01 WS-HELD-STATUS        PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.

       01 WS-ENV-YEAR           PIC X(4) VALUE SPACES.
       01 WS-TAX-YEAR           PIC 9(4) VALUE 0.
      *> Interest received on a loan at or above this is reported.
       01 WS-REPORT-THRESHOLD   PIC 9(7)V99 VALUE 600.00.

      *> The year's receipts, one slot per loan.
       01 WS-YL-COUNT        PIC 9(4) VALUE 0.
       01 WS-YL-TABLE.
          05 WS-YL-ENTRY OCCURS 500 TIMES.
             10 WS-YL-APP-ID      PIC X(8).
             10 WS-YL-EMP-ID      PIC 9(5).
             10 WS-YL-INTEREST    PIC 9(7)V99.
             10 WS-YL-PRINCIPAL   PIC 9(7)V99.
             10 WS-YL-PRINTED     PIC 9.
       01 WS-YL-IX           PIC 9(4) VALUE 0.
       01 WS-YL-JX           PIC 9(4) VALUE 0.
       01 WS-YL-FOUND        PIC 9(4) VALUE 0.
       01 WS-YL-OVERFLOW     PIC 9 VALUE 0.

      *> Loan number to borrower EMP-ID.
       01 WS-APP-COUNT       PIC 9(4) VALUE 0.
       01 WS-APP-TABLE.
          05 WS-AP-ENTRY OCCURS 500 TIMES.
             10 WS-AP-APP-ID      PIC X(8).
             10 WS-AP-EMP-ID      PIC 9(5).
       01 WS-APP-IX          PIC 9(4) VALUE 0.

      *> Employee names from the current generation, and addresses.
       01 WS-NAME-COUNT      PIC 9(4) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NM-ENTRY OCCURS 1000 TIMES.
             10 WS-NM-EMP-ID      PIC 9(5).
             10 WS-NM-NAME        PIC X(20).
       01 WS-NAME-IX         PIC 9(4) VALUE 0.
       01 WS-ADDR-COUNT      PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-AT-ENTRY OCCURS 1000 TIMES.
             10 WS-AT-EMP-ID      PIC 9(5).
             10 WS-AT-LINE1       PIC X(30).
             10 WS-AT-LINE2       PIC X(30).
             10 WS-AT-CITY        PIC X(20).
             10 WS-AT-STATE       PIC X(2).
             10 WS-AT-ZIP         PIC X(10).
       01 WS-ADDR-IX         PIC 9(4) VALUE 0.

      *> The submitter: first row of the company table.
       01 WS-SUBMIT-ENTITY   PIC X(4) VALUE "0000".
       01 WS-SUBMIT-NAME     PIC X(30) VALUE SPACES.

      *> The borrower in hand.
       01 WS-BORROWER-EMP    PIC 9(5) VALUE 0.
       01 WS-BORROWER-NAME   PIC X(20) VALUE SPACES.
       01 WS-FOUND-ADDR      PIC 9(4) VALUE 0.
       01 WS-BR-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-BR-PRINCIPAL    PIC 9(9)V99 VALUE 0.
       01 WS-HELD-REASON     PIC X(30) VALUE SPACES.

      *> Run totals.
       01 WS-HIST-ROWS       PIC 9(7) VALUE 0.
       01 WS-STMT-COUNT      PIC 9(5) VALUE 0.
       01 WS-ALL-INTEREST    PIC 9(11)V99 VALUE 0.
       01 WS-ALL-PRINCIPAL   PIC 9(11)V99 VALUE 0.
       01 WS-FILED-COUNT     PIC 9(6) VALUE 0.
       01 WS-FILED-INTEREST  PIC 9(11)V99 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
       01 WS-HELD-INTEREST   PIC 9(11)V99 VALUE 0.
       01 WS-LEDGER-FOUND    PIC 9 VALUE 0.
       01 WS-LEDGER-INCOME   PIC S9(11)V99 VALUE 0.
       01 WS-INCOME-DIFF     PIC S9(11)V99 VALUE 0.

      *> Same counter/filename convention as DEMO4RPT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Statement lines, built with MOVE.
       01 WS-ST-HEAD-BUILD.
          05 FILLER            PIC X(35) VALUE
              "YEAR-END LOAN INTEREST STATEMENT".
          05 FILLER            PIC X(15) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE "TAX YEAR: ".
          05 WS-SH-YEAR        PIC 9(4).
          05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-ST-DATE-BUILD.
          05 FILLER            PIC X(50) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "DATE: ".
          05 WS-SD-DATE        PIC 9(8).
          05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-ST-GENERIC-BUILD.
          05 FILLER            PIC X(16) VALUE "THE BORROWER OF ".
          05 FILLER            PIC X(5) VALUE "LOAN ".
          05 WS-SG-APP-ID      PIC X(8).
          05 FILLER            PIC X(51) VALUE SPACES.
       01 WS-ST-CITY-BUILD.
          05 WS-SC-CITY        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SC-STATE       PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SC-ZIP         PIC X(10).
          05 FILLER            PIC X(46) VALUE SPACES.
       01 WS-ST-COLUMN-HEAD.
          05 FILLER            PIC X(50) VALUE
              "  LOAN          INTEREST PAID   PRINCIPAL PAID".
          05 FILLER            PIC X(30) VALUE SPACES.
       01 WS-ST-LOAN-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-SL-APP-ID      PIC X(8).
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-SL-INTEREST    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-SL-PRINCIPAL   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(35) VALUE SPACES.

      *> Information return records built with MOVE, not STRING.
       01 WS-REC-A-BUILD.
          05 FILLER              PIC X VALUE "A".
          05 WS-RA-YEAR          PIC 9(4).
          05 WS-RA-ENTITY        PIC X(4).
          05 WS-RA-NAME          PIC X(30).
          05 WS-RA-CREATED       PIC 9(8).
          05 FILLER              PIC X(85) VALUE SPACES.
       01 WS-REC-L-BUILD.
          05 FILLER              PIC X VALUE "L".
          05 WS-RL-APP-ID        PIC X(8).
          05 WS-RL-EMP-ID        PIC 9(5).
          05 WS-RL-NAME          PIC X(20).
          05 WS-RL-LINE1         PIC X(30).
          05 WS-RL-CITY          PIC X(20).
          05 WS-RL-STATE         PIC X(2).
          05 WS-RL-ZIP           PIC X(10).
          05 WS-RL-INTEREST      PIC 9(9)V99.
          05 WS-RL-PRINCIPAL     PIC 9(9)V99.
          05 FILLER              PIC X(14) VALUE SPACES.
       01 WS-REC-F-BUILD.
          05 FILLER              PIC X VALUE "F".
          05 WS-RF-YEAR          PIC 9(4).
          05 WS-RF-COUNT         PIC 9(6).
          05 WS-RF-INTEREST      PIC 9(10)V99.
          05 FILLER              PIC X(109) VALUE SPACES.

      *> Held-out list and control report lines.
       01 WS-HELD-BUILD.
          05 WS-HB-APP-ID        PIC X(8).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-EMP-ID        PIC 9(5).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-INTEREST      PIC ZZZZZZ9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HB-REASON        PIC X(30).
          05 FILLER              PIC X(24) VALUE SPACES.
       01 WS-CONTROL-BUILD.
          05 WS-CB-LABEL         PIC X(34).
          05 WS-CB-AMOUNT        PIC Z(10)9.99-.
          05 FILLER              PIC X(31) VALUE SPACES.
       01 WS-TITLE-BUILD.
          05 FILLER              PIC X(34)
                 VALUE "LOAN INTEREST YEAR-END CONTROL -- ".
          05 WS-TB-YEAR          PIC 9(4).
          05 FILLER              PIC X(42) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANYEND".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 produced and tied out,
      *> 4 loans held out of the return or not tied to the ledger,
      *> 8+ nothing produced).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Year-End Interest Statements ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-TAX-YEAR.
           DISPLAY "   Tax year " WS-TAX-YEAR.
           PERFORM LOAD-YEAR-RECEIPTS.
           IF RETURN-CODE < 8
               IF WS-YL-COUNT = 0
                   DISPLAY "   No payments received in " WS-TAX-YEAR
                       " on loan_payhist.dat - nothing produced"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-LOAN-APPS
                   PERFORM DETERMINE-CURRENT-GENERATION
                   PERFORM LOAD-EMPLOYEE-NAMES
                   PERFORM LOAD-ADDRESS-FILE
                   PERFORM LOAD-SUBMITTER
                   PERFORM LOAD-LEDGER-INCOME
                   OPEN OUTPUT STATEMENT-FILE
                   OPEN OUTPUT RETURN-FILE
                   OPEN OUTPUT HELD-FILE
                   PERFORM WRITE-SUBMITTER-RECORD
                   PERFORM VARYING WS-YL-IX FROM 1 BY 1
                           UNTIL WS-YL-IX > WS-YL-COUNT
                       IF WS-YL-PRINTED (WS-YL-IX) = 0
                           PERFORM STATEMENT-ONE-BORROWER
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-FINAL-RECORD
                   CLOSE STATEMENT-FILE
                   CLOSE RETURN-FILE
                   CLOSE HELD-FILE
                   PERFORM WRITE-CONTROL-REPORT
                   DISPLAY "   Loans with receipts: " WS-YL-COUNT
                   DISPLAY "   Statements:          " WS-STMT-COUNT
                   DISPLAY "   Reported:            " WS-FILED-COUNT
                   DISPLAY "   Held out:            " WS-HELD-COUNT
                   DISPLAY "   Statements in loanyend_statements.dat,"
                       " return in loanyend_file.dat"
                   DISPLAY "   Control report in loanyend_control.dat"
                   IF WS-HELD-COUNT > 0
                       DISPLAY "   *** Reportable loans held out for"
                           " incomplete addresses - see"
                           " loanyend_held.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Year-End Interest Statements Complete ===".
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

       DETERMINE-TAX-YEAR.
           ACCEPT WS-ENV-YEAR
               FROM ENVIRONMENT "LOANYEND_YEAR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-YEAR IS NUMERIC
               MOVE WS-ENV-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY-DATE (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.

       LOAD-YEAR-RECEIPTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "   No payment history (loan_payhist.dat),"
                   " status " WS-PAYHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ PAYMENT-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PH-DATE (1:4) = WS-TAX-YEAR
                                   AND PH-INTEREST NUMERIC
                                   AND PH-PRINCIPAL NUMERIC
                                   AND PH-EXTRA-PRIN NUMERIC
                               PERFORM HOLD-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY
               IF WS-YL-OVERFLOW = 1
                   DISPLAY "   Receipt table full (500 loans) -"
                       " nothing produced"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 0 TO WS-EOF.

       HOLD-ONE-RECEIPT.
           ADD 1 TO WS-HIST-ROWS.
           MOVE 0 TO WS-YL-FOUND.
           PERFORM VARYING WS-YL-IX FROM 1 BY 1
                   UNTIL WS-YL-IX > WS-YL-COUNT
               IF WS-YL-APP-ID (WS-YL-IX) = PH-APP-ID
                   MOVE WS-YL-IX TO WS-YL-FOUND
               END-IF
           END-PERFORM.
           IF WS-YL-FOUND = 0
               IF WS-YL-COUNT < 500
                   ADD 1 TO WS-YL-COUNT
                   MOVE WS-YL-COUNT TO WS-YL-FOUND
                   MOVE PH-APP-ID TO WS-YL-APP-ID (WS-YL-FOUND)
                   MOVE 0 TO WS-YL-EMP-ID (WS-YL-FOUND)
                   MOVE 0 TO WS-YL-INTEREST (WS-YL-FOUND)
                   MOVE 0 TO WS-YL-PRINCIPAL (WS-YL-FOUND)
                   MOVE 0 TO WS-YL-PRINTED (WS-YL-FOUND)
               ELSE
                   MOVE 1 TO WS-YL-OVERFLOW
               END-IF
           END-IF.
           IF WS-YL-FOUND > 0
               ADD PH-INTEREST TO WS-YL-INTEREST (WS-YL-FOUND)
               ADD PH-PRINCIPAL TO WS-YL-PRINCIPAL (WS-YL-FOUND)
               ADD PH-EXTRA-PRIN TO WS-YL-PRINCIPAL (WS-YL-FOUND)
               ADD PH-INTEREST TO WS-ALL-INTEREST
               ADD PH-PRINCIPAL TO WS-ALL-PRINCIPAL
               ADD PH-EXTRA-PRIN TO WS-ALL-PRINCIPAL
           END-IF.

       LOAD-LOAN-APPS.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-APP-COUNT < 500
                               ADD 1 TO WS-APP-COUNT
                               MOVE APP-ID
                                   TO WS-AP-APP-ID (WS-APP-COUNT)
                               MOVE APP-EMP-ID
                                   TO WS-AP-EMP-ID (WS-APP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM VARYING WS-YL-IX FROM 1 BY 1
                   UNTIL WS-YL-IX > WS-YL-COUNT
               PERFORM VARYING WS-APP-IX FROM 1 BY 1
                       UNTIL WS-APP-IX > WS-APP-COUNT
                   IF WS-AP-APP-ID (WS-APP-IX)
                           = WS-YL-APP-ID (WS-YL-IX)
                       MOVE WS-AP-EMP-ID (WS-APP-IX)
                           TO WS-YL-EMP-ID (WS-YL-IX)
                   END-IF
               END-PERFORM
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

       LOAD-EMPLOYEE-NAMES.
      *> An unreadable master just means employee loans are
      *> addressed by loan number like any other.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NAME-COUNT < 1000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE EMP-ID
                                   TO WS-NM-EMP-ID (WS-NAME-COUNT)
                               MOVE EMP-NAME
                                   TO WS-NM-NAME (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY "   Unable to open " WS-GDG-FILENAME
                   ", status " WS-FILE-STATUS
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ADDR-COUNT < 1000
                               ADD 1 TO WS-ADDR-COUNT
                               MOVE ADR-EMP-ID TO
                                   WS-AT-EMP-ID (WS-ADDR-COUNT)
                               MOVE ADR-LINE1 TO
                                   WS-AT-LINE1 (WS-ADDR-COUNT)
                               MOVE ADR-LINE2 TO
                                   WS-AT-LINE2 (WS-ADDR-COUNT)
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
           MOVE 0 TO WS-EOF.

       LOAD-SUBMITTER.
      *> The first company on the table is the submitter, the
      *> EMPWAGEF convention.
           OPEN INPUT COMPANY-TABLE-FILE.
           IF WS-COTABLE-STATUS = "00"
               READ COMPANY-TABLE-FILE
                   NOT AT END
                       MOVE CMP-GL-ENTITY TO WS-SUBMIT-ENTITY
                       MOVE CMP-NAME TO WS-SUBMIT-NAME
               END-READ
               CLOSE COMPANY-TABLE-FILE
           END-IF.

       LOAD-LEDGER-INCOME.
      *> Net INT-INCOME credits across the tax year's periods; the
      *> year-end closing period (YYYY13) zeroes income into
      *> retained earnings and is not interest earned.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLL-PERIOD (1:4) = WS-TAX-YEAR
                                   AND GLL-PERIOD (5:2) NOT = "13"
                                   AND GLL-ACCOUNT = "INT-INCOME"
                               MOVE 1 TO WS-LEDGER-FOUND
                               ADD GLL-CREDITS TO WS-LEDGER-INCOME
                               SUBTRACT GLL-DEBITS
                                   FROM WS-LEDGER-INCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       STATEMENT-ONE-BORROWER.
      *> An employee's loans share one statement; any other loan is
      *> a borrower of its own.
           MOVE WS-YL-EMP-ID (WS-YL-IX) TO WS-BORROWER-EMP.
           PERFORM FIND-BORROWER.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 0 TO WS-BR-INTEREST.
           MOVE 0 TO WS-BR-PRINCIPAL.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TAX-YEAR TO WS-SH-YEAR.
           MOVE WS-ST-HEAD-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TODAY-DATE TO WS-SD-DATE.
           MOVE WS-ST-DATE-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-BORROWER-NAME = SPACES OR WS-FOUND-ADDR = 0
               MOVE WS-YL-APP-ID (WS-YL-IX) TO WS-SG-APP-ID
               MOVE WS-ST-GENERIC-BUILD TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE WS-BORROWER-NAME TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-AT-LINE1 (WS-FOUND-ADDR) TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-AT-LINE2 (WS-FOUND-ADDR) NOT = SPACES
                   MOVE WS-AT-LINE2 (WS-FOUND-ADDR) TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE WS-AT-CITY (WS-FOUND-ADDR) TO WS-SC-CITY
               MOVE WS-AT-STATE (WS-FOUND-ADDR) TO WS-SC-STATE
               MOVE WS-AT-ZIP (WS-FOUND-ADDR) TO WS-SC-ZIP
               MOVE WS-ST-CITY-BUILD TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-ST-COLUMN-HEAD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-YL-JX FROM WS-YL-IX BY 1
                   UNTIL WS-YL-JX > WS-YL-COUNT
               IF WS-YL-PRINTED (WS-YL-JX) = 0
                   IF WS-YL-JX = WS-YL-IX
                           OR (WS-BORROWER-EMP > 0 AND
                               WS-YL-EMP-ID (WS-YL-JX)
                               = WS-BORROWER-EMP)
                       PERFORM STATEMENT-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SL-APP-ID.
           MOVE "TOTAL" TO WS-SL-APP-ID.
           MOVE WS-BR-INTEREST TO WS-SL-INTEREST.
           MOVE WS-BR-PRINCIPAL TO WS-SL-PRINCIPAL.
           MOVE WS-ST-LOAN-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "Amounts shown are the interest and principal actually"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "received during the year, not the scheduled amounts."
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "Interest of 600.00 or more on a loan is reported to"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "the tax agency." TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       STATEMENT-ONE-LOAN.
           MOVE 1 TO WS-YL-PRINTED (WS-YL-JX).
           MOVE WS-YL-APP-ID (WS-YL-JX) TO WS-SL-APP-ID.
           MOVE WS-YL-INTEREST (WS-YL-JX) TO WS-SL-INTEREST.
           MOVE WS-YL-PRINCIPAL (WS-YL-JX) TO WS-SL-PRINCIPAL.
           MOVE WS-ST-LOAN-BUILD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD WS-YL-INTEREST (WS-YL-JX) TO WS-BR-INTEREST.
           ADD WS-YL-PRINCIPAL (WS-YL-JX) TO WS-BR-PRINCIPAL.
           IF WS-YL-INTEREST (WS-YL-JX) >= WS-REPORT-THRESHOLD
               PERFORM REPORT-ONE-LOAN
           END-IF.

       FIND-BORROWER.
           MOVE SPACES TO WS-BORROWER-NAME.
           MOVE 0 TO WS-FOUND-ADDR.
           IF WS-BORROWER-EMP > 0
               PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                       UNTIL WS-NAME-IX > WS-NAME-COUNT
                   IF WS-NM-EMP-ID (WS-NAME-IX) = WS-BORROWER-EMP
                       MOVE WS-NM-NAME (WS-NAME-IX)
                           TO WS-BORROWER-NAME
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                       UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                   IF WS-AT-EMP-ID (WS-ADDR-IX) = WS-BORROWER-EMP
                       MOVE WS-ADDR-IX TO WS-FOUND-ADDR
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-ONE-LOAN.
      *> A return record the agency would reject -- no name or an
      *> incomplete address -- is held out and listed instead, the
      *> EMPWAGEF rule.
           MOVE SPACES TO WS-HELD-REASON.
           EVALUATE TRUE
               WHEN WS-BORROWER-EMP = 0
                   MOVE "NO BORROWER ADDRESS ON FILE"
                       TO WS-HELD-REASON
               WHEN WS-BORROWER-NAME = SPACES
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-HELD-REASON
               WHEN WS-FOUND-ADDR = 0
                   MOVE "NO ADDRESS ON FILE" TO WS-HELD-REASON
               WHEN WS-AT-LINE1 (WS-FOUND-ADDR) = SPACES
                       OR WS-AT-CITY (WS-FOUND-ADDR) = SPACES
                       OR WS-AT-STATE (WS-FOUND-ADDR) = SPACES
                       OR WS-AT-ZIP (WS-FOUND-ADDR) = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WS-HELD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-HELD-REASON NOT = SPACES
               MOVE WS-YL-APP-ID (WS-YL-JX) TO WS-HB-APP-ID
               MOVE WS-BORROWER-EMP TO WS-HB-EMP-ID
               MOVE WS-YL-INTEREST (WS-YL-JX) TO WS-HB-INTEREST
               MOVE WS-HELD-REASON TO WS-HB-REASON
               MOVE WS-HELD-BUILD TO HELD-LINE
               WRITE HELD-LINE
               ADD 1 TO WS-HELD-COUNT
               ADD WS-YL-INTEREST (WS-YL-JX) TO WS-HELD-INTEREST
           ELSE
               MOVE WS-YL-APP-ID (WS-YL-JX) TO WS-RL-APP-ID
               MOVE WS-BORROWER-EMP TO WS-RL-EMP-ID
               MOVE WS-BORROWER-NAME TO WS-RL-NAME
               MOVE WS-AT-LINE1 (WS-FOUND-ADDR) TO WS-RL-LINE1
               MOVE WS-AT-CITY (WS-FOUND-ADDR) TO WS-RL-CITY
               MOVE WS-AT-STATE (WS-FOUND-ADDR) TO WS-RL-STATE
               MOVE WS-AT-ZIP (WS-FOUND-ADDR) TO WS-RL-ZIP
               MOVE WS-YL-INTEREST (WS-YL-JX) TO WS-RL-INTEREST
               MOVE WS-YL-PRINCIPAL (WS-YL-JX) TO WS-RL-PRINCIPAL
               MOVE WS-REC-L-BUILD TO RETURN-RECORD
               WRITE RETURN-RECORD
               ADD 1 TO WS-FILED-COUNT
               ADD WS-YL-INTEREST (WS-YL-JX) TO WS-FILED-INTEREST
           END-IF.

       WRITE-SUBMITTER-RECORD.
           MOVE WS-TAX-YEAR TO WS-RA-YEAR.
           MOVE WS-SUBMIT-ENTITY TO WS-RA-ENTITY.
           MOVE WS-SUBMIT-NAME TO WS-RA-NAME.
           MOVE WS-TODAY-DATE TO WS-RA-CREATED.
           MOVE WS-REC-A-BUILD TO RETURN-RECORD.
           WRITE RETURN-RECORD.

       WRITE-FINAL-RECORD.
           MOVE WS-TAX-YEAR TO WS-RF-YEAR.
           MOVE WS-FILED-COUNT TO WS-RF-COUNT.
           MOVE WS-FILED-INTEREST TO WS-RF-INTEREST.
           MOVE WS-REC-F-BUILD TO RETURN-RECORD.
           WRITE RETURN-RECORD.

       WRITE-CONTROL-REPORT.
           COMPUTE WS-INCOME-DIFF = WS-LEDGER-INCOME - WS-ALL-INTEREST.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WS-TAX-YEAR TO WS-TB-YEAR.
           MOVE WS-TITLE-BUILD TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "PAYMENT HISTORY ROWS IN YEAR" TO WS-CB-LABEL.
           MOVE WS-HIST-ROWS TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "LOANS WITH RECEIPTS" TO WS-CB-LABEL.
           MOVE WS-YL-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "STATEMENTS PRODUCED" TO WS-CB-LABEL.
           MOVE WS-STMT-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "INTEREST RECEIVED" TO WS-CB-LABEL.
           MOVE WS-ALL-INTEREST TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "PRINCIPAL RECEIVED" TO WS-CB-LABEL.
           MOVE WS-ALL-PRINCIPAL TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "REPORTING THRESHOLD" TO WS-CB-LABEL.
           MOVE WS-REPORT-THRESHOLD TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "LOANS REPORTED" TO WS-CB-LABEL.
           MOVE WS-FILED-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "INTEREST REPORTED" TO WS-CB-LABEL.
           MOVE WS-FILED-INTEREST TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "LOANS HELD OUT" TO WS-CB-LABEL.
           MOVE WS-HELD-COUNT TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE "INTEREST HELD OUT" TO WS-CB-LABEL.
           MOVE WS-HELD-INTEREST TO WS-CB-AMOUNT.
           PERFORM WRITE-CONTROL-AMOUNT.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF WS-LEDGER-FOUND = 0
               MOVE "*** NO INT-INCOME POSTED FOR THIS YEAR - NOT TIED"
                   TO CONTROL-LINE
               MOVE " OUT ***"
                   TO CONTROL-LINE (50:8)
               WRITE CONTROL-LINE
               DISPLAY "   *** No INT-INCOME on glledger.dat for "
                   WS-TAX-YEAR " - not tied out ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "INT-INCOME POSTED (LEDGER)" TO WS-CB-LABEL
               MOVE WS-LEDGER-INCOME TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "INTEREST RECEIVED" TO WS-CB-LABEL
               MOVE WS-ALL-INTEREST TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "POSTED LESS RECEIVED" TO WS-CB-LABEL
               MOVE WS-INCOME-DIFF TO WS-CB-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               IF WS-INCOME-DIFF = 0
                   MOVE "INTEREST RECEIVED AGREES WITH INCOME POSTED"
                       TO CONTROL-LINE
               ELSE
                   MOVE "DIFFERENCE IS ACCRUED NOT YET RECEIVED, OR"
                       TO CONTROL-LINE
                   MOVE " RECEIVED ON AN EARLIER ACCRUAL"
                       TO CONTROL-LINE (43:31)
               END-IF
               WRITE CONTROL-LINE
           END-IF.
           CLOSE CONTROL-REPORT.

       WRITE-CONTROL-AMOUNT.
           MOVE WS-CONTROL-BUILD TO CONTROL-LINE.
           WRITE CONTROL-LINE.
