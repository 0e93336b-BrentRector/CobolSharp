      *> through the EMPSTMT REPORT SECTION machinery, and the
      *> control page proves statements made against masters read.
      *> Written to empretir_statements.dat.
      *> The rate is the employee's live retirement election on
      *> empcontr.dat (EMPRTER.cpy, kept by EMPRTEMT) -- the same
      *> election the pay run deducts -- and a stopped election is
      *> no plan. The annual contribution is what the pay run would
      *> actually take: the elected share of salary, stopped at the
      *> plan year's deferral limit (plus the catch-up limit when
      *> elected), and the employer match the plan rules on
      *> retplan.dat (RETPLNR.cpy) add to it, the match formula and
      *> limit applied to the year's figures. Without plan rules
      *> the deferral stands alone, unlimited, as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTRIB-FILE ASSIGN TO "empcontr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.
           SELECT PLAN-RULES-FILE ASSIGN TO "retplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT RATE-TABLE ASSIGN TO "retire_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       01 GDG-COUNTER-LINE PIC X(4).

       FD CONTRIB-FILE.
           COPY EMPRTER.

       FD PLAN-RULES-FILE.
           COPY RETPLNR.

       FD RATE-TABLE.
      *> RATEMNT's effective-dated row shape (req 099).
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-CONTRIB-STATUS      PIC XX VALUE SPACES.
       01 WS-PLAN-STATUS         PIC XX VALUE SPACES.
       01 WS-RATE-STATUS         PIC XX VALUE SPACES.
       01 WS-HORIZON-STATUS      PIC XX VALUE SPACES.
       01 WS-STATEMENT-STATUS    PIC XX VALUE SPACES.
          05 WS-CT-ENTRY OCCURS 1000 TIMES.
             10 WS-CT-EMP-ID PIC 9(5).
             10 WS-CT-PCT    PIC 9(2)V99.
             10 WS-CT-CATCHUP PIC X.
       01 WS-CTR-IX          PIC 9(4) VALUE 0.
       01 WS-CTR-FOUND       PIC 9(4) VALUE 0.

       01 WS-FUND-RATE       PIC 9V9(4) VALUE 0.0500.
       01 WS-BEST-EFF-DATE   PIC 9(8) VALUE 0.

      *> The plan rules row for the run year (the latest earlier
      *> year when this year's is not keyed).
       01 WS-RUN-YEAR        PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND      PIC 9 VALUE 0.
       01 WS-PLAN-YEAR       PIC 9(4) VALUE 0.
       01 WS-PLAN-MATCH-PCT  PIC 9(3)V99 VALUE 0.
       01 WS-PLAN-CAP-PCT    PIC 9(2)V99 VALUE 0.
       01 WS-PLAN-DEFER-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-PLAN-CATCH-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-PLAN-MATCH-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-DEFER-LIMIT     PIC 9(7)V99 VALUE 0.
       01 WS-MATCH-BASE      PIC 9(7)V99 VALUE 0.

      *> Projection arithmetic (the DEMO5AMRT compounding shape).
       01 WS-ANNUAL-CONTRIB  PIC 9(7)V99 VALUE 0.
       01 WS-ANNUAL-DEFERRAL PIC 9(7)V99 VALUE 0.
       01 WS-ANNUAL-MATCH    PIC 9(7)V99 VALUE 0.
       01 WS-PROJ-YEARS      PIC 9(2) VALUE 0.
       01 WS-FUTURE-VALUE    PIC 9(11)V99 VALUE 0.

       01 WS-ST-NAME         PIC X(20) VALUE SPACES.
       01 WS-ST-SALARY       PIC 9(6)V99 VALUE 0.
       01 WS-ST-PCT          PIC 9(2)V99 VALUE 0.
       01 WS-ST-CATCHUP      PIC X VALUE SPACE.
       01 WS-ST-DEFERRAL     PIC 9(7)V99 VALUE 0.
       01 WS-ST-MATCH        PIC 9(7)V99 VALUE 0.
       01 WS-ST-LINE-TEXT    PIC X(50) VALUE SPACES.

      *> Projection line built with MOVE, not STRING.
           05 COLUMN 16 PIC $ZZZ,ZZ9.99 SOURCE WS-ST-SALARY.
           05 LINE PLUS 1 COLUMN 1 VALUE "CONTRIBUTION PCT:".
           05 COLUMN 19 PIC Z9.99 SOURCE WS-ST-PCT.
           05 COLUMN 26 VALUE "CATCH-UP:".
           05 COLUMN 36 PIC X SOURCE WS-ST-CATCHUP.
           05 LINE PLUS 1 COLUMN 1 VALUE "EMPLOYEE PER YEAR:".
           05 COLUMN 20 PIC $Z,ZZZ,ZZ9.99 SOURCE WS-ST-DEFERRAL.
           05 LINE PLUS 1 COLUMN 1 VALUE "EMPLOYER MATCH:".
           05 COLUMN 20 PIC $Z,ZZZ,ZZ9.99 SOURCE WS-ST-MATCH.
           05 LINE PLUS 2 COLUMN 1 VALUE "PROJECTED BALANCES:".
       01 RET-DETAIL-LINE TYPE DETAIL LINE PLUS 1.
           05 COLUMN 3 PIC X(50) SOURCE WS-ST-LINE-TEXT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-CONTRIBUTION-RATES.
           PERFORM LOAD-PLAN-RULES.
           PERFORM RESOLVE-FUND-RATE.
           PERFORM LOAD-MAX-HORIZON.
           PERFORM DETERMINE-CURRENT-GENERATION.
                   READ CONTRIB-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
      *> A stopped election is no plan at all.
                           IF WS-CTR-COUNT < 1000 AND RTE-ACTIVE
                               ADD 1 TO WS-CTR-COUNT
                               MOVE RTE-EMP-ID TO
                                   WS-CT-EMP-ID (WS-CTR-COUNT)
                               MOVE RTE-PCT TO
                                   WS-CT-PCT (WS-CTR-COUNT)
                               MOVE RTE-CATCHUP TO
                                   WS-CT-CATCHUP (WS-CTR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-PLAN-RULES SECTION.
      *> The pay run's rule: this year's row, else the latest
      *> earlier year.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR.
           OPEN INPUT PLAN-RULES-FILE.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PLAN-RULES-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RPL-YEAR IS NUMERIC
                                   AND RPL-YEAR <= WS-RUN-YEAR
                                   AND RPL-YEAR >= WS-PLAN-YEAR
                               MOVE 1 TO WS-PLAN-FOUND
                               MOVE RPL-YEAR TO WS-PLAN-YEAR
                               MOVE RPL-MATCH-PCT
                                   TO WS-PLAN-MATCH-PCT
                               MOVE RPL-MATCH-CAP-PCT
                                   TO WS-PLAN-CAP-PCT
                               MOVE RPL-DEFER-LIMIT
                                   TO WS-PLAN-DEFER-LIM
                               MOVE RPL-CATCHUP-LIMIT
                                   TO WS-PLAN-CATCH-LIM
                               MOVE RPL-MATCH-LIMIT
                                   TO WS-PLAN-MATCH-LIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-RULES-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       RESOLVE-FUND-RATE SECTION.
      *> RATEMNT's selection rule: newest FUND row not after today.
           OPEN INPUT RATE-TABLE.
           IF WS-CTR-FOUND = 0
               ADD 1 TO WS-NO-PLAN-COUNT
               MOVE 0 TO WS-ST-PCT
               MOVE SPACE TO WS-ST-CATCHUP
               MOVE 0 TO WS-ST-DEFERRAL
               MOVE 0 TO WS-ST-MATCH
               MOVE "NO CONTRIBUTION PLAN ON FILE"
                   TO WS-ST-LINE-TEXT
               GENERATE RET-DETAIL-LINE
           ELSE
               MOVE WS-CT-PCT (WS-CTR-FOUND) TO WS-ST-PCT
               MOVE WS-CT-CATCHUP (WS-CTR-FOUND) TO WS-ST-CATCHUP
               PERFORM PRICE-ANNUAL-CONTRIBUTION
               MOVE WS-ANNUAL-DEFERRAL TO WS-ST-DEFERRAL
               MOVE WS-ANNUAL-MATCH TO WS-ST-MATCH
               PERFORM PROJECT-ONE-HORIZON
                   VARYING WS-PROJ-YEARS FROM 10 BY 10
                   UNTIL WS-PROJ-YEARS > 30
           END-IF.
           ADD 1 TO WS-STATEMENTS-MADE.

       PRICE-ANNUAL-CONTRIBUTION SECTION.
      *> A year of what the pay run takes: the elected share of
      *> salary within the deferral limit, and the match on it.
           COMPUTE WS-ANNUAL-DEFERRAL ROUNDED =
               EMP-SALARY * WS-CT-PCT (WS-CTR-FOUND) / 100.
           MOVE 0 TO WS-ANNUAL-MATCH.
           IF WS-PLAN-FOUND = 1
               MOVE WS-PLAN-DEFER-LIM TO WS-DEFER-LIMIT
               IF WS-CT-CATCHUP (WS-CTR-FOUND) = "Y"
                   ADD WS-PLAN-CATCH-LIM TO WS-DEFER-LIMIT
               END-IF
               IF WS-ANNUAL-DEFERRAL > WS-DEFER-LIMIT
                   MOVE WS-DEFER-LIMIT TO WS-ANNUAL-DEFERRAL
               END-IF
               COMPUTE WS-MATCH-BASE ROUNDED =
                   EMP-SALARY * WS-PLAN-CAP-PCT / 100
               IF WS-MATCH-BASE > WS-ANNUAL-DEFERRAL
                   MOVE WS-ANNUAL-DEFERRAL TO WS-MATCH-BASE
               END-IF
               COMPUTE WS-ANNUAL-MATCH ROUNDED =
                   WS-MATCH-BASE * WS-PLAN-MATCH-PCT / 100
               IF WS-PLAN-MATCH-LIM > 0
                       AND WS-ANNUAL-MATCH > WS-PLAN-MATCH-LIM
                   MOVE WS-PLAN-MATCH-LIM TO WS-ANNUAL-MATCH
               END-IF
           END-IF.
           COMPUTE WS-ANNUAL-CONTRIB =
               WS-ANNUAL-DEFERRAL + WS-ANNUAL-MATCH.

       PROJECT-ONE-HORIZON SECTION.
      *> DEMO5AMRT's compounding: the future value of an annual
      *> contribution stream, capped at the configured horizon. A
