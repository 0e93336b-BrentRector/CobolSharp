      *> Interface fields for the shared EMPDIST cost spreader, the
      *> STEPCTR.cpy convention: every caller declares them from
      *> here so the request and the returned lines cannot drift
      *> from EMPDIST's LINKAGE SECTION.
      *>   request: employee, home department, the date whose
      *>            distribution set applies, and the amount to
      *>            spread;
      *>   result:  one line per distribution line (a single home-
      *>            department line at 100% when no set is in
      *>            force); WS-DS-SHARE amounts always total
      *>            WS-DS-AMOUNT exactly -- the last line takes the
      *>            rounding remainder. WS-DS-SET-BAD is 1 when the
      *>            set in force does not total 100% and was ignored.
       01 WS-DS-REQUEST.
          05 WS-DS-EMP-ID       PIC 9(5).
          05 WS-DS-HOME-DEPT    PIC X(3).
          05 WS-DS-AS-OF        PIC 9(8).
          05 WS-DS-AMOUNT       PIC 9(9)V99.
       01 WS-DS-RESULT.
          05 WS-DS-LINE-COUNT   PIC 9(2).
          05 WS-DS-SET-BAD      PIC 9.
          05 WS-DS-LINE OCCURS 10 TIMES.
             10 WS-DS-DEPT      PIC X(3).
             10 WS-DS-ACCOUNT   PIC X(14).
             10 WS-DS-PCT       PIC 9(3)V99.
             10 WS-DS-SHARE     PIC 9(9)V99.
       01 WS-DS-IX              PIC 9(2) VALUE 0.
