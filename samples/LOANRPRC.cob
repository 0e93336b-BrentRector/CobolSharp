       01 WS-LOAN-CODE       PIC X(4) VALUE SPACES.
       01 WS-LOAN-DIRECT     PIC 9 VALUE 0.

      *> Balances held whole for the run (the LOANSERV idiom). The
      *> entry mirrors the whole LOANBALR record so the fee and
      *> modification fields ride through the rewrite untouched.
       01 WS-BAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-BAL-TABLE.
          05 WS-LB-ENTRY OCCURS 500 TIMES.
             10 WS-LB-NEXTDUE  PIC 9(8).
             10 WS-LB-UNAPPL   PIC 9(7)V99.
             10 WS-LB-BUCKET   PIC 9(2).
             10 WS-LB-FEE-BAL  PIC X(7).
             10 WS-LB-FEE-THRU PIC X(3).
             10 WS-LB-MOD      PIC X.
             10 WS-LB-SHIFT    PIC X(3).
       01 WS-BAL-IX          PIC 9(4) VALUE 0.

      *> Re-amortization work fields (DEMO5AMRT's formula).
