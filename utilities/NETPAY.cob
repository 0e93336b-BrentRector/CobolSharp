      *> If the file is absent the compiled-in default brackets stand.
      *> The table is read once on the first CALL and kept for the
      *> rest of the run.
      *> Per-employee tax profiles (emptax.dat, EMPTAXR.cpy): the
      *> caller now passes the employee's filing status, allowance
      *> count, additional flat withholding and exempt flag. Column
      *> 14 of a bracket line names the filing status the bracket
      *> belongs to (S, M, H); a blank column 14 is the default set,
      *> which is what a rate file from before profiles carries
      *> throughout. A status with no bracket lines of its own uses
      *> the default set. Each allowance takes the per-call credit
      *> in netpay_allow.dat (one 9(5)v99 line; compiled default
      *> below) off the gross before the brackets apply; the
      *> additional amount is added after them, never past the
      *> gross; an exempt profile withholds nothing. A blank profile
      *> -- an employee with no emptax.dat row, or a caller with no
      *> employee in hand -- withholds exactly as before profiles.
      *>
      *> CALL "NETPAY" USING WS-GROSS WS-WITHHOLDING WS-NET
      *>     WS-TP-FIELDS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATE-FILE ASSIGN TO "netpay_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ALLOWANCE-FILE ASSIGN TO "netpay_allow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RATE-RECORD.
          05 RR-UPPER-BOUND  PIC 9(6)V99.
          05 RR-RATE         PIC 9V9(4).
          05 RR-FILING-STATUS PIC X.

       FD ALLOWANCE-FILE.
       01 ALLOWANCE-RECORD.
          05 AR-CREDIT       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS     PIC XX VALUE SPACES.
       01 WS-BRACKET-COUNT   PIC 9(2) VALUE 0.

      *> Compiled-in defaults, replaced wholesale when
      *> netpay_rates.dat is present. Every filing status's set
      *> shares the one table, each line tagged with its status.
       01 WS-BRACKET-TABLE.
          05 WS-BRACKET-ENTRY OCCURS 40 TIMES.
             10 WS-BR-UPPER  PIC 9(6)V99.
             10 WS-BR-RATE   PIC 9V9(4).
             10 WS-BR-STATUS PIC X.
       01 WS-BR-IX           PIC 9(2) VALUE 0.

       01 WS-BAND-LOW        PIC 9(6)V99 VALUE 0.
       01 WS-BAND-AMOUNT     PIC 9(6)V99 VALUE 0.
       01 WS-BAND-TOP        PIC 9(6)V99 VALUE 0.

      *> Tax profile work fields.
       01 WS-ALLOW-STATUS    PIC XX VALUE SPACES.
       01 WS-ALLOW-CREDIT    PIC 9(5)V99 VALUE 358.33.
       01 WS-USE-STATUS      PIC X VALUE SPACE.
       01 WS-SET-FOUND       PIC 9 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(7)V99 VALUE 0.
       01 WS-TAXABLE         PIC 9(6)V99 VALUE 0.

       LINKAGE SECTION.
       01 LS-GROSS-PAY       PIC 9(6)V99.
       01 LS-WITHHOLDING     PIC 9(6)V99.
       01 LS-NET-PAY         PIC 9(6)V99.
       01 LS-TAX-PROFILE.
          05 LS-TP-FILING-STATUS  PIC X.
          05 LS-TP-ALLOWANCES     PIC 9(2).
          05 LS-TP-ADDL-WHLD      PIC 9(5)V99.
          05 LS-TP-EXEMPT         PIC X.

       PROCEDURE DIVISION USING LS-GROSS-PAY LS-WITHHOLDING
               LS-NET-PAY LS-TAX-PROFILE.
           IF WS-TABLE-LOADED = 0
               PERFORM LOAD-BRACKET-TABLE
               PERFORM LOAD-ALLOWANCE-CREDIT
           END-IF.
           MOVE 0 TO LS-WITHHOLDING.
           IF LS-TP-EXEMPT = "Y"
               MOVE LS-GROSS-PAY TO LS-NET-PAY
               GOBACK
           END-IF.
           PERFORM PICK-BRACKET-SET.
           PERFORM APPLY-ALLOWANCE-CREDIT.
           MOVE 0 TO WS-BAND-LOW.
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BRACKET-COUNT
                   OR WS-BAND-LOW >= WS-TAXABLE
               IF WS-BR-STATUS (WS-BR-IX) = WS-USE-STATUS
                   IF WS-TAXABLE > WS-BR-UPPER (WS-BR-IX)
                       MOVE WS-BR-UPPER (WS-BR-IX) TO WS-BAND-TOP
                   ELSE
                       MOVE WS-TAXABLE TO WS-BAND-TOP
                   END-IF
                   COMPUTE WS-BAND-AMOUNT =
                       WS-BAND-TOP - WS-BAND-LOW
                   COMPUTE LS-WITHHOLDING ROUNDED = LS-WITHHOLDING
                       + (WS-BAND-AMOUNT * WS-BR-RATE (WS-BR-IX))
                   MOVE WS-BR-UPPER (WS-BR-IX) TO WS-BAND-LOW
               END-IF
           END-PERFORM.
      *> The employee's extra flat amount rides on top of the
      *> brackets, but a check is never withheld past its gross.
           IF LS-TP-ADDL-WHLD IS NUMERIC
               ADD LS-TP-ADDL-WHLD TO LS-WITHHOLDING
                   ON SIZE ERROR
                       MOVE LS-GROSS-PAY TO LS-WITHHOLDING
               END-ADD
           END-IF.
           IF LS-WITHHOLDING > LS-GROSS-PAY
               MOVE LS-GROSS-PAY TO LS-WITHHOLDING
           END-IF.
           COMPUTE LS-NET-PAY = LS-GROSS-PAY - LS-WITHHOLDING.
           GOBACK.

       PICK-BRACKET-SET.
      *> The profile's own set when the rate file carries one,
      *> otherwise the default (blank-status) set.
           MOVE SPACE TO WS-USE-STATUS.
           MOVE 0 TO WS-SET-FOUND.
           IF LS-TP-FILING-STATUS NOT = SPACE
               PERFORM VARYING WS-BR-IX FROM 1 BY 1
                       UNTIL WS-BR-IX > WS-BRACKET-COUNT
                   IF WS-BR-STATUS (WS-BR-IX) = LS-TP-FILING-STATUS
                       MOVE 1 TO WS-SET-FOUND
                   END-IF
               END-PERFORM
               IF WS-SET-FOUND = 1
                   MOVE LS-TP-FILING-STATUS TO WS-USE-STATUS
               END-IF
           END-IF.

       APPLY-ALLOWANCE-CREDIT.
           MOVE 0 TO WS-CREDIT-TOTAL.
           IF LS-TP-ALLOWANCES IS NUMERIC
               COMPUTE WS-CREDIT-TOTAL =
                   LS-TP-ALLOWANCES * WS-ALLOW-CREDIT
           END-IF.
           IF WS-CREDIT-TOTAL >= LS-GROSS-PAY
               MOVE 0 TO WS-TAXABLE
           ELSE
               COMPUTE WS-TAXABLE = LS-GROSS-PAY - WS-CREDIT-TOTAL
           END-IF.

       LOAD-ALLOWANCE-CREDIT.
      *> One line, the credit per allowance per call; absent, the
      *> compiled-in monthly figure stands.
           OPEN INPUT ALLOWANCE-FILE.
           IF WS-ALLOW-STATUS = "00"
               READ ALLOWANCE-FILE
                   NOT AT END
                       IF AR-CREDIT IS NUMERIC
                           MOVE AR-CREDIT TO WS-ALLOW-CREDIT
                       END-IF
               END-READ
               CLOSE ALLOWANCE-FILE
           END-IF.

       LOAD-BRACKET-TABLE.
           MOVE 1 TO WS-TABLE-LOADED.
           MOVE 0 TO WS-BRACKET-COUNT.
                   READ RATE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BRACKET-COUNT < 40
                               ADD 1 TO WS-BRACKET-COUNT
                               MOVE RR-UPPER-BOUND TO
                                   WS-BR-UPPER (WS-BRACKET-COUNT)
                               MOVE RR-RATE TO
                                   WS-BR-RATE (WS-BRACKET-COUNT)
                               MOVE RR-FILING-STATUS TO
                                   WS-BR-STATUS (WS-BRACKET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 0.2000 TO WS-BR-RATE (2).
           MOVE 999999.99 TO WS-BR-UPPER (3).
           MOVE 0.3000 TO WS-BR-RATE (3).
           MOVE SPACE TO WS-BR-STATUS (1).
           MOVE SPACE TO WS-BR-STATUS (2).
           MOVE SPACE TO WS-BR-STATUS (3).
