       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBNKRC.
      *> Payroll bank account reconciliation. EMPBNKEX sends the
      *> deposit files and EMPCHKPR prints the checks, but nothing
      *> proved that what cleared the payroll account is what we
      *> sent. This job reads the bank's statement of the account
      *> (empbank_statement.dat) and matches every item on it, by
      *> reference, amount and date, against what we expect the
      *> bank to move:
      *>   - each deposit file on empbnkex_sent.dat (EMPBSNR.cpy),
      *>     settled as one debit of its trailer TOTAL under the
      *>     transmission sequence ("ACH" debit);
      *>   - the reversal debits ("R" details) a file carried, which
      *>     come back as one credit under the same sequence ("ACH"
      *>     credit);
      *>   - each check issued on empchk_register.dat (EMPCKRR.cpy),
      *>     paid as a debit under its check number ("CHK").
      *> An item cannot clear before the day it was sent or issued.
      *> Every item matched is appended to empbnkrc_history.dat, so
      *> it is not outstanding next time and the same item presented
      *> again is caught. The reconciliation (empbnkrc_report.dat)
      *> lists the matched items, the items still outstanding at
      *> the statement date, the bank debits nothing explains (a
      *> voided check paid, an amount that differs, a fee) and any
      *> other bank credits, then proves the statement's closing
      *> balance, less what is outstanding, against the GL cash
      *> account's balance on glledger.dat (GLLEDR.cpy) less the
      *> unexpected debits the books have not seen. Other credits
      *> are taken as funding the books already carry.
      *>
      *> The GL cash account is EMPBNKRC_CASH_ACCT (default
      *> PAYROLL-CASH), its balance every entity's rows from the
      *> opening period after the latest year GLYECLS closed
      *> (glyearend.dat) through the statement's period. An item
      *> outstanding longer than EMPBNKRC_MAX_AGE days (default 30)
      *> raises an ALERTLOG warning. Cross-border files go out in
      *> other currencies from other accounts and are not part of
      *> this account. The statement is emptied after a run, as
      *> EMPBNKRT empties the returns file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "empbank_statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "empchk_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT RECON-HISTORY ASSIGN TO "empbnkrc_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT YEAR-END-FILE ASSIGN TO "glyearend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-STATUS.
           SELECT RECON-REPORT ASSIGN TO "empbnkrc_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-FILE.
      *> The bank's statement item. One "B" row carries the closing
      *> balance at the statement date (BST-SIGN "-" when the
      *> account is overdrawn); "D" and "C" rows are the debits and
      *> credits posted, with the bank's transaction code (ACH, CHK,
      *> FEE, ...) and the reference it was presented under -- our
      *> transmission sequence or check number.
       01 BANK-STATEMENT-RECORD.
          05 BST-REC-TYPE    PIC X.
             88 BST-IS-BALANCE   VALUE "B".
             88 BST-IS-DEBIT     VALUE "D".
             88 BST-IS-CREDIT    VALUE "C".
          05 BST-TRAN-CODE   PIC X(3).
          05 BST-DATE        PIC 9(8).
          05 BST-REFERENCE   PIC 9(8).
          05 BST-AMOUNT      PIC 9(9)V99.
          05 BST-SIGN        PIC X.
          05 BST-DESCRIPTION PIC X(20).

       FD SENT-ITEMS.
           COPY EMPBSNR.

       FD CHECK-REGISTER.
           COPY EMPCKRR.

       FD RECON-HISTORY.
       01 RECON-HISTORY-RECORD.
          05 RCH-KIND        PIC X.
          05 RCH-REFERENCE   PIC 9(8).
          05 RCH-AMOUNT      PIC 9(9)V99.
          05 RCH-CLEAR-DATE  PIC 9(8).
          05 RCH-RUN-DATE    PIC 9(8).

       FD LEDGER-FILE.
           COPY GLLEDR.

       FD YEAR-END-FILE.
           COPY GLYECR.

       FD RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS PIC XX VALUE SPACES.
       01 WS-SENT-STATUS      PIC XX VALUE SPACES.
       01 WS-CHECK-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS    PIC XX VALUE SPACES.
       01 WS-YEAR-END-STATUS  PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF              PIC 9 VALUE 0.
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.

       01 WS-ENV-CASH-ACCT    PIC X(14) VALUE SPACES.
       01 WS-ENV-MAX-AGE      PIC X(3) VALUE SPACES.
       01 WS-CASH-ACCOUNT     PIC X(14) VALUE "PAYROLL-CASH".
       01 WS-MAX-AGE          PIC 9(3) VALUE 30.

      *> The statement: its closing balance and date, and the period
      *> the GL balance is taken through.
       01 WS-BALANCE-FOUND    PIC 9 VALUE 0.
       01 WS-STMT-DATE        PIC 9(8) VALUE 0.
       01 WS-STMT-BALANCE     PIC S9(11)V99 VALUE 0.
       01 WS-STMT-PERIOD      PIC 9(6) VALUE 0.
       01 WS-STMT-YEAR        PIC 9(4) VALUE 0.

      *> The statement's debits and credits. WS-SI-STATE: "M"
      *> matched, "U" an unexpected debit, "O" another credit.
       01 WS-STI-COUNT        PIC 9(4) VALUE 0.
       01 WS-STI-TABLE.
          05 WS-SI-ENTRY OCCURS 2000 TIMES.
             10 WS-SI-TYPE       PIC X.
             10 WS-SI-CODE       PIC X(3).
             10 WS-SI-DATE       PIC 9(8).
             10 WS-SI-REFERENCE  PIC 9(8).
             10 WS-SI-AMOUNT     PIC 9(9)V99.
             10 WS-SI-DESC       PIC X(20).
             10 WS-SI-STATE      PIC X.
             10 WS-SI-REASON     PIC X(30).
       01 WS-STI-IX           PIC 9(4) VALUE 0.
       01 WS-STI-OVERFLOW     PIC 9 VALUE 0.

      *> What we expect the bank to move. WS-EX-KIND: "D" a deposit
      *> file's settlement debit, "R" its reversal credit, "K" a
      *> check. WS-EX-STATE: space outstanding, "M" matched on this
      *> statement, "H" cleared on an earlier one, "V" a voided
      *> check (never expected, but recognised if it is paid).
       01 WS-EXP-COUNT        PIC 9(4) VALUE 0.
       01 WS-EXP-TABLE.
          05 WS-EX-ENTRY OCCURS 3000 TIMES.
             10 WS-EX-KIND       PIC X.
             10 WS-EX-REFERENCE  PIC 9(8).
             10 WS-EX-AMOUNT     PIC 9(9)V99.
             10 WS-EX-SENT-DATE  PIC 9(8).
             10 WS-EX-CLEAR-DATE PIC 9(8).
             10 WS-EX-STATE      PIC X.
       01 WS-EXP-IX           PIC 9(4) VALUE 0.
       01 WS-EXP-FOUND-IX     PIC 9(4) VALUE 0.
       01 WS-EXP-OVERFLOW     PIC 9 VALUE 0.
       01 WS-FIND-KIND        PIC X VALUE SPACE.

       01 WS-AGE-DAYS         PIC S9(6) VALUE 0.
       01 WS-HOLD-RC          PIC S9(4) VALUE 0.

      *> Reconciliation totals.
       01 WS-MATCHED-COUNT    PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-OUT-COUNT        PIC 9(5) VALUE 0.
       01 WS-OUT-DEBITS       PIC 9(11)V99 VALUE 0.
       01 WS-OUT-CREDITS      PIC 9(11)V99 VALUE 0.
       01 WS-STALE-COUNT      PIC 9(5) VALUE 0.
       01 WS-UNEXPECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNEXPECTED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-OTHER-CR-COUNT   PIC 9(5) VALUE 0.
       01 WS-OTHER-CR-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-GL-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-GL-FROM          PIC 9(6) VALUE 0.
       01 WS-CLOSED-YEAR      PIC 9(4) VALUE 0.
       01 WS-ADJ-BANK         PIC S9(11)V99 VALUE 0.
       01 WS-ADJ-BOOK         PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE       PIC S9(11)V99 VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-RP-HEADING.
          05 FILLER          PIC X(32)
                 VALUE "PAYROLL BANK RECONCILIATION".
          05 FILLER          PIC X(15) VALUE "STATEMENT DATE ".
          05 WS-RH-STMT-DATE PIC 9(8).
          05 FILLER          PIC X(11) VALUE "  RUN DATE ".
          05 WS-RH-RUN-DATE  PIC 9(8).
          05 FILLER          PIC X(6) VALUE SPACES.
       01 WS-RP-SECTION.
          05 WS-RS-TITLE     PIC X(40).
          05 FILLER          PIC X(40) VALUE SPACES.
       01 WS-RP-ITEM-COLUMNS.
          05 FILLER          PIC X(20) VALUE "ITEM        REFERENC".
          05 FILLER          PIC X(20) VALUE "E     SENT  CLEARED/".
          05 FILLER          PIC X(20) VALUE "AGE          AMOUNT ".
          05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RP-ITEM.
          05 WS-RI-KIND      PIC X(11).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RI-REFERENCE PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RI-SENT-DATE PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RI-CLEARED   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RI-AMOUNT    PIC Z(9)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RI-FLAG      PIC X(26).
       01 WS-RI-AGE-BUILD.
          05 WS-RA-DAYS      PIC ZZZZ9.
          05 FILLER          PIC X(3) VALUE " DY".
       01 WS-RP-BANK-COLUMNS.
          05 FILLER          PIC X(20) VALUE "CODE  REFERENCE  DAT".
          05 FILLER          PIC X(20) VALUE "E              AMOUN".
          05 FILLER          PIC X(20) VALUE "T  REASON           ".
          05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RP-BANK-ITEM.
          05 WS-RB-CODE      PIC X(3).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RB-REFERENCE PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-AMOUNT    PIC Z(10)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RB-REASON    PIC X(30).
          05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-RP-NONE.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(74) VALUE "(NONE)".
       01 WS-RP-AMOUNT-LINE.
          05 WS-RL-CAPTION   PIC X(44).
          05 WS-RL-AMOUNT    PIC -(11)9.99.
          05 FILLER          PIC X(21) VALUE SPACES.
       01 WS-RP-CASH-ACCOUNT.
          05 FILLER          PIC X(19) VALUE "GL CASH BALANCE    ".
          05 WS-RC-ACCOUNT   PIC X(14).
          05 FILLER          PIC X(11) VALUE SPACES.
          05 WS-RC-AMOUNT    PIC -(11)9.99.
          05 FILLER          PIC X(21) VALUE SPACES.
       01 WS-RP-RESULT.
          05 WS-RR-TEXT      PIC X(80).

       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(17) VALUE "BANK ITEM UNCLRD ".
          05 WS-AB-KIND      PIC X(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AB-REFERENCE PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AB-DAYS      PIC ZZZZ9.
          05 FILLER          PIC X(23) VALUE " DAYS OUTSTANDING".

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBNKRC".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 reconciled, 4 unexpected
      *> bank debits, items outstanding past their age or a balance
      *> that does not reconcile, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Bank Reconciliation ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM READ-RECON-SETTINGS.
           PERFORM LOAD-STATEMENT.
           IF WS-BALANCE-FOUND = 0
               DISPLAY "   *** No closing balance on"
                   " empbank_statement.dat - NOTHING RECONCILED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-SENT-FILES
               PERFORM LOAD-CHECK-REGISTER
      *> A table that could not hold a whole file would report
      *> real items as outstanding or unexpected; refuse outright.
               IF WS-STI-OVERFLOW = 1 OR WS-EXP-OVERFLOW = 1
                   DISPLAY "   *** Statement or expected items too"
                       " large to hold - NOTHING RECONCILED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-RECON-HISTORY
                   PERFORM MATCH-STATEMENT-ITEMS
                   PERFORM COMPUTE-GL-BALANCE
                   PERFORM WRITE-RECONCILIATION
                   PERFORM EMPTY-STATEMENT-FILE
                   DISPLAY "   Statement date:     " WS-STMT-DATE
                   DISPLAY "   Matched:            " WS-MATCHED-COUNT
                       " for " WS-MATCHED-TOTAL
                   DISPLAY "   Outstanding:        " WS-OUT-COUNT
                       " (" WS-STALE-COUNT " past "
                       WS-MAX-AGE " days)"
                   DISPLAY "   Unexpected debits:  "
                       WS-UNEXPECTED-COUNT " for "
                       WS-UNEXPECTED-TOTAL
                   DISPLAY "   Difference:         " WS-DIFFERENCE
                   DISPLAY "   Reconciliation in empbnkrc_report.dat"
                   IF WS-UNEXPECTED-COUNT > 0
                           OR WS-STALE-COUNT > 0
                           OR WS-DIFFERENCE NOT = 0
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-DIFFERENCE NOT = 0
                       DISPLAY "   *** Bank and book balances do not"
                           " reconcile ***"
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Payroll Bank Reconciliation Complete ===".
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

       READ-RECON-SETTINGS.
           ACCEPT WS-ENV-CASH-ACCT FROM ENVIRONMENT
               "EMPBNKRC_CASH_ACCT"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-CASH-ACCT NOT = SPACES
               MOVE WS-ENV-CASH-ACCT TO WS-CASH-ACCOUNT
           END-IF.
           ACCEPT WS-ENV-MAX-AGE FROM ENVIRONMENT "EMPBNKRC_MAX_AGE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-MAX-AGE (1:1) IS NUMERIC
               IF WS-ENV-MAX-AGE (2:1) IS NUMERIC
                   IF WS-ENV-MAX-AGE (3:1) IS NUMERIC
                       MOVE WS-ENV-MAX-AGE TO WS-MAX-AGE
                   ELSE
                       MOVE WS-ENV-MAX-AGE (1:2) TO WS-MAX-AGE
                   END-IF
               ELSE
                   MOVE WS-ENV-MAX-AGE (1:1) TO WS-MAX-AGE
               END-IF
           END-IF.
           DISPLAY "   GL cash account:    " WS-CASH-ACCOUNT.
           DISPLAY "   Outstanding alert:  past " WS-MAX-AGE " days".

       LOAD-STATEMENT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ STATEMENT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-STATEMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
           END-IF.
           IF WS-BALANCE-FOUND = 1
               DIVIDE WS-STMT-DATE BY 100 GIVING WS-STMT-PERIOD
               DIVIDE WS-STMT-PERIOD BY 100 GIVING WS-STMT-YEAR
           END-IF.

       TAKE-STATEMENT-ROW.
           EVALUATE TRUE
               WHEN BST-IS-BALANCE
                   MOVE 1 TO WS-BALANCE-FOUND
                   MOVE BST-DATE TO WS-STMT-DATE
                   MOVE BST-AMOUNT TO WS-STMT-BALANCE
                   IF BST-SIGN = "-"
                       COMPUTE WS-STMT-BALANCE = 0 - WS-STMT-BALANCE
                   END-IF
               WHEN BST-IS-DEBIT OR BST-IS-CREDIT
                   IF WS-STI-COUNT < 2000
                       ADD 1 TO WS-STI-COUNT
                       MOVE BST-REC-TYPE TO WS-SI-TYPE (WS-STI-COUNT)
                       MOVE BST-TRAN-CODE TO WS-SI-CODE (WS-STI-COUNT)
                       MOVE BST-DATE TO WS-SI-DATE (WS-STI-COUNT)
                       MOVE BST-REFERENCE
                           TO WS-SI-REFERENCE (WS-STI-COUNT)
                       MOVE BST-AMOUNT TO WS-SI-AMOUNT (WS-STI-COUNT)
                       MOVE BST-DESCRIPTION
                           TO WS-SI-DESC (WS-STI-COUNT)
                       MOVE SPACE TO WS-SI-STATE (WS-STI-COUNT)
                       MOVE SPACES TO WS-SI-REASON (WS-STI-COUNT)
                   ELSE
                       MOVE 1 TO WS-STI-OVERFLOW
                   END-IF
               WHEN OTHER
                   DISPLAY "   Statement row type " BST-REC-TYPE
                       " not recognised - ignored"
           END-EVALUATE.

       LOAD-SENT-FILES.
      *> A file's trailer TOTAL is the credit total the bank settles
      *> against the account; a prenote-only file moves no money.
      *> Its reversal debits ("R") come back as one credit.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SENT-ITEMS.
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENT-ITEMS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BSN-IS-TRAILER AND BSN-AMOUNT > 0
                               MOVE "D" TO WS-FIND-KIND
                               PERFORM ADD-SENT-AMOUNT
                           END-IF
                           IF BSN-IS-DETAIL AND BSN-DEP-TYPE = "R"
                               MOVE "R" TO WS-FIND-KIND
                               PERFORM ADD-SENT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-ITEMS
           END-IF.

       ADD-SENT-AMOUNT.
           MOVE 0 TO WS-EXP-FOUND-IX.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-COUNT
               IF WS-EX-KIND (WS-EXP-IX) = WS-FIND-KIND
                       AND WS-EX-REFERENCE (WS-EXP-IX) = BSN-SEQ
                   MOVE WS-EXP-IX TO WS-EXP-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-EXP-FOUND-IX = 0
               IF WS-EXP-COUNT < 3000
                   ADD 1 TO WS-EXP-COUNT
                   MOVE WS-EXP-COUNT TO WS-EXP-FOUND-IX
                   MOVE WS-FIND-KIND TO WS-EX-KIND (WS-EXP-COUNT)
                   MOVE BSN-SEQ TO WS-EX-REFERENCE (WS-EXP-COUNT)
                   MOVE 0 TO WS-EX-AMOUNT (WS-EXP-COUNT)
                   MOVE BSN-SENT-DATE TO WS-EX-SENT-DATE (WS-EXP-COUNT)
                   MOVE 0 TO WS-EX-CLEAR-DATE (WS-EXP-COUNT)
                   MOVE SPACE TO WS-EX-STATE (WS-EXP-COUNT)
               ELSE
                   MOVE 1 TO WS-EXP-OVERFLOW
               END-IF
           END-IF.
           IF WS-EXP-FOUND-IX > 0
               ADD BSN-AMOUNT TO WS-EX-AMOUNT (WS-EXP-FOUND-IX)
           END-IF.

       LOAD-CHECK-REGISTER.
      *> Issued and cleared checks are expected to be paid; a check
      *> the paid-check file already cleared is still proved here
      *> against the statement. Voided numbers are held so a voided
      *> check the bank pays anyway is named as such.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-CHECK
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       TAKE-ONE-CHECK.
           IF WS-EXP-COUNT < 3000
               ADD 1 TO WS-EXP-COUNT
               MOVE "K" TO WS-EX-KIND (WS-EXP-COUNT)
               MOVE CKR-CHECK-NO TO WS-EX-REFERENCE (WS-EXP-COUNT)
               MOVE CKR-AMOUNT TO WS-EX-AMOUNT (WS-EXP-COUNT)
               MOVE CKR-ISSUE-DATE TO WS-EX-SENT-DATE (WS-EXP-COUNT)
               MOVE 0 TO WS-EX-CLEAR-DATE (WS-EXP-COUNT)
               IF CKR-IS-VOIDED
                   MOVE "V" TO WS-EX-STATE (WS-EXP-COUNT)
               ELSE
                   MOVE SPACE TO WS-EX-STATE (WS-EXP-COUNT)
               END-IF
           ELSE
               MOVE 1 TO WS-EXP-OVERFLOW
           END-IF.

       LOAD-RECON-HISTORY.
      *> Items cleared on earlier statements are no longer
      *> outstanding.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RECON-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RECON-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE RECON-HISTORY
           END-IF.

       APPLY-ONE-HISTORY-ROW.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-COUNT
               IF WS-EX-KIND (WS-EXP-IX) = RCH-KIND
                       AND WS-EX-REFERENCE (WS-EXP-IX) = RCH-REFERENCE
                       AND WS-EX-STATE (WS-EXP-IX) = SPACE
                   MOVE "H" TO WS-EX-STATE (WS-EXP-IX)
                   MOVE RCH-CLEAR-DATE TO WS-EX-CLEAR-DATE (WS-EXP-IX)
               END-IF
           END-PERFORM.

       MATCH-STATEMENT-ITEMS.
           OPEN EXTEND RECON-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RECON-HISTORY
           END-IF.
           PERFORM VARYING WS-STI-IX FROM 1 BY 1
                   UNTIL WS-STI-IX > WS-STI-COUNT
               PERFORM MATCH-ONE-STATEMENT-ITEM
           END-PERFORM.
           CLOSE RECON-HISTORY.

       MATCH-ONE-STATEMENT-ITEM.
      *> The transaction code says what the item should be: a check
      *> paid, a deposit file settled, or a file's reversal credit.
           MOVE SPACE TO WS-FIND-KIND.
           EVALUATE TRUE
               WHEN WS-SI-CODE (WS-STI-IX) = "CHK"
                       AND WS-SI-TYPE (WS-STI-IX) = "D"
                   MOVE "K" TO WS-FIND-KIND
               WHEN WS-SI-CODE (WS-STI-IX) = "ACH"
                       AND WS-SI-TYPE (WS-STI-IX) = "D"
                   MOVE "D" TO WS-FIND-KIND
               WHEN WS-SI-CODE (WS-STI-IX) = "ACH"
                       AND WS-SI-TYPE (WS-STI-IX) = "C"
                   MOVE "R" TO WS-FIND-KIND
           END-EVALUATE.
           MOVE 0 TO WS-EXP-FOUND-IX.
           IF WS-FIND-KIND NOT = SPACE
               PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                       UNTIL WS-EXP-IX > WS-EXP-COUNT
                       OR WS-EXP-FOUND-IX > 0
                   IF WS-EX-KIND (WS-EXP-IX) = WS-FIND-KIND
                           AND WS-EX-REFERENCE (WS-EXP-IX)
                               = WS-SI-REFERENCE (WS-STI-IX)
                       MOVE WS-EXP-IX TO WS-EXP-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EXP-FOUND-IX = 0
               MOVE "NOTHING SENT UNDER REFERENCE"
                   TO WS-SI-REASON (WS-STI-IX)
               IF WS-FIND-KIND = SPACE
                   MOVE "NOT A PAYROLL ITEM"
                       TO WS-SI-REASON (WS-STI-IX)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-EX-STATE (WS-EXP-FOUND-IX) = "V"
                       MOVE "*** VOIDED CHECK PAID ***"
                           TO WS-SI-REASON (WS-STI-IX)
                   WHEN WS-EX-STATE (WS-EXP-FOUND-IX) NOT = SPACE
                       MOVE "ALREADY CLEARED"
                           TO WS-SI-REASON (WS-STI-IX)
                   WHEN WS-EX-AMOUNT (WS-EXP-FOUND-IX)
                           NOT = WS-SI-AMOUNT (WS-STI-IX)
                       MOVE "AMOUNT DIFFERS FROM SENT"
                           TO WS-SI-REASON (WS-STI-IX)
                   WHEN WS-SI-DATE (WS-STI-IX)
                           < WS-EX-SENT-DATE (WS-EXP-FOUND-IX)
                       MOVE "DATED BEFORE IT WAS SENT"
                           TO WS-SI-REASON (WS-STI-IX)
                   WHEN OTHER
                       PERFORM CLEAR-EXPECTED-ITEM
               END-EVALUATE
           END-IF.
           IF WS-SI-STATE (WS-STI-IX) = SPACE
               IF WS-SI-TYPE (WS-STI-IX) = "D"
                   MOVE "U" TO WS-SI-STATE (WS-STI-IX)
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   ADD WS-SI-AMOUNT (WS-STI-IX) TO WS-UNEXPECTED-TOTAL
               ELSE
                   MOVE "O" TO WS-SI-STATE (WS-STI-IX)
                   ADD 1 TO WS-OTHER-CR-COUNT
                   ADD WS-SI-AMOUNT (WS-STI-IX) TO WS-OTHER-CR-TOTAL
               END-IF
           END-IF.

       CLEAR-EXPECTED-ITEM.
           MOVE "M" TO WS-SI-STATE (WS-STI-IX).
           MOVE "M" TO WS-EX-STATE (WS-EXP-FOUND-IX).
           MOVE WS-SI-DATE (WS-STI-IX)
               TO WS-EX-CLEAR-DATE (WS-EXP-FOUND-IX).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-SI-AMOUNT (WS-STI-IX) TO WS-MATCHED-TOTAL.
           MOVE WS-EX-KIND (WS-EXP-FOUND-IX) TO RCH-KIND.
           MOVE WS-EX-REFERENCE (WS-EXP-FOUND-IX) TO RCH-REFERENCE.
           MOVE WS-SI-AMOUNT (WS-STI-IX) TO RCH-AMOUNT.
           MOVE WS-SI-DATE (WS-STI-IX) TO RCH-CLEAR-DATE.
           MOVE WS-RUN-DATE TO RCH-RUN-DATE.
           WRITE RECON-HISTORY-RECORD.

       COMPUTE-GL-BALANCE.
      *> The cash account's balance at the statement's period end,
      *> from the opening period after the latest closed year so a
      *> carried-forward balance is not counted twice.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YEAR-END-FILE.
           IF WS-YEAR-END-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YEAR-END-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GYE-IS-CLOSED
                                   AND GYE-YEAR < WS-STMT-YEAR
                                   AND GYE-YEAR > WS-CLOSED-YEAR
                               MOVE GYE-YEAR TO WS-CLOSED-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-END-FILE
           END-IF.
           IF WS-CLOSED-YEAR > 0
               COMPUTE WS-GL-FROM = (WS-CLOSED-YEAR + 1) * 100
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLL-ACCOUNT = WS-CASH-ACCOUNT
                                   AND GLL-PERIOD NOT < WS-GL-FROM
                                   AND GLL-PERIOD NOT > WS-STMT-PERIOD
                               COMPUTE WS-GL-BALANCE = WS-GL-BALANCE
                                   + GLL-DEBITS - GLL-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       WRITE-RECONCILIATION.
           OPEN OUTPUT RECON-REPORT.
           MOVE WS-STMT-DATE TO WS-RH-STMT-DATE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE RECON-REPORT-LINE FROM WS-RP-HEADING.
           PERFORM WRITE-MATCHED-SECTION.
           PERFORM WRITE-OUTSTANDING-SECTION.
           PERFORM WRITE-UNEXPECTED-SECTION.
           PERFORM WRITE-OTHER-CREDIT-SECTION.
           PERFORM WRITE-BALANCE-SECTION.
           CLOSE RECON-REPORT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE FROM WS-RP-SECTION.

       WRITE-MATCHED-SECTION.
           MOVE "MATCHED ITEMS" TO WS-RS-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM WS-RP-ITEM-COLUMNS.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-COUNT
               IF WS-EX-STATE (WS-EXP-IX) = "M"
                   PERFORM BUILD-ITEM-LINE
                   MOVE WS-EX-CLEAR-DATE (WS-EXP-IX) TO WS-RI-CLEARED
                   MOVE "CLEARED" TO WS-RI-FLAG
                   WRITE RECON-REPORT-LINE FROM WS-RP-ITEM
               END-IF
           END-PERFORM.
           IF WS-MATCHED-COUNT = 0
               WRITE RECON-REPORT-LINE FROM WS-RP-NONE
           END-IF.

       WRITE-OUTSTANDING-SECTION.
      *> Sent or issued by the statement date and not yet cleared;
      *> anything sent after it is not yet due on this statement.
           MOVE "OUTSTANDING ITEMS" TO WS-RS-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM WS-RP-ITEM-COLUMNS.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-COUNT
               IF WS-EX-STATE (WS-EXP-IX) = SPACE
                       AND WS-EX-SENT-DATE (WS-EXP-IX)
                           NOT > WS-STMT-DATE
                   PERFORM WRITE-ONE-OUTSTANDING
               END-IF
           END-PERFORM.
           IF WS-OUT-COUNT = 0
               WRITE RECON-REPORT-LINE FROM WS-RP-NONE
           END-IF.

       WRITE-ONE-OUTSTANDING.
           ADD 1 TO WS-OUT-COUNT.
           IF WS-EX-KIND (WS-EXP-IX) = "R"
               ADD WS-EX-AMOUNT (WS-EXP-IX) TO WS-OUT-CREDITS
           ELSE
               ADD WS-EX-AMOUNT (WS-EXP-IX) TO WS-OUT-DEBITS
           END-IF.
           PERFORM BUILD-ITEM-LINE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-STMT-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-EX-SENT-DATE (WS-EXP-IX)).
           MOVE WS-AGE-DAYS TO WS-RA-DAYS.
           MOVE WS-RI-AGE-BUILD TO WS-RI-CLEARED.
           MOVE "OUTSTANDING" TO WS-RI-FLAG.
           IF WS-AGE-DAYS > WS-MAX-AGE
               ADD 1 TO WS-STALE-COUNT
               MOVE "*** OUTSTANDING PAST AGE" TO WS-RI-FLAG
               PERFORM ALERT-STALE-ITEM
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RP-ITEM.

       BUILD-ITEM-LINE.
           EVALUATE WS-EX-KIND (WS-EXP-IX)
               WHEN "D"
                   MOVE "DEPOSIT FIL" TO WS-RI-KIND
               WHEN "R"
                   MOVE "REVERSAL CR" TO WS-RI-KIND
               WHEN OTHER
                   MOVE "CHECK" TO WS-RI-KIND
           END-EVALUATE.
           MOVE WS-EX-REFERENCE (WS-EXP-IX) TO WS-RI-REFERENCE.
           MOVE WS-EX-SENT-DATE (WS-EXP-IX) TO WS-RI-SENT-DATE.
           MOVE WS-EX-AMOUNT (WS-EXP-IX) TO WS-RI-AMOUNT.
           MOVE SPACES TO WS-RI-CLEARED.
           MOVE SPACES TO WS-RI-FLAG.

       ALERT-STALE-ITEM.
           EVALUATE WS-EX-KIND (WS-EXP-IX)
               WHEN "D"
                   MOVE "FILE" TO WS-AB-KIND
               WHEN "R"
                   MOVE "REVRS" TO WS-AB-KIND
               WHEN OTHER
                   MOVE "CHECK" TO WS-AB-KIND
           END-EVALUATE.
           MOVE WS-EX-REFERENCE (WS-EXP-IX) TO WS-AB-REFERENCE.
           MOVE WS-AGE-DAYS TO WS-AB-DAYS.
           MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W" WS-ALERT-TEXT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           DISPLAY "   " WS-RI-KIND " " WS-EX-REFERENCE (WS-EXP-IX)
               " outstanding " WS-RA-DAYS " days".

       WRITE-UNEXPECTED-SECTION.
           MOVE "UNEXPECTED BANK DEBITS" TO WS-RS-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM WS-RP-BANK-COLUMNS.
           PERFORM VARYING WS-STI-IX FROM 1 BY 1
                   UNTIL WS-STI-IX > WS-STI-COUNT
               IF WS-SI-STATE (WS-STI-IX) = "U"
                   PERFORM WRITE-BANK-ITEM
               END-IF
           END-PERFORM.
           IF WS-UNEXPECTED-COUNT = 0
               WRITE RECON-REPORT-LINE FROM WS-RP-NONE
           END-IF.

       WRITE-OTHER-CREDIT-SECTION.
           MOVE "OTHER BANK CREDITS" TO WS-RS-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM WS-RP-BANK-COLUMNS.
           PERFORM VARYING WS-STI-IX FROM 1 BY 1
                   UNTIL WS-STI-IX > WS-STI-COUNT
               IF WS-SI-STATE (WS-STI-IX) = "O"
                   PERFORM WRITE-BANK-ITEM
               END-IF
           END-PERFORM.
           IF WS-OTHER-CR-COUNT = 0
               WRITE RECON-REPORT-LINE FROM WS-RP-NONE
           END-IF.

       WRITE-BANK-ITEM.
           MOVE WS-SI-CODE (WS-STI-IX) TO WS-RB-CODE.
           MOVE WS-SI-REFERENCE (WS-STI-IX) TO WS-RB-REFERENCE.
           MOVE WS-SI-DATE (WS-STI-IX) TO WS-RB-DATE.
           MOVE WS-SI-AMOUNT (WS-STI-IX) TO WS-RB-AMOUNT.
           MOVE WS-SI-REASON (WS-STI-IX) TO WS-RB-REASON.
           IF WS-SI-REASON (WS-STI-IX) = "NOT A PAYROLL ITEM"
                   OR WS-SI-REASON (WS-STI-IX) = SPACES
               MOVE WS-SI-DESC (WS-STI-IX) TO WS-RB-REASON
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RP-BANK-ITEM.

       WRITE-BALANCE-SECTION.
      *> Bank side: the statement balance less what is still on its
      *> way. Book side: the GL cash balance less what the bank has
      *> taken that the books have not seen.
           COMPUTE WS-ADJ-BANK = WS-STMT-BALANCE - WS-OUT-DEBITS
               + WS-OUT-CREDITS.
           COMPUTE WS-ADJ-BOOK = WS-GL-BALANCE - WS-UNEXPECTED-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK.
           MOVE "RECONCILIATION" TO WS-RS-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "BANK STATEMENT BALANCE" TO WS-RL-CAPTION.
           MOVE WS-STMT-BALANCE TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE "  LESS OUTSTANDING DEBITS" TO WS-RL-CAPTION.
           MOVE WS-OUT-DEBITS TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE "  PLUS OUTSTANDING CREDITS" TO WS-RL-CAPTION.
           MOVE WS-OUT-CREDITS TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO WS-RL-CAPTION.
           MOVE WS-ADJ-BANK TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-CASH-ACCOUNT TO WS-RC-ACCOUNT.
           MOVE WS-GL-BALANCE TO WS-RC-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-CASH-ACCOUNT.
           MOVE "  LESS UNEXPECTED BANK DEBITS" TO WS-RL-CAPTION.
           MOVE WS-UNEXPECTED-TOTAL TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO WS-RL-CAPTION.
           MOVE WS-ADJ-BOOK TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "DIFFERENCE" TO WS-RL-CAPTION.
           MOVE WS-DIFFERENCE TO WS-RL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RP-AMOUNT-LINE.
           IF WS-DIFFERENCE = 0
               MOVE "RECONCILED" TO WS-RR-TEXT
           ELSE
               MOVE "*** NOT RECONCILED ***" TO WS-RR-TEXT
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RP-RESULT.

       EMPTY-STATEMENT-FILE.
      *> Every item is now on the history or the reconciliation;
      *> the bank's file is not worked twice.
           OPEN OUTPUT STATEMENT-FILE.
           CLOSE STATEMENT-FILE.
