       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBNKRT.
      *> Inbound bank returns for the direct-deposit extract. When the
      *> bank cannot post a deposit EMPBNKEX sent (account closed,
      *> no such account, invalid account number, name mismatch) it
      *> sends the item back on empbank_returns.dat, echoing the
      *> transmission sequence from our H record and the EMP-ID from
      *> the D record. This job matches each returned item to its
      *> original deposit on empbnkex_sent.dat (EMPBSNR.cpy) by
      *> sequence and EMP-ID and, for every match:
      *>   - puts the employee's empbank.dat detail back to prenote
      *>     pending ("P"), so no further money goes to the account
      *>     until a fresh prenote has been through;
      *>   - raises an ALERTLOG warning;
      *>   - queues the returned net on empchk_reissue.dat
      *>     (EMPCHQR.cpy) to be paid as a paper check. A returned
      *>     prenote carries no money and queues nothing.
      *> Returns that match no deposit -- unknown sequence, EMP-ID
      *> not in that file, a returned reversal debit -- go to the
      *> employee exception history (emp_exceptions.dat), where the
      *> exception console picks them up. Every match is appended to
      *> empbnkrt_history.dat, so the same return presented twice is
      *> refused. The returns register (empbnkrt_register.dat) lists
      *> the items and then, for each transmission touched, balances
      *> the returned dollars against that file's trailer TOTAL: sent,
      *> returned before, returned now, and what stays delivered.
      *> The returns file is emptied after a successful run, as
      *> EMPSUPRN empties its feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO "empbank_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT RETURN-HISTORY ASSIGN TO "empbnkrt_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "empchk_reissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "emp_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT RETURNS-REGISTER ASSIGN TO "empbnkrt_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
      *> The bank's return item: our sequence and EMP-ID echoed
      *> back, the amount returned, the bank's reason code (R02
      *> account closed, R03 no account, R04 invalid account number,
      *> R17 name mismatch, and so on) and the bank's return date.
       01 BANK-RETURN-RECORD.
          05 RTN-SEQ         PIC 9(6).
          05 RTN-EMP-ID      PIC 9(5).
          05 RTN-AMOUNT      PIC 9(6)V99.
          05 RTN-REASON      PIC X(3).
          05 RTN-DATE        PIC 9(8).

       FD SENT-ITEMS.
           COPY EMPBSNR.

       FD RETURN-HISTORY.
       01 RETURN-HISTORY-RECORD.
          05 RTH-SEQ         PIC 9(6).
          05 RTH-EMP-ID      PIC 9(5).
          05 RTH-AMOUNT      PIC 9(6)V99.
          05 RTH-REASON      PIC X(3).
          05 RTH-RETURN-DATE PIC 9(8).
          05 RTH-RUN-DATE    PIC 9(8).
          05 RTH-DEP-TYPE    PIC X.

       FD BANK-FILE.
           COPY EMPBNKR.

       FD REISSUE-QUEUE.
           COPY EMPCHQR.

       FD EXCEPTION-FILE.
           COPY EMPEXC.

       FD RETURNS-REGISTER.
       01 RETURNS-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETURNS-STATUS   PIC XX VALUE SPACES.
       01 WS-SENT-STATUS      PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01 WS-BANK-STATUS      PIC XX VALUE SPACES.
       01 WS-REISSUE-STATUS   PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF              PIC 9 VALUE 0.
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.

      *> The returned items. WS-RI-STATE: space not yet matched,
      *> "M" matched to a deposit, "D" already processed on an
      *> earlier run, "V" matched only to a reversal debit.
       01 WS-RTN-COUNT        PIC 9(3) VALUE 0.
       01 WS-RTN-TABLE.
          05 WS-RI-ENTRY OCCURS 500 TIMES.
             10 WS-RI-SEQ        PIC 9(6).
             10 WS-RI-EMP-ID     PIC 9(5).
             10 WS-RI-AMOUNT     PIC 9(6)V99.
             10 WS-RI-REASON     PIC X(3).
             10 WS-RI-DATE       PIC 9(8).
             10 WS-RI-STATE      PIC X.
             10 WS-RI-DEP-TYPE   PIC X.
             10 WS-RI-SENT-AMT   PIC 9(9)V99.
             10 WS-RI-PERIOD     PIC 9(6).
       01 WS-RTN-IX           PIC 9(3) VALUE 0.
       01 WS-RTN-OVERFLOW     PIC 9 VALUE 0.

      *> One row per transmission sequence the returns touch.
       01 WS-XSQ-COUNT        PIC 9(3) VALUE 0.
       01 WS-XSQ-TABLE.
          05 WS-XS-ENTRY OCCURS 500 TIMES.
             10 WS-XS-SEQ        PIC 9(6).
             10 WS-XS-FOUND      PIC 9.
             10 WS-XS-COUNT      PIC 9(6).
             10 WS-XS-TOTAL      PIC 9(9)V99.
             10 WS-XS-PRIOR      PIC 9(9)V99.
             10 WS-XS-NOW        PIC 9(9)V99.
       01 WS-XSQ-IX           PIC 9(3) VALUE 0.
       01 WS-XSQ-FOUND-IX     PIC 9(3) VALUE 0.
       01 WS-DELIVERED        PIC S9(9)V99 VALUE 0.

       01 WS-BANK-COUNT       PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
          05 WS-BNK-ENTRY OCCURS 1000 TIMES.
             10 WS-BT-EMP-ID    PIC 9(5).
             10 WS-BT-ROUTING   PIC 9(9).
             10 WS-BT-ACCOUNT   PIC X(12).
             10 WS-BT-PRENOTE   PIC X.
             10 WS-BT-PRE-DATE  PIC 9(8).
             10 WS-BT-PREV-ROUTING PIC 9(9).
             10 WS-BT-PREV-ACCOUNT PIC X(12).
             10 WS-BT-HOLD-UNTIL   PIC 9(8).
             10 WS-BT-HOLD-ACTION  PIC X.
       01 WS-BANK-IX          PIC 9(4) VALUE 0.
       01 WS-FOUND-IX         PIC 9(4) VALUE 0.
       01 WS-BANK-OVERFLOW    PIC 9 VALUE 0.
       01 WS-BANK-CHANGED     PIC 9 VALUE 0.

       01 WS-MATCHED-COUNT    PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT  PIC 9(5) VALUE 0.
       01 WS-OUT-OF-BALANCE   PIC 9(3) VALUE 0.

      *> Register lines built with MOVE, not STRING.
       01 WS-RG-HEADING.
          05 FILLER          PIC X(40)
                 VALUE "BANK RETURNS REGISTER".
          05 FILLER          PIC X(10) VALUE "RUN DATE ".
          05 WS-RH-DATE      PIC 9(8).
          05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RG-COLUMNS.
          05 FILLER          PIC X(13) VALUE "SEQ    EMP-ID".
          05 FILLER          PIC X(11) VALUE "   RETURNED".
          05 FILLER          PIC X(11) VALUE " RSN TYPE  ".
          05 FILLER          PIC X(45) VALUE "DISPOSITION".
       01 WS-RG-DETAIL.
          05 WS-RD-SEQ       PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-AMOUNT    PIC Z(6)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-REASON    PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-DEP-TYPE  PIC X.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 WS-RD-DISPOSITION PIC X(46).
       01 WS-RG-BAL-HEADING.
          05 FILLER          PIC X(20) VALUE "SEQ    TRAILER TOTAL".
          05 FILLER          PIC X(16) VALUE "  RETURNED PRIOR".
          05 FILLER          PIC X(14) VALUE "   RETURNED NO".
          05 FILLER          PIC X(15) VALUE "W      DELIVERE".
          05 FILLER          PIC X(15) VALUE "D".
       01 WS-RG-BALANCE.
          05 WS-RB-SEQ       PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-TOTAL     PIC Z(9)9.99.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RB-PRIOR     PIC Z(9)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-NOW       PIC Z(9)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-DELIVERED PIC -(9)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RB-FLAG      PIC X(6).
       01 WS-RG-TRAILER.
          05 FILLER          PIC X(18) VALUE "RETURNS MATCHED: ".
          05 WS-RT-MATCHED   PIC ZZZZ9.
          05 FILLER          PIC X(10) VALUE "  AMOUNT: ".
          05 WS-RT-TOTAL     PIC Z(8)9.99.
          05 FILLER          PIC X(13) VALUE "  UNMATCHED: ".
          05 WS-RT-UNMATCHED PIC ZZZZ9.
          05 FILLER          PIC X(17) VALUE SPACES.

       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(12) VALUE "BANK RETURN ".
          05 WS-AB-REASON    PIC X(3).
          05 FILLER          PIC X(5) VALUE " EMP ".
          05 WS-AB-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(5) VALUE " SEQ ".
          05 WS-AB-SEQ       PIC 9(6).
          05 FILLER          PIC X(24)
                 VALUE " - RESET TO PRENOTE".
       01 WS-EXC-REASON-BUILD.
          05 FILLER          PIC X(22) VALUE "BANK RETURN UNMATCHED ".
          05 WS-ER-REASON    PIC X(3).
          05 FILLER          PIC X(5) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBNKRT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.
       01 WS-HOLD-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 unmatched or
      *> duplicate returns, or a transmission that does not balance,
      *> 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Bank Returns Processing ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RETURNS.
           IF WS-RTN-COUNT = 0
               DISPLAY "   No returns on empbank_returns.dat -"
                   " nothing to do"
           ELSE
               DISPLAY "   Returned items: " WS-RTN-COUNT
               PERFORM LOAD-BANK-DETAILS
      *> A table that could not hold a whole file would lose rows
      *> on the rewrite or leave returns behind; refuse outright.
               IF WS-RTN-OVERFLOW = 1 OR WS-BANK-OVERFLOW = 1
                   DISPLAY "   *** Returns or bank detail file too"
                       " large to hold - NOTHING PROCESSED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-RETURN-HISTORY
                   PERFORM MATCH-SENT-ITEMS
                   PERFORM PROCESS-RETURNS
                   IF WS-BANK-CHANGED = 1
                       PERFORM REWRITE-BANK-DETAILS
                   END-IF
                   PERFORM EMPTY-RETURNS-FILE
                   DISPLAY "   Matched:           " WS-MATCHED-COUNT
                       " for " WS-MATCHED-TOTAL
                   DISPLAY "   Queued for check:  " WS-REISSUE-COUNT
                   DISPLAY "   Unmatched:         "
                       WS-UNMATCHED-COUNT
                   DISPLAY "   Already processed: "
                       WS-DUPLICATE-COUNT
                   DISPLAY "   Register in empbnkrt_register.dat"
                   IF WS-UNMATCHED-COUNT > 0
                           OR WS-DUPLICATE-COUNT > 0
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-OUT-OF-BALANCE > 0
                       DISPLAY "   *** " WS-OUT-OF-BALANCE
                           " transmission(s) returned more than was"
                           " sent ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Bank Returns Processing Complete ===".
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

       LOAD-RETURNS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RETURNS-FILE.
           IF WS-RETURNS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RETURNS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RTN-COUNT < 500
                               ADD 1 TO WS-RTN-COUNT
                               MOVE RTN-SEQ TO
                                   WS-RI-SEQ (WS-RTN-COUNT)
                               MOVE RTN-EMP-ID TO
                                   WS-RI-EMP-ID (WS-RTN-COUNT)
                               MOVE RTN-AMOUNT TO
                                   WS-RI-AMOUNT (WS-RTN-COUNT)
                               MOVE RTN-REASON TO
                                   WS-RI-REASON (WS-RTN-COUNT)
                               MOVE RTN-DATE TO
                                   WS-RI-DATE (WS-RTN-COUNT)
                               MOVE SPACE TO
                                   WS-RI-STATE (WS-RTN-COUNT)
                               MOVE SPACE TO
                                   WS-RI-DEP-TYPE (WS-RTN-COUNT)
                               MOVE 0 TO
                                   WS-RI-SENT-AMT (WS-RTN-COUNT)
                               MOVE 0 TO
                                   WS-RI-PERIOD (WS-RTN-COUNT)
                               PERFORM NOTE-TRANSMISSION
                           ELSE
                               MOVE 1 TO WS-RTN-OVERFLOW
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       NOTE-TRANSMISSION.
           MOVE 0 TO WS-XSQ-FOUND-IX.
           PERFORM VARYING WS-XSQ-IX FROM 1 BY 1
                   UNTIL WS-XSQ-IX > WS-XSQ-COUNT
               IF WS-XS-SEQ (WS-XSQ-IX) = RTN-SEQ
                   MOVE WS-XSQ-IX TO WS-XSQ-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-XSQ-FOUND-IX = 0
               ADD 1 TO WS-XSQ-COUNT
               MOVE RTN-SEQ TO WS-XS-SEQ (WS-XSQ-COUNT)
               MOVE 0 TO WS-XS-FOUND (WS-XSQ-COUNT)
               MOVE 0 TO WS-XS-COUNT (WS-XSQ-COUNT)
               MOVE 0 TO WS-XS-TOTAL (WS-XSQ-COUNT)
               MOVE 0 TO WS-XS-PRIOR (WS-XSQ-COUNT)
               MOVE 0 TO WS-XS-NOW (WS-XSQ-COUNT)
           END-IF.

       LOAD-BANK-DETAILS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BANK-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BANK-COUNT < 1000
                               ADD 1 TO WS-BANK-COUNT
                               MOVE BNK-EMP-ID TO
                                   WS-BT-EMP-ID (WS-BANK-COUNT)
                               MOVE BNK-ROUTING TO
                                   WS-BT-ROUTING (WS-BANK-COUNT)
                               MOVE BNK-ACCOUNT TO
                                   WS-BT-ACCOUNT (WS-BANK-COUNT)
                               MOVE BNK-PRENOTE-STATUS TO
                                   WS-BT-PRENOTE (WS-BANK-COUNT)
                               MOVE BNK-PRENOTE-DATE TO
                                   WS-BT-PRE-DATE (WS-BANK-COUNT)
                               PERFORM TAKE-HOLD-FIELDS
                           ELSE
                               MOVE 1 TO WS-BANK-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       TAKE-HOLD-FIELDS.
      *> Rows written before the cooling-off hold carry spaces in
      *> the hold fields; they read as no hold and no previous
      *> account.
           IF BNK-HOLD-UNTIL IS NUMERIC
               MOVE BNK-PREV-ROUTING
                   TO WS-BT-PREV-ROUTING (WS-BANK-COUNT)
               MOVE BNK-PREV-ACCOUNT
                   TO WS-BT-PREV-ACCOUNT (WS-BANK-COUNT)
               MOVE BNK-HOLD-UNTIL TO WS-BT-HOLD-UNTIL (WS-BANK-COUNT)
               MOVE BNK-HOLD-ACTION TO WS-BT-HOLD-ACTION (WS-BANK-COUNT)
           ELSE
               MOVE 0 TO WS-BT-PREV-ROUTING (WS-BANK-COUNT)
               MOVE SPACES TO WS-BT-PREV-ACCOUNT (WS-BANK-COUNT)
               MOVE 0 TO WS-BT-HOLD-UNTIL (WS-BANK-COUNT)
               MOVE SPACE TO WS-BT-HOLD-ACTION (WS-BANK-COUNT)
           END-IF.

       LOAD-RETURN-HISTORY.
      *> Earlier runs' matches: the same item again is a duplicate,
      *> and earlier returned dollars count against the trailer.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RETURN-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RETURN-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY
           END-IF.

       APPLY-ONE-HISTORY-ROW.
           PERFORM VARYING WS-RTN-IX FROM 1 BY 1
                   UNTIL WS-RTN-IX > WS-RTN-COUNT
               IF WS-RI-SEQ (WS-RTN-IX) = RTH-SEQ
                       AND WS-RI-EMP-ID (WS-RTN-IX) = RTH-EMP-ID
                       AND WS-RI-STATE (WS-RTN-IX) = SPACE
                   MOVE "D" TO WS-RI-STATE (WS-RTN-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-XSQ-IX FROM 1 BY 1
                   UNTIL WS-XSQ-IX > WS-XSQ-COUNT
               IF WS-XS-SEQ (WS-XSQ-IX) = RTH-SEQ
                   ADD RTH-AMOUNT TO WS-XS-PRIOR (WS-XSQ-IX)
               END-IF
           END-PERFORM.

       MATCH-SENT-ITEMS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SENT-ITEMS.
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENT-ITEMS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BSN-IS-TRAILER
                               PERFORM MATCH-ONE-TRAILER
                           ELSE
                               PERFORM MATCH-ONE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-ITEMS
           END-IF.

       MATCH-ONE-TRAILER.
           PERFORM VARYING WS-XSQ-IX FROM 1 BY 1
                   UNTIL WS-XSQ-IX > WS-XSQ-COUNT
               IF WS-XS-SEQ (WS-XSQ-IX) = BSN-SEQ
                   MOVE 1 TO WS-XS-FOUND (WS-XSQ-IX)
                   MOVE BSN-COUNT TO WS-XS-COUNT (WS-XSQ-IX)
                   MOVE BSN-AMOUNT TO WS-XS-TOTAL (WS-XSQ-IX)
               END-IF
           END-PERFORM.

       MATCH-ONE-DETAIL.
      *> A credit (L) or prenote (P) is what a return undoes; a
      *> reversal debit (R) for the same employee only stands in
      *> when nothing else matches, and is not processed here.
           PERFORM VARYING WS-RTN-IX FROM 1 BY 1
                   UNTIL WS-RTN-IX > WS-RTN-COUNT
               IF WS-RI-SEQ (WS-RTN-IX) = BSN-SEQ
                       AND WS-RI-EMP-ID (WS-RTN-IX) = BSN-EMP-ID
                   IF BSN-DEP-TYPE = "R"
                       IF WS-RI-STATE (WS-RTN-IX) = SPACE
                           MOVE "V" TO WS-RI-STATE (WS-RTN-IX)
                       END-IF
                   ELSE
                       IF WS-RI-STATE (WS-RTN-IX) = SPACE
                               OR WS-RI-STATE (WS-RTN-IX) = "V"
                           MOVE "M" TO WS-RI-STATE (WS-RTN-IX)
                           MOVE BSN-DEP-TYPE TO
                               WS-RI-DEP-TYPE (WS-RTN-IX)
                           MOVE BSN-AMOUNT TO
                               WS-RI-SENT-AMT (WS-RTN-IX)
                           MOVE BSN-PERIOD TO
                               WS-RI-PERIOD (WS-RTN-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-RETURNS.
      *> OPEN OUTPUT only on status 35 -- checks already waiting,
      *> earlier history and earlier exceptions must survive.
           OPEN EXTEND REISSUE-QUEUE.
           IF WS-REISSUE-STATUS = "35"
               OPEN OUTPUT REISSUE-QUEUE
           END-IF.
           OPEN EXTEND RETURN-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY
           END-IF.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN OUTPUT RETURNS-REGISTER.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE RETURNS-REGISTER-LINE FROM WS-RG-HEADING.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-RG-COLUMNS.
           PERFORM VARYING WS-RTN-IX FROM 1 BY 1
                   UNTIL WS-RTN-IX > WS-RTN-COUNT
               PERFORM PROCESS-ONE-RETURN
           END-PERFORM.
           PERFORM WRITE-BALANCE-SECTION.
           CLOSE REISSUE-QUEUE.
           CLOSE RETURN-HISTORY.
           CLOSE EXCEPTION-FILE.
           CLOSE RETURNS-REGISTER.

       PROCESS-ONE-RETURN.
           MOVE WS-RI-SEQ (WS-RTN-IX) TO WS-RD-SEQ.
           MOVE WS-RI-EMP-ID (WS-RTN-IX) TO WS-RD-EMP-ID.
           MOVE WS-RI-AMOUNT (WS-RTN-IX) TO WS-RD-AMOUNT.
           MOVE WS-RI-REASON (WS-RTN-IX) TO WS-RD-REASON.
           MOVE WS-RI-DEP-TYPE (WS-RTN-IX) TO WS-RD-DEP-TYPE.
           EVALUATE WS-RI-STATE (WS-RTN-IX)
               WHEN "M"
                   PERFORM APPLY-MATCHED-RETURN
               WHEN "D"
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "ALREADY PROCESSED - IGNORED"
                       TO WS-RD-DISPOSITION
               WHEN OTHER
                   PERFORM REJECT-UNMATCHED-RETURN
           END-EVALUATE.
           WRITE RETURNS-REGISTER-LINE FROM WS-RG-DETAIL.

       APPLY-MATCHED-RETURN.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-RI-AMOUNT (WS-RTN-IX) TO WS-MATCHED-TOTAL.
           PERFORM VARYING WS-XSQ-IX FROM 1 BY 1
                   UNTIL WS-XSQ-IX > WS-XSQ-COUNT
               IF WS-XS-SEQ (WS-XSQ-IX) = WS-RI-SEQ (WS-RTN-IX)
                   ADD WS-RI-AMOUNT (WS-RTN-IX)
                       TO WS-XS-NOW (WS-XSQ-IX)
               END-IF
           END-PERFORM.
      *> Back to prenote pending: the next extract sends a fresh
      *> zero-amount prenote and pays by check meanwhile.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-BANK-COUNT
               IF WS-BT-EMP-ID (WS-BANK-IX) = WS-RI-EMP-ID (WS-RTN-IX)
                   MOVE WS-BANK-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               MOVE "P" TO WS-BT-PRENOTE (WS-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-BT-PRE-DATE (WS-FOUND-IX)
               MOVE 1 TO WS-BANK-CHANGED
           END-IF.
      *> The check pays what we sent, whatever the bank echoed.
           IF WS-RI-DEP-TYPE (WS-RTN-IX) = "L"
                   AND WS-RI-SENT-AMT (WS-RTN-IX) > 0
               MOVE WS-RI-EMP-ID (WS-RTN-IX) TO CHQ-EMP-ID
               MOVE WS-RI-SENT-AMT (WS-RTN-IX) TO CHQ-AMOUNT
               MOVE WS-RI-PERIOD (WS-RTN-IX) TO CHQ-PERIOD
               MOVE "BNKRTN" TO CHQ-SOURCE
               MOVE WS-RI-SEQ (WS-RTN-IX) TO CHQ-REFERENCE
               MOVE WS-RUN-DATE TO CHQ-QUEUED-DATE
               MOVE WS-RI-REASON (WS-RTN-IX) TO CHQ-REASON
               WRITE CHECK-REISSUE-RECORD
               ADD 1 TO WS-REISSUE-COUNT
               MOVE "RESET TO PRENOTE - NET QUEUED FOR CHECK"
                   TO WS-RD-DISPOSITION
           ELSE
               MOVE "PRENOTE RETURNED - RESET TO PRENOTE"
                   TO WS-RD-DISPOSITION
           END-IF.
           IF WS-FOUND-IX = 0
               IF WS-RI-DEP-TYPE (WS-RTN-IX) = "L"
                   MOVE "NO BANK DETAIL ON FILE - NET QUEUED FOR CHECK"
                       TO WS-RD-DISPOSITION
               ELSE
                   MOVE "NO BANK DETAIL ON FILE - PRENOTE RETURNED"
                       TO WS-RD-DISPOSITION
               END-IF
           END-IF.
           MOVE WS-RI-SEQ (WS-RTN-IX) TO RTH-SEQ.
           MOVE WS-RI-EMP-ID (WS-RTN-IX) TO RTH-EMP-ID.
           MOVE WS-RI-AMOUNT (WS-RTN-IX) TO RTH-AMOUNT.
           MOVE WS-RI-REASON (WS-RTN-IX) TO RTH-REASON.
           MOVE WS-RI-DATE (WS-RTN-IX) TO RTH-RETURN-DATE.
           MOVE WS-RUN-DATE TO RTH-RUN-DATE.
           MOVE WS-RI-DEP-TYPE (WS-RTN-IX) TO RTH-DEP-TYPE.
           WRITE RETURN-HISTORY-RECORD.
           MOVE WS-RI-REASON (WS-RTN-IX) TO WS-AB-REASON.
           MOVE WS-RI-EMP-ID (WS-RTN-IX) TO WS-AB-EMP-ID.
           MOVE WS-RI-SEQ (WS-RTN-IX) TO WS-AB-SEQ.
           MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W" WS-ALERT-TEXT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           DISPLAY "   Return " WS-RI-REASON (WS-RTN-IX) " for "
               WS-RI-EMP-ID (WS-RTN-IX) " seq " WS-RI-SEQ (WS-RTN-IX)
               " - " WS-RD-DISPOSITION.

       REJECT-UNMATCHED-RETURN.
      *> Same exception history every other reject uses, salary
      *> zero as EMPLEAVE writes it -- the amount is on the register.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE WS-RI-EMP-ID (WS-RTN-IX) TO EXC-EMP-ID.
           MOVE SPACES TO EXC-EMP-NAME.
           MOVE 0 TO EXC-EMP-SALARY.
           MOVE WS-RI-REASON (WS-RTN-IX) TO WS-ER-REASON.
           MOVE WS-EXC-REASON-BUILD TO EXC-REASON.
           MOVE WS-RUN-DATE TO EXC-REJECT-DATE.
           MOVE "N" TO EXC-RESOLVED.
           MOVE SPACES TO EXC-COMPANY.
           WRITE EXCEPTION-RECORD.
           IF WS-RI-STATE (WS-RTN-IX) = "V"
               MOVE "REVERSAL DEBIT RETURNED - TO EXCEPTIONS"
                   TO WS-RD-DISPOSITION
           ELSE
               MOVE "NO MATCHING DEPOSIT - TO EXCEPTIONS"
                   TO WS-RD-DISPOSITION
           END-IF.
           DISPLAY "   Unmatched return for " WS-RI-EMP-ID (WS-RTN-IX)
               " seq " WS-RI-SEQ (WS-RTN-IX).

       WRITE-BALANCE-SECTION.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-RG-BAL-HEADING.
           PERFORM VARYING WS-XSQ-IX FROM 1 BY 1
                   UNTIL WS-XSQ-IX > WS-XSQ-COUNT
               MOVE WS-XS-SEQ (WS-XSQ-IX) TO WS-RB-SEQ
               MOVE WS-XS-TOTAL (WS-XSQ-IX) TO WS-RB-TOTAL
               MOVE WS-XS-PRIOR (WS-XSQ-IX) TO WS-RB-PRIOR
               MOVE WS-XS-NOW (WS-XSQ-IX) TO WS-RB-NOW
               COMPUTE WS-DELIVERED = WS-XS-TOTAL (WS-XSQ-IX)
                   - WS-XS-PRIOR (WS-XSQ-IX) - WS-XS-NOW (WS-XSQ-IX)
               MOVE WS-DELIVERED TO WS-RB-DELIVERED
               MOVE SPACES TO WS-RB-FLAG
               IF WS-XS-FOUND (WS-XSQ-IX) = 0
                   MOVE "NOSENT" TO WS-RB-FLAG
               ELSE
                   IF WS-DELIVERED < 0
                       MOVE "OVER" TO WS-RB-FLAG
                       ADD 1 TO WS-OUT-OF-BALANCE
                   END-IF
               END-IF
               WRITE RETURNS-REGISTER-LINE FROM WS-RG-BALANCE
           END-PERFORM.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-MATCHED-COUNT TO WS-RT-MATCHED.
           MOVE WS-MATCHED-TOTAL TO WS-RT-TOTAL.
           MOVE WS-UNMATCHED-COUNT TO WS-RT-UNMATCHED.
           WRITE RETURNS-REGISTER-LINE FROM WS-RG-TRAILER.

       REWRITE-BANK-DETAILS.
           OPEN OUTPUT BANK-FILE.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-BANK-COUNT
               MOVE WS-BT-EMP-ID (WS-BANK-IX) TO BNK-EMP-ID
               MOVE WS-BT-ROUTING (WS-BANK-IX) TO BNK-ROUTING
               MOVE WS-BT-ACCOUNT (WS-BANK-IX) TO BNK-ACCOUNT
               MOVE WS-BT-PRENOTE (WS-BANK-IX) TO BNK-PRENOTE-STATUS
               MOVE WS-BT-PRE-DATE (WS-BANK-IX) TO BNK-PRENOTE-DATE
               MOVE WS-BT-PREV-ROUTING (WS-BANK-IX) TO BNK-PREV-ROUTING
               MOVE WS-BT-PREV-ACCOUNT (WS-BANK-IX) TO BNK-PREV-ACCOUNT
               MOVE WS-BT-HOLD-UNTIL (WS-BANK-IX) TO BNK-HOLD-UNTIL
               MOVE WS-BT-HOLD-ACTION (WS-BANK-IX) TO BNK-HOLD-ACTION
               WRITE BANK-DETAIL-RECORD
           END-PERFORM.
           CLOSE BANK-FILE.

       EMPTY-RETURNS-FILE.
      *> Every item is now on the register, the history or the
      *> exception file; the bank's file is not worked twice.
           OPEN OUTPUT RETURNS-FILE.
           CLOSE RETURNS-FILE.
