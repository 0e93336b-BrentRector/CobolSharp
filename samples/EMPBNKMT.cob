      *> extract sends a zero-amount prenote for one cycle before
      *> live money moves -- an operator cannot skip the prenote by
      *> keying the account as live.
      *> A change to an account that is already live (or already in
      *> a hold) starts a cooling-off hold of BKC-HOLD-DAYS from
      *> empbank_ctl.dat (EMPBKCR.cpy; 10 days when absent): the
      *> previous account is kept on the row and, until the hold
      *> ends, the extract pays it (or, with BKC-HOLD-ACTION "C",
      *> holds the deposit for a paper check) instead of the new
      *> one. A second change inside the hold keeps the original
      *> previous account and restarts the hold. Every add, change
      *> and removal is appended to empbank_history.dat (EMPBKHR.cpy)
      *> with the operator and time, and a confirmation notice to
      *> the employee's address of record on empaddr.dat is queued
      *> on empbank_notice.dat for mailing; a notice with no
      *> address of record is still queued, flagged, and the
      *> transaction ends RC 4 so someone follows it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-CONTROL ASSIGN TO "empbank_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BANK-HISTORY ASSIGN TO "empbank_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "empbank_notice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
           COPY EMPBNKR.

       FD BANK-CONTROL.
           COPY EMPBKCR.

       FD BANK-HISTORY.
           COPY EMPBKHR.

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS   PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS PIC XX VALUE SPACES.
       01 WS-NOTICE-STATUS PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
             10 WS-BT-ACCOUNT   PIC X(12).
             10 WS-BT-PRENOTE   PIC X.
             10 WS-BT-PRE-DATE  PIC 9(8).
             10 WS-BT-PREV-ROUTING PIC 9(9).
             10 WS-BT-PREV-ACCOUNT PIC X(12).
             10 WS-BT-HOLD-UNTIL   PIC 9(8).
             10 WS-BT-HOLD-ACTION  PIC X.
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-NEW-ROUTING   PIC 9(9) VALUE 0.
       01 WS-NEW-ACCOUNT   PIC X(12) VALUE SPACES.

      *> Cooling-off hold settings, defaulted when empbank_ctl.dat
      *> is absent, and what the change being saved replaced.
       01 WS-HOLD-DAYS     PIC 9(3) VALUE 10.
       01 WS-HOLD-ACTION   PIC X VALUE "P".
       01 WS-TODAY         PIC 9(8) VALUE 0.
       01 WS-NOW-TIME      PIC 9(6) VALUE 0.
       01 WS-CHANGE-ACTION PIC X VALUE SPACE.
       01 WS-OLD-ROUTING   PIC 9(9) VALUE 0.
       01 WS-OLD-ACCOUNT   PIC X(12) VALUE SPACES.
       01 WS-HOLD-STARTED  PIC 9 VALUE 0.
       01 WS-SAVED-HOLD-UNTIL PIC 9(8) VALUE 0.
       01 WS-SAVED-HOLD-ACTION PIC X VALUE SPACE.
       01 WS-SAVED-PREV-ACCOUNT PIC X(12) VALUE SPACES.

      *> Notice lines built with MOVE, not STRING; only the last
      *> four digits of an account are ever printed.
       01 WS-ACCOUNT-HOLD  PIC X(12) VALUE SPACES.
       01 WS-ACCOUNT-END   PIC 9(2) VALUE 0.
       01 WS-LAST-FOUR     PIC X(4) VALUE SPACES.
       01 WS-ADDR-EOF      PIC 9 VALUE 0.
       01 WS-ADDR-FOUND    PIC 9 VALUE 0.
       01 WS-NT-HEADING.
          05 FILLER        PIC X(32)
                           VALUE "DIRECT DEPOSIT CHANGE NOTICE".
          05 FILLER        PIC X(5) VALUE "DATE ".
          05 WS-NH-DATE    PIC 9(8).
          05 FILLER        PIC X(9) VALUE "  EMP-ID ".
          05 WS-NH-EMP-ID  PIC 9(5).
          05 FILLER        PIC X(21) VALUE SPACES.
       01 WS-NT-CSZ.
          05 WS-NC-CITY    PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-NC-STATE   PIC X(2).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-NC-ZIP     PIC X(10).
          05 FILLER        PIC X(45) VALUE SPACES.
       01 WS-NT-ACCOUNT.
          05 FILLER        PIC X(15) VALUE "ACCOUNT ENDING ".
          05 WS-NA-LAST-FOUR PIC X(4).
          05 FILLER        PIC X(3) VALUE " - ".
          05 WS-NA-TEXT    PIC X(58).
       01 WS-NT-HOLD.
          05 FILLER        PIC X(6) VALUE "UNTIL ".
          05 WS-NO-DATE    PIC 9(8).
          05 WS-NO-TEXT    PIC X(38).
          05 WS-NO-LAST-FOUR PIC X(4).
          05 FILLER        PIC X(24) VALUE SPACES.

      *> Req 147: interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-BANK-FILE
               PERFORM LOAD-HOLD-CONTROL
               DISPLAY "   " WS-ROW-COUNT " bank detail(s) on"
                   " file"
               PERFORM UNTIL MAINT-DONE
                                   WS-BT-PRENOTE (WS-ROW-COUNT)
                               MOVE BNK-PRENOTE-DATE TO
                                   WS-BT-PRE-DATE (WS-ROW-COUNT)
                               PERFORM TAKE-HOLD-FIELDS
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
               CLOSE BANK-FILE
           END-IF.

       TAKE-HOLD-FIELDS.
      *> Rows written before the cooling-off hold carry spaces in
      *> the hold fields; they read as no hold and no previous
      *> account.
           IF BNK-HOLD-UNTIL IS NUMERIC
               MOVE BNK-PREV-ROUTING
                   TO WS-BT-PREV-ROUTING (WS-ROW-COUNT)
               MOVE BNK-PREV-ACCOUNT
                   TO WS-BT-PREV-ACCOUNT (WS-ROW-COUNT)
               MOVE BNK-HOLD-UNTIL TO WS-BT-HOLD-UNTIL (WS-ROW-COUNT)
               MOVE BNK-HOLD-ACTION TO WS-BT-HOLD-ACTION (WS-ROW-COUNT)
           ELSE
               MOVE 0 TO WS-BT-PREV-ROUTING (WS-ROW-COUNT)
               MOVE SPACES TO WS-BT-PREV-ACCOUNT (WS-ROW-COUNT)
               MOVE 0 TO WS-BT-HOLD-UNTIL (WS-ROW-COUNT)
               MOVE SPACE TO WS-BT-HOLD-ACTION (WS-ROW-COUNT)
           END-IF.

       FIND-DETAIL-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
               DISPLAY "   Prenote: "
                   WS-BT-PRENOTE (WS-FOUND-IX) " since "
                   WS-BT-PRE-DATE (WS-FOUND-IX)
               IF WS-BT-HOLD-UNTIL (WS-FOUND-IX) >= WS-TODAY
                   IF WS-BT-HOLD-ACTION (WS-FOUND-IX) = "P"
                       DISPLAY "   Change on hold until "
                           WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                           " - paying previous account "
                           WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                   ELSE
                       DISPLAY "   Change on hold until "
                           WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                           " - paying by check"
                   END-IF
               END-IF
           END-IF.

       ADD-OR-REPLACE-DETAIL.

       SAVE-DETAIL-ROW.
           PERFORM FIND-DETAIL-ROW.
           MOVE 0 TO WS-HOLD-STARTED.
           IF WS-FOUND-IX = 0
               MOVE "A" TO WS-CHANGE-ACTION
               MOVE 0 TO WS-OLD-ROUTING
               MOVE SPACES TO WS-OLD-ACCOUNT
           ELSE
               MOVE "C" TO WS-CHANGE-ACTION
               MOVE WS-BT-ROUTING (WS-FOUND-IX) TO WS-OLD-ROUTING
               MOVE WS-BT-ACCOUNT (WS-FOUND-IX) TO WS-OLD-ACCOUNT
           END-IF.
           IF WS-FOUND-IX = 0
               IF WS-ROW-COUNT >= 1000 OR WS-TABLE-FULL = 1
                   DISPLAY "   Bank file full (1000 rows) - add"
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
                   MOVE 0 TO WS-BT-PREV-ROUTING (WS-FOUND-IX)
                   MOVE SPACES TO WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                   MOVE 0 TO WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                   MOVE SPACE TO WS-BT-HOLD-ACTION (WS-FOUND-IX)
               END-IF
           ELSE
               PERFORM START-COOLING-OFF-HOLD
           END-IF.
           IF WS-FOUND-IX NOT = 0
               MOVE WS-NEW-EMP-ID TO WS-BT-EMP-ID (WS-FOUND-IX)
               MOVE "P" TO WS-BT-PRENOTE (WS-FOUND-IX)
               MOVE 0 TO WS-BT-PRE-DATE (WS-FOUND-IX)
               PERFORM REWRITE-BANK-FILE
               MOVE WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                   TO WS-SAVED-HOLD-UNTIL
               MOVE WS-BT-HOLD-ACTION (WS-FOUND-IX)
                   TO WS-SAVED-HOLD-ACTION
               MOVE WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                   TO WS-SAVED-PREV-ACCOUNT
               PERFORM WRITE-HISTORY-ROW
               PERFORM WRITE-CONFIRMATION-NOTICE
               DISPLAY "   Detail saved for " WS-NEW-EMP-ID
                   " - prenote cycle restarted"
               IF WS-HOLD-STARTED = 1
                   DISPLAY "   Change on hold until "
                       WS-SAVED-HOLD-UNTIL
                       " - confirmation notice queued"
               END-IF
           END-IF.

       START-COOLING-OFF-HOLD.
      *> A hold already running keeps the account it was paying and
      *> starts over; a change to a live account keeps that account
      *> as the one to pay. An account that never went live has
      *> nothing to fall back on and just restarts its prenote.
           IF WS-BT-HOLD-UNTIL (WS-FOUND-IX) >= WS-TODAY
               IF WS-HOLD-DAYS > 0
                   MOVE 1 TO WS-HOLD-STARTED
               END-IF
           ELSE
               IF WS-BT-PRENOTE (WS-FOUND-IX) = "L"
                       AND WS-HOLD-DAYS > 0
                       AND (WS-NEW-ROUTING NOT = WS-OLD-ROUTING
                           OR WS-NEW-ACCOUNT NOT = WS-OLD-ACCOUNT)
                   MOVE WS-OLD-ROUTING
                       TO WS-BT-PREV-ROUTING (WS-FOUND-IX)
                   MOVE WS-OLD-ACCOUNT
                       TO WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                   MOVE WS-HOLD-ACTION
                       TO WS-BT-HOLD-ACTION (WS-FOUND-IX)
                   MOVE 1 TO WS-HOLD-STARTED
               END-IF
           END-IF.
           IF WS-HOLD-STARTED = 1
               COMPUTE WS-BT-HOLD-UNTIL (WS-FOUND-IX) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                       + WS-HOLD-DAYS)
           ELSE
               MOVE 0 TO WS-BT-PREV-ROUTING (WS-FOUND-IX)
               MOVE SPACES TO WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
               MOVE 0 TO WS-BT-HOLD-UNTIL (WS-FOUND-IX)
               MOVE SPACE TO WS-BT-HOLD-ACTION (WS-FOUND-IX)
           END-IF.

       REMOVE-BANK-DETAIL.
               DISPLAY "   No bank detail for " WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "R" TO WS-CHANGE-ACTION
               MOVE WS-BT-ROUTING (WS-FOUND-IX) TO WS-OLD-ROUTING
               MOVE WS-BT-ACCOUNT (WS-FOUND-IX) TO WS-OLD-ACCOUNT
               MOVE 0 TO WS-NEW-ROUTING
               MOVE SPACES TO WS-NEW-ACCOUNT
               MOVE 0 TO WS-HOLD-STARTED
               MOVE 0 TO WS-SAVED-HOLD-UNTIL
      *> Shuffle the last row into the hole and rewrite.
               MOVE WS-BNK-ENTRY (WS-ROW-COUNT)
                   TO WS-BNK-ENTRY (WS-FOUND-IX)
               SUBTRACT 1 FROM WS-ROW-COUNT
               PERFORM REWRITE-BANK-FILE
               PERFORM WRITE-HISTORY-ROW
               PERFORM WRITE-CONFIRMATION-NOTICE
               DISPLAY "   Detail removed for " WS-NEW-EMP-ID
                   " - employee reverts to check payment"
           END-IF.

       LOAD-HOLD-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT BANK-CONTROL.
           IF WS-CONTROL-STATUS = "00"
               READ BANK-CONTROL
                   NOT AT END
                       IF BKC-HOLD-DAYS IS NUMERIC
                           MOVE BKC-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
                       IF BKC-HOLD-ACTION = "P" OR "C"
                           MOVE BKC-HOLD-ACTION TO WS-HOLD-ACTION
                       END-IF
               END-READ
               CLOSE BANK-CONTROL
           END-IF.

       WRITE-HISTORY-ROW.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
           OPEN EXTEND BANK-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BANK-HISTORY
           END-IF.
           MOVE WS-NEW-EMP-ID TO BKH-EMP-ID.
           MOVE WS-TODAY TO BKH-DATE.
           MOVE WS-NOW-TIME TO BKH-TIME.
           MOVE WS-SEC-OPERATOR TO BKH-OPERATOR.
           MOVE WS-CHANGE-ACTION TO BKH-ACTION.
           MOVE WS-OLD-ROUTING TO BKH-OLD-ROUTING.
           MOVE WS-OLD-ACCOUNT TO BKH-OLD-ACCOUNT.
           MOVE WS-NEW-ROUTING TO BKH-NEW-ROUTING.
           MOVE WS-NEW-ACCOUNT TO BKH-NEW-ACCOUNT.
           IF WS-HOLD-STARTED = 1
               MOVE WS-SAVED-HOLD-UNTIL TO BKH-HOLD-UNTIL
           ELSE
               MOVE 0 TO BKH-HOLD-UNTIL
           END-IF.
           WRITE BANK-HISTORY-RECORD.
           CLOSE BANK-HISTORY.

       WRITE-CONFIRMATION-NOTICE.
      *> Queued for the mail room; the employee, not the operator,
      *> is the one who can say the change was not theirs.
           OPEN EXTEND NOTICE-FILE.
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           MOVE WS-TODAY TO WS-NH-DATE.
           MOVE WS-NEW-EMP-ID TO WS-NH-EMP-ID.
           WRITE NOTICE-LINE FROM WS-NT-HEADING.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM FIND-ADDRESS-OF-RECORD.
           IF WS-ADDR-FOUND = 0
               MOVE "** NO ADDRESS OF RECORD - NOTICE CANNOT BE MAILED"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               DISPLAY "   *** No address of record for "
                   WS-NEW-EMP-ID " - notice cannot be mailed ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ADR-LINE1 TO NOTICE-LINE
               WRITE NOTICE-LINE
               IF ADR-LINE2 NOT = SPACES
                   MOVE ADR-LINE2 TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               MOVE ADR-CITY TO WS-NC-CITY
               MOVE ADR-STATE TO WS-NC-STATE
               MOVE ADR-ZIP TO WS-NC-ZIP
               WRITE NOTICE-LINE FROM WS-NT-CSZ
           END-IF.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           EVALUATE WS-CHANGE-ACTION
               WHEN "A"
                   MOVE "NOW RECEIVES YOUR PAY BY DIRECT DEPOSIT"
                       TO WS-NA-TEXT
                   MOVE WS-NEW-ACCOUNT TO WS-ACCOUNT-HOLD
               WHEN "C"
                   MOVE "REPLACES YOUR PREVIOUS DEPOSIT ACCOUNT"
                       TO WS-NA-TEXT
                   MOVE WS-NEW-ACCOUNT TO WS-ACCOUNT-HOLD
               WHEN OTHER
                   MOVE "NO LONGER RECEIVES YOUR PAY"
                       TO WS-NA-TEXT
                   MOVE WS-OLD-ACCOUNT TO WS-ACCOUNT-HOLD
           END-EVALUATE.
           PERFORM PICK-LAST-FOUR.
           MOVE WS-LAST-FOUR TO WS-NA-LAST-FOUR.
           WRITE NOTICE-LINE FROM WS-NT-ACCOUNT.
           IF WS-CHANGE-ACTION = "R"
               MOVE "YOUR PAY WILL BE ISSUED BY CHECK" TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           IF WS-HOLD-STARTED = 1
               MOVE WS-SAVED-HOLD-UNTIL TO WS-NO-DATE
               IF WS-SAVED-HOLD-ACTION = "P"
                   MOVE WS-SAVED-PREV-ACCOUNT TO WS-ACCOUNT-HOLD
                   PERFORM PICK-LAST-FOUR
                   MOVE " YOUR PAY CONTINUES TO ACCOUNT ENDING"
                       TO WS-NO-TEXT
                   MOVE WS-LAST-FOUR TO WS-NO-LAST-FOUR
               ELSE
                   MOVE " YOUR PAY WILL BE ISSUED BY CHECK"
                       TO WS-NO-TEXT
                   MOVE SPACES TO WS-NO-LAST-FOUR
               END-IF
               WRITE NOTICE-LINE FROM WS-NT-HOLD
           END-IF.
           MOVE
               "IF YOU DID NOT ASK FOR THIS CHANGE CALL PAYROLL AT ONCE"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "END OF NOTICE" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           CLOSE NOTICE-FILE.

       FIND-ADDRESS-OF-RECORD.
           MOVE 0 TO WS-ADDR-FOUND.
           MOVE 0 TO WS-ADDR-EOF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDR-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-ADDR-EOF
                       NOT AT END
                           IF ADR-EMP-ID = WS-NEW-EMP-ID
                               MOVE 1 TO WS-ADDR-FOUND
                               MOVE 1 TO WS-ADDR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

       PICK-LAST-FOUR.
      *> The account is left-justified in its field; the last four
      *> are the four before the trailing spaces.
           MOVE 12 TO WS-ACCOUNT-END.
           PERFORM UNTIL WS-ACCOUNT-END < 5
                   OR WS-ACCOUNT-HOLD (WS-ACCOUNT-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ACCOUNT-END
           END-PERFORM.
           IF WS-ACCOUNT-END < 5
               MOVE 4 TO WS-ACCOUNT-END
           END-IF.
           MOVE WS-ACCOUNT-HOLD (WS-ACCOUNT-END - 3:4)
               TO WS-LAST-FOUR.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               MOVE WS-BT-PRENOTE (WS-ROW-IX)
                   TO BNK-PRENOTE-STATUS
               MOVE WS-BT-PRE-DATE (WS-ROW-IX) TO BNK-PRENOTE-DATE
               MOVE WS-BT-PREV-ROUTING (WS-ROW-IX) TO BNK-PREV-ROUTING
               MOVE WS-BT-PREV-ACCOUNT (WS-ROW-IX) TO BNK-PREV-ACCOUNT
               MOVE WS-BT-HOLD-UNTIL (WS-ROW-IX) TO BNK-HOLD-UNTIL
               MOVE WS-BT-HOLD-ACTION (WS-ROW-IX) TO BNK-HOLD-ACTION
               WRITE BANK-DETAIL-RECORD
           END-PERFORM.
           CLOSE BANK-FILE.
