       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBNKCR.
      *> Daily bank account change report. A routing or account
      *> change keyed the day before payday is the classic way pay
      *> is diverted, and an account number that turns up on more
      *> than one employee is the other. This job lists, on
      *> empbnkcr_report.dat:
      *>   - every add or change on the bank change history
      *>     (empbank_history.dat, EMPBKHR.cpy, written by EMPBNKMT)
      *>     made within BKC-PAYDAY-DAYS of the next pay date on
      *>     payperiod.dat (the paid date once a period is paid,
      *>     its end date until then), with the operator who made
      *>     it and the hold it started;
      *>   - every routing and account number on empbank.dat held
      *>     by more than one EMP-ID, one line per employee.
      *> BKC-PAYDAY-DAYS comes from empbank_ctl.dat (EMPBKCR.cpy),
      *> 3 days when absent. Anything listed makes the run RC 4 so
      *> the schedule shows it wants looking at.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-CONTROL ASSIGN TO "empbank_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BANK-HISTORY ASSIGN TO "empbank_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO "empbnkcr_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
          05 PP-PAID-DATE   PIC 9(8).

       FD BANK-FILE.
           COPY EMPBNKR.

       FD BANK-CONTROL.
           COPY EMPBKCR.

       FD BANK-HISTORY.
           COPY EMPBKHR.

       FD CHANGE-REPORT.
       01 CHANGE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-BANK-STATUS     PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS  PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> How close to a pay date a change must be to be listed.
       01 WS-PAYDAY-DAYS     PIC 9(3) VALUE 3.

      *> Pay dates, one per period on payperiod.dat.
       01 WS-PAYDATE-COUNT   PIC 9(3) VALUE 0.
       01 WS-PAYDATE-TABLE.
          05 WS-PAY-DATE PIC 9(8) OCCURS 500 TIMES.
       01 WS-PAYDATE-IX      PIC 9(3) VALUE 0.
       01 WS-NEXT-PAY-DATE   PIC 9(8) VALUE 0.
       01 WS-DAYS-BEFORE     PIC 9(5) VALUE 0.

      *> Bank details, for the shared-account check.
       01 WS-BANK-COUNT      PIC 9(4) VALUE 0.
       01 WS-BANK-OVERFLOW   PIC 9 VALUE 0.
       01 WS-BANK-TABLE.
          05 WS-BNK-ENTRY OCCURS 1000 TIMES.
             10 WS-BT-EMP-ID    PIC 9(5).
             10 WS-BT-ROUTING   PIC 9(9).
             10 WS-BT-ACCOUNT   PIC X(12).
       01 WS-BANK-IX         PIC 9(4) VALUE 0.
       01 WS-MATCH-IX        PIC 9(4) VALUE 0.
       01 WS-SEEN-BEFORE     PIC 9 VALUE 0.
       01 WS-SHARERS         PIC 9(4) VALUE 0.

       01 WS-HISTORY-ROWS    PIC 9(6) VALUE 0.
       01 WS-CLOSE-CHANGES   PIC 9(5) VALUE 0.
       01 WS-SHARED-ACCOUNTS PIC 9(5) VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-RP-HEADING.
          05 FILLER          PIC X(28)
                             VALUE "BANK ACCOUNT CHANGE REPORT  ".
          05 FILLER          PIC X(4) VALUE "RUN ".
          05 WS-RH-DATE      PIC 9(8).
          05 FILLER          PIC X(9) VALUE "  WITHIN".
          05 WS-RH-DAYS      PIC ZZ9.
          05 FILLER          PIC X(28)
                             VALUE " DAY(S) OF A PAY DATE".
       01 WS-RP-CHANGE-TITLE PIC X(80)
              VALUE "CHANGES MADE CLOSE TO A PAY DATE".
       01 WS-RP-CHANGE-COLUMNS.
          05 FILLER          PIC X(25)
                             VALUE "EMP-ID CHANGED  OPERATOR ".
          05 FILLER          PIC X(28)
                             VALUE "A OLD ACCOUNT  NEW ACCOUNT  ".
          05 FILLER          PIC X(27)
                             VALUE "PAY DATE DAYS HOLD UNTIL".
       01 WS-RP-CHANGE.
          05 WS-RC-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RC-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-OPERATOR  PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-ACTION    PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-OLD-ACCOUNT PIC X(12).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-NEW-ACCOUNT PIC X(12).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-PAY-DATE  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-DAYS      PIC ZZZ9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RC-HOLD      PIC X(8).
          05 FILLER          PIC X(4) VALUE SPACES.
       01 WS-RP-SHARED-TITLE PIC X(80)
              VALUE "ACCOUNT NUMBERS HELD BY MORE THAN ONE EMP-ID".
       01 WS-RP-SHARED-COLUMNS PIC X(80)
              VALUE "ROUTING   ACCOUNT       EMP-ID".
       01 WS-RP-SHARED.
          05 WS-RS-ROUTING   PIC 9(9).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RS-ACCOUNT   PIC X(12).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RS-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(51) VALUE SPACES.
       01 WS-RP-COUNT-LINE.
          05 WS-RT-LABEL     PIC X(40).
          05 WS-RT-COUNT     PIC ZZZZ9.
          05 FILLER          PIC X(35) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBNKCR".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 nothing to look at, 4
      *> changes near a pay date or shared accounts listed, 8+ hard
      *> failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Bank Account Change Report ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-PAYDAY-CONTROL.
           PERFORM LOAD-PAY-DATES.
           PERFORM LOAD-BANK-DETAILS.
           IF WS-BANK-OVERFLOW = 1
               DISPLAY "   *** More bank details than the report can"
                   " hold - NO REPORT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CHANGE-REPORT
               MOVE WS-RUN-DATE TO WS-RH-DATE
               MOVE WS-PAYDAY-DAYS TO WS-RH-DAYS
               WRITE CHANGE-REPORT-LINE FROM WS-RP-HEADING
               MOVE SPACES TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               PERFORM REPORT-CLOSE-CHANGES
               MOVE SPACES TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               PERFORM REPORT-SHARED-ACCOUNTS
               MOVE SPACES TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               MOVE "HISTORY ROWS READ" TO WS-RT-LABEL
               MOVE WS-HISTORY-ROWS TO WS-RT-COUNT
               WRITE CHANGE-REPORT-LINE FROM WS-RP-COUNT-LINE
               MOVE "CHANGES CLOSE TO A PAY DATE" TO WS-RT-LABEL
               MOVE WS-CLOSE-CHANGES TO WS-RT-COUNT
               WRITE CHANGE-REPORT-LINE FROM WS-RP-COUNT-LINE
               MOVE "ACCOUNT NUMBERS SHARED" TO WS-RT-LABEL
               MOVE WS-SHARED-ACCOUNTS TO WS-RT-COUNT
               WRITE CHANGE-REPORT-LINE FROM WS-RP-COUNT-LINE
               CLOSE CHANGE-REPORT
               DISPLAY "   Pay dates on file:         "
                   WS-PAYDATE-COUNT
               DISPLAY "   History rows read:         "
                   WS-HISTORY-ROWS
               DISPLAY "   Changes close to pay date: "
                   WS-CLOSE-CHANGES
               DISPLAY "   Account numbers shared:    "
                   WS-SHARED-ACCOUNTS
               DISPLAY "   Report in empbnkcr_report.dat"
               IF WS-CLOSE-CHANGES > 0 OR WS-SHARED-ACCOUNTS > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Bank Account Change Report Complete ===".
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

       LOAD-PAYDAY-CONTROL.
           OPEN INPUT BANK-CONTROL.
           IF WS-CONTROL-STATUS = "00"
               READ BANK-CONTROL
                   NOT AT END
                       IF BKC-PAYDAY-DAYS IS NUMERIC
                           MOVE BKC-PAYDAY-DAYS TO WS-PAYDAY-DAYS
                       END-IF
               END-READ
               CLOSE BANK-CONTROL
           END-IF.

       LOAD-PAY-DATES.
      *> A paid period is dated by when it was paid; one not yet
      *> paid by the end of the period, when it is due.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PAYDATE-COUNT < 500
                               ADD 1 TO WS-PAYDATE-COUNT
                               IF PP-PAID-DATE IS NUMERIC
                                       AND PP-PAID-DATE > 0
                                   MOVE PP-PAID-DATE TO
                                       WS-PAY-DATE (WS-PAYDATE-COUNT)
                               ELSE
                                   MOVE PP-END-DATE TO
                                       WS-PAY-DATE (WS-PAYDATE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00"
               MOVE 0 TO WS-EOF
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
                           ELSE
                               MOVE 1 TO WS-BANK-OVERFLOW
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       REPORT-CLOSE-CHANGES.
           WRITE CHANGE-REPORT-LINE FROM WS-RP-CHANGE-TITLE.
           WRITE CHANGE-REPORT-LINE FROM WS-RP-CHANGE-COLUMNS.
           OPEN INPUT BANK-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BANK-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HISTORY-ROWS
                           IF BKH-IS-ADD OR BKH-IS-CHANGE
                               PERFORM CHECK-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-HISTORY
           END-IF.

       CHECK-ONE-CHANGE.
      *> The pay date that matters is the first one on or after
      *> the change -- the first pay the change could divert.
           MOVE 0 TO WS-NEXT-PAY-DATE.
           PERFORM VARYING WS-PAYDATE-IX FROM 1 BY 1
                   UNTIL WS-PAYDATE-IX > WS-PAYDATE-COUNT
               IF WS-PAY-DATE (WS-PAYDATE-IX) >= BKH-DATE
                   IF WS-NEXT-PAY-DATE = 0
                           OR WS-PAY-DATE (WS-PAYDATE-IX)
                               < WS-NEXT-PAY-DATE
                       MOVE WS-PAY-DATE (WS-PAYDATE-IX)
                           TO WS-NEXT-PAY-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NEXT-PAY-DATE > 0
               COMPUTE WS-DAYS-BEFORE =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-PAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (BKH-DATE)
               IF WS-DAYS-BEFORE <= WS-PAYDAY-DAYS
                   ADD 1 TO WS-CLOSE-CHANGES
                   MOVE BKH-EMP-ID TO WS-RC-EMP-ID
                   MOVE BKH-DATE TO WS-RC-DATE
                   MOVE BKH-OPERATOR TO WS-RC-OPERATOR
                   MOVE BKH-ACTION TO WS-RC-ACTION
                   MOVE BKH-OLD-ACCOUNT TO WS-RC-OLD-ACCOUNT
                   MOVE BKH-NEW-ACCOUNT TO WS-RC-NEW-ACCOUNT
                   MOVE WS-NEXT-PAY-DATE TO WS-RC-PAY-DATE
                   MOVE WS-DAYS-BEFORE TO WS-RC-DAYS
                   IF BKH-HOLD-UNTIL > 0
                       MOVE BKH-HOLD-UNTIL TO WS-RC-HOLD
                   ELSE
                       MOVE "NO HOLD" TO WS-RC-HOLD
                   END-IF
                   WRITE CHANGE-REPORT-LINE FROM WS-RP-CHANGE
               END-IF
           END-IF.

       REPORT-SHARED-ACCOUNTS.
           WRITE CHANGE-REPORT-LINE FROM WS-RP-SHARED-TITLE.
           WRITE CHANGE-REPORT-LINE FROM WS-RP-SHARED-COLUMNS.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-BANK-COUNT
               PERFORM CHECK-ONE-ACCOUNT
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
      *> Each shared account is listed once, from its first row.
           MOVE 0 TO WS-SEEN-BEFORE.
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                   UNTIL WS-MATCH-IX >= WS-BANK-IX
               IF WS-BT-ROUTING (WS-MATCH-IX)
                       = WS-BT-ROUTING (WS-BANK-IX)
                       AND WS-BT-ACCOUNT (WS-MATCH-IX)
                           = WS-BT-ACCOUNT (WS-BANK-IX)
                   MOVE 1 TO WS-SEEN-BEFORE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SHARERS.
           IF WS-SEEN-BEFORE = 0
               PERFORM VARYING WS-MATCH-IX FROM WS-BANK-IX BY 1
                       UNTIL WS-MATCH-IX > WS-BANK-COUNT
                   IF WS-BT-ROUTING (WS-MATCH-IX)
                           = WS-BT-ROUTING (WS-BANK-IX)
                           AND WS-BT-ACCOUNT (WS-MATCH-IX)
                               = WS-BT-ACCOUNT (WS-BANK-IX)
                       ADD 1 TO WS-SHARERS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SHARERS > 1
               ADD 1 TO WS-SHARED-ACCOUNTS
               PERFORM VARYING WS-MATCH-IX FROM WS-BANK-IX BY 1
                       UNTIL WS-MATCH-IX > WS-BANK-COUNT
                   IF WS-BT-ROUTING (WS-MATCH-IX)
                           = WS-BT-ROUTING (WS-BANK-IX)
                           AND WS-BT-ACCOUNT (WS-MATCH-IX)
                               = WS-BT-ACCOUNT (WS-BANK-IX)
                       MOVE WS-BT-ROUTING (WS-MATCH-IX)
                           TO WS-RS-ROUTING
                       MOVE WS-BT-ACCOUNT (WS-MATCH-IX)
                           TO WS-RS-ACCOUNT
                       MOVE WS-BT-EMP-ID (WS-MATCH-IX)
                           TO WS-RS-EMP-ID
                       WRITE CHANGE-REPORT-LINE FROM WS-RP-SHARED
                   END-IF
               END-PERFORM
           END-IF.
