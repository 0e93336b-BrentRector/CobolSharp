       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.
      *> Collector transaction over the loan collections queue
      *> (loan_collq.dat, LOANCQR.cpy) that LOANSERV rebuilds after
      *> every aging pass, in the DEMO4MNT menu style. A collector
      *> works the worklist in priority order, records each contact
      *> attempt (method, outcome, any promise to pay and a note) to
      *> the contact log loan_contacts.dat (LOANCNTR.cpy), and looks
      *> back through a loan's contact history. A promise to pay sets
      *> the queue row's promise pending; LOANSERV decides later
      *> whether it was kept or broken. Reassigning a loan to another
      *> collector on loan_collectors.dat is supervisor work, and is
      *> logged to the contact history as well. So is waiving a
      *> late fee: a supervisor takes some or all of the loan's fee
      *> balance off loan_balances.dat with a reason code, and the
      *> W row on loan_fee_txn.dat (LOANFTXR.cpy) is what LOANSERV
      *> posts to the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-QUEUE ASSIGN TO "loan_collq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CONTACT-LOG ASSIGN TO "loan_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT COLLECTOR-ROSTER ASSIGN TO "loan_collectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT FEE-TXN-LOG ASSIGN TO "loan_fee_txn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-QUEUE.
           COPY LOANCQR.

       FD CONTACT-LOG.
           COPY LOANCNTR.

       FD COLLECTOR-ROSTER.
      *> Same layout LOANSERV reads.
       01 COLLECTOR-RECORD.
          05 COL-ID          PIC X(8).
          05 COL-NAME        PIC X(20).
          05 COL-ACTIVE      PIC X.

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD FEE-TXN-LOG.
           COPY LOANFTXR.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS    PIC XX VALUE SPACES.
       01 WS-CONTACT-STATUS  PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS   PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-FEE-TXN-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> The queue held whole for the run (the EMPPERGN idiom), in
      *> the priority order LOANSERV wrote it.
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QT-ENTRY OCCURS 500 TIMES.
             10 WS-QT-APP-ID      PIC X(8).
             10 WS-QT-PRIORITY    PIC 9(4).
             10 WS-QT-COLLECTOR   PIC X(8).
             10 WS-QT-DAYS        PIC 9(5).
             10 WS-QT-BUCKET      PIC 9(2).
             10 WS-QT-BALANCE     PIC 9(7)V99.
             10 WS-QT-PAST-DUE    PIC 9(7)V99.
             10 WS-QT-NEXT-DUE    PIC 9(8).
             10 WS-QT-ENTERED     PIC 9(8).
             10 WS-QT-LAST-CONTACT PIC 9(8).
             10 WS-QT-LAST-OUTCOME PIC X(2).
             10 WS-QT-PROM-STATUS PIC X.
             10 WS-QT-PROM-DATE   PIC 9(8).
             10 WS-QT-PROM-AMT    PIC 9(7)V99.
             10 WS-QT-PROM-PAID   PIC 9(7)V99.
             10 WS-QT-LETTER      PIC 9(2).
       01 WS-ROW-IX          PIC 9(4) VALUE 0.
       01 WS-FOUND-IX        PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.

       01 WS-PICK-APP-ID     PIC X(8) VALUE SPACES.
       01 WS-PICK-SCOPE      PIC X VALUE SPACE.
       01 WS-NEW-METHOD      PIC X VALUE SPACE.
          88 WS-METHOD-OK VALUE "P" "L" "E" "V".
       01 WS-NEW-OUTCOME     PIC X(2) VALUE SPACES.
      *> The outcomes a collector records; PK, PB, LS and CU are
      *> written by the batch runs only.
          88 WS-OUTCOME-OK VALUE "NA" "LM" "PP" "RF" "WN" "DS".
       01 WS-NEW-PROM-DATE   PIC 9(8) VALUE 0.
       01 WS-NEW-PROM-AMT    PIC 9(7)V99 VALUE 0.
       01 WS-NEW-NOTE        PIC X(40) VALUE SPACES.
       01 WS-NEW-COLLECTOR   PIC X(8) VALUE SPACES.
       01 WS-OLD-COLLECTOR   PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID      PIC 9 VALUE 0.
       01 WS-ROSTER-OK       PIC 9 VALUE 0.
       01 WS-HISTORY-COUNT   PIC 9(5) VALUE 0.

      *> The reassignment note, built with MOVE.
       01 WS-RA-NOTE-BUILD.
          05 FILLER            PIC X(5) VALUE "FROM ".
          05 WS-RA-FROM        PIC X(8).
          05 FILLER            PIC X(4) VALUE " TO ".
          05 WS-RA-TO          PIC X(8).
          05 FILLER            PIC X(15) VALUE SPACES.

       01 WS-EDIT-AMT        PIC ZZZZZZ9.99.

      *> The balance file held whole as record images for a waiver;
      *> the loan being waived is worked on through WS-BALANCE-WORK.
       01 WS-BAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-BAL-TABLE.
          05 WS-BR-ROW OCCURS 500 TIMES PIC X(100).
       01 WS-BAL-IX          PIC 9(4) VALUE 0.
       01 WS-BAL-FOUND       PIC 9(4) VALUE 0.
           COPY LOANBALR REPLACING
               ==LOAN-BALANCE-RECORD== BY ==WS-BALANCE-WORK==
               LEADING ==LNB== BY ==WLB==.
       01 WS-FEE-ON-LOAN     PIC 9(5)V99 VALUE 0.
       01 WS-WAIVE-AMT       PIC 9(5)V99 VALUE 0.
       01 WS-WAIVE-REASON    PIC X(2) VALUE SPACES.
          88 WS-REASON-OK VALUE "CS" "BE" "HD" "GW" "OT".
       01 WS-EDIT-PAST       PIC ZZZZZZ9.99.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on ID is the collector on every contact recorded.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANCOLL".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Collections Worklist ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-COLLECTIONS-QUEUE
               DISPLAY "   " WS-ROW-COUNT " loan(s) on the queue"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Collections Worklist Complete ===".
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

       CENTRAL-SIGN-ON.
      *> One sign-on through the shared OPRSEC; lockout, the
      *> activity log and per-transaction authority all live there,
      *> not here.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SEC-OPERATOR.
           DISPLAY "Enter credential: " WITH NO ADVANCING.
           ACCEPT WS-SEC-CREDENTIAL.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "OPRSEC" USING WS-SEC-FUNCTION WS-PROGRAM-NAME
               WS-SEC-OPERATOR WS-SEC-CREDENTIAL
               WS-SEC-AUTHORITY.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-SEC-AUTHORITY > 0
               DISPLAY "   Signed on: " WS-SEC-OPERATOR
                   " authority " WS-SEC-AUTHORITY
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. Show the worklist".
           DISPLAY "2. Record a contact".
           DISPLAY "3. Contact history for a loan".
           DISPLAY "4. Reassign a loan to another collector".
           DISPLAY "5. Waive a late fee".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-WORKLIST
               WHEN 2
      *> Recording a contact changes the queue: update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM RECORD-A-CONTACT
                   END-IF
               WHEN 3
                   PERFORM SHOW-CONTACT-HISTORY
               WHEN 4
      *> Moving work between collectors is for a supervisor.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REASSIGN-A-LOAN
                   END-IF
               WHEN 5
      *> So is giving up fee income.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM WAIVE-A-LATE-FEE
                   END-IF
               WHEN 6
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-COLLECTIONS-QUEUE.
           OPEN INPUT COLLECTION-QUEUE.
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COLLECTION-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 500
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM TAKE-QUEUE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-QUEUE
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-QUEUE-ROW.
           MOVE CQ-APP-ID TO WS-QT-APP-ID (WS-ROW-COUNT).
           MOVE CQ-PRIORITY TO WS-QT-PRIORITY (WS-ROW-COUNT).
           MOVE CQ-COLLECTOR TO WS-QT-COLLECTOR (WS-ROW-COUNT).
           MOVE CQ-DAYS-PAST-DUE TO WS-QT-DAYS (WS-ROW-COUNT).
           MOVE CQ-BUCKET TO WS-QT-BUCKET (WS-ROW-COUNT).
           MOVE CQ-BALANCE TO WS-QT-BALANCE (WS-ROW-COUNT).
           MOVE CQ-PAST-DUE-AMT TO WS-QT-PAST-DUE (WS-ROW-COUNT).
           MOVE CQ-NEXT-DUE TO WS-QT-NEXT-DUE (WS-ROW-COUNT).
           MOVE CQ-ENTERED-DATE TO WS-QT-ENTERED (WS-ROW-COUNT).
           MOVE CQ-LAST-CONTACT TO WS-QT-LAST-CONTACT (WS-ROW-COUNT).
           MOVE CQ-LAST-OUTCOME TO WS-QT-LAST-OUTCOME (WS-ROW-COUNT).
           MOVE CQ-PROMISE-STATUS TO WS-QT-PROM-STATUS (WS-ROW-COUNT).
           MOVE CQ-PROMISE-DATE TO WS-QT-PROM-DATE (WS-ROW-COUNT).
           MOVE CQ-PROMISE-AMT TO WS-QT-PROM-AMT (WS-ROW-COUNT).
           MOVE CQ-PROMISE-PAID TO WS-QT-PROM-PAID (WS-ROW-COUNT).
           MOVE CQ-LETTER-LEVEL TO WS-QT-LETTER (WS-ROW-COUNT).

       SHOW-WORKLIST.
      *> M the signed-on collector's own loans, U the unassigned
      *> ones, anything else the whole queue.
           DISPLAY "Mine, unassigned or all (M/U/A): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PICK-SCOPE.
           ACCEPT WS-PICK-SCOPE.
           MOVE 0 TO WS-SHOWN.
           DISPLAY "   PRI  LOAN     COLLECTR BKT  DAYS    PAST DUE"
               "  LAST CTC  OC P PROMISED".
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               EVALUATE TRUE
                   WHEN WS-PICK-SCOPE = "M"
                       IF WS-QT-COLLECTOR (WS-ROW-IX)
                               = WS-SEC-OPERATOR
                           PERFORM SHOW-WORKLIST-ROW
                       END-IF
                   WHEN WS-PICK-SCOPE = "U"
                       IF WS-QT-COLLECTOR (WS-ROW-IX) = SPACES
                           PERFORM SHOW-WORKLIST-ROW
                       END-IF
                   WHEN OTHER
                       PERFORM SHOW-WORKLIST-ROW
               END-EVALUATE
           END-PERFORM.
           DISPLAY "   " WS-SHOWN " loan(s) listed".

       SHOW-WORKLIST-ROW.
           ADD 1 TO WS-SHOWN.
           MOVE WS-QT-PAST-DUE (WS-ROW-IX) TO WS-EDIT-PAST.
           DISPLAY "   " WS-QT-PRIORITY (WS-ROW-IX) " "
               WS-QT-APP-ID (WS-ROW-IX) " "
               WS-QT-COLLECTOR (WS-ROW-IX) "  "
               WS-QT-BUCKET (WS-ROW-IX) " "
               WS-QT-DAYS (WS-ROW-IX) " " WS-EDIT-PAST "  "
               WS-QT-LAST-CONTACT (WS-ROW-IX) "  "
               WS-QT-LAST-OUTCOME (WS-ROW-IX) " "
               WS-QT-PROM-STATUS (WS-ROW-IX) " "
               WS-QT-PROM-DATE (WS-ROW-IX).

       FIND-QUEUE-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-QT-APP-ID (WS-ROW-IX) = WS-PICK-APP-ID
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       RECORD-A-CONTACT.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM FIND-QUEUE-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   LOAN NOT ON THE COLLECTIONS QUEUE -"
                   " nothing recorded"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM ACCEPT-CONTACT-DETAILS
           END-IF.

       ACCEPT-CONTACT-DETAILS.
           DISPLAY "Method (P phone/L letter/E email/V in person): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-METHOD.
           ACCEPT WS-NEW-METHOD.
           DISPLAY "Outcome (NA/LM/PP/RF/WN/DS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-OUTCOME.
           ACCEPT WS-NEW-OUTCOME.
           MOVE 0 TO WS-NEW-PROM-DATE.
           MOVE 0 TO WS-NEW-PROM-AMT.
           MOVE 1 TO WS-DATE-VALID.
           IF WS-NEW-OUTCOME = "PP"
               DISPLAY "Promised payment date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-PROM-DATE
               DISPLAY "Promised amount: " WITH NO ADVANCING
               ACCEPT WS-NEW-PROM-AMT
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "EMPDATEV" USING WS-NEW-PROM-DATE WS-DATE-VALID
               MOVE WS-HOLD-RC TO RETURN-CODE
           END-IF.
           DISPLAY "Note: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-NOTE.
           ACCEPT WS-NEW-NOTE.
           EVALUATE TRUE
               WHEN NOT WS-METHOD-OK
                   DISPLAY "   CONTACT METHOD NOT RECOGNISED -"
                       " nothing recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-OUTCOME-OK
                   DISPLAY "   OUTCOME CODE NOT RECOGNISED -"
                       " nothing recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-DATE-VALID = 0
                   DISPLAY "   PROMISE DATE NOT A CALENDAR DATE -"
                       " nothing recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-OUTCOME = "PP"
                       AND WS-NEW-PROM-DATE < WS-TODAY-DATE
                   DISPLAY "   PROMISE DATE ALREADY PAST -"
                       " nothing recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-OUTCOME = "PP" AND WS-NEW-PROM-AMT = 0
                   DISPLAY "   PROMISED AMOUNT MISSING -"
                       " nothing recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-THE-CONTACT
           END-EVALUATE.

       SAVE-THE-CONTACT.
           MOVE WS-NEW-METHOD TO CC-METHOD.
           MOVE WS-NEW-OUTCOME TO CC-OUTCOME.
           MOVE WS-NEW-PROM-DATE TO CC-PROMISE-DATE.
           MOVE WS-NEW-PROM-AMT TO CC-PROMISE-AMT.
           MOVE WS-NEW-NOTE TO CC-NOTE.
           PERFORM APPEND-CONTACT-ROW.
           MOVE WS-TODAY-DATE TO WS-QT-LAST-CONTACT (WS-FOUND-IX).
           MOVE WS-NEW-OUTCOME TO WS-QT-LAST-OUTCOME (WS-FOUND-IX).
      *> A new promise replaces whatever promise stood before; the
      *> money toward it is counted from here.
           IF WS-NEW-OUTCOME = "PP"
               MOVE "P" TO WS-QT-PROM-STATUS (WS-FOUND-IX)
               MOVE WS-NEW-PROM-DATE TO WS-QT-PROM-DATE (WS-FOUND-IX)
               MOVE WS-NEW-PROM-AMT TO WS-QT-PROM-AMT (WS-FOUND-IX)
               MOVE 0 TO WS-QT-PROM-PAID (WS-FOUND-IX)
           END-IF.
           PERFORM REWRITE-COLLECTIONS-QUEUE.
           DISPLAY "   Contact recorded on loan " WS-PICK-APP-ID
               " by " WS-SEC-OPERATOR.
           IF WS-NEW-OUTCOME = "PP"
               MOVE WS-NEW-PROM-AMT TO WS-EDIT-AMT
               DISPLAY "   Promise to pay " WS-EDIT-AMT " by "
                   WS-NEW-PROM-DATE " now pending"
           END-IF.

       APPEND-CONTACT-ROW.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND CONTACT-LOG.
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG
           END-IF.
           MOVE WS-PICK-APP-ID TO CC-APP-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CC-TIMESTAMP.
           MOVE WS-SEC-OPERATOR TO CC-COLLECTOR.
           WRITE COLLECTION-CONTACT-RECORD.
           CLOSE CONTACT-LOG.

       SHOW-CONTACT-HISTORY.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           MOVE 0 TO WS-HISTORY-COUNT.
           OPEN INPUT CONTACT-LOG.
           IF WS-CONTACT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CONTACT-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CC-APP-ID = WS-PICK-APP-ID
                               PERFORM SHOW-ONE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-LOG
           END-IF.
           MOVE 0 TO WS-EOF.
           DISPLAY "   " WS-HISTORY-COUNT " contact(s) on loan "
               WS-PICK-APP-ID.

       SHOW-ONE-CONTACT.
           ADD 1 TO WS-HISTORY-COUNT.
           DISPLAY "   " CC-TIMESTAMP " " CC-COLLECTOR " "
               CC-METHOD " " CC-OUTCOME " " CC-NOTE.
           IF CC-OUTCOME = "PP"
               MOVE CC-PROMISE-AMT TO WS-EDIT-AMT
               DISPLAY "      PROMISED " WS-EDIT-AMT " BY "
                   CC-PROMISE-DATE
           END-IF.

       REASSIGN-A-LOAN.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           DISPLAY "Enter new collector ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-COLLECTOR.
           ACCEPT WS-NEW-COLLECTOR.
           PERFORM FIND-QUEUE-ROW.
           PERFORM CHECK-ROSTER.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   LOAN NOT ON THE COLLECTIONS QUEUE -"
                       " not reassigned"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-ROSTER-OK = 0
                   DISPLAY "   NOT AN ACTIVE COLLECTOR -"
                       " not reassigned"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-QT-COLLECTOR (WS-FOUND-IX) = WS-NEW-COLLECTOR
                   DISPLAY "   Loan already assigned to "
                       WS-NEW-COLLECTOR
               WHEN OTHER
                   MOVE WS-QT-COLLECTOR (WS-FOUND-IX)
                       TO WS-OLD-COLLECTOR
                   MOVE WS-NEW-COLLECTOR
                       TO WS-QT-COLLECTOR (WS-FOUND-IX)
                   PERFORM REWRITE-COLLECTIONS-QUEUE
                   MOVE WS-OLD-COLLECTOR TO WS-RA-FROM
                   MOVE WS-NEW-COLLECTOR TO WS-RA-TO
                   MOVE "S" TO CC-METHOD
                   MOVE "RA" TO CC-OUTCOME
                   MOVE 0 TO CC-PROMISE-DATE
                   MOVE 0 TO CC-PROMISE-AMT
                   MOVE WS-RA-NOTE-BUILD TO CC-NOTE
                   PERFORM APPEND-CONTACT-ROW
                   DISPLAY "   Loan " WS-PICK-APP-ID
                       " reassigned to " WS-NEW-COLLECTOR
           END-EVALUATE.

       CHECK-ROSTER.
           MOVE 0 TO WS-ROSTER-OK.
           OPEN INPUT COLLECTOR-ROSTER.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COLLECTOR-ROSTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COL-ID = WS-NEW-COLLECTOR
                                   AND COL-ACTIVE = "A"
                               MOVE 1 TO WS-ROSTER-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTOR-ROSTER
           END-IF.
           MOVE 0 TO WS-EOF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-COLLECTIONS-QUEUE.
           OPEN OUTPUT COLLECTION-QUEUE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-QT-APP-ID (WS-ROW-IX) TO CQ-APP-ID
               MOVE WS-QT-PRIORITY (WS-ROW-IX) TO CQ-PRIORITY
               MOVE WS-QT-COLLECTOR (WS-ROW-IX) TO CQ-COLLECTOR
               MOVE WS-QT-DAYS (WS-ROW-IX) TO CQ-DAYS-PAST-DUE
               MOVE WS-QT-BUCKET (WS-ROW-IX) TO CQ-BUCKET
               MOVE WS-QT-BALANCE (WS-ROW-IX) TO CQ-BALANCE
               MOVE WS-QT-PAST-DUE (WS-ROW-IX) TO CQ-PAST-DUE-AMT
               MOVE WS-QT-NEXT-DUE (WS-ROW-IX) TO CQ-NEXT-DUE
               MOVE WS-QT-ENTERED (WS-ROW-IX) TO CQ-ENTERED-DATE
               MOVE WS-QT-LAST-CONTACT (WS-ROW-IX) TO CQ-LAST-CONTACT
               MOVE WS-QT-LAST-OUTCOME (WS-ROW-IX) TO CQ-LAST-OUTCOME
               MOVE WS-QT-PROM-STATUS (WS-ROW-IX)
                   TO CQ-PROMISE-STATUS
               MOVE WS-QT-PROM-DATE (WS-ROW-IX) TO CQ-PROMISE-DATE
               MOVE WS-QT-PROM-AMT (WS-ROW-IX) TO CQ-PROMISE-AMT
               MOVE WS-QT-PROM-PAID (WS-ROW-IX) TO CQ-PROMISE-PAID
               MOVE WS-QT-LETTER (WS-ROW-IX) TO CQ-LETTER-LEVEL
               WRITE COLLECTION-QUEUE-RECORD
           END-PERFORM.
           CLOSE COLLECTION-QUEUE.

       WAIVE-A-LATE-FEE.
           DISPLAY "Enter loan application ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           PERFORM LOAD-BALANCE-IMAGES.
           MOVE 0 TO WS-FEE-ON-LOAN.
           IF WS-BAL-FOUND > 0
               MOVE WS-BR-ROW (WS-BAL-FOUND) TO WS-BALANCE-WORK
      *> Balance rows from before the fee fields carry spaces.
               IF WLB-FEE-BALANCE NUMERIC
                   MOVE WLB-FEE-BALANCE TO WS-FEE-ON-LOAN
               END-IF
               MOVE WS-FEE-ON-LOAN TO WS-EDIT-AMT
               DISPLAY "   Late fees outstanding: " WS-EDIT-AMT
           END-IF.
           MOVE 0 TO WS-WAIVE-AMT.
           MOVE SPACES TO WS-WAIVE-REASON.
           IF WS-FEE-ON-LOAN > 0
               DISPLAY "Amount to waive (0 = all): "
                   WITH NO ADVANCING
               ACCEPT WS-WAIVE-AMT
               IF WS-WAIVE-AMT = 0
                   MOVE WS-FEE-ON-LOAN TO WS-WAIVE-AMT
               END-IF
               DISPLAY "Reason (CS/BE/HD/GW/OT): " WITH NO ADVANCING
               ACCEPT WS-WAIVE-REASON
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAL-FOUND = 0
                   DISPLAY "   NO BALANCE RECORD FOR THAT LOAN -"
                       " nothing waived"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WLB-IS-OPEN
                   DISPLAY "   LOAN IS NOT OPEN -"
                       " nothing waived"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FEE-ON-LOAN = 0
                   DISPLAY "   NO LATE FEES OUTSTANDING -"
                       " nothing waived"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-WAIVE-AMT > WS-FEE-ON-LOAN
                   DISPLAY "   MORE THAN THE FEES OUTSTANDING -"
                       " nothing waived"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-REASON-OK
                   DISPLAY "   WAIVER REASON NOT RECOGNISED -"
                       " nothing waived"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-THE-WAIVER
           END-EVALUATE.

       LOAD-BALANCE-IMAGES.
           MOVE 0 TO WS-BAL-COUNT.
           MOVE 0 TO WS-BAL-FOUND.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BAL-COUNT < 500
                               ADD 1 TO WS-BAL-COUNT
                               MOVE LOAN-BALANCE-RECORD
                                   TO WS-BR-ROW (WS-BAL-COUNT)
                               IF LNB-APP-ID = WS-PICK-APP-ID
                                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       SAVE-THE-WAIVER.
           COMPUTE WLB-FEE-BALANCE = WS-FEE-ON-LOAN - WS-WAIVE-AMT.
           IF WLB-FEE-THROUGH NOT NUMERIC
               MOVE 0 TO WLB-FEE-THROUGH
           END-IF.
           MOVE WS-BALANCE-WORK TO WS-BR-ROW (WS-BAL-FOUND).
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               MOVE WS-BR-ROW (WS-BAL-IX) TO LOAN-BALANCE-RECORD
               WRITE LOAN-BALANCE-RECORD
           END-PERFORM.
           CLOSE BALANCE-FILE.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND FEE-TXN-LOG.
           IF WS-FEE-TXN-STATUS = "35"
               OPEN OUTPUT FEE-TXN-LOG
           END-IF.
           MOVE WS-PICK-APP-ID TO FT-APP-ID.
           MOVE WS-TODAY-DATE TO FT-DATE.
           MOVE "W" TO FT-TYPE.
           MOVE 0 TO FT-INSTALLMENT.
           MOVE WS-WAIVE-AMT TO FT-AMOUNT.
           MOVE WS-WAIVE-REASON TO FT-REASON.
           MOVE WS-SEC-OPERATOR TO FT-OPERATOR.
           WRITE FEE-TRANSACTION-RECORD.
           CLOSE FEE-TXN-LOG.
           MOVE WS-WAIVE-AMT TO WS-EDIT-AMT.
           DISPLAY "   Waived " WS-EDIT-AMT " on loan "
               WS-PICK-APP-ID " reason " WS-WAIVE-REASON
               " by " WS-SEC-OPERATOR.
