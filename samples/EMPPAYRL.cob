       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYRL.
      *> Payroll release transaction. A period's regular run cannot
      *> go to the bank (EMPBNKEX) until a payroll supervisor has
      *> released it here, under an OPRSEC sign-on with supervisor
      *> authority (3). A period can only be released once EMPPAYVR
      *> has reviewed it, and only while the register still holds
      *> what was reviewed -- the same regular row count and net
      *> total as the latest review on empvar_review.dat
      *> (EMPVRVR.cpy); pay added or voided since means the review
      *> must be run again. A row EMPVOID has voided is not counted,
      *> as EMPBNKEX does not pay it. The review's figures are
      *> shown before the supervisor confirms, and each release
      *> appends one row to the release journal empvar_release.dat
      *> (EMPRELR.cpy): period, date and time, operator, and the
      *> rows, net and flagged count released. Lower authority may
      *> look at a period's review but not release it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "empvar_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT RELEASE-JOURNAL ASSIGN TO "empvar_release.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD REVIEW-FILE.
           COPY EMPVRVR.

       FD RELEASE-JOURNAL.
           COPY EMPRELR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-REVIEW-STATUS   PIC XX VALUE SPACES.
       01 WS-RELEASE-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 RELEASE-DONE VALUE 1.
       01 WS-CONFIRM         PIC X VALUE SPACE.

       01 WS-PICK-PERIOD     PIC 9(6) VALUE 0.

      *> The latest review of the picked period.
       01 WS-REVIEW-FOUND    PIC 9 VALUE 0.
       01 WS-RV-PRIOR        PIC 9(6) VALUE 0.
       01 WS-RV-DATE         PIC 9(8) VALUE 0.
       01 WS-RV-TIME         PIC 9(6) VALUE 0.
       01 WS-RV-ROWS         PIC 9(6) VALUE 0.
       01 WS-RV-NET          PIC 9(9)V99 VALUE 0.
       01 WS-RV-FLAGGED      PIC 9(5) VALUE 0.

      *> What the register holds for the period now.
       01 WS-NOW-ROWS        PIC 9(6) VALUE 0.
       01 WS-NOW-NET         PIC 9(9)V99 VALUE 0.

      *> Register row position (1 = first row) and the period's
      *> rows EMPVOID has voided, which EMPBNKEX does not pay.
       01 WS-ROW-NO          PIC 9(7) VALUE 0.
       01 WS-ROW-VOIDED      PIC 9 VALUE 0.
       01 WS-VRW-COUNT       PIC 9(4) VALUE 0.
       01 WS-VRW-TABLE.
          05 WS-VRW-ROW OCCURS 2000 TIMES PIC 9(7).
       01 WS-VRW-IX          PIC 9(4) VALUE 0.
       01 WS-VRW-OVERFLOW    PIC 9 VALUE 0.

      *> A release already on the journal for these same figures.
       01 WS-RELEASED        PIC 9 VALUE 0.
       01 WS-RL-OPERATOR     PIC X(8) VALUE SPACES.
       01 WS-RL-DATE         PIC 9(8) VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPAYRL".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a release was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Payroll Release ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL RELEASE-DONE
                   PERFORM ONE-RELEASE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Payroll Release Complete ===".
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

       ONE-RELEASE.
           DISPLAY " ".
           DISPLAY "Enter pay period to release (0 ends): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-PERIOD.
           ACCEPT WS-PICK-PERIOD.
           IF WS-PICK-PERIOD = 0
               MOVE 1 TO WS-DONE
           ELSE
               PERFORM FIND-LATEST-REVIEW
               PERFORM COUNT-REGISTER-NOW
               PERFORM FIND-MATCHING-RELEASE
               PERFORM SHOW-THE-REVIEW
               EVALUATE TRUE
                   WHEN WS-VRW-OVERFLOW = 1
                       DISPLAY "   Over 2000 voided register rows -"
                           " the period cannot be counted"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-REVIEW-FOUND = 0
                       DISPLAY "   Period " WS-PICK-PERIOD
                           " has not been reviewed - run EMPPAYVR"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-NOW-ROWS NOT = WS-RV-ROWS
                           OR WS-NOW-NET NOT = WS-RV-NET
                       DISPLAY "   Register has changed since the"
                           " review (now " WS-NOW-ROWS " rows, net "
                           WS-NOW-NET ") - run EMPPAYVR again"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-NOW-ROWS = 0
                       DISPLAY "   No regular register rows for"
                           " period " WS-PICK-PERIOD
                       PERFORM REFUSE-THE-CHANGE
                   WHEN WS-RELEASED = 1
                       DISPLAY "   Already released by "
                           WS-RL-OPERATOR " on " WS-RL-DATE
                   WHEN WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed to"
                           " release - refused"
                       PERFORM REFUSE-THE-CHANGE
                   WHEN OTHER
                       PERFORM CONFIRM-AND-RELEASE
               END-EVALUATE
           END-IF.

       FIND-LATEST-REVIEW.
      *> The last review of the period on file is the one that
      *> counts.
           MOVE 0 TO WS-REVIEW-FOUND.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REVIEW-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF VRV-PERIOD = WS-PICK-PERIOD
                               MOVE 1 TO WS-REVIEW-FOUND
                               MOVE VRV-PRIOR-PERIOD TO WS-RV-PRIOR
                               MOVE VRV-REVIEW-DATE TO WS-RV-DATE
                               MOVE VRV-REVIEW-TIME TO WS-RV-TIME
                               MOVE VRV-ROWS TO WS-RV-ROWS
                               MOVE VRV-NET-TOTAL TO WS-RV-NET
                               MOVE VRV-FLAGGED TO WS-RV-FLAGGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.

       COUNT-REGISTER-NOW.
      *> The rows EMPBNKEX would extract: the period's regular run,
      *> less the rows voided since.
           MOVE 0 TO WS-NOW-ROWS.
           MOVE 0 TO WS-NOW-NET.
           PERFORM LOAD-VOIDED-ROWS.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-NO
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           IF PRG-PERIOD = WS-PICK-PERIOD
                                   AND PRG-REGULAR-RUN
                               PERFORM CHECK-ROW-VOIDED
                               IF WS-ROW-VOIDED = 0
                                   ADD 1 TO WS-NOW-ROWS
                                   ADD PRG-NET TO WS-NOW-NET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       LOAD-VOIDED-ROWS.
      *> EMPBNKEX's pass: the rows the period's reversing rows void.
           MOVE 0 TO WS-VRW-COUNT.
           MOVE 0 TO WS-VRW-OVERFLOW.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REVERSAL
                                   AND PRG-VOID-PERIOD
                                       = WS-PICK-PERIOD
                               IF WS-VRW-COUNT < 2000
                                   ADD 1 TO WS-VRW-COUNT
                                   MOVE PRG-VOID-ROW TO
                                       WS-VRW-ROW (WS-VRW-COUNT)
                               ELSE
                                   MOVE 1 TO WS-VRW-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       CHECK-ROW-VOIDED.
           MOVE 0 TO WS-ROW-VOIDED.
           PERFORM VARYING WS-VRW-IX FROM 1 BY 1
                   UNTIL WS-VRW-IX > WS-VRW-COUNT
               IF WS-VRW-ROW (WS-VRW-IX) = WS-ROW-NO
                   MOVE 1 TO WS-ROW-VOIDED
               END-IF
           END-PERFORM.

       FIND-MATCHING-RELEASE.
           MOVE 0 TO WS-RELEASED.
           OPEN INPUT RELEASE-JOURNAL.
           IF WS-RELEASE-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RELEASE-JOURNAL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF REL-PERIOD = WS-PICK-PERIOD
                                   AND REL-ROWS = WS-NOW-ROWS
                                   AND REL-NET-TOTAL = WS-NOW-NET
                               MOVE 1 TO WS-RELEASED
                               MOVE REL-OPERATOR TO WS-RL-OPERATOR
                               MOVE REL-DATE TO WS-RL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-JOURNAL
           END-IF.

       SHOW-THE-REVIEW.
           IF WS-REVIEW-FOUND = 1
               DISPLAY "   Reviewed " WS-RV-DATE " " WS-RV-TIME
                   " against period " WS-RV-PRIOR
               DISPLAY "   Rows " WS-RV-ROWS "  net " WS-RV-NET
                   "  employees flagged " WS-RV-FLAGGED
               IF WS-RV-FLAGGED > 0
                   DISPLAY "   See empvar_report.dat for the"
                       " flagged employees"
               END-IF
           END-IF.

       CONFIRM-AND-RELEASE.
           DISPLAY "Release period " WS-PICK-PERIOD
               " for payment? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "   Not confirmed - period not released"
           ELSE
               PERFORM JOURNAL-THE-RELEASE
               DISPLAY "   Period " WS-PICK-PERIOD
                   " released for payment"
           END-IF.

       JOURNAL-THE-RELEASE.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard --
      *> every release stays on record.
           OPEN EXTEND RELEASE-JOURNAL.
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT RELEASE-JOURNAL
           END-IF.
           MOVE WS-PICK-PERIOD TO REL-PERIOD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO REL-TIME.
           MOVE WS-SEC-OPERATOR TO REL-OPERATOR.
           MOVE WS-NOW-ROWS TO REL-ROWS.
           MOVE WS-NOW-NET TO REL-NET-TOTAL.
           MOVE WS-RV-FLAGGED TO REL-FLAGGED.
           WRITE PAYROLL-RELEASE-RECORD.
           CLOSE RELEASE-JOURNAL.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
