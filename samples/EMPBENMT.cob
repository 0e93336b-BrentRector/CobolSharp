       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBENMT.
      *> Operator maintenance for benefits enrollment, in the
      *> EMPTAXMT menu style. Health, dental, vision and life
      *> elections were kept off-system and HR keyed the matching
      *> premium deductions into EMPDEDMT by hand. An election now
      *> lives in empbenef.dat (EMPBENR.cpy), one row per employee
      *> per plan, priced from the plan rate table benplan.dat
      *> (BENPLNR.cpy) for the plan and coverage tier; the monthly
      *> run EMPBENRN turns the rows into the employee-share
      *> deductions on empdeduct.dat and tells the carriers. An
      *> employee holds at most one plan of each plan type. Every
      *> add, tier change or end stamps the signed-on operator and
      *> today's date and marks what the carrier must be sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "empbenef.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.
           SELECT PLAN-FILE ASSIGN TO "benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
           COPY EMPBENR.

       FD PLAN-FILE.
           COPY BENPLNR.

       WORKING-STORAGE SECTION.
       01 WS-BEN-STATUS    PIC XX VALUE SPACES.
       01 WS-BPL-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The plan rate table, loaded once.
       01 WS-PLAN-COUNT    PIC 9(3) VALUE 0.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 200 TIMES.
             10 WS-PL-CODE        PIC X(4).
             10 WS-PL-TIER        PIC X(2).
             10 WS-PL-TYPE        PIC X.
             10 WS-PL-EE-PREMIUM  PIC 9(5)V99.
             10 WS-PL-ER-PREMIUM  PIC 9(5)V99.
       01 WS-PLAN-IX       PIC 9(3) VALUE 0.
       01 WS-PLAN-FOUND-IX PIC 9(3) VALUE 0.
       01 WS-PLAN-TYPE-HIT PIC X VALUE SPACE.

      *> The enrollment file held whole for the run (the EMPPERGN
      *> table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 2000 TIMES.
             10 WS-BT-EMP-ID      PIC 9(5).
             10 WS-BT-PLAN-CODE   PIC X(4).
             10 WS-BT-TIER        PIC X(2).
             10 WS-BT-EFF-DATE    PIC 9(8).
             10 WS-BT-END-DATE    PIC 9(8).
             10 WS-BT-EE-PREMIUM  PIC 9(5)V99.
             10 WS-BT-ER-PREMIUM  PIC 9(5)V99.
             10 WS-BT-STATUS      PIC X.
             10 WS-BT-PENDING     PIC X.
             10 WS-BT-LAST-SEQ    PIC 9(6).
             10 WS-BT-CHANGE-DATE PIC 9(8).
             10 WS-BT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-CLASH-IX      PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-PLAN-CODE  PIC X(4) VALUE SPACES.
       01 WS-NEW-TIER       PIC X(2) VALUE SPACES.
       01 WS-NEW-DATE       PIC 9(8) VALUE 0.
       01 WS-DATE-VALID     PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBENMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Benefits Enrollment Maintenance ===".
           DISPLAY " ".

      *> An election moves an employee's pay; nobody touches one
      *> without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-PLAN-TABLE
               IF WS-PLAN-COUNT = 0
                   DISPLAY "   No plan rate table (benplan.dat) -"
                       " nothing can be priced"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-ENROLL-FILE
                   DISPLAY "   " WS-ROW-COUNT " enrollment row(s) on"
                       " file, " WS-PLAN-COUNT " plan rate(s)"
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
                   END-PERFORM
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Benefits Enrollment Maintenance Complete ===".
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
           DISPLAY "1. List enrollments for an EMP-ID".
           DISPLAY "2. Enroll in a plan".
           DISPLAY "3. Change coverage tier".
           DISPLAY "4. End coverage".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-EMPLOYEE-ENROLLMENTS
               WHEN 2 THRU 4
      *> Every election change is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       EVALUATE WS-MENU-CHOICE
                           WHEN 2
                               PERFORM ENROLL-IN-PLAN
                           WHEN 3
                               PERFORM CHANGE-COVERAGE-TIER
                           WHEN 4
                               PERFORM END-COVERAGE
                       END-EVALUATE
                   END-IF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-PLAN-TABLE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PLAN-FILE.
           IF WS-BPL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PLAN-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 200
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE BPL-PLAN-CODE TO
                                   WS-PL-CODE (WS-PLAN-COUNT)
                               MOVE BPL-TIER TO
                                   WS-PL-TIER (WS-PLAN-COUNT)
                               MOVE BPL-PLAN-TYPE TO
                                   WS-PL-TYPE (WS-PLAN-COUNT)
                               MOVE BPL-EE-PREMIUM TO
                                   WS-PL-EE-PREMIUM (WS-PLAN-COUNT)
                               MOVE BPL-ER-PREMIUM TO
                                   WS-PL-ER-PREMIUM (WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       LOAD-ENROLL-FILE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ENROLL-FILE.
           IF WS-BEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ENROLL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 2000
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM LOAD-ONE-ENROLLMENT
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       LOAD-ONE-ENROLLMENT.
           MOVE BEN-EMP-ID TO WS-BT-EMP-ID (WS-ROW-COUNT).
           MOVE BEN-PLAN-CODE TO WS-BT-PLAN-CODE (WS-ROW-COUNT).
           MOVE BEN-TIER TO WS-BT-TIER (WS-ROW-COUNT).
           MOVE BEN-EFF-DATE TO WS-BT-EFF-DATE (WS-ROW-COUNT).
           MOVE BEN-END-DATE TO WS-BT-END-DATE (WS-ROW-COUNT).
           MOVE BEN-EE-PREMIUM TO WS-BT-EE-PREMIUM (WS-ROW-COUNT).
           MOVE BEN-ER-PREMIUM TO WS-BT-ER-PREMIUM (WS-ROW-COUNT).
           MOVE BEN-STATUS TO WS-BT-STATUS (WS-ROW-COUNT).
           MOVE BEN-PENDING TO WS-BT-PENDING (WS-ROW-COUNT).
           MOVE BEN-LAST-SEQ TO WS-BT-LAST-SEQ (WS-ROW-COUNT).
           MOVE BEN-CHANGE-DATE TO WS-BT-CHANGE-DATE (WS-ROW-COUNT).
           MOVE BEN-OPERATOR TO WS-BT-OPERATOR (WS-ROW-COUNT).

       FIND-PLAN-RATE.
      *> The rate row for WS-NEW-PLAN-CODE and WS-NEW-TIER; the
      *> plan's type is noted even when the tier is not offered.
           MOVE 0 TO WS-PLAN-FOUND-IX.
           MOVE SPACE TO WS-PLAN-TYPE-HIT.
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
                   UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               IF WS-PL-CODE (WS-PLAN-IX) = WS-NEW-PLAN-CODE
                   MOVE WS-PL-TYPE (WS-PLAN-IX) TO WS-PLAN-TYPE-HIT
                   IF WS-PL-TIER (WS-PLAN-IX) = WS-NEW-TIER
                       MOVE WS-PLAN-IX TO WS-PLAN-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ENROLLMENT-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-BT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                       AND WS-BT-PLAN-CODE (WS-ROW-IX)
                           = WS-NEW-PLAN-CODE
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       FIND-SAME-TYPE-ENROLLMENT.
      *> Another live election of the same plan type (a second
      *> health plan, say) for this employee.
           MOVE 0 TO WS-CLASH-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-BT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                       AND WS-BT-STATUS (WS-ROW-IX) = "A"
                       AND WS-BT-PLAN-CODE (WS-ROW-IX)
                           NOT = WS-NEW-PLAN-CODE
                   PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
                           UNTIL WS-PLAN-IX > WS-PLAN-COUNT
                       IF WS-PL-CODE (WS-PLAN-IX)
                               = WS-BT-PLAN-CODE (WS-ROW-IX)
                               AND WS-PL-TYPE (WS-PLAN-IX)
                                   = WS-PLAN-TYPE-HIT
                           MOVE WS-ROW-IX TO WS-CLASH-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LIST-EMPLOYEE-ENROLLMENTS.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-BT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY " "
                   DISPLAY "   Plan:      "
                       WS-BT-PLAN-CODE (WS-ROW-IX)
                       "  tier " WS-BT-TIER (WS-ROW-IX)
                       "  status " WS-BT-STATUS (WS-ROW-IX)
                   DISPLAY "   Coverage:  "
                       WS-BT-EFF-DATE (WS-ROW-IX)
                       " to " WS-BT-END-DATE (WS-ROW-IX)
                   DISPLAY "   Premium:   employee "
                       WS-BT-EE-PREMIUM (WS-ROW-IX)
                       "  employer " WS-BT-ER-PREMIUM (WS-ROW-IX)
                   DISPLAY "   To send:   "
                       WS-BT-PENDING (WS-ROW-IX)
                       "  last envelope " WS-BT-LAST-SEQ (WS-ROW-IX)
                   DISPLAY "   Changed:   "
                       WS-BT-CHANGE-DATE (WS-ROW-IX)
                       " by " WS-BT-OPERATOR (WS-ROW-IX)
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "   No enrollments for " WS-NEW-EMP-ID
           END-IF.

       ENROLL-IN-PLAN.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter plan code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PLAN-CODE.
           ACCEPT WS-NEW-PLAN-CODE.
           DISPLAY "Enter tier (EE/ES/EC/FA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TIER.
           ACCEPT WS-NEW-TIER.
           DISPLAY "Enter coverage effective date (YYYYMMDD, 0 ="
               " today): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-DATE.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = 0
               MOVE WS-TODAY-DATE TO WS-NEW-DATE
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPDATEV" USING WS-NEW-DATE WS-DATE-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           PERFORM FIND-PLAN-RATE.
           PERFORM FIND-ENROLLMENT-ROW.
           PERFORM FIND-SAME-TYPE-ENROLLMENT.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - not enrolled"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-PLAN-FOUND-IX = 0
                   DISPLAY "   NO RATE FOR THAT PLAN AND TIER - not"
                       " enrolled"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-DATE-VALID = 0
                   DISPLAY "   EFFECTIVE DATE NOT A CALENDAR DATE -"
                       " not enrolled"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-IX NOT = 0
                       AND WS-BT-STATUS (WS-FOUND-IX) = "A"
                   DISPLAY "   ALREADY ENROLLED IN THIS PLAN - use"
                       " change tier"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-CLASH-IX NOT = 0
                   DISPLAY "   ALREADY ENROLLED IN PLAN "
                       WS-BT-PLAN-CODE (WS-CLASH-IX)
                       " OF THE SAME TYPE - end it first"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-NEW-ENROLLMENT
           END-EVALUATE.

       SAVE-NEW-ENROLLMENT.
      *> A re-enrollment in a plan the employee once left reuses
      *> the ended row, so the key stays unique.
           IF WS-FOUND-IX = 0
               IF WS-ROW-COUNT >= 2000 OR WS-TABLE-FULL = 1
                   DISPLAY "   Enrollment file full (2000 rows) -"
                       " add refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
                   MOVE 0 TO WS-BT-LAST-SEQ (WS-FOUND-IX)
               END-IF
           END-IF.
           IF WS-FOUND-IX NOT = 0
               MOVE WS-NEW-EMP-ID TO WS-BT-EMP-ID (WS-FOUND-IX)
               MOVE WS-NEW-PLAN-CODE TO WS-BT-PLAN-CODE (WS-FOUND-IX)
               MOVE WS-NEW-TIER TO WS-BT-TIER (WS-FOUND-IX)
               MOVE WS-NEW-DATE TO WS-BT-EFF-DATE (WS-FOUND-IX)
               MOVE 0 TO WS-BT-END-DATE (WS-FOUND-IX)
               MOVE WS-PL-EE-PREMIUM (WS-PLAN-FOUND-IX)
                   TO WS-BT-EE-PREMIUM (WS-FOUND-IX)
               MOVE WS-PL-ER-PREMIUM (WS-PLAN-FOUND-IX)
                   TO WS-BT-ER-PREMIUM (WS-FOUND-IX)
               MOVE "A" TO WS-BT-STATUS (WS-FOUND-IX)
               MOVE "A" TO WS-BT-PENDING (WS-FOUND-IX)
               PERFORM STAMP-THE-CHANGE
               DISPLAY "   Enrolled " WS-NEW-EMP-ID " in "
                   WS-NEW-PLAN-CODE " tier " WS-NEW-TIER
                   " from " WS-NEW-DATE
           END-IF.

       CHANGE-COVERAGE-TIER.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter plan code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PLAN-CODE.
           ACCEPT WS-NEW-PLAN-CODE.
           DISPLAY "Enter new tier (EE/ES/EC/FA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TIER.
           ACCEPT WS-NEW-TIER.
           PERFORM FIND-PLAN-RATE.
           PERFORM FIND-ENROLLMENT-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   Not enrolled in that plan"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-BT-STATUS (WS-FOUND-IX) NOT = "A"
                   DISPLAY "   Coverage has ended - enroll again"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-PLAN-FOUND-IX = 0
                   DISPLAY "   NO RATE FOR THAT PLAN AND TIER -"
                       " tier not changed"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-BT-TIER (WS-FOUND-IX) = WS-NEW-TIER
                   DISPLAY "   Already on that tier"
               WHEN OTHER
                   MOVE WS-NEW-TIER TO WS-BT-TIER (WS-FOUND-IX)
                   MOVE WS-PL-EE-PREMIUM (WS-PLAN-FOUND-IX)
                       TO WS-BT-EE-PREMIUM (WS-FOUND-IX)
                   MOVE WS-PL-ER-PREMIUM (WS-PLAN-FOUND-IX)
                       TO WS-BT-ER-PREMIUM (WS-FOUND-IX)
      *> An add the carrier has not yet had stays an add.
                   IF WS-BT-PENDING (WS-FOUND-IX) NOT = "A"
                       MOVE "C" TO WS-BT-PENDING (WS-FOUND-IX)
                   END-IF
                   PERFORM STAMP-THE-CHANGE
                   DISPLAY "   Tier changed to " WS-NEW-TIER
                       " - employee premium "
                       WS-BT-EE-PREMIUM (WS-FOUND-IX)
           END-EVALUATE.

       END-COVERAGE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter plan code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PLAN-CODE.
           ACCEPT WS-NEW-PLAN-CODE.
           DISPLAY "Enter coverage end date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-DATE.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = 0
               MOVE WS-TODAY-DATE TO WS-NEW-DATE
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPDATEV" USING WS-NEW-DATE WS-DATE-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           PERFORM FIND-ENROLLMENT-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   Not enrolled in that plan"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-BT-STATUS (WS-FOUND-IX) NOT = "A"
                   DISPLAY "   Coverage has already ended"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-DATE-VALID = 0
                   DISPLAY "   END DATE NOT A CALENDAR DATE -"
                       " coverage not ended"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-DATE < WS-BT-EFF-DATE (WS-FOUND-IX)
                   DISPLAY "   END DATE BEFORE COVERAGE STARTED -"
                       " coverage not ended"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE WS-NEW-DATE TO WS-BT-END-DATE (WS-FOUND-IX)
                   MOVE "E" TO WS-BT-STATUS (WS-FOUND-IX)
      *> A carrier never sent the add has nothing to terminate.
                   IF WS-BT-LAST-SEQ (WS-FOUND-IX) = 0
                       MOVE SPACE TO WS-BT-PENDING (WS-FOUND-IX)
                   ELSE
                       MOVE "T" TO WS-BT-PENDING (WS-FOUND-IX)
                   END-IF
                   PERFORM STAMP-THE-CHANGE
                   DISPLAY "   Coverage in " WS-NEW-PLAN-CODE
                       " ended " WS-NEW-DATE
           END-EVALUATE.

       STAMP-THE-CHANGE.
           MOVE WS-TODAY-DATE TO WS-BT-CHANGE-DATE (WS-FOUND-IX).
           MOVE WS-SEC-OPERATOR TO WS-BT-OPERATOR (WS-FOUND-IX).
           PERFORM REWRITE-ENROLL-FILE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-ENROLL-FILE.
           OPEN OUTPUT ENROLL-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-BT-EMP-ID (WS-ROW-IX) TO BEN-EMP-ID
               MOVE WS-BT-PLAN-CODE (WS-ROW-IX) TO BEN-PLAN-CODE
               MOVE WS-BT-TIER (WS-ROW-IX) TO BEN-TIER
               MOVE WS-BT-EFF-DATE (WS-ROW-IX) TO BEN-EFF-DATE
               MOVE WS-BT-END-DATE (WS-ROW-IX) TO BEN-END-DATE
               MOVE WS-BT-EE-PREMIUM (WS-ROW-IX) TO BEN-EE-PREMIUM
               MOVE WS-BT-ER-PREMIUM (WS-ROW-IX) TO BEN-ER-PREMIUM
               MOVE WS-BT-STATUS (WS-ROW-IX) TO BEN-STATUS
               MOVE WS-BT-PENDING (WS-ROW-IX) TO BEN-PENDING
               MOVE WS-BT-LAST-SEQ (WS-ROW-IX) TO BEN-LAST-SEQ
               MOVE WS-BT-CHANGE-DATE (WS-ROW-IX) TO BEN-CHANGE-DATE
               MOVE WS-BT-OPERATOR (WS-ROW-IX) TO BEN-OPERATOR
               WRITE BENEFIT-ENROLL-RECORD
           END-PERFORM.
           CLOSE ENROLL-FILE.
