       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNMT.
      *> Manual and recurring journal entry transaction, in the
      *> LOANCOMT menu style with the operator signed on through the
      *> shared OPRSEC. Until now only the producer programs
      *> (EMPGLEXT, LOANACCR, GLSUSCLR) could reach glledger.dat;
      *> adjusting entries, reclasses and recurring allocations had
      *> no way in. An accountant (authority 2) keys a multi-line
      *> entry into gljournal.dat (GLJRNR.cpy): the period must be
      *> open on glperiod.dat, every account must pass GLACCTV, and
      *> the entry is saved only when its debits equal its credits.
      *> A saved entry is pending until a second operator with
      *> supervisor authority approves or rejects it -- the operator
      *> who keyed an entry can never approve it. GLJRNGN releases
      *> the approved entries to GLPOST.
      *>
      *> Every entry and template names the company GL entity it
      *> posts to: 0000, the legacy single entity (the default when
      *> none is keyed), or a CMP-GL-ENTITY on cotable.dat.
      *>
      *> Recurring entries (rent allocations and the like) are kept
      *> as templates in gljrn_templates.dat (GLJRTR.cpy), keyed and
      *> balanced the same way; GLJRNGN turns each active template
      *> into a pending entry once a period. Deactivating a template
      *> is supervisor work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "gljrn_templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           COPY GLJRNR.

       FD TEMPLATE-FILE.
           COPY GLJRTR.

       FD PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD   PIC 9(6).
          05 GLP-STATUS   PIC X.

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
       01 WS-TEMPLATE-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

      *> The journal and the templates held whole as record images
      *> (the LOANCOMT register idiom); a row is worked on through
      *> WS-JOURNAL-WORK or WS-TEMPLATE-WORK.
       01 WS-JE-COUNT        PIC 9(4) VALUE 0.
       01 WS-JE-TABLE.
          05 WS-JE-ROW OCCURS 2000 TIMES PIC X(127).
       01 WS-JE-IX           PIC 9(4) VALUE 0.
           COPY GLJRNR REPLACING
               ==JOURNAL-LINE-RECORD== BY ==WS-JOURNAL-WORK==
               LEADING ==JE== BY ==WJE==.
       01 WS-JT-COUNT        PIC 9(4) VALUE 0.
       01 WS-JT-TABLE.
          05 WS-JT-ROW OCCURS 500 TIMES PIC X(88).
       01 WS-JT-IX           PIC 9(4) VALUE 0.
           COPY GLJRTR REPLACING
               ==JOURNAL-TEMPLATE-RECORD== BY ==WS-TEMPLATE-WORK==
               LEADING ==JT== BY ==WJT==.
       01 WS-NEXT-ENTRY-NO   PIC 9(6) VALUE 0.

      *> The lines being keyed, held until the entry balances.
       01 WS-NEW-COUNT       PIC 9(2) VALUE 0.
       01 WS-NEW-LINES.
          05 WS-NL-ENTRY OCCURS 50 TIMES.
             10 WS-NL-DEPT    PIC X(3).
             10 WS-NL-ACCOUNT PIC X(14).
             10 WS-NL-DRCR    PIC X(2).
             10 WS-NL-AMOUNT  PIC 9(9)V99.
       01 WS-NL-IX           PIC 9(2) VALUE 0.
       01 WS-KEY-DONE        PIC 9 VALUE 0.
       01 WS-KEY-SAVE        PIC 9 VALUE 0.
       01 WS-TOTAL-DEBITS    PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS   PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE      PIC S9(11)V99 VALUE 0.

      *> Keyed fields.
       01 WS-PICK-PERIOD     PIC 9(6) VALUE 0.
       01 WS-PICK-DESC       PIC X(30) VALUE SPACES.
       01 WS-PICK-ENTITY     PIC X(4) VALUE SPACES.
       01 WS-PICK-ENTRY-NO   PIC 9(6) VALUE 0.
       01 WS-PICK-TEMPLATE   PIC X(6) VALUE SPACES.
       01 WS-PICK-SCOPE      PIC X VALUE SPACE.
       01 WS-PICK-ANSWER     PIC X VALUE SPACE.
       01 WS-KEY-DEPT        PIC X(3) VALUE SPACES.
       01 WS-KEY-ACCOUNT     PIC X(14) VALUE SPACES.
       01 WS-KEY-DRCR        PIC X(2) VALUE SPACES.
       01 WS-KEY-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-GL-VALID        PIC 9 VALUE 0.
       01 WS-PERIOD-OPEN     PIC 9 VALUE 0.
       01 WS-ENTITY-VALID    PIC 9 VALUE 0.
       01 WS-FOUND-COUNT     PIC 9(4) VALUE 0.
       01 WS-FOUND-STATUS    PIC X VALUE SPACE.
       01 WS-FOUND-KEYER     PIC X(8) VALUE SPACES.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 WS-EDIT-AMT        PIC Z(10)9.99.
       01 WS-EDIT-DIFF       PIC Z(10)9.99-.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on ID is stamped as keyer, owner or approver.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLJRNMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure or sign-on refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== GL Journal Entry ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-JOURNAL
               PERFORM LOAD-TEMPLATES
      *> Every change rewrites the whole file from the table, so a
      *> file the table could not hold is not opened for changes.
               IF RETURN-CODE < 8
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
                   END-PERFORM
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== GL Journal Entry Complete ===".
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
           DISPLAY "1. List journal entries".
           DISPLAY "2. Key a journal entry".
           DISPLAY "3. Approve a journal entry".
           DISPLAY "4. Reject a journal entry".
           DISPLAY "5. List recurring templates".
           DISPLAY "6. Define a recurring template".
           DISPLAY "7. Deactivate a recurring template".
           DISPLAY "8. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-JOURNAL-ENTRIES
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM KEY-JOURNAL-ENTRY
                   END-IF
               WHEN 3
      *> Approving what reaches the ledger is for a supervisor.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM APPROVE-JOURNAL-ENTRY
                   END-IF
               WHEN 4
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REJECT-JOURNAL-ENTRY
                   END-IF
               WHEN 5
                   PERFORM LIST-TEMPLATES
               WHEN 6
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM DEFINE-TEMPLATE
                   END-IF
               WHEN 7
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority required -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM DEACTIVATE-TEMPLATE
                   END-IF
               WHEN 8
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-JOURNAL.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-JE-COUNT < 2000
                               ADD 1 TO WS-JE-COUNT
                               MOVE JOURNAL-LINE-RECORD
                                   TO WS-JE-ROW (WS-JE-COUNT)
                               IF JE-ENTRY-NO > WS-NEXT-ENTRY-NO
                                   MOVE JE-ENTRY-NO
                                       TO WS-NEXT-ENTRY-NO
                               END-IF
                           ELSE
                               DISPLAY "   More than 2000 journal"
                                   " lines - transaction ended"
                               MOVE 8 TO RETURN-CODE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-TEMPLATES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ TEMPLATE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-JT-COUNT < 500
                               ADD 1 TO WS-JT-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD
                                   TO WS-JT-ROW (WS-JT-COUNT)
                           ELSE
                               DISPLAY "   More than 500 template"
                                   " lines - transaction ended"
                               MOVE 8 TO RETURN-CODE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LIST-JOURNAL-ENTRIES.
      *> O the open entries (pending and approved), anything else
      *> the whole journal.
           DISPLAY "Open entries or all (O/A): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PICK-SCOPE.
           ACCEPT WS-PICK-SCOPE.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WS-PICK-SCOPE NOT = "O"
                       OR WJE-PENDING OR WJE-APPROVED
                   IF WJE-LINE-NO = 1
                       ADD 1 TO WS-SHOWN
                       DISPLAY "   ENTRY " WJE-ENTRY-NO " "
                           WJE-PERIOD " " WJE-STATUS " "
                           WJE-SOURCE " " WJE-TEMPLATE-ID " ENT "
                           WJE-ENTITY " " WJE-DESCRIPTION
                           " BY " WJE-ENTERED-BY
                           " APPR " WJE-APPROVED-BY
                   END-IF
                   MOVE WJE-AMOUNT TO WS-EDIT-AMT
                   DISPLAY "      " WJE-LINE-NO " " WJE-DEPT " "
                       WJE-ACCOUNT " " WJE-DRCR " " WS-EDIT-AMT
               END-IF
           END-PERFORM.
           DISPLAY "   " WS-SHOWN " entry(ies) listed".

       KEY-JOURNAL-ENTRY.
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-PERIOD.
           ACCEPT WS-PICK-PERIOD.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PERIOD-OPEN = 0
               DISPLAY "   Period " WS-PICK-PERIOD " is not open on"
                   " glperiod.dat - entry refused"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM KEY-ENTITY
               IF WS-ENTITY-VALID = 0
                   DISPLAY "   GL entity " WS-PICK-ENTITY " is not on"
                       " cotable.dat - entry refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   DISPLAY "Description: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PICK-DESC
                   ACCEPT WS-PICK-DESC
                   PERFORM KEY-ENTRY-LINES
                   IF WS-KEY-SAVE = 1
                       PERFORM SAVE-JOURNAL-ENTRY
                   ELSE
                       DISPLAY "   Entry abandoned - nothing saved"
                       PERFORM REFUSE-THE-CHANGE
                   END-IF
               END-IF
           END-IF.

       KEY-ENTITY.
      *> Blank is the legacy single entity; anything else must be a
      *> company's GL entity on cotable.dat.
           DISPLAY "GL entity (blank for 0000): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-ENTITY.
           ACCEPT WS-PICK-ENTITY.
           IF WS-PICK-ENTITY = SPACES
               MOVE "0000" TO WS-PICK-ENTITY
           END-IF.
           MOVE 0 TO WS-ENTITY-VALID.
           IF WS-PICK-ENTITY = "0000"
               MOVE 1 TO WS-ENTITY-VALID
           ELSE
               MOVE 0 TO WS-EOF
               OPEN INPUT COMPANY-TABLE-FILE
               IF WS-COTABLE-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ COMPANY-TABLE-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF CMP-GL-ENTITY = WS-PICK-ENTITY
                                   MOVE 1 TO WS-ENTITY-VALID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMPANY-TABLE-FILE
               END-IF
               MOVE 0 TO WS-EOF
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE 0 TO WS-PERIOD-OPEN.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-PERIOD = WS-PICK-PERIOD
                                   AND GLP-STATUS = "O"
                               MOVE 1 TO WS-PERIOD-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       KEY-ENTRY-LINES.
      *> Lines are keyed until a blank account; the entry may only
      *> be kept once it has two or more lines and balances.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-KEY-DONE.
           MOVE 0 TO WS-KEY-SAVE.
           PERFORM UNTIL WS-KEY-DONE = 1
               PERFORM KEY-ONE-LINE
           END-PERFORM.

       KEY-ONE-LINE.
           DISPLAY "Account (blank to finish): " WITH NO ADVANCING.
           MOVE SPACES TO WS-KEY-ACCOUNT.
           ACCEPT WS-KEY-ACCOUNT.
           IF WS-KEY-ACCOUNT = SPACES
               PERFORM JUDGE-ENTRY-BALANCE
           ELSE
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "GLACCTV" USING WS-KEY-ACCOUNT WS-GL-VALID
               MOVE WS-HOLD-RC TO RETURN-CODE
               DISPLAY "Department: " WITH NO ADVANCING
               MOVE SPACES TO WS-KEY-DEPT
               ACCEPT WS-KEY-DEPT
               DISPLAY "DR or CR: " WITH NO ADVANCING
               MOVE SPACES TO WS-KEY-DRCR
               ACCEPT WS-KEY-DRCR
               DISPLAY "Amount: " WITH NO ADVANCING
               MOVE 0 TO WS-KEY-AMOUNT
               ACCEPT WS-KEY-AMOUNT
               EVALUATE TRUE
                   WHEN WS-GL-VALID = 0
                       DISPLAY "   Account not active on the chart"
                           " - line not taken"
                   WHEN WS-KEY-DRCR NOT = "DR"
                           AND WS-KEY-DRCR NOT = "CR"
                       DISPLAY "   Side must be DR or CR - line not"
                           " taken"
                   WHEN WS-KEY-AMOUNT = 0
                       DISPLAY "   Amount is zero - line not taken"
                   WHEN WS-NEW-COUNT NOT < 50
                       DISPLAY "   50 lines is the most one entry"
                           " holds - line not taken"
                   WHEN OTHER
                       ADD 1 TO WS-NEW-COUNT
                       MOVE WS-KEY-DEPT TO WS-NL-DEPT (WS-NEW-COUNT)
                       MOVE WS-KEY-ACCOUNT
                           TO WS-NL-ACCOUNT (WS-NEW-COUNT)
                       MOVE WS-KEY-DRCR TO WS-NL-DRCR (WS-NEW-COUNT)
                       MOVE WS-KEY-AMOUNT
                           TO WS-NL-AMOUNT (WS-NEW-COUNT)
                       IF WS-KEY-DRCR = "DR"
                           ADD WS-KEY-AMOUNT TO WS-TOTAL-DEBITS
                       ELSE
                           ADD WS-KEY-AMOUNT TO WS-TOTAL-CREDITS
                       END-IF
                       COMPUTE WS-DIFFERENCE =
                           WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
                       MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
                       DISPLAY "   Line " WS-NEW-COUNT
                           " taken; out of balance by " WS-EDIT-DIFF
               END-EVALUATE
           END-IF.

       JUDGE-ENTRY-BALANCE.
           COMPUTE WS-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF WS-NEW-COUNT > 1 AND WS-DIFFERENCE = 0
               MOVE 1 TO WS-KEY-SAVE
               MOVE 1 TO WS-KEY-DONE
           ELSE
               MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
               DISPLAY "   Entry does not balance (difference "
                   WS-EDIT-DIFF ", " WS-NEW-COUNT " line(s))"
               DISPLAY "Continue keying or abandon (C/A): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-PICK-ANSWER
               ACCEPT WS-PICK-ANSWER
               IF WS-PICK-ANSWER NOT = "C"
                   MOVE 1 TO WS-KEY-DONE
               END-IF
           END-IF.

       SAVE-JOURNAL-ENTRY.
           IF WS-JE-COUNT + WS-NEW-COUNT > 2000
               DISPLAY "   Journal file full - entry not saved"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-NEXT-ENTRY-NO
               PERFORM VARYING WS-NL-IX FROM 1 BY 1
                       UNTIL WS-NL-IX > WS-NEW-COUNT
                   MOVE SPACES TO WS-JOURNAL-WORK
                   MOVE WS-NEXT-ENTRY-NO TO WJE-ENTRY-NO
                   MOVE WS-NL-IX TO WJE-LINE-NO
                   MOVE "M" TO WJE-SOURCE
                   MOVE WS-PICK-PERIOD TO WJE-PERIOD
                   MOVE WS-PICK-DESC TO WJE-DESCRIPTION
                   MOVE WS-PICK-ENTITY TO WJE-ENTITY
                   MOVE WS-NL-DEPT (WS-NL-IX) TO WJE-DEPT
                   MOVE WS-NL-ACCOUNT (WS-NL-IX) TO WJE-ACCOUNT
                   MOVE WS-NL-DRCR (WS-NL-IX) TO WJE-DRCR
                   MOVE WS-NL-AMOUNT (WS-NL-IX) TO WJE-AMOUNT
                   MOVE "P" TO WJE-STATUS
                   MOVE WS-SEC-OPERATOR TO WJE-ENTERED-BY
                   MOVE WS-TODAY-DATE TO WJE-ENTERED-DATE
                   MOVE 0 TO WJE-APPROVED-DATE
                   MOVE 0 TO WJE-RELEASED-DATE
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-JOURNAL-WORK TO WS-JE-ROW (WS-JE-COUNT)
               END-PERFORM
               PERFORM REWRITE-JOURNAL
               MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMT
               DISPLAY "   Entry " WS-NEXT-ENTRY-NO " saved for "
                   WS-EDIT-AMT " - pending approval by a second"
                   " operator"
           END-IF.

       FIND-ENTRY-LINES.
      *> How many lines the entry has, its status and who keyed it.
           MOVE 0 TO WS-FOUND-COUNT.
           MOVE SPACE TO WS-FOUND-STATUS.
           MOVE SPACES TO WS-FOUND-KEYER.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WJE-ENTRY-NO = WS-PICK-ENTRY-NO
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE WJE-STATUS TO WS-FOUND-STATUS
                   MOVE WJE-ENTERED-BY TO WS-FOUND-KEYER
               END-IF
           END-PERFORM.

       APPROVE-JOURNAL-ENTRY.
           DISPLAY "Enter journal entry number: " WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-ENTRY-NO.
           ACCEPT WS-PICK-ENTRY-NO.
           PERFORM FIND-ENTRY-LINES.
           EVALUATE TRUE
               WHEN WS-FOUND-COUNT = 0
                   DISPLAY "   No such journal entry"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-STATUS NOT = "P"
                   DISPLAY "   Entry is not pending (status "
                       WS-FOUND-STATUS ")"
                   PERFORM REFUSE-THE-CHANGE
      *> Four eyes: whoever keyed the entry cannot approve it.
               WHEN WS-FOUND-KEYER = WS-SEC-OPERATOR
                   DISPLAY "   Keyed by " WS-FOUND-KEYER " - a"
                       " second operator must approve it"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE "A" TO WS-FOUND-STATUS
                   PERFORM STAMP-ENTRY-DECISION
                   DISPLAY "   Entry " WS-PICK-ENTRY-NO
                       " approved by " WS-SEC-OPERATOR
           END-EVALUATE.

       REJECT-JOURNAL-ENTRY.
           DISPLAY "Enter journal entry number: " WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-ENTRY-NO.
           ACCEPT WS-PICK-ENTRY-NO.
           PERFORM FIND-ENTRY-LINES.
           EVALUATE TRUE
               WHEN WS-FOUND-COUNT = 0
                   DISPLAY "   No such journal entry"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-STATUS NOT = "P"
                   DISPLAY "   Entry is not pending (status "
                       WS-FOUND-STATUS ")"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE "J" TO WS-FOUND-STATUS
                   PERFORM STAMP-ENTRY-DECISION
                   DISPLAY "   Entry " WS-PICK-ENTRY-NO
                       " rejected by " WS-SEC-OPERATOR
           END-EVALUATE.

       STAMP-ENTRY-DECISION.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WJE-ENTRY-NO = WS-PICK-ENTRY-NO
                   MOVE WS-FOUND-STATUS TO WJE-STATUS
                   MOVE WS-SEC-OPERATOR TO WJE-APPROVED-BY
                   MOVE WS-TODAY-DATE TO WJE-APPROVED-DATE
                   MOVE WS-JOURNAL-WORK TO WS-JE-ROW (WS-JE-IX)
               END-IF
           END-PERFORM.
           PERFORM REWRITE-JOURNAL.

       LIST-TEMPLATES.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-IX) TO WS-TEMPLATE-WORK
               IF WJT-LINE-NO = 1
                   ADD 1 TO WS-SHOWN
                   DISPLAY "   TEMPLATE " WJT-TEMPLATE-ID " "
                       WJT-STATUS " ENT " WJT-ENTITY " "
                       WJT-DESCRIPTION " OWNER "
                       WJT-OWNER " LAST " WJT-LAST-PERIOD
               END-IF
               MOVE WJT-AMOUNT TO WS-EDIT-AMT
               DISPLAY "      " WJT-LINE-NO " " WJT-DEPT " "
                   WJT-ACCOUNT " " WJT-DRCR " " WS-EDIT-AMT
           END-PERFORM.
           DISPLAY "   " WS-SHOWN " template(s) listed".

       DEFINE-TEMPLATE.
           DISPLAY "Template ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-TEMPLATE.
           ACCEPT WS-PICK-TEMPLATE.
           MOVE 0 TO WS-FOUND-COUNT.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-IX) TO WS-TEMPLATE-WORK
               IF WJT-TEMPLATE-ID = WS-PICK-TEMPLATE
                   ADD 1 TO WS-FOUND-COUNT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PICK-TEMPLATE = SPACES
                   DISPLAY "   Template ID missing"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-COUNT > 0
                   DISPLAY "   Template " WS-PICK-TEMPLATE
                       " already on file"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM KEY-ENTITY
                   IF WS-ENTITY-VALID = 0
                       DISPLAY "   GL entity " WS-PICK-ENTITY " is"
                           " not on cotable.dat - template refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       DISPLAY "Description: " WITH NO ADVANCING
                       MOVE SPACES TO WS-PICK-DESC
                       ACCEPT WS-PICK-DESC
                       PERFORM KEY-ENTRY-LINES
                       IF WS-KEY-SAVE = 1
                           PERFORM SAVE-TEMPLATE
                       ELSE
                           DISPLAY "   Template abandoned - nothing"
                               " saved"
                           PERFORM REFUSE-THE-CHANGE
                       END-IF
                   END-IF
           END-EVALUATE.

       SAVE-TEMPLATE.
           IF WS-JT-COUNT + WS-NEW-COUNT > 500
               DISPLAY "   Template file full - template not saved"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-NL-IX FROM 1 BY 1
                       UNTIL WS-NL-IX > WS-NEW-COUNT
                   MOVE SPACES TO WS-TEMPLATE-WORK
                   MOVE WS-PICK-TEMPLATE TO WJT-TEMPLATE-ID
                   MOVE WS-NL-IX TO WJT-LINE-NO
                   MOVE WS-PICK-DESC TO WJT-DESCRIPTION
                   MOVE WS-PICK-ENTITY TO WJT-ENTITY
                   MOVE WS-NL-DEPT (WS-NL-IX) TO WJT-DEPT
                   MOVE WS-NL-ACCOUNT (WS-NL-IX) TO WJT-ACCOUNT
                   MOVE WS-NL-DRCR (WS-NL-IX) TO WJT-DRCR
                   MOVE WS-NL-AMOUNT (WS-NL-IX) TO WJT-AMOUNT
                   MOVE "A" TO WJT-STATUS
                   MOVE WS-SEC-OPERATOR TO WJT-OWNER
                   MOVE 0 TO WJT-LAST-PERIOD
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-TEMPLATE-WORK TO WS-JT-ROW (WS-JT-COUNT)
               END-PERFORM
               PERFORM REWRITE-TEMPLATES
               DISPLAY "   Template " WS-PICK-TEMPLATE " saved -"
                   " GLJRNGN generates it each period"
           END-IF.

       DEACTIVATE-TEMPLATE.
           DISPLAY "Template ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-TEMPLATE.
           ACCEPT WS-PICK-TEMPLATE.
           MOVE 0 TO WS-FOUND-COUNT.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-IX) TO WS-TEMPLATE-WORK
               IF WJT-TEMPLATE-ID = WS-PICK-TEMPLATE
                       AND WJT-IS-ACTIVE
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE "I" TO WJT-STATUS
                   MOVE WS-TEMPLATE-WORK TO WS-JT-ROW (WS-JT-IX)
               END-IF
           END-PERFORM.
           IF WS-FOUND-COUNT = 0
               DISPLAY "   No active template " WS-PICK-TEMPLATE
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM REWRITE-TEMPLATES
               DISPLAY "   Template " WS-PICK-TEMPLATE
                   " deactivated by " WS-SEC-OPERATOR
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO JOURNAL-LINE-RECORD
               WRITE JOURNAL-LINE-RECORD
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       REWRITE-TEMPLATES.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-IX) TO JOURNAL-TEMPLATE-RECORD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
