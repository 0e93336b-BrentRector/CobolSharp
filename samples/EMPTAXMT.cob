       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTAXMT.
      *> Operator maintenance for the employee tax profile file, in
      *> the EMPBNKMT menu style. NETPAY applied one bracket table to
      *> every check, so an employee's filing status, allowances or
      *> request for extra withholding never reached the money. The
      *> profile lives in emptax.dat (EMPTAXR.cpy, keyed EMP-ID) and
      *> the pay register run hands it to NETPAY. Every add or
      *> change stamps the signed-on operator and today's date as
      *> the effective date, so a disputed withholding can be traced
      *> to the form that was keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PROFILE-FILE ASSIGN TO "emptax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-PROFILE-FILE.
           COPY EMPTAXR.

       WORKING-STORAGE SECTION.
       01 WS-TAX-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TT-EMP-ID      PIC 9(5).
             10 WS-TT-FILING      PIC X.
             10 WS-TT-ALLOWANCES  PIC 9(2).
             10 WS-TT-ADDL-WHLD   PIC 9(5)V99.
             10 WS-TT-EXEMPT      PIC X.
             10 WS-TT-EFF-DATE    PIC 9(8).
             10 WS-TT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(4) VALUE 0.
       01 WS-FOUND-IX      PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-FILING     PIC X VALUE SPACE.
          88 WS-NEW-FILING-VALID VALUES "S" "M" "H".
       01 WS-NEW-ALLOWANCES PIC 9(2) VALUE 0.
       01 WS-NEW-ADDL-WHLD  PIC 9(5)V99 VALUE 0.
       01 WS-NEW-EXEMPT     PIC X VALUE SPACE.
          88 WS-NEW-EXEMPT-VALID VALUES "Y" "N".

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPTAXMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Tax Profile Maintenance ===".
           DISPLAY " ".

      *> A withholding form is payroll-sensitive; nobody touches one
      *> without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-TAX-PROFILE-FILE
               DISPLAY "   " WS-ROW-COUNT " tax profile(s) on"
                   " file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Tax Profile Maintenance Complete ===".
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
           DISPLAY "1. Look up tax profile by EMP-ID".
           DISPLAY "2. Add or replace tax profile".
           DISPLAY "3. Remove tax profile".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LOOK-UP-TAX-PROFILE
               WHEN 2
      *> A profile change is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-OR-REPLACE-PROFILE
                   END-IF
               WHEN 3
      *> A removal is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-TAX-PROFILE
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-TAX-PROFILE-FILE.
           OPEN INPUT TAX-PROFILE-FILE.
           IF WS-TAX-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ TAX-PROFILE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 2000
                               ADD 1 TO WS-ROW-COUNT
                               MOVE TXP-EMP-ID TO
                                   WS-TT-EMP-ID (WS-ROW-COUNT)
                               MOVE TXP-FILING-STATUS TO
                                   WS-TT-FILING (WS-ROW-COUNT)
                               MOVE TXP-ALLOWANCES TO
                                   WS-TT-ALLOWANCES (WS-ROW-COUNT)
                               MOVE TXP-ADDL-WHLD TO
                                   WS-TT-ADDL-WHLD (WS-ROW-COUNT)
                               MOVE TXP-EXEMPT TO
                                   WS-TT-EXEMPT (WS-ROW-COUNT)
                               MOVE TXP-EFF-DATE TO
                                   WS-TT-EFF-DATE (WS-ROW-COUNT)
                               MOVE TXP-OPERATOR TO
                                   WS-TT-OPERATOR (WS-ROW-COUNT)
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-PROFILE-FILE
           END-IF.

       FIND-PROFILE-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-TT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LOOK-UP-TAX-PROFILE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-PROFILE-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No tax profile for " WS-NEW-EMP-ID
                   " - paid on the default brackets"
           ELSE
               DISPLAY "   Filing status: "
                   WS-TT-FILING (WS-FOUND-IX)
               DISPLAY "   Allowances:    "
                   WS-TT-ALLOWANCES (WS-FOUND-IX)
               DISPLAY "   Additional:    "
                   WS-TT-ADDL-WHLD (WS-FOUND-IX)
               DISPLAY "   Exempt:        "
                   WS-TT-EXEMPT (WS-FOUND-IX)
               DISPLAY "   Effective:     "
                   WS-TT-EFF-DATE (WS-FOUND-IX) " by "
                   WS-TT-OPERATOR (WS-FOUND-IX)
           END-IF.

       ADD-OR-REPLACE-PROFILE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter filing status (S/M/H): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-FILING.
           ACCEPT WS-NEW-FILING.
           DISPLAY "Enter allowances (2 digits): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-ALLOWANCES.
           ACCEPT WS-NEW-ALLOWANCES.
           DISPLAY "Enter additional withholding per period: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-ADDL-WHLD.
           ACCEPT WS-NEW-ADDL-WHLD.
           DISPLAY "Exempt from withholding (Y/N): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-EXEMPT.
           ACCEPT WS-NEW-EXEMPT.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - profile not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-FILING-VALID
                   DISPLAY "   FILING STATUS MUST BE S, M OR H -"
                       " profile not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-ALLOWANCES NOT NUMERIC
                   DISPLAY "   ALLOWANCES NOT NUMERIC - profile not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-ADDL-WHLD NOT NUMERIC
                   DISPLAY "   ADDITIONAL AMOUNT NOT NUMERIC -"
                       " profile not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-EXEMPT-VALID
                   DISPLAY "   EXEMPT FLAG MUST BE Y OR N - profile"
                       " not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-PROFILE-ROW
           END-EVALUATE.

       SAVE-PROFILE-ROW.
           PERFORM FIND-PROFILE-ROW.
           IF WS-FOUND-IX = 0
               IF WS-ROW-COUNT >= 2000 OR WS-TABLE-FULL = 1
                   DISPLAY "   Tax profile file full (2000 rows) -"
                       " add refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
               END-IF
           END-IF.
           IF WS-FOUND-IX NOT = 0
               MOVE WS-NEW-EMP-ID TO WS-TT-EMP-ID (WS-FOUND-IX)
               MOVE WS-NEW-FILING TO WS-TT-FILING (WS-FOUND-IX)
               MOVE WS-NEW-ALLOWANCES
                   TO WS-TT-ALLOWANCES (WS-FOUND-IX)
               MOVE WS-NEW-ADDL-WHLD
                   TO WS-TT-ADDL-WHLD (WS-FOUND-IX)
               MOVE WS-NEW-EXEMPT TO WS-TT-EXEMPT (WS-FOUND-IX)
               MOVE WS-TODAY-DATE TO WS-TT-EFF-DATE (WS-FOUND-IX)
               MOVE WS-SEC-OPERATOR TO WS-TT-OPERATOR (WS-FOUND-IX)
               PERFORM REWRITE-TAX-PROFILE-FILE
               DISPLAY "   Profile saved for " WS-NEW-EMP-ID
                   " effective " WS-TODAY-DATE
           END-IF.

       REMOVE-TAX-PROFILE.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-PROFILE-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No tax profile for " WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
      *> Shuffle the last row into the hole and rewrite.
               MOVE WS-TAX-ENTRY (WS-ROW-COUNT)
                   TO WS-TAX-ENTRY (WS-FOUND-IX)
               SUBTRACT 1 FROM WS-ROW-COUNT
               PERFORM REWRITE-TAX-PROFILE-FILE
               DISPLAY "   Profile removed for " WS-NEW-EMP-ID
                   " - employee reverts to the default brackets"
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-TAX-PROFILE-FILE.
           OPEN OUTPUT TAX-PROFILE-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-TT-EMP-ID (WS-ROW-IX) TO TXP-EMP-ID
               MOVE WS-TT-FILING (WS-ROW-IX) TO TXP-FILING-STATUS
               MOVE WS-TT-ALLOWANCES (WS-ROW-IX) TO TXP-ALLOWANCES
               MOVE WS-TT-ADDL-WHLD (WS-ROW-IX) TO TXP-ADDL-WHLD
               MOVE WS-TT-EXEMPT (WS-ROW-IX) TO TXP-EXEMPT
               MOVE WS-TT-EFF-DATE (WS-ROW-IX) TO TXP-EFF-DATE
               MOVE WS-TT-OPERATOR (WS-ROW-IX) TO TXP-OPERATOR
               WRITE TAX-PROFILE-RECORD
           END-PERFORM.
           CLOSE TAX-PROFILE-FILE.
