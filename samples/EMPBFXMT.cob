       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBFXMT.
      *> Operator maintenance for the cross-border beneficiary file,
      *> in the EMPBNKMT menu style. Employees paid in a currency
      *> other than their company's base currency go out on the bank
      *> extract's cross-border payment file, which needs the
      *> beneficiary name, SWIFT/BIC and IBAN the domestic routing
      *> and account cannot hold. The detail lives in empbank_fx.dat
      *> (EMPBFXR.cpy, keyed EMP-ID). Every add, change and removal
      *> is appended to empbank_fx_history.dat with the signed-on
      *> operator, the time and the old and new IBAN, so a changed
      *> destination can always be traced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-BENEF-FILE ASSIGN TO "empbank_fx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT FX-BENEF-HISTORY ASSIGN TO "empbank_fx_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FX-BENEF-FILE.
           COPY EMPBFXR.

       FD FX-BENEF-HISTORY.
       01 FX-BENEF-HISTORY-RECORD.
          05 BFH-EMP-ID        PIC 9(5).
          05 BFH-DATE          PIC 9(8).
          05 BFH-TIME          PIC 9(6).
          05 BFH-OPERATOR      PIC X(8).
          05 BFH-ACTION        PIC X.
          05 BFH-OLD-IBAN      PIC X(34).
          05 BFH-NEW-IBAN      PIC X(34).
          05 BFH-NEW-BIC       PIC X(11).

       WORKING-STORAGE SECTION.
       01 WS-BENEF-STATUS   PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-MENU-CHOICE    PIC 9 VALUE 0.
       01 WS-DONE           PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT      PIC 9(3) VALUE 0.
       01 WS-BF-TABLE.
          05 WS-BF-ENTRY OCCURS 500 TIMES.
             10 WS-BF-EMP-ID    PIC 9(5).
             10 WS-BF-NAME      PIC X(30).
             10 WS-BF-BIC       PIC X(11).
             10 WS-BF-IBAN      PIC X(34).
             10 WS-BF-BANK      PIC X(30).
             10 WS-BF-COUNTRY   PIC X(2).
       01 WS-ROW-IX         PIC 9(3) VALUE 0.
       01 WS-FOUND-IX       PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL     PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-NAME       PIC X(30) VALUE SPACES.
       01 WS-NEW-BIC        PIC X(11) VALUE SPACES.
       01 WS-NEW-IBAN       PIC X(34) VALUE SPACES.
       01 WS-NEW-BANK       PIC X(30) VALUE SPACES.
       01 WS-NEW-COUNTRY    PIC X(2) VALUE SPACES.
       01 WS-OLD-IBAN       PIC X(34) VALUE SPACES.
       01 WS-CHANGE-ACTION  PIC X VALUE SPACE.
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-NOW-TIME       PIC 9(6) VALUE 0.
      *> A SWIFT/BIC is 8 or 11 characters, never anything else.
       01 WS-BIC-LENGTH     PIC 9(2) VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBFXMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Cross-Border Beneficiary Maintenance ===".
           DISPLAY " ".

      *> Where an employee's pay is wired is a fraud surface;
      *> nobody touches it without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
               PERFORM LOAD-BENEFICIARY-FILE
               DISPLAY "   " WS-ROW-COUNT " beneficiary detail(s)"
                   " on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Cross-Border Beneficiary Maintenance"
               " Complete ===".
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
           DISPLAY "1. Look up beneficiary by EMP-ID".
           DISPLAY "2. Add or replace beneficiary".
           DISPLAY "3. Remove beneficiary".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LOOK-UP-BENEFICIARY
               WHEN 2
      *> A detail change is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-OR-REPLACE-BENEFICIARY
                   END-IF
               WHEN 3
      *> A removal is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-BENEFICIARY
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-BENEFICIARY-FILE.
           OPEN INPUT FX-BENEF-FILE.
           IF WS-BENEF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FX-BENEF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 500
                               ADD 1 TO WS-ROW-COUNT
                               MOVE BFX-EMP-ID
                                   TO WS-BF-EMP-ID (WS-ROW-COUNT)
                               MOVE BFX-BENEF-NAME
                                   TO WS-BF-NAME (WS-ROW-COUNT)
                               MOVE BFX-SWIFT-BIC
                                   TO WS-BF-BIC (WS-ROW-COUNT)
                               MOVE BFX-IBAN
                                   TO WS-BF-IBAN (WS-ROW-COUNT)
                               MOVE BFX-BANK-NAME
                                   TO WS-BF-BANK (WS-ROW-COUNT)
                               MOVE BFX-COUNTRY
                                   TO WS-BF-COUNTRY (WS-ROW-COUNT)
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-BENEF-FILE
           END-IF.

       FIND-BENEFICIARY-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-BF-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LOOK-UP-BENEFICIARY.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-BENEFICIARY-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No beneficiary detail for " WS-NEW-EMP-ID
           ELSE
               DISPLAY "   Beneficiary: " WS-BF-NAME (WS-FOUND-IX)
               DISPLAY "   SWIFT/BIC:   " WS-BF-BIC (WS-FOUND-IX)
               DISPLAY "   IBAN:        " WS-BF-IBAN (WS-FOUND-IX)
               DISPLAY "   Bank:        " WS-BF-BANK (WS-FOUND-IX)
                   " (" WS-BF-COUNTRY (WS-FOUND-IX) ")"
           END-IF.

       ADD-OR-REPLACE-BENEFICIARY.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter beneficiary name: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-NAME.
           DISPLAY "Enter SWIFT/BIC (8 or 11): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-BIC.
           ACCEPT WS-NEW-BIC.
           DISPLAY "Enter IBAN or account number: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-IBAN.
           ACCEPT WS-NEW-IBAN.
           DISPLAY "Enter bank name: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-BANK.
           ACCEPT WS-NEW-BANK.
           DISPLAY "Enter bank country (2 letters): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-COUNTRY.
           ACCEPT WS-NEW-COUNTRY.
           MOVE FUNCTION UPPER-CASE (WS-NEW-BIC) TO WS-NEW-BIC.
           MOVE FUNCTION UPPER-CASE (WS-NEW-IBAN) TO WS-NEW-IBAN.
           MOVE FUNCTION UPPER-CASE (WS-NEW-COUNTRY)
               TO WS-NEW-COUNTRY.
           MOVE 0 TO WS-BIC-LENGTH.
           INSPECT WS-NEW-BIC TALLYING WS-BIC-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - detail not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-NAME = SPACES
                   DISPLAY "   BENEFICIARY NAME MISSING - detail not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-BIC-LENGTH NOT = 8 AND WS-BIC-LENGTH NOT = 11
                   DISPLAY "   SWIFT/BIC MUST BE 8 OR 11 CHARACTERS -"
                       " detail not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-IBAN = SPACES
                   DISPLAY "   IBAN/ACCOUNT MISSING - detail not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-COUNTRY IS NOT ALPHABETIC
                       OR WS-NEW-COUNTRY (2:1) = SPACE
                   DISPLAY "   BANK COUNTRY MUST BE 2 LETTERS -"
                       " detail not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-BENEFICIARY-ROW
           END-EVALUATE.

       SAVE-BENEFICIARY-ROW.
           PERFORM FIND-BENEFICIARY-ROW.
           IF WS-FOUND-IX = 0
               MOVE "A" TO WS-CHANGE-ACTION
               MOVE SPACES TO WS-OLD-IBAN
               IF WS-ROW-COUNT >= 500 OR WS-TABLE-FULL = 1
                   DISPLAY "   Beneficiary file full (500 rows) -"
                       " add refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IX
               END-IF
           ELSE
               MOVE "C" TO WS-CHANGE-ACTION
               MOVE WS-BF-IBAN (WS-FOUND-IX) TO WS-OLD-IBAN
           END-IF.
           IF WS-FOUND-IX NOT = 0
               MOVE WS-NEW-EMP-ID TO WS-BF-EMP-ID (WS-FOUND-IX)
               MOVE WS-NEW-NAME TO WS-BF-NAME (WS-FOUND-IX)
               MOVE WS-NEW-BIC TO WS-BF-BIC (WS-FOUND-IX)
               MOVE WS-NEW-IBAN TO WS-BF-IBAN (WS-FOUND-IX)
               MOVE WS-NEW-BANK TO WS-BF-BANK (WS-FOUND-IX)
               MOVE WS-NEW-COUNTRY TO WS-BF-COUNTRY (WS-FOUND-IX)
               PERFORM REWRITE-BENEFICIARY-FILE
               PERFORM WRITE-HISTORY-ROW
               DISPLAY "   Beneficiary saved for " WS-NEW-EMP-ID
           END-IF.

       REMOVE-BENEFICIARY.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-BENEFICIARY-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No beneficiary detail for " WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
               MOVE "R" TO WS-CHANGE-ACTION
               MOVE WS-BF-IBAN (WS-FOUND-IX) TO WS-OLD-IBAN
               MOVE SPACES TO WS-NEW-IBAN
               MOVE SPACES TO WS-NEW-BIC
      *> Shuffle the last row into the hole and rewrite.
               MOVE WS-BF-ENTRY (WS-ROW-COUNT)
                   TO WS-BF-ENTRY (WS-FOUND-IX)
               SUBTRACT 1 FROM WS-ROW-COUNT
               PERFORM REWRITE-BENEFICIARY-FILE
               PERFORM WRITE-HISTORY-ROW
               DISPLAY "   Beneficiary removed for " WS-NEW-EMP-ID
                   " - cross-border pay held until replaced"
           END-IF.

       WRITE-HISTORY-ROW.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
           OPEN EXTEND FX-BENEF-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT FX-BENEF-HISTORY
           END-IF.
           MOVE WS-NEW-EMP-ID TO BFH-EMP-ID.
           MOVE WS-TODAY TO BFH-DATE.
           MOVE WS-NOW-TIME TO BFH-TIME.
           MOVE WS-SEC-OPERATOR TO BFH-OPERATOR.
           MOVE WS-CHANGE-ACTION TO BFH-ACTION.
           MOVE WS-OLD-IBAN TO BFH-OLD-IBAN.
           MOVE WS-NEW-IBAN TO BFH-NEW-IBAN.
           MOVE WS-NEW-BIC TO BFH-NEW-BIC.
           WRITE FX-BENEF-HISTORY-RECORD.
           CLOSE FX-BENEF-HISTORY.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-BENEFICIARY-FILE.
           OPEN OUTPUT FX-BENEF-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-BF-EMP-ID (WS-ROW-IX) TO BFX-EMP-ID
               MOVE WS-BF-NAME (WS-ROW-IX) TO BFX-BENEF-NAME
               MOVE WS-BF-BIC (WS-ROW-IX) TO BFX-SWIFT-BIC
               MOVE WS-BF-IBAN (WS-ROW-IX) TO BFX-IBAN
               MOVE WS-BF-BANK (WS-ROW-IX) TO BFX-BANK-NAME
               MOVE WS-BF-COUNTRY (WS-ROW-IX) TO BFX-COUNTRY
               WRITE FX-BENEFICIARY-RECORD
           END-PERFORM.
           CLOSE FX-BENEF-FILE.
