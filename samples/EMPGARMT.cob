       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPGARMT.
      *> Operator maintenance for garnishment orders, in the
      *> EMPTAXMT menu style. Court and agency orders used to be
      *> keyed into empdeduct.dat as ordinary flat deductions, where
      *> nothing held them to the legal share of disposable pay or
      *> stopped them once the debt was paid. They now live in
      *> empgarn.dat (EMPGARR.cpy), one row per order, keyed EMP-ID
      *> plus case number: order type, payee, percent or flat amount,
      *> the legal cap percentage, total owed and the amount the pay
      *> run has satisfied so far. A new order is stamped with the
      *> signed-on operator and today's date; orders are released
      *> (status "R"), never deleted, so the satisfied history stays
      *> on file for the court.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-FILE ASSIGN TO "empgarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GARNISH-FILE.
           COPY EMPGARR.

       WORKING-STORAGE SECTION.
       01 WS-GRN-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.
       01 WS-TODAY-DATE    PIC 9(8) VALUE 0.

      *> The file held whole for the run (the EMPPERGN table idiom).
       01 WS-ROW-COUNT     PIC 9(3) VALUE 0.
       01 WS-GRN-TABLE.
          05 WS-GRN-ENTRY OCCURS 500 TIMES.
             10 WS-GT-EMP-ID      PIC 9(5).
             10 WS-GT-TYPE        PIC X(2).
             10 WS-GT-CASE-NO     PIC X(15).
             10 WS-GT-PAYEE       PIC X(20).
             10 WS-GT-METHOD      PIC X.
             10 WS-GT-VALUE       PIC 9(5)V99.
             10 WS-GT-CAP-PCT     PIC 9(2)V99.
             10 WS-GT-OWED        PIC 9(7)V99.
             10 WS-GT-SATISFIED   PIC 9(7)V99.
             10 WS-GT-STATUS      PIC X.
             10 WS-GT-ENTERED     PIC 9(8).
             10 WS-GT-OPERATOR    PIC X(8).
       01 WS-ROW-IX        PIC 9(3) VALUE 0.
       01 WS-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL    PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-NEW-TYPE       PIC X(2) VALUE SPACES.
          88 WS-NEW-TYPE-VALID VALUES "CS" "BK" "TL" "SL" "CG".
       01 WS-NEW-CASE-NO    PIC X(15) VALUE SPACES.
       01 WS-NEW-PAYEE      PIC X(20) VALUE SPACES.
       01 WS-NEW-METHOD     PIC X VALUE SPACE.
          88 WS-NEW-METHOD-VALID VALUES "P" "F".
       01 WS-NEW-VALUE      PIC 9(5)V99 VALUE 0.
       01 WS-NEW-CAP-PCT    PIC 9(2)V99 VALUE 0.
       01 WS-NEW-OWED       PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE-LEFT   PIC 9(7)V99 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPGARMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Garnishment Order Maintenance ===".
           DISPLAY " ".

      *> A court order moves an employee's pay; nobody touches one
      *> without signing on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               PERFORM LOAD-GARNISH-FILE
               DISPLAY "   " WS-ROW-COUNT " garnishment order(s) on"
                   " file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Garnishment Order Maintenance Complete ===".
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
           DISPLAY "1. List orders for an EMP-ID".
           DISPLAY "2. Add a garnishment order".
           DISPLAY "3. Release an order".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-EMPLOYEE-ORDERS
               WHEN 2
      *> A new order is update-level work.
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-GARNISH-ORDER
                   END-IF
               WHEN 3
      *> Releasing an order stops a court-ordered payment, so it
      *> takes supervisor authority, as a void does.
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Release needs supervisor"
                           " authority - refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM RELEASE-GARNISH-ORDER
                   END-IF
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-GARNISH-FILE.
           OPEN INPUT GARNISH-FILE.
           IF WS-GRN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ GARNISH-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 500
                               ADD 1 TO WS-ROW-COUNT
                               MOVE GRN-EMP-ID TO
                                   WS-GT-EMP-ID (WS-ROW-COUNT)
                               MOVE GRN-ORDER-TYPE TO
                                   WS-GT-TYPE (WS-ROW-COUNT)
                               MOVE GRN-CASE-NO TO
                                   WS-GT-CASE-NO (WS-ROW-COUNT)
                               MOVE GRN-PAYEE TO
                                   WS-GT-PAYEE (WS-ROW-COUNT)
                               MOVE GRN-METHOD TO
                                   WS-GT-METHOD (WS-ROW-COUNT)
                               MOVE GRN-VALUE TO
                                   WS-GT-VALUE (WS-ROW-COUNT)
                               MOVE GRN-CAP-PCT TO
                                   WS-GT-CAP-PCT (WS-ROW-COUNT)
                               MOVE GRN-TOTAL-OWED TO
                                   WS-GT-OWED (WS-ROW-COUNT)
                               MOVE GRN-SATISFIED TO
                                   WS-GT-SATISFIED (WS-ROW-COUNT)
                               MOVE GRN-STATUS TO
                                   WS-GT-STATUS (WS-ROW-COUNT)
                               MOVE GRN-ENTERED-DATE TO
                                   WS-GT-ENTERED (WS-ROW-COUNT)
                               MOVE GRN-OPERATOR TO
                                   WS-GT-OPERATOR (WS-ROW-COUNT)
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.

       FIND-ORDER-ROW.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-GT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                       AND WS-GT-CASE-NO (WS-ROW-IX) = WS-NEW-CASE-NO
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       LIST-EMPLOYEE-ORDERS.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               IF WS-GT-EMP-ID (WS-ROW-IX) = WS-NEW-EMP-ID
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY " "
                   DISPLAY "   Case:      " WS-GT-CASE-NO (WS-ROW-IX)
                       "  type " WS-GT-TYPE (WS-ROW-IX)
                       "  status " WS-GT-STATUS (WS-ROW-IX)
                   DISPLAY "   Payee:     " WS-GT-PAYEE (WS-ROW-IX)
                   DISPLAY "   Method:    " WS-GT-METHOD (WS-ROW-IX)
                       " " WS-GT-VALUE (WS-ROW-IX)
                       "  cap % " WS-GT-CAP-PCT (WS-ROW-IX)
                   DISPLAY "   Owed:      " WS-GT-OWED (WS-ROW-IX)
                       "  satisfied " WS-GT-SATISFIED (WS-ROW-IX)
                   DISPLAY "   Entered:   " WS-GT-ENTERED (WS-ROW-IX)
                       " by " WS-GT-OPERATOR (WS-ROW-IX)
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "   No garnishment orders for "
                   WS-NEW-EMP-ID
           END-IF.

       ADD-GARNISH-ORDER.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter case number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CASE-NO.
           ACCEPT WS-NEW-CASE-NO.
           DISPLAY "Enter order type (CS support/BK bankruptcy/"
               "TL tax levy/SL student loan/CG creditor): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TYPE.
           ACCEPT WS-NEW-TYPE.
           DISPLAY "Enter payee: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PAYEE.
           ACCEPT WS-NEW-PAYEE.
           DISPLAY "Enter method (P percent/F flat): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-METHOD.
           ACCEPT WS-NEW-METHOD.
           DISPLAY "Enter percent or flat amount: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-VALUE.
           ACCEPT WS-NEW-VALUE.
           DISPLAY "Enter legal cap % of disposable pay: "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-CAP-PCT.
           ACCEPT WS-NEW-CAP-PCT.
           DISPLAY "Enter total owed (0 = open-ended): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-OWED.
           ACCEPT WS-NEW-OWED.
           PERFORM FIND-ORDER-ROW.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-CASE-NO = SPACES
                   DISPLAY "   CASE NUMBER MISSING - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-FOUND-IX NOT = 0
                   DISPLAY "   CASE ALREADY ON FILE FOR THIS EMPLOYEE"
                       " - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-TYPE-VALID
                   DISPLAY "   ORDER TYPE NOT RECOGNISED - order not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-PAYEE = SPACES
                   DISPLAY "   PAYEE MISSING - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN NOT WS-NEW-METHOD-VALID
                   DISPLAY "   METHOD MUST BE P OR F - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-VALUE NOT NUMERIC
                       OR WS-NEW-CAP-PCT NOT NUMERIC
                       OR WS-NEW-OWED NOT NUMERIC
                   DISPLAY "   AMOUNT NOT NUMERIC - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-VALUE = 0
                   DISPLAY "   PERCENT OR AMOUNT MISSING - order not"
                       " saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-METHOD = "P" AND WS-NEW-VALUE > 100
                   DISPLAY "   PERCENT OVER 100 - order not saved"
                   PERFORM REFUSE-THE-CHANGE
      *> The legal cap is what keeps the order lawful; the pay run
      *> will not guess one.
               WHEN WS-NEW-CAP-PCT = 0
                   DISPLAY "   LEGAL CAP % MISSING - order not saved"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   PERFORM SAVE-ORDER-ROW
           END-EVALUATE.

       SAVE-ORDER-ROW.
           IF WS-ROW-COUNT >= 500 OR WS-TABLE-FULL = 1
               DISPLAY "   Garnishment file full (500 orders) -"
                   " add refused"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-NEW-EMP-ID TO WS-GT-EMP-ID (WS-ROW-COUNT)
               MOVE WS-NEW-TYPE TO WS-GT-TYPE (WS-ROW-COUNT)
               MOVE WS-NEW-CASE-NO TO WS-GT-CASE-NO (WS-ROW-COUNT)
               MOVE WS-NEW-PAYEE TO WS-GT-PAYEE (WS-ROW-COUNT)
               MOVE WS-NEW-METHOD TO WS-GT-METHOD (WS-ROW-COUNT)
               MOVE WS-NEW-VALUE TO WS-GT-VALUE (WS-ROW-COUNT)
               MOVE WS-NEW-CAP-PCT TO WS-GT-CAP-PCT (WS-ROW-COUNT)
               MOVE WS-NEW-OWED TO WS-GT-OWED (WS-ROW-COUNT)
               MOVE 0 TO WS-GT-SATISFIED (WS-ROW-COUNT)
               MOVE "A" TO WS-GT-STATUS (WS-ROW-COUNT)
               MOVE WS-TODAY-DATE TO WS-GT-ENTERED (WS-ROW-COUNT)
               MOVE WS-SEC-OPERATOR TO WS-GT-OPERATOR (WS-ROW-COUNT)
               PERFORM REWRITE-GARNISH-FILE
               DISPLAY "   Order " WS-NEW-CASE-NO " saved for "
                   WS-NEW-EMP-ID " entered " WS-TODAY-DATE
           END-IF.

       RELEASE-GARNISH-ORDER.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter case number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CASE-NO.
           ACCEPT WS-NEW-CASE-NO.
           PERFORM FIND-ORDER-ROW.
           IF WS-FOUND-IX = 0
               DISPLAY "   No order " WS-NEW-CASE-NO " for "
                   WS-NEW-EMP-ID
               PERFORM REFUSE-THE-CHANGE
           ELSE
               IF WS-GT-STATUS (WS-FOUND-IX) NOT = "A"
                   DISPLAY "   Order is not active (status "
                       WS-GT-STATUS (WS-FOUND-IX) ") - refused"
                   PERFORM REFUSE-THE-CHANGE
               ELSE
                   MOVE "R" TO WS-GT-STATUS (WS-FOUND-IX)
                   PERFORM REWRITE-GARNISH-FILE
                   DISPLAY "   Order " WS-NEW-CASE-NO " released"
                   IF WS-GT-OWED (WS-FOUND-IX) > 0
                       COMPUTE WS-BALANCE-LEFT =
                           WS-GT-OWED (WS-FOUND-IX)
                           - WS-GT-SATISFIED (WS-FOUND-IX)
                       DISPLAY "   Unsatisfied balance left: "
                           WS-BALANCE-LEFT
                   END-IF
               END-IF
           END-IF.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-GARNISH-FILE.
           OPEN OUTPUT GARNISH-FILE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-GT-EMP-ID (WS-ROW-IX) TO GRN-EMP-ID
               MOVE WS-GT-TYPE (WS-ROW-IX) TO GRN-ORDER-TYPE
               MOVE WS-GT-CASE-NO (WS-ROW-IX) TO GRN-CASE-NO
               MOVE WS-GT-PAYEE (WS-ROW-IX) TO GRN-PAYEE
               MOVE WS-GT-METHOD (WS-ROW-IX) TO GRN-METHOD
               MOVE WS-GT-VALUE (WS-ROW-IX) TO GRN-VALUE
               MOVE WS-GT-CAP-PCT (WS-ROW-IX) TO GRN-CAP-PCT
               MOVE WS-GT-OWED (WS-ROW-IX) TO GRN-TOTAL-OWED
               MOVE WS-GT-SATISFIED (WS-ROW-IX) TO GRN-SATISFIED
               MOVE WS-GT-STATUS (WS-ROW-IX) TO GRN-STATUS
               MOVE WS-GT-ENTERED (WS-ROW-IX) TO GRN-ENTERED-DATE
               MOVE WS-GT-OPERATOR (WS-ROW-IX) TO GRN-OPERATOR
               WRITE GARNISH-ORDER-RECORD
           END-PERFORM.
           CLOSE GARNISH-FILE.
