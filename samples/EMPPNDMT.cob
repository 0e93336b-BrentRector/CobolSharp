       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPNDMT.
      *> Operator listing and cancel for the future-dated
      *> transactions EMPUPDT has parked in emp_trans_pend.dat
      *> (EMPPNDR.cpy), in the DEMO4MNT menu style. A parked row can
      *> be listed by anyone signed on; cancelling one before it
      *> comes due is supervisor work. The pending file is part of
      *> what EMPUPDT applies to the generation chain, so the console
      *> holds the chain's enqueue for the whole session and a run
      *> cannot release rows out from under it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "emp_trans_pend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           COPY EMPPNDR.

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.

      *> The transaction carried in a pending row, for display.
           COPY EMPTRNR.

      *> The pending file held whole for the session and rewritten on
      *> each cancel (the EMPDEDMT table idiom).
       01 WS-PEND-COUNT      PIC 9(4) VALUE 0.
       01 WS-PEND-TABLE.
          05 WS-PD-ENTRY OCCURS 2000 TIMES PIC X(81).
       01 WS-PD-IX           PIC 9(4) VALUE 0.
       01 WS-PD-FOUND        PIC 9(4) VALUE 0.
       01 WS-PD-LISTED       PIC 9(4) VALUE 0.
       01 WS-PEND-FULL       PIC 9 VALUE 0.

       01 WS-SEL-EMP-ID      PIC 9(5) VALUE 0.
       01 WS-SEL-SEQ         PIC 9(6) VALUE 0.
       01 WS-CONFIRM         PIC X VALUE SPACE.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

      *> Interface fields for the generation-chain enqueue.
       01 WS-ENQ-FUNCTION    PIC X VALUE SPACE.
       01 WS-ENQ-RESOURCE    PIC X(20) VALUE "EMPGEN-CHAIN".
       01 WS-ENQ-GRANTED     PIC 9(3) VALUE 0.
       01 WS-ENQ-HOLDER      PIC X(8) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPNDMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Pending Transaction Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "X" TO WS-ENQ-FUNCTION
               CALL "ENQMGR" USING WS-ENQ-FUNCTION WS-ENQ-RESOURCE
                   WS-PROGRAM-NAME WS-ENQ-GRANTED WS-ENQ-HOLDER
               IF WS-ENQ-GRANTED = 0
                   DISPLAY "   Generation chain held by "
                       WS-ENQ-HOLDER " - try again later"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-PENDING
                   DISPLAY "   " WS-PEND-COUNT
                       " pending transaction(s) on file"
                   IF WS-PEND-FULL = 1
                       DISPLAY "   *** emp_trans_pend.dat over 2000"
                           " rows - cancel refused this session ***"
                   END-IF
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
                   END-PERFORM
                   MOVE "R" TO WS-ENQ-FUNCTION
                   MOVE RETURN-CODE TO WS-HOLD-RC
                   CALL "ENQMGR" USING WS-ENQ-FUNCTION WS-ENQ-RESOURCE
                       WS-PROGRAM-NAME WS-ENQ-GRANTED WS-ENQ-HOLDER
                   MOVE WS-HOLD-RC TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Pending Transaction Maintenance Complete ===".
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
      *> One sign-on through the shared OPRSEC; lockout, the activity
      *> log and per-transaction authority all live there.
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
           DISPLAY "1. List pending transactions".
           DISPLAY "2. Cancel a pending transaction".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-PENDING
               WHEN 2
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM CANCEL-PENDING
                   END-IF
               WHEN 3
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-PENDING.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PENDING-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PEND-COUNT < 2000
                               ADD 1 TO WS-PEND-COUNT
                               MOVE PENDING-RECORD
                                   TO WS-PD-ENTRY (WS-PEND-COUNT)
                           ELSE
                               MOVE 1 TO WS-PEND-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       LIST-PENDING.
           DISPLAY "Enter EMP-ID (0 lists all): " WITH NO ADVANCING.
           MOVE 0 TO WS-SEL-EMP-ID.
           ACCEPT WS-SEL-EMP-ID.
           MOVE 0 TO WS-PD-LISTED.
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PEND-COUNT
               MOVE WS-PD-ENTRY (WS-PD-IX) TO PENDING-RECORD
               MOVE PND-TRANSACTION TO TRANS-RECORD
               IF WS-SEL-EMP-ID = 0 OR TR-EMP-ID = WS-SEL-EMP-ID
                   ADD 1 TO WS-PD-LISTED
                   DISPLAY "   " PND-SEQ " " TR-TYPE " " TR-EMP-ID
                       " EFFECTIVE " TR-EFF-DATE
                       " PARKED " PND-ENTERED-DATE
                   DISPLAY "          " TR-EMP-NAME " "
                       TR-EMP-DEPT " " TR-EMP-JOB " "
                       TR-EMP-SALARY
               END-IF
           END-PERFORM.
           IF WS-PD-LISTED = 0
               DISPLAY "   No pending transactions"
           END-IF.

       CANCEL-PENDING.
           DISPLAY "Enter sequence number: " WITH NO ADVANCING.
           MOVE 0 TO WS-SEL-SEQ.
           ACCEPT WS-SEL-SEQ.
           MOVE 0 TO WS-PD-FOUND.
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PEND-COUNT
               MOVE WS-PD-ENTRY (WS-PD-IX) TO PENDING-RECORD
               IF PND-SEQ = WS-SEL-SEQ
                   MOVE WS-PD-IX TO WS-PD-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PEND-FULL = 1
                   DISPLAY "   Pending file not fully loaded - not"
                       " cancelled"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-PD-FOUND = 0
                   DISPLAY "   No such pending transaction"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE WS-PD-ENTRY (WS-PD-FOUND) TO PENDING-RECORD
                   MOVE PND-TRANSACTION TO TRANS-RECORD
                   DISPLAY "   " PND-SEQ " " TR-TYPE " " TR-EMP-ID
                       " EFFECTIVE " TR-EFF-DATE
                   DISPLAY "Cancel this transaction (Y/N)? "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM VARYING WS-PD-IX FROM WS-PD-FOUND BY 1
                               UNTIL WS-PD-IX >= WS-PEND-COUNT
                           MOVE WS-PD-ENTRY (WS-PD-IX + 1)
                               TO WS-PD-ENTRY (WS-PD-IX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-PEND-COUNT
                       PERFORM REWRITE-PENDING
                       DISPLAY "   Pending transaction " WS-SEL-SEQ
                           " cancelled"
                   ELSE
                       DISPLAY "   Not cancelled"
                   END-IF
           END-EVALUATE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PEND-COUNT
               MOVE WS-PD-ENTRY (WS-PD-IX) TO PENDING-RECORD
               WRITE PENDING-RECORD
           END-PERFORM.
           CLOSE PENDING-FILE.
