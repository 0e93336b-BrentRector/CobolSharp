      *> display), adds one, changes a credential, sets a
      *> per-transaction authority override, and releases a
      *> lockout through OPRSEC's own reset so the release is on
      *> the sign-on activity log like everything else. An
      *> operator who is also an employee is linked to their own
      *> employee ID, so the segregation-of-duties report can see
      *> them maintain their own record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 OPR-OVERRIDES OCCURS 5 TIMES.
             10 OPR-TR-NAME  PIC X(8).
             10 OPR-TR-AUTH  PIC 9.
          05 OPR-EMP-ID      PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
             10 WS-OP-OVR OCCURS 5 TIMES.
                15 WS-OP-TR   PIC X(8).
                15 WS-OP-AUTH PIC 9.
             10 WS-OP-EMP-ID  PIC X(5).
       01 WS-ROW-IX        PIC 9(2) VALUE 0.
       01 WS-FOUND-IX      PIC 9(2) VALUE 0.
       01 WS-OVR-IX        PIC 9 VALUE 0.
       01 WS-NEW-DEFAULT   PIC 9 VALUE 0.
       01 WS-NEW-TRANS     PIC X(8) VALUE SPACES.
       01 WS-NEW-AUTH      PIC 9 VALUE 0.
       01 WS-NEW-EMP-ID    PIC X(5) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "OPRSECMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.
           DISPLAY "3. Change a credential".
           DISPLAY "4. Set a transaction authority override".
           DISPLAY "5. Release a lockout".
           DISPLAY "6. Link an operator to their employee ID".
           DISPLAY "7. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

               WHEN 5
                   PERFORM RELEASE-A-LOCKOUT
               WHEN 6
                   PERFORM LINK-AN-EMPLOYEE-ID
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               DISPLAY "   " WS-OP-ID (WS-ROW-IX) " ROLE "
                   WS-OP-ROLE (WS-ROW-IX) " DEFAULT "
                   WS-OP-DEFAULT (WS-ROW-IX) " EMPLOYEE "
                   WS-OP-EMP-ID (WS-ROW-IX)
               PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                       UNTIL WS-OVR-IX > 5
                   IF WS-OP-TR (WS-ROW-IX WS-OVR-IX) NOT = SPACES
               DISPLAY "   Lockout released for " WS-PICK-ID
           END-IF.

       LINK-AN-EMPLOYEE-ID.
      *> Blank unlinks an operator who has left the payroll.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-ID.
           ACCEPT WS-PICK-ID.
           DISPLAY "Enter employee ID (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM FIND-OPERATOR-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "   Operator not on the master"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-EMP-ID NOT = SPACES
                       AND WS-NEW-EMP-ID IS NOT NUMERIC
                   DISPLAY "   EMPLOYEE ID MUST BE 5 DIGITS -"
                       " unchanged"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   MOVE WS-NEW-EMP-ID TO WS-OP-EMP-ID (WS-FOUND-IX)
                   PERFORM REWRITE-OPERATOR-MASTER
                   DISPLAY "   Operator " WS-PICK-ID
                       " linked to employee " WS-NEW-EMP-ID
           END-EVALUATE.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
