       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCRDMT.
      *> Operator maintenance for employee licenses and
      *> certifications, in the DEMO4MNT menu style. Two files:
      *> empcred.dat (EMPCRDR.cpy), one row per credential an
      *> employee holds -- type, number, issuing authority, issue and
      *> expiry dates -- and jobcred.dat (JOBCRDR.cpy), the
      *> credential types each EMP-JOB-CODE legally requires. The
      *> nightly EMPCRDCK alerts on both. Recording a credential of a
      *> type the employee already holds is a renewal: the row is
      *> replaced and its advance-warning level starts over. Removing
      *> a credential or changing what a job requires is supervisor
      *> work; recording one is update-level.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "empcred.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT JOB-CRED-FILE ASSIGN TO "jobcred.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDENTIAL-FILE.
           COPY EMPCRDR.

       FD JOB-CRED-FILE.
           COPY JOBCRDR.

       WORKING-STORAGE SECTION.
       01 WS-CRED-STATUS     PIC XX VALUE SPACES.
       01 WS-JOB-CRED-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-MENU-CHOICE     PIC 9 VALUE 0.
       01 WS-DONE            PIC 9 VALUE 0.
          88 MAINT-DONE VALUE 1.

      *> Both files held whole for the run and rewritten on each
      *> change (the EMPDEDMT table idiom).
       01 WS-CRED-COUNT      PIC 9(4) VALUE 0.
       01 WS-CRED-TABLE.
          05 WS-CR-ENTRY OCCURS 2000 TIMES.
             10 WS-CR-EMP-ID      PIC 9(5).
             10 WS-CR-TYPE        PIC X(6).
             10 WS-CR-NUMBER      PIC X(15).
             10 WS-CR-AUTHORITY   PIC X(20).
             10 WS-CR-ISSUE-DATE  PIC 9(8).
             10 WS-CR-EXPIRY-DATE PIC 9(8).
             10 WS-CR-ALERT-LEVEL PIC 9(2).
       01 WS-CR-IX           PIC 9(4) VALUE 0.
       01 WS-CR-FOUND        PIC 9(4) VALUE 0.
       01 WS-CRED-FULL       PIC 9 VALUE 0.

       01 WS-REQ-COUNT       PIC 9(3) VALUE 0.
       01 WS-REQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 200 TIMES.
             10 WS-RQ-JOB-CODE    PIC X(4).
             10 WS-RQ-CRED-TYPE   PIC X(6).
             10 WS-RQ-DESCRIPTION PIC X(30).
       01 WS-RQ-IX           PIC 9(3) VALUE 0.
       01 WS-RQ-FOUND        PIC 9(3) VALUE 0.
       01 WS-REQ-FULL        PIC 9 VALUE 0.

       01 WS-NEW-EMP-ID      PIC 9(5) VALUE 0.
       01 WS-NEW-TYPE        PIC X(6) VALUE SPACES.
       01 WS-NEW-NUMBER      PIC X(15) VALUE SPACES.
       01 WS-NEW-AUTHORITY   PIC X(20) VALUE SPACES.
       01 WS-NEW-ISSUE-DATE  PIC 9(8) VALUE 0.
       01 WS-NEW-EXPIRY-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-JOB-CODE    PIC X(4) VALUE SPACES.
       01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-ISSUE-VALID     PIC 9 VALUE 0.
       01 WS-EXPIRY-VALID    PIC 9 VALUE 0.

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPCRDMT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a change was
      *> refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Employee Credential Maintenance ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-CREDENTIALS
               PERFORM LOAD-REQUIREMENTS
               DISPLAY "   " WS-CRED-COUNT " credential(s), "
                   WS-REQ-COUNT " job requirement(s) on file"
               PERFORM UNTIL MAINT-DONE
                   PERFORM SHOW-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Employee Credential Maintenance Complete ===".
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
           DISPLAY "1. List credentials for an employee".
           DISPLAY "2. Record or renew a credential".
           DISPLAY "3. Remove a credential".
           DISPLAY "4. List job-code requirements".
           DISPLAY "5. Add a job-code requirement".
           DISPLAY "6. Remove a job-code requirement".
           DISPLAY "7. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-EMPLOYEE-CREDENTIALS
               WHEN 2
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM RECORD-CREDENTIAL
                   END-IF
               WHEN 3
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-CREDENTIAL
                   END-IF
               WHEN 4
                   PERFORM LIST-REQUIREMENTS
               WHEN 5
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM ADD-REQUIREMENT
                   END-IF
               WHEN 6
                   IF WS-SEC-AUTHORITY < 3
                       DISPLAY "   Supervisor authority needed -"
                           " refused"
                       PERFORM REFUSE-THE-CHANGE
                   ELSE
                       PERFORM REMOVE-REQUIREMENT
                   END-IF
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           END-EVALUATE.

       LOAD-CREDENTIALS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CREDENTIAL-FILE.
           IF WS-CRED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CREDENTIAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CRED-COUNT < 2000
                               ADD 1 TO WS-CRED-COUNT
                               MOVE CREDENTIAL-RECORD
                                   TO WS-CR-ENTRY (WS-CRED-COUNT)
                           ELSE
                               MOVE 1 TO WS-CRED-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDENTIAL-FILE
           END-IF.

       LOAD-REQUIREMENTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOB-CRED-FILE.
           IF WS-JOB-CRED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOB-CRED-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-REQ-COUNT < 200
                               ADD 1 TO WS-REQ-COUNT
                               MOVE JOB-CRED-RECORD
                                   TO WS-RQ-ENTRY (WS-REQ-COUNT)
                           ELSE
                               MOVE 1 TO WS-REQ-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CRED-FILE
           END-IF.

       LIST-EMPLOYEE-CREDENTIALS.
           DISPLAY "Enter EMP-ID (0 lists all): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CRED-COUNT
               IF WS-NEW-EMP-ID = 0
                       OR WS-CR-EMP-ID (WS-CR-IX) = WS-NEW-EMP-ID
                   DISPLAY "   " WS-CR-EMP-ID (WS-CR-IX) " "
                       WS-CR-TYPE (WS-CR-IX) " "
                       WS-CR-NUMBER (WS-CR-IX) " "
                       WS-CR-AUTHORITY (WS-CR-IX)
                   DISPLAY "         ISSUED "
                       WS-CR-ISSUE-DATE (WS-CR-IX) " EXPIRES "
                       WS-CR-EXPIRY-DATE (WS-CR-IX)
               END-IF
           END-PERFORM.

       RECORD-CREDENTIAL.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter credential type (e.g. CDL, RN, FORK): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TYPE.
           ACCEPT WS-NEW-TYPE.
           DISPLAY "Enter license/certificate number: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-NUMBER.
           ACCEPT WS-NEW-NUMBER.
           DISPLAY "Enter issuing authority: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-AUTHORITY.
           ACCEPT WS-NEW-AUTHORITY.
           DISPLAY "Enter issue date (YYYYMMDD): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-ISSUE-DATE.
           ACCEPT WS-NEW-ISSUE-DATE.
           DISPLAY "Enter expiry date (YYYYMMDD): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EXPIRY-DATE.
           ACCEPT WS-NEW-EXPIRY-DATE.
           CALL "EMPDATEV" USING WS-NEW-ISSUE-DATE WS-ISSUE-VALID.
           CALL "EMPDATEV" USING WS-NEW-EXPIRY-DATE WS-EXPIRY-VALID.
           PERFORM FIND-CREDENTIAL-ROW.
           EVALUATE TRUE
               WHEN WS-NEW-EMP-ID = 0
                   DISPLAY "   EMP-ID MISSING - not recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-TYPE = SPACES
                   DISPLAY "   CREDENTIAL TYPE MISSING - not recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-NUMBER = SPACES
                   DISPLAY "   CREDENTIAL NUMBER MISSING - not"
                       " recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-AUTHORITY = SPACES
                   DISPLAY "   ISSUING AUTHORITY MISSING - not"
                       " recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-ISSUE-VALID = 0
                   DISPLAY "   ISSUE DATE NOT A VALID DATE - not"
                       " recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-EXPIRY-VALID = 0
                   DISPLAY "   EXPIRY DATE NOT A VALID DATE - not"
                       " recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-EXPIRY-DATE NOT > WS-NEW-ISSUE-DATE
                   DISPLAY "   EXPIRY NOT AFTER ISSUE DATE - not"
                       " recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-CR-FOUND = 0
                       AND (WS-CRED-FULL = 1 OR WS-CRED-COUNT >= 2000)
                   DISPLAY "   Credential file full (2000 rows) -"
                       " not recorded"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   IF WS-CR-FOUND = 0
                       ADD 1 TO WS-CRED-COUNT
                       MOVE WS-CRED-COUNT TO WS-CR-FOUND
                       DISPLAY "   Credential " WS-NEW-TYPE
                           " recorded for " WS-NEW-EMP-ID
                   ELSE
                       DISPLAY "   Credential " WS-NEW-TYPE
                           " renewed for " WS-NEW-EMP-ID
                   END-IF
                   MOVE WS-NEW-EMP-ID TO WS-CR-EMP-ID (WS-CR-FOUND)
                   MOVE WS-NEW-TYPE TO WS-CR-TYPE (WS-CR-FOUND)
                   MOVE WS-NEW-NUMBER TO WS-CR-NUMBER (WS-CR-FOUND)
                   MOVE WS-NEW-AUTHORITY
                       TO WS-CR-AUTHORITY (WS-CR-FOUND)
                   MOVE WS-NEW-ISSUE-DATE
                       TO WS-CR-ISSUE-DATE (WS-CR-FOUND)
                   MOVE WS-NEW-EXPIRY-DATE
                       TO WS-CR-EXPIRY-DATE (WS-CR-FOUND)
      *> A new expiry date earns a fresh run of advance warnings.
                   MOVE 0 TO WS-CR-ALERT-LEVEL (WS-CR-FOUND)
                   PERFORM REWRITE-CREDENTIALS
           END-EVALUATE.

       REMOVE-CREDENTIAL.
           DISPLAY "Enter EMP-ID: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-EMP-ID.
           ACCEPT WS-NEW-EMP-ID.
           DISPLAY "Enter credential type: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TYPE.
           ACCEPT WS-NEW-TYPE.
           PERFORM FIND-CREDENTIAL-ROW.
           IF WS-CR-FOUND = 0
               DISPLAY "   No such credential"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM VARYING WS-CR-IX FROM WS-CR-FOUND BY 1
                       UNTIL WS-CR-IX >= WS-CRED-COUNT
                   MOVE WS-CR-ENTRY (WS-CR-IX + 1)
                       TO WS-CR-ENTRY (WS-CR-IX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CRED-COUNT
               PERFORM REWRITE-CREDENTIALS
               DISPLAY "   Credential " WS-NEW-TYPE
                   " removed for " WS-NEW-EMP-ID
           END-IF.

       FIND-CREDENTIAL-ROW.
           MOVE 0 TO WS-CR-FOUND.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CRED-COUNT
               IF WS-CR-EMP-ID (WS-CR-IX) = WS-NEW-EMP-ID
                       AND WS-CR-TYPE (WS-CR-IX) = WS-NEW-TYPE
                   MOVE WS-CR-IX TO WS-CR-FOUND
               END-IF
           END-PERFORM.

       LIST-REQUIREMENTS.
           IF WS-REQ-COUNT = 0
               DISPLAY "   No job-code requirements on file"
           END-IF.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
               DISPLAY "   " WS-RQ-JOB-CODE (WS-RQ-IX) " REQUIRES "
                   WS-RQ-CRED-TYPE (WS-RQ-IX) " "
                   WS-RQ-DESCRIPTION (WS-RQ-IX)
           END-PERFORM.

       ADD-REQUIREMENT.
           DISPLAY "Enter job code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-JOB-CODE.
           ACCEPT WS-NEW-JOB-CODE.
           DISPLAY "Enter required credential type: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TYPE.
           ACCEPT WS-NEW-TYPE.
           DISPLAY "Enter description: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           PERFORM FIND-REQUIREMENT-ROW.
           EVALUATE TRUE
               WHEN WS-NEW-JOB-CODE = SPACES
                   DISPLAY "   JOB CODE MISSING - not added"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-NEW-TYPE = SPACES
                   DISPLAY "   CREDENTIAL TYPE MISSING - not added"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-RQ-FOUND NOT = 0
                   DISPLAY "   REQUIREMENT ALREADY ON FILE - not"
                       " added"
                   PERFORM REFUSE-THE-CHANGE
               WHEN WS-REQ-FULL = 1 OR WS-REQ-COUNT >= 200
                   DISPLAY "   Requirement table full (200 rows) -"
                       " not added"
                   PERFORM REFUSE-THE-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-NEW-JOB-CODE
                       TO WS-RQ-JOB-CODE (WS-REQ-COUNT)
                   MOVE WS-NEW-TYPE TO WS-RQ-CRED-TYPE (WS-REQ-COUNT)
                   MOVE WS-NEW-DESCRIPTION
                       TO WS-RQ-DESCRIPTION (WS-REQ-COUNT)
                   PERFORM REWRITE-REQUIREMENTS
                   DISPLAY "   Job " WS-NEW-JOB-CODE " now requires "
                       WS-NEW-TYPE
           END-EVALUATE.

       REMOVE-REQUIREMENT.
           DISPLAY "Enter job code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-JOB-CODE.
           ACCEPT WS-NEW-JOB-CODE.
           DISPLAY "Enter credential type: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-TYPE.
           ACCEPT WS-NEW-TYPE.
           PERFORM FIND-REQUIREMENT-ROW.
           IF WS-RQ-FOUND = 0
               DISPLAY "   No such requirement"
               PERFORM REFUSE-THE-CHANGE
           ELSE
               PERFORM VARYING WS-RQ-IX FROM WS-RQ-FOUND BY 1
                       UNTIL WS-RQ-IX >= WS-REQ-COUNT
                   MOVE WS-RQ-ENTRY (WS-RQ-IX + 1)
                       TO WS-RQ-ENTRY (WS-RQ-IX)
               END-PERFORM
               SUBTRACT 1 FROM WS-REQ-COUNT
               PERFORM REWRITE-REQUIREMENTS
               DISPLAY "   Job " WS-NEW-JOB-CODE " no longer requires "
                   WS-NEW-TYPE
           END-IF.

       FIND-REQUIREMENT-ROW.
           MOVE 0 TO WS-RQ-FOUND.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
               IF WS-RQ-JOB-CODE (WS-RQ-IX) = WS-NEW-JOB-CODE
                       AND WS-RQ-CRED-TYPE (WS-RQ-IX) = WS-NEW-TYPE
                   MOVE WS-RQ-IX TO WS-RQ-FOUND
               END-IF
           END-PERFORM.

       REFUSE-THE-CHANGE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REWRITE-CREDENTIALS.
           OPEN OUTPUT CREDENTIAL-FILE.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CRED-COUNT
               MOVE WS-CR-ENTRY (WS-CR-IX) TO CREDENTIAL-RECORD
               WRITE CREDENTIAL-RECORD
           END-PERFORM.
           CLOSE CREDENTIAL-FILE.

       REWRITE-REQUIREMENTS.
           OPEN OUTPUT JOB-CRED-FILE.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
               MOVE WS-RQ-ENTRY (WS-RQ-IX) TO JOB-CRED-RECORD
               WRITE JOB-CRED-RECORD
           END-PERFORM.
           CLOSE JOB-CRED-FILE.
