      *> reads one record by EMP-ID, shows the operator its current
      *> EMP-NAME/EMP-SALARY, accepts a correction, and REWRITEs just
      *> that record.
      *> Adds and corrections carry the supervisor EMP-ID; the master
      *> is registered with EMPRULES when the file opens, so a new
      *> supervisor is checked against the organization as it stands.
      *> A returning employee is rehired under their original EMP-ID
      *> rather than added under a new one: the terminated record is
      *> found by EMP-ID or name, reactivated with a new hire and
      *> status date, and given an adjusted service date under the
      *> break-in-service bridging rules in rehire_rules.dat (a break
      *> up to RHR-BRIDGE-DAYS is bridged outright; up to
      *> RHR-CREDIT-YEARS the prior service counts but the break does
      *> not; anything longer starts service again at the rehire).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "empmnt_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REHIRE-RULES-FILE ASSIGN TO "rehire_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REHIRE-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> replayable in reverse by EMPBKOUT to undo a bad session.
           COPY EMPJRN.

       FD REHIRE-RULES-FILE.
       01 REHIRE-RULES-RECORD.
          05 RHR-BRIDGE-DAYS     PIC 9(4).
          05 RHR-CREDIT-YEARS    PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS      PIC XX VALUE SPACES.
       01 WS-REHIRE-RULES-STATUS PIC XX VALUE SPACES.

      *> Req 054: session stamp taken once at start-up; every journal
      *> record this run writes carries it plus a sequence number, so
      *> Req 075: new hires carry their company.
       01 WS-NEW-COMPANY   PIC X(2) VALUE SPACES.

      *> And the supervisor they report to.
       01 WS-NEW-SUPERVISOR PIC 9(5) VALUE 0.
       01 WS-ORG-EOF        PIC 9 VALUE 0.

      *> Break-in-service bridging; these defaults stand when
      *> rehire_rules.dat is absent.
       01 WS-RH-BRIDGE-DAYS     PIC 9(4) VALUE 365.
       01 WS-RH-CREDIT-YEARS    PIC 9(2) VALUE 5.
       01 WS-RH-CREDIT-DAYS     PIC 9(5) VALUE 0.
       01 WS-REHIRE-DATE        PIC 9(8) VALUE 0.
       01 WS-REHIRE-VALID       PIC 9 VALUE 0.
       01 WS-PRIOR-SERVICE      PIC 9(8) VALUE 0.
       01 WS-BREAK-DAYS         PIC S9(7) VALUE 0.
       01 WS-BRIDGE-NOTE        PIC X(40) VALUE SPACES.

      *> Req 074: partial-name search work fields.
       01 WS-SEARCH-FRAGMENT PIC X(20) VALUE SPACES.
       01 WS-UPPER-NAME      PIC X(20) VALUE SPACES.
          05 WS-RL-JOB-CODE   PIC X(4).
          05 WS-RL-HIRE-DATE  PIC 9(8).
          05 WS-RL-COMPANY    PIC X(2).
          05 WS-RL-STATUS     PIC X.
          05 WS-RL-SUPERVISOR-ID PIC 9(5).
       01 WS-RL-VALID         PIC 9 VALUE 0.
       01 WS-RL-REASON        PIC X(30) VALUE SPACES.

      *> Interface fields for the shared POSCTL position control: a
      *> hire needs a vacant position in its department and job.
       01 WS-PC-FUNCTION      PIC X VALUE SPACE.
       01 WS-PC-FIELDS.
          05 WS-PC-EMP-ID     PIC 9(5).
          05 WS-PC-DEPT       PIC X(3).
          05 WS-PC-JOB-CODE   PIC X(4).
       01 WS-PC-POSITION      PIC 9(6) VALUE 0.
       01 WS-PC-FOUND         PIC 9 VALUE 0.

      *> Req 093: interface fields for the shared FILESTAT renderer.
       01 WS-FS-FILE     PIC X(12) VALUE SPACES.
       01 WS-FS-OP       PIC X(8) VALUE SPACES.
                   MOVE WS-HOLD-RC TO RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REGISTER-ORGANIZATION
                   PERFORM LOAD-REHIRE-RULES
                   PERFORM UNTIL MAINT-DONE
                       PERFORM SHOW-MENU
                       PERFORM PROCESS-MENU-CHOICE
           DISPLAY "1. Look up and correct one employee record".
           DISPLAY "2. Add a new employee".
           DISPLAY "3. Search employees by name".
           DISPLAY "4. Rehire a former employee".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

               WHEN 3
                   PERFORM SEARCH-EMPLOYEES-BY-NAME
               WHEN 4
                   PERFORM REHIRE-FORMER-EMPLOYEE
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           IF WS-MATCH-HIT = 1
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY "   " EMP-ID " " EMP-NAME " " EMP-DEPT
                   " " EMP-STATUS
           END-IF.

       REGISTER-ORGANIZATION.
      *> Every record on the master goes on the EMPRULES
      *> organization table before the first transaction.
           MOVE 0 TO WS-ORG-EOF.
           PERFORM UNTIL WS-ORG-EOF = 1
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-ORG-EOF
                   NOT AT END PERFORM REGISTER-ORG-ENTRY
               END-READ
           END-PERFORM.

       REGISTER-ORG-ENTRY.
           MOVE EMP-ID TO WS-RL-EMP-ID.
           MOVE EMP-STATUS TO WS-RL-STATUS.
           IF EMP-SUPERVISOR-ID NUMERIC
               MOVE EMP-SUPERVISOR-ID TO WS-RL-SUPERVISOR-ID
           ELSE
               MOVE 0 TO WS-RL-SUPERVISOR-ID
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPRULES" USING "O" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           MOVE WS-HOLD-RC TO RETURN-CODE.

       LOAD-REHIRE-RULES.
           OPEN INPUT REHIRE-RULES-FILE.
           IF WS-REHIRE-RULES-STATUS = "00"
               READ REHIRE-RULES-FILE
                   NOT AT END
                       IF RHR-BRIDGE-DAYS NUMERIC
                           MOVE RHR-BRIDGE-DAYS TO WS-RH-BRIDGE-DAYS
                       END-IF
                       IF RHR-CREDIT-YEARS NUMERIC
                           MOVE RHR-CREDIT-YEARS TO WS-RH-CREDIT-YEARS
                       END-IF
               END-READ
               CLOSE REHIRE-RULES-FILE
           END-IF.
           COMPUTE WS-RH-CREDIT-DAYS = WS-RH-CREDIT-YEARS * 365.

       ADD-NEW-EMPLOYEE.
      *> Req 056: mid-cycle hires no longer need a full DEMO4
           DISPLAY "Enter company code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-COMPANY.
           ACCEPT WS-NEW-COMPANY.
           DISPLAY "Enter supervisor EMP-ID (0 for none): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SUPERVISOR.
           ACCEPT WS-NEW-SUPERVISOR.
      *> Req 073: the same EMPRULES evaluation DEMO4's load applies;
      *> the ID is assigned in band, so only the field rules can
      *> still fail here.
           MOVE WS-NEW-JOB TO WS-RL-JOB-CODE.
           MOVE WS-NEW-HIRED TO WS-RL-HIRE-DATE.
           MOVE WS-NEW-COMPANY TO WS-RL-COMPANY.
           MOVE "A" TO WS-RL-STATUS.
           MOVE WS-NEW-SUPERVISOR TO WS-RL-SUPERVISOR-ID.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPRULES" USING "V" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           MOVE WS-HOLD-RC TO RETURN-CODE.
      *> Position control: the record may be clean and still have
      *> no approved seat to sit in.
           IF WS-RL-VALID = 1
               MOVE "C" TO WS-PC-FUNCTION
               PERFORM CALL-POSITION-CONTROL
               IF WS-PC-FOUND = 0
                   MOVE 0 TO WS-RL-VALID
                   MOVE "NO VACANT POSITION FOR DEPT/JOB"
                       TO WS-RL-REASON
               END-IF
           END-IF.
           IF WS-RL-VALID = 0
               DISPLAY "   " WS-RL-REASON " - record not added"
               IF RETURN-CODE < 4
               MOVE "USD" TO EMP-CURRENCY
      *> Req 075: new hires carry their company.
               MOVE WS-NEW-COMPANY TO EMP-COMPANY
               MOVE WS-NEW-SUPERVISOR TO EMP-SUPERVISOR-ID
               MOVE WS-NEW-HIRED TO EMP-ORIG-HIRE-DATE
               MOVE WS-NEW-HIRED TO EMP-SERVICE-DATE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "   Write failed, status "
                       MOVE 0 TO WS-BEFORE-SALARY
                       PERFORM WRITE-JOURNAL-RECORD
                       DISPLAY "   Employee " EMP-ID " added"
                       PERFORM REGISTER-ORG-ENTRY
                       MOVE "F" TO WS-PC-FUNCTION
                       PERFORM CALL-POSITION-CONTROL
                       IF WS-PC-POSITION NOT = 0
                           DISPLAY "   Filling position "
                               WS-PC-POSITION
                       END-IF
               END-WRITE
           END-IF.

       REHIRE-FORMER-EMPLOYEE.
      *> Same authority as an add; the prior record can be found by
      *> name when the operator does not have the old EMP-ID.
           IF OPR-INQUIRY-ONLY
               DISPLAY "   Inquiry-only authority - rehire refused"
           ELSE
               DISPLAY "Enter former EMP-ID (0 to search by name): "
                   WITH NO ADVANCING
               MOVE 0 TO WS-LOOKUP-ID
               ACCEPT WS-LOOKUP-ID
               IF WS-LOOKUP-ID = 0
                   PERFORM FIND-FORMER-EMPLOYEE-BY-NAME
               END-IF
               IF WS-LOOKUP-ID NOT = 0
                   PERFORM READ-FORMER-EMPLOYEE
               END-IF
           END-IF.

       FIND-FORMER-EMPLOYEE-BY-NAME.
           DISPLAY "Enter name fragment: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-FRAGMENT.
           ACCEPT WS-SEARCH-FRAGMENT.
           MOVE FUNCTION UPPER-CASE (WS-SEARCH-FRAGMENT)
               TO WS-SEARCH-FRAGMENT.
           PERFORM MEASURE-FRAGMENT-LENGTH.
           IF WS-FRAGMENT-LEN = 0
               DISPLAY "   Nothing to search for"
           ELSE
               PERFORM SCAN-FOR-NAME-MATCHES
               IF WS-MATCH-COUNT = 0
                   DISPLAY "   No matching employees"
               ELSE
                   DISPLAY "Enter EMP-ID to rehire "
                       "(0 returns to menu): " WITH NO ADVANCING
                   ACCEPT WS-LOOKUP-ID
               END-IF
           END-IF.

       READ-FORMER-EMPLOYEE.
           MOVE WS-LOOKUP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "   EMP-ID " EMP-ID " not found"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.
           IF WS-FILE-STATUS = "00"
               IF NOT EMP-IS-TERMINATED
                   DISPLAY "   EMP-ID " EMP-ID " is not terminated"
                       " - rehire refused"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM ACCEPT-AND-APPLY-REHIRE
               END-IF
           END-IF.

       ACCEPT-AND-APPLY-REHIRE.
           MOVE EMP-ID TO WS-BEFORE-ID.
           MOVE EMP-NAME TO WS-BEFORE-NAME.
           MOVE EMP-SALARY TO WS-BEFORE-SALARY.
           DISPLAY "   Former employee: " EMP-NAME.
           DISPLAY "   Hired " EMP-HIRE-DATE ", terminated "
               EMP-STATUS-DATE ", last in " EMP-DEPT "/"
               EMP-JOB-CODE.
           DISPLAY "Enter rehire date (YYYYMMDD): " WITH NO ADVANCING.
           MOVE 0 TO WS-REHIRE-DATE.
           ACCEPT WS-REHIRE-DATE.
           DISPLAY "Enter department code (blank keeps prior): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-DEPT.
           ACCEPT WS-NEW-DEPT.
           IF WS-NEW-DEPT = SPACES
               MOVE EMP-DEPT TO WS-NEW-DEPT
           END-IF.
           DISPLAY "Enter job code (blank keeps prior): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-JOB.
           ACCEPT WS-NEW-JOB.
           IF WS-NEW-JOB = SPACES
               MOVE EMP-JOB-CODE TO WS-NEW-JOB
           END-IF.
           DISPLAY "Enter salary (0 keeps prior): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SALARY.
           ACCEPT WS-NEW-SALARY.
           IF WS-NEW-SALARY = 0
               MOVE EMP-SALARY TO WS-NEW-SALARY
           END-IF.
           DISPLAY "Enter supervisor EMP-ID (0 for none): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SUPERVISOR.
           ACCEPT WS-NEW-SUPERVISOR.
           CALL "EMPDATEV" USING WS-REHIRE-DATE WS-REHIRE-VALID.
           MOVE 1 TO WS-RL-VALID.
           EVALUATE TRUE
               WHEN WS-REHIRE-VALID = 0
                   MOVE 0 TO WS-RL-VALID
                   MOVE "REHIRE DATE NOT VALID" TO WS-RL-REASON
               WHEN WS-REHIRE-DATE NOT > EMP-STATUS-DATE
                   MOVE 0 TO WS-RL-VALID
                   MOVE "REHIRE NOT AFTER TERMINATION" TO WS-RL-REASON
               WHEN OTHER
      *> The returning record faces the same field rules and
      *> position control as a new hire.
                   MOVE EMP-ID TO WS-RL-EMP-ID
                   MOVE WS-NEW-SALARY TO WS-RL-SALARY
                   MOVE WS-NEW-DEPT TO WS-RL-DEPT
                   MOVE WS-NEW-JOB TO WS-RL-JOB-CODE
                   MOVE WS-REHIRE-DATE TO WS-RL-HIRE-DATE
                   MOVE EMP-COMPANY TO WS-RL-COMPANY
                   MOVE "A" TO WS-RL-STATUS
                   MOVE WS-NEW-SUPERVISOR TO WS-RL-SUPERVISOR-ID
                   MOVE RETURN-CODE TO WS-HOLD-RC
                   CALL "EMPRULES" USING "V" WS-RL-FIELDS
                       WS-RL-VALID WS-RL-REASON
                   MOVE WS-HOLD-RC TO RETURN-CODE
           END-EVALUATE.
           IF WS-RL-VALID = 1
               MOVE EMP-ID TO WS-NEXT-ID
               MOVE "C" TO WS-PC-FUNCTION
               PERFORM CALL-POSITION-CONTROL
               IF WS-PC-FOUND = 0
                   MOVE 0 TO WS-RL-VALID
                   MOVE "NO VACANT POSITION FOR DEPT/JOB"
                       TO WS-RL-REASON
               END-IF
           END-IF.
           IF WS-RL-VALID = 0
               DISPLAY "   " WS-RL-REASON " - not rehired"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM APPLY-BRIDGING-RULES
               MOVE WS-NEW-SALARY TO EMP-SALARY
               MOVE WS-NEW-DEPT TO EMP-DEPT
               MOVE WS-NEW-JOB TO EMP-JOB-CODE
               MOVE WS-REHIRE-DATE TO EMP-HIRE-DATE
               MOVE "A" TO EMP-STATUS
               MOVE WS-REHIRE-DATE TO EMP-STATUS-DATE
               MOVE WS-NEW-SUPERVISOR TO EMP-SUPERVISOR-ID
               PERFORM REWRITE-CORRECTED-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "   Rehired, original hire "
                       EMP-ORIG-HIRE-DATE ", service date "
                       EMP-SERVICE-DATE
                   DISPLAY "   " WS-BRIDGE-NOTE
                   MOVE "F" TO WS-PC-FUNCTION
                   PERFORM CALL-POSITION-CONTROL
                   IF WS-PC-POSITION NOT = 0
                       DISPLAY "   Filling position " WS-PC-POSITION
                   END-IF
               END-IF
           END-IF.

       APPLY-BRIDGING-RULES.
      *> Runs against the record as it stood at termination, before
      *> the hire date is overwritten. A record from before these
      *> fields existed counts from its hire date.
           MOVE EMP-HIRE-DATE TO WS-PRIOR-SERVICE.
           IF EMP-SERVICE-DATE NUMERIC
               IF EMP-SERVICE-DATE > 0
                   MOVE EMP-SERVICE-DATE TO WS-PRIOR-SERVICE
               END-IF
           END-IF.
           IF EMP-ORIG-HIRE-DATE NOT NUMERIC
               MOVE EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE
           END-IF.
           IF EMP-ORIG-HIRE-DATE = 0
               MOVE EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE
           END-IF.
           COMPUTE WS-BREAK-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-REHIRE-DATE)
               - FUNCTION INTEGER-OF-DATE (EMP-STATUS-DATE).
           EVALUATE TRUE
               WHEN WS-BREAK-DAYS NOT > WS-RH-BRIDGE-DAYS
                   MOVE WS-PRIOR-SERVICE TO EMP-SERVICE-DATE
                   MOVE "Break bridged - service continuous"
                       TO WS-BRIDGE-NOTE
               WHEN WS-BREAK-DAYS NOT > WS-RH-CREDIT-DAYS
                   COMPUTE EMP-SERVICE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-PRIOR-SERVICE)
                       + WS-BREAK-DAYS)
                   MOVE "Prior service credited, break excluded"
                       TO WS-BRIDGE-NOTE
               WHEN OTHER
                   MOVE WS-REHIRE-DATE TO EMP-SERVICE-DATE
                   MOVE "Break too long - service restarts"
                       TO WS-BRIDGE-NOTE
           END-EVALUATE.

       CALL-POSITION-CONTROL.
           MOVE WS-NEXT-ID TO WS-PC-EMP-ID.
           MOVE WS-NEW-DEPT TO WS-PC-DEPT.
           MOVE WS-NEW-JOB TO WS-PC-JOB-CODE.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "POSCTL" USING WS-PC-FUNCTION WS-PC-FIELDS
               WS-PC-POSITION WS-PC-FOUND.
           MOVE WS-HOLD-RC TO RETURN-CODE.

       LOOKUP-AND-CORRECT-EMPLOYEE.
           DISPLAY "Enter EMP-ID to correct: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
               DISPLAY "   Current name:   " EMP-NAME
               DISPLAY "   Current salary: " EMP-SALARY
               DISPLAY "   Company:        " EMP-COMPANY
               IF EMP-SUPERVISOR-ID NUMERIC
                   DISPLAY "   Supervisor:     " EMP-SUPERVISOR-ID
               ELSE
                   DISPLAY "   Supervisor:     none"
               END-IF
      *> Req 055: inquiry-only operators stop here -- the lookup is
      *> theirs, the update is not.
               IF OPR-INQUIRY-ONLY
           ELSE
               DISPLAY "   (salary changes need supervisor authority)"
           END-IF.
           DISPLAY "Enter new supervisor EMP-ID (0 keeps current): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SUPERVISOR.
           ACCEPT WS-NEW-SUPERVISOR.
           IF WS-NEW-SUPERVISOR NOT = 0
               PERFORM CHECK-NEW-SUPERVISOR
           END-IF.
           PERFORM REWRITE-CORRECTED-RECORD.

       CHECK-NEW-SUPERVISOR.
      *> Only the supervisor rules apply; the rest of the record was
      *> validated when it was added. A refused supervisor leaves the
      *> one on file and lets the other corrections through.
           MOVE EMP-ID TO WS-RL-EMP-ID.
           MOVE EMP-STATUS TO WS-RL-STATUS.
           MOVE WS-NEW-SUPERVISOR TO WS-RL-SUPERVISOR-ID.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPRULES" USING "H" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-RL-VALID = 0
               DISPLAY "   " WS-RL-REASON " - supervisor not changed"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-NEW-SUPERVISOR TO EMP-SUPERVISOR-ID
           END-IF.

       REWRITE-CORRECTED-RECORD.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
           IF WS-FILE-STATUS = "00"
               PERFORM WRITE-JOURNAL-RECORD
               DISPLAY "   Record " EMP-ID " updated"
               PERFORM REGISTER-ORG-ENTRY
           END-IF.

       WRITE-JOURNAL-RECORD.
