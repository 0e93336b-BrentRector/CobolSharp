      *> restarting -- so recovery is the tail of the feed, not the
      *> whole batch window. The checkpoint deletes on a clean end
      *> of run.
      *> Adds and changes carry the supervisor EMP-ID (spaces or zero
      *> on a change keeps the one on file). The new generation is
      *> registered with EMPRULES before the feed is applied, and
      *> kept current as transactions land, so the supervisor rules
      *> see each earlier transaction in the same run.
      *> Every transaction honours TR-EFF-DATE. One dated after the
      *> run date is validated against the master as it stands now
      *> -- a bad one is rejected today, not on the day it was due
      *> to fire -- and parked in emp_trans_pend.dat (EMPPNDR.cpy).
      *> Each run first releases the parked transactions that have
      *> come due, applying them ahead of the feed in the order they
      *> were parked. EMPPNDMT lists and cancels parked rows. The run
      *> date is today unless EMPUPDT_DATE (YYYYMMDD) names another.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "emp_trans_pend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
      *> Req 149: checkpoint state for restart.
           SELECT CHECKPOINT-FILE ASSIGN TO "empupdt.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY EMPREC REPLACING LEADING ==EMP== BY ==NEW-EMP==.

       FD TRANS-FILE.
       01 TRANS-FILE-LINE PIC X(67).

       FD PENDING-FILE.
           COPY EMPPNDR.

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-NEW-STATUS          PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS      PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS        PIC XX VALUE SPACES.
       01 WS-DISP-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-APPLIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0.

      *> The transaction being applied, whether it came off the feed
      *> or out of the pending file.
           COPY EMPTRNR.

      *> Future-dated transactions. The pending file is held whole
      *> while due rows are released; rows parked from the feed are
      *> appended as they arrive, so a restart finds them already
      *> there.
       01 WS-ENV-DATE            PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-TRANS-DUE           PIC 9 VALUE 0.
       01 WS-PEND-COUNT          PIC 9(4) VALUE 0.
       01 WS-PEND-TABLE.
          05 WS-PD-ENTRY OCCURS 2000 TIMES PIC X(81).
       01 WS-PD-IX               PIC 9(4) VALUE 0.
       01 WS-PD-KEPT             PIC 9(4) VALUE 0.
       01 WS-PEND-FULL           PIC 9 VALUE 0.
       01 WS-PEND-EOF            PIC 9 VALUE 0.
       01 WS-LAST-PEND-SEQ       PIC 9(6) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(5) VALUE 0.
       01 WS-PARKED-COUNT        PIC 9(5) VALUE 0.
       01 WS-HELD-REASON.
          05 FILLER              PIC X(11) VALUE "HELD UNTIL ".
          05 WS-HR-DATE          PIC 9(8).
          05 FILLER              PIC X(11) VALUE SPACES.

      *> Same generation-counter convention as DEMO4 (req 019): the
      *> newest generation is the input master, the counter is
      *> advanced and the next generation is this run's output.
          05 WS-RL-JOB-CODE   PIC X(4).
          05 WS-RL-HIRE-DATE  PIC 9(8).
          05 WS-RL-COMPANY    PIC X(2).
          05 WS-RL-STATUS     PIC X.
          05 WS-RL-SUPERVISOR-ID PIC 9(5).
       01 WS-RL-VALID         PIC 9 VALUE 0.
       01 WS-RL-REASON        PIC X(30) VALUE SPACES.

      *> Req 059: status code a T/L transaction is applying.
       01 WS-NEW-STATUS-CODE  PIC X VALUE SPACE.

      *> Interface fields for the shared POSCTL position control:
      *> adds and transfers need a vacant position in the new
      *> department and job; terminations and deletes give theirs
      *> back.
       01 WS-PC-FUNCTION      PIC X VALUE SPACE.
       01 WS-PC-FIELDS.
          05 WS-PC-EMP-ID     PIC 9(5).
          05 WS-PC-DEPT       PIC X(3).
          05 WS-PC-JOB-CODE   PIC X(4).
       01 WS-PC-POSITION      PIC 9(6) VALUE 0.
       01 WS-PC-FOUND         PIC 9 VALUE 0.
       01 WS-OLD-DEPT         PIC X(3) VALUE SPACES.
       01 WS-OLD-JOB          PIC X(4) VALUE SPACES.

      *> Built with MOVE, not STRING, like AUDITLOG's line build.
       01 WS-DISP-LINE-BUILD.
          05 WS-DL-TYPE         PIC X.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Employee Master Transaction Update ===".
           DISPLAY " ".
           PERFORM DETERMINE-RUN-DATE.

      *> Req 125: exclusive control of the generation chain before
      *> anything copies forward; a refused grant stands the run
                   DISPLAY "   Carried forward " WS-COPIED-COUNT
                       " record(s)"
                   PERFORM APPLY-ALL-TRANSACTIONS
                   DISPLAY "   Released " WS-RELEASED-COUNT
                       " pending transaction(s) now due"
                   DISPLAY "   Applied  " WS-APPLIED-COUNT
                       " transaction(s)"
                   DISPLAY "   Parked   " WS-PARKED-COUNT
                       " future-dated transaction(s)"
                   DISPLAY "   Rejected " WS-REJECT-COUNT
                       " transaction(s)"
      *> Req 073: per-rule reject statistics for this run.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

       DETERMINE-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-ENV-DATE
               FROM ENVIRONMENT "EMPUPDT_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
               CALL "EMPDATEV" USING WS-RUN-DATE WS-HIRE-DATE-VALID
               IF WS-HIRE-DATE-VALID = 0
                   DISPLAY "   EMPUPDT_DATE " WS-ENV-DATE
                       " is not a valid date - today used"
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
               END-IF
           END-IF.
           DISPLAY "   Run date " WS-RUN-DATE.

       DETERMINE-GENERATIONS.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
           END-IF.

       APPLY-ALL-TRANSACTIONS.
      *> The target generation and the disposition file open first:
      *> parked transactions come due whether or not a feed arrived.
           OPEN I-O NEW-EMPLOYEE-FILE.
           PERFORM REGISTER-ORGANIZATION.
      *> Req 149: on restart the dispositions already written must
      *> survive; OPEN OUTPUT only on a fresh run (or status 35).
           IF WS-RESTART-MODE = 1
               OPEN EXTEND DISPOSITION-FILE
               IF WS-DISP-STATUS = "35"
                   OPEN OUTPUT DISPOSITION-FILE
               END-IF
           ELSE
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.
           PERFORM RELEASE-DUE-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "   No transaction feed (emp_trans.dat), status "
                   WS-TRANS-STATUS " - nothing to apply"
           ELSE
      *> Req 149: skip the transactions a prior run completed.
               PERFORM UNTIL WS-SKIP-COUNT >= WS-TRANS-DONE
                       OR WS-TRANS-EOF = 1
               END-IF
               READ TRANS-FILE
                   AT END MOVE 1 TO WS-TRANS-EOF
                   NOT AT END MOVE TRANS-FILE-LINE TO TRANS-RECORD
               END-READ
               PERFORM UNTIL WS-TRANS-EOF = 1
                   PERFORM CHECK-TRANSACTION-DUE
                   IF WS-TRANS-DUE = 1
                       PERFORM APPLY-ONE-TRANSACTION
                   ELSE
                       PERFORM PARK-FUTURE-TRANSACTION
                   END-IF
                   ADD 1 TO WS-TRANS-DONE
      *> Req 149: progress records every tenth transaction, the
      *> IXCKPT interval.
                   END-IF
                   READ TRANS-FILE
                       AT END MOVE 1 TO WS-TRANS-EOF
                       NOT AT END MOVE TRANS-FILE-LINE TO TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           CLOSE NEW-EMPLOYEE-FILE.
           CLOSE DISPOSITION-FILE.
      *> Req 149: a clean end of run retires the checkpoint.
           CALL "CBL_DELETE_FILE" USING WS-CKPT-NAME
               RETURNING WS-DELETE-RC.

       CHECK-TRANSACTION-DUE.
           MOVE 1 TO WS-TRANS-DUE.
           IF TR-EFF-DATE NUMERIC
               IF TR-EFF-DATE > WS-RUN-DATE
                   MOVE 0 TO WS-TRANS-DUE
               END-IF
           END-IF.

       RELEASE-DUE-TRANSACTIONS.
      *> Due rows are applied in the order they were parked and
      *> dropped; the rest are written back. The file is rewritten
      *> before the feed starts, so a restart never releases a row
      *> twice.
           MOVE 0 TO WS-PEND-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF = 1
                   READ PENDING-FILE
                       AT END MOVE 1 TO WS-PEND-EOF
                       NOT AT END
                           IF WS-PEND-COUNT < 2000
                               ADD 1 TO WS-PEND-COUNT
                               MOVE PENDING-RECORD
                                   TO WS-PD-ENTRY (WS-PEND-COUNT)
                           ELSE
                               MOVE 1 TO WS-PEND-FULL
                           END-IF
                           IF PND-SEQ > WS-LAST-PEND-SEQ
                               MOVE PND-SEQ TO WS-LAST-PEND-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
      *> Rewriting a truncated table would lose parked work, so an
      *> overflow releases nothing this run.
           IF WS-PEND-FULL = 1
               DISPLAY "   *** emp_trans_pend.dat over 2000 rows -"
                   " nothing released ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-PD-KEPT
               PERFORM VARYING WS-PD-IX FROM 1 BY 1
                       UNTIL WS-PD-IX > WS-PEND-COUNT
                   MOVE WS-PD-ENTRY (WS-PD-IX) TO PENDING-RECORD
                   MOVE PND-TRANSACTION TO TRANS-RECORD
                   PERFORM CHECK-TRANSACTION-DUE
                   IF WS-TRANS-DUE = 1
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM APPLY-ONE-TRANSACTION
                   ELSE
                       ADD 1 TO WS-PD-KEPT
                       MOVE WS-PD-ENTRY (WS-PD-IX)
                           TO WS-PD-ENTRY (WS-PD-KEPT)
                   END-IF
               END-PERFORM
               IF WS-RELEASED-COUNT > 0
                   OPEN OUTPUT PENDING-FILE
                   PERFORM VARYING WS-PD-IX FROM 1 BY 1
                           UNTIL WS-PD-IX > WS-PD-KEPT
                       MOVE WS-PD-ENTRY (WS-PD-IX) TO PENDING-RECORD
                       WRITE PENDING-RECORD
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

       PARK-FUTURE-TRANSACTION.
           PERFORM VALIDATE-FUTURE-TRANSACTION.
           IF WS-RL-VALID = 0
               MOVE WS-RL-REASON TO WS-DL-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               OPEN EXTEND PENDING-FILE
               IF WS-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               ADD 1 TO WS-LAST-PEND-SEQ
               MOVE WS-LAST-PEND-SEQ TO PND-SEQ
               MOVE WS-RUN-DATE TO PND-ENTERED-DATE
               MOVE TRANS-RECORD TO PND-TRANSACTION
               WRITE PENDING-RECORD
               CLOSE PENDING-FILE
               ADD 1 TO WS-PARKED-COUNT
               MOVE TR-EFF-DATE TO WS-HR-DATE
               MOVE WS-HELD-REASON TO WS-DL-REASON
               MOVE "PENDING" TO WS-DL-DISPOSITION
               PERFORM WRITE-DISPOSITION-LINE
           END-IF.

       VALIDATE-FUTURE-TRANSACTION.
      *> The checks that can be made today against the master as it
      *> stands. Position control is left to the day it fires, since
      *> seats open and close in between.
           MOVE 1 TO WS-RL-VALID.
           CALL "EMPDATEV" USING TR-EFF-DATE WS-HIRE-DATE-VALID.
           IF WS-HIRE-DATE-VALID = 0
               MOVE 0 TO WS-RL-VALID
               MOVE "EFFECTIVE DATE NOT VALID" TO WS-RL-REASON
           ELSE
               MOVE TR-EMP-ID TO NEW-EMP-ID
               READ NEW-EMPLOYEE-FILE
                   KEY IS NEW-EMP-ID
                   INVALID KEY
                       MOVE "23" TO WS-NEW-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN TR-ADD
                       IF WS-NEW-STATUS = "00"
                           MOVE 0 TO WS-RL-VALID
                           MOVE "EMP-ID ALREADY ON FILE"
                               TO WS-RL-REASON
                       ELSE
                           PERFORM SET-ADD-RULE-FIELDS
                           CALL "EMPRULES" USING "V" WS-RL-FIELDS
                               WS-RL-VALID WS-RL-REASON
                       END-IF
                   WHEN TR-CHANGE OR TR-DELETE OR TR-TERMINATE
                           OR TR-LEAVE
                       IF WS-NEW-STATUS NOT = "00"
                           MOVE 0 TO WS-RL-VALID
                           MOVE "EMP-ID NOT ON FILE" TO WS-RL-REASON
                       ELSE
                           IF TR-CHANGE AND TR-EMP-SUPERVISOR NUMERIC
                               IF TR-EMP-SUPERVISOR > 0
                                   MOVE NEW-EMP-ID TO WS-RL-EMP-ID
                                   MOVE NEW-EMP-STATUS TO WS-RL-STATUS
                                   MOVE TR-EMP-SUPERVISOR
                                       TO WS-RL-SUPERVISOR-ID
                                   CALL "EMPRULES" USING "H"
                                       WS-RL-FIELDS WS-RL-VALID
                                       WS-RL-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-RL-VALID
                       MOVE "UNKNOWN TRANSACTION TYPE" TO WS-RL-REASON
               END-EVALUATE
           END-IF.

       REGISTER-ORGANIZATION.
      *> Every record in the target generation -- copied forward, or
      *> already updated by the run being restarted -- goes on the
      *> EMPRULES organization table before the first transaction.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ NEW-EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM REGISTER-ORG-ENTRY
               END-READ
           END-PERFORM.

       REGISTER-ORG-ENTRY.
           MOVE NEW-EMP-ID TO WS-RL-EMP-ID.
           MOVE NEW-EMP-STATUS TO WS-RL-STATUS.
           IF NEW-EMP-SUPERVISOR-ID NUMERIC
               MOVE NEW-EMP-SUPERVISOR-ID TO WS-RL-SUPERVISOR-ID
           ELSE
               MOVE 0 TO WS-RL-SUPERVISOR-ID
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPRULES" USING "O" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           MOVE WS-HOLD-RC TO RETURN-CODE.

       READ-THE-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       SET-ADD-RULE-FIELDS.
           MOVE TR-EMP-ID TO WS-RL-EMP-ID.
           MOVE TR-EMP-SALARY TO WS-RL-SALARY.
           MOVE TR-EMP-DEPT TO WS-RL-DEPT.
           ELSE
               MOVE TR-EMP-COMPANY TO WS-RL-COMPANY
           END-IF.
           MOVE "A" TO WS-RL-STATUS.
           IF TR-EMP-SUPERVISOR NUMERIC
               MOVE TR-EMP-SUPERVISOR TO WS-RL-SUPERVISOR-ID
           ELSE
               MOVE 0 TO WS-RL-SUPERVISOR-ID
           END-IF.

       APPLY-ADD-TRANSACTION.
      *> Req 073: adds are validated by the shared EMPRULES engine,
      *> the same rules file DEMO4's load applies.
           PERFORM SET-ADD-RULE-FIELDS.
           CALL "EMPRULES" USING "V" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           IF WS-RL-VALID = 1
               MOVE "C" TO WS-PC-FUNCTION
               MOVE TR-EMP-ID TO WS-PC-EMP-ID
               MOVE TR-EMP-DEPT TO WS-PC-DEPT
               MOVE TR-EMP-JOB TO WS-PC-JOB-CODE
               PERFORM CALL-POSITION-CONTROL
               IF WS-PC-FOUND = 0
                   MOVE 0 TO WS-RL-VALID
                   MOVE "NO VACANT POSITION FOR DEPT/JOB"
                       TO WS-RL-REASON
               END-IF
           END-IF.
           IF WS-RL-VALID = 0
               MOVE WS-RL-REASON TO WS-DL-REASON
               PERFORM REJECT-TRANSACTION
               END-IF
      *> Req 075: adds carry their company.
               MOVE WS-RL-COMPANY TO NEW-EMP-COMPANY
               MOVE WS-RL-SUPERVISOR-ID TO NEW-EMP-SUPERVISOR-ID
               MOVE TR-EMP-HIRED TO NEW-EMP-ORIG-HIRE-DATE
               MOVE TR-EMP-HIRED TO NEW-EMP-SERVICE-DATE
               WRITE NEW-EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "EMP-ID ALREADY ON FILE" TO WS-DL-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE "F" TO WS-PC-FUNCTION
                       PERFORM CALL-POSITION-CONTROL
                       PERFORM REGISTER-ORG-ENTRY
                       PERFORM ACCEPT-TRANSACTION
               END-WRITE
           END-IF.
           END-READ.

       REWRITE-CHANGED-RECORD.
           MOVE NEW-EMP-DEPT TO WS-OLD-DEPT.
           MOVE NEW-EMP-JOB-CODE TO WS-OLD-JOB.
           IF TR-EMP-NAME NOT = SPACES
               MOVE TR-EMP-NAME TO NEW-EMP-NAME
           END-IF.
           IF TR-EMP-COMPANY NOT = SPACES
               MOVE TR-EMP-COMPANY TO NEW-EMP-COMPANY
           END-IF.
      *> A new supervisor is held to the supervisor rules alone; the
      *> rest of the record was validated when it was added.
           MOVE 1 TO WS-RL-VALID.
           IF TR-EMP-SUPERVISOR NUMERIC
               IF TR-EMP-SUPERVISOR > 0
                   MOVE TR-EMP-SUPERVISOR TO NEW-EMP-SUPERVISOR-ID
                   MOVE NEW-EMP-ID TO WS-RL-EMP-ID
                   MOVE NEW-EMP-STATUS TO WS-RL-STATUS
                   MOVE TR-EMP-SUPERVISOR TO WS-RL-SUPERVISOR-ID
                   CALL "EMPRULES" USING "H" WS-RL-FIELDS
                       WS-RL-VALID WS-RL-REASON
               END-IF
           END-IF.
      *> A change of department or job is a transfer: it needs a
      *> vacant position in the new department and job, and gives
      *> up the old one once the record is rewritten.
           MOVE 1 TO WS-PC-FOUND.
           IF WS-RL-VALID = 1 AND (NEW-EMP-DEPT NOT = WS-OLD-DEPT
                   OR NEW-EMP-JOB-CODE NOT = WS-OLD-JOB)
               MOVE "C" TO WS-PC-FUNCTION
               MOVE NEW-EMP-ID TO WS-PC-EMP-ID
               MOVE NEW-EMP-DEPT TO WS-PC-DEPT
               MOVE NEW-EMP-JOB-CODE TO WS-PC-JOB-CODE
               PERFORM CALL-POSITION-CONTROL
           END-IF.
           IF WS-RL-VALID = 0
               MOVE WS-RL-REASON TO WS-DL-REASON
               MOVE 0 TO WS-PC-FOUND
           ELSE
               IF WS-PC-FOUND = 0
                   MOVE "NO VACANT POSITION FOR DEPT/JOB"
                       TO WS-DL-REASON
               END-IF
           END-IF.
           IF WS-PC-FOUND = 0
               PERFORM REJECT-TRANSACTION
           ELSE
               REWRITE NEW-EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-DL-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       IF NEW-EMP-DEPT NOT = WS-OLD-DEPT
                               OR NEW-EMP-JOB-CODE NOT = WS-OLD-JOB
                           MOVE "F" TO WS-PC-FUNCTION
                           PERFORM CALL-POSITION-CONTROL
                       END-IF
                       PERFORM REGISTER-ORG-ENTRY
                       PERFORM ACCEPT-TRANSACTION
               END-REWRITE
           END-IF.

       APPLY-STATUS-TRANSACTION.
      *> Req 059: a termination/leave is a status flip with an
                               MOVE "REWRITE FAILED" TO WS-DL-REASON
                               PERFORM REJECT-TRANSACTION
                           NOT INVALID KEY
      *> A termination frees the position; a leave keeps it.
                               IF TR-TERMINATE
                                   PERFORM VACATE-EMPLOYEE-POSITION
                               END-IF
                               PERFORM REGISTER-ORG-ENTRY
                               PERFORM ACCEPT-TRANSACTION
                       END-REWRITE
               END-READ
                   MOVE "EMP-ID NOT ON FILE" TO WS-DL-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM VACATE-EMPLOYEE-POSITION
      *> A deleted EMP-ID comes off the organization table.
                   MOVE TR-EMP-ID TO WS-RL-EMP-ID
                   MOVE SPACE TO WS-RL-STATUS
                   MOVE 0 TO WS-RL-SUPERVISOR-ID
                   CALL "EMPRULES" USING "O" WS-RL-FIELDS
                       WS-RL-VALID WS-RL-REASON
                   PERFORM ACCEPT-TRANSACTION
           END-DELETE.

       VACATE-EMPLOYEE-POSITION.
           MOVE "V" TO WS-PC-FUNCTION.
           MOVE TR-EMP-ID TO WS-PC-EMP-ID.
           MOVE SPACES TO WS-PC-DEPT.
           MOVE SPACES TO WS-PC-JOB-CODE.
           PERFORM CALL-POSITION-CONTROL.

       CALL-POSITION-CONTROL.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "POSCTL" USING WS-PC-FUNCTION WS-PC-FIELDS
               WS-PC-POSITION WS-PC-FOUND.
           MOVE WS-HOLD-RC TO RETURN-CODE.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-DL-REASON.
