      *> DEMO4MNT, req 019), and marks the exception resolved. The
      *> exception file is rewritten at end of run with the updated
      *> resolved flags.
      *> The corrected record now names the supervisor it reports
      *> to, held by EMPRULES to an active employee on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NEW-HIRED     PIC 9(8) VALUE 0.
      *> Req 075: and a company code.
       01 WS-NEW-COMPANY   PIC X(2) VALUE SPACES.
      *> And the supervisor the employee reports to.
       01 WS-NEW-SUPERVISOR PIC 9(5) VALUE 0.
       01 WS-ORG-VALID      PIC 9 VALUE 0.
       01 WS-ORG-REASON     PIC X(30) VALUE SPACES.

      *> Req 073: interface fields for the shared EMPRULES engine.
       01 WS-RL-FIELDS.
          05 WS-RL-JOB-CODE   PIC X(4).
          05 WS-RL-HIRE-DATE  PIC 9(8).
          05 WS-RL-COMPANY    PIC X(2).
          05 WS-RL-STATUS     PIC X.
          05 WS-RL-SUPERVISOR-ID PIC 9(5).
       01 WS-VALID-FLAG    PIC 9 VALUE 0.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REGISTER-ORGANIZATION
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                       UNTIL WS-EXC-IX > WS-EXC-COUNT
                   IF WS-TE-RESOLVED (WS-EXC-IX) NOT = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF.

       REGISTER-ORGANIZATION.
      *> EMPRULES checks a supervisor against the master as it
      *> stands, so every record on it is registered first.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
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
           CALL "EMPRULES" USING "O" WS-RL-FIELDS
               WS-ORG-VALID WS-ORG-REASON.

       RE-ENTER-ONE-EXCEPTION.
           DISPLAY " ".
           DISPLAY "Exception: EMP-ID " WS-TE-EMP-ID (WS-EXC-IX)
               DISPLAY "Enter company code: " WITH NO ADVANCING
               ACCEPT WS-NEW-COMPANY
           END-IF.
           DISPLAY "Enter supervisor EMP-ID (0 for none): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-SUPERVISOR.
           ACCEPT WS-NEW-SUPERVISOR.

       VALIDATE-CORRECTED-RECORD.
      *> Req 073: the corrected record passes through the shared
           MOVE WS-NEW-JOB TO WS-RL-JOB-CODE.
           MOVE WS-NEW-HIRED TO WS-RL-HIRE-DATE.
           MOVE WS-NEW-COMPANY TO WS-RL-COMPANY.
           MOVE "A" TO WS-RL-STATUS.
           MOVE WS-NEW-SUPERVISOR TO WS-RL-SUPERVISOR-ID.
           CALL "EMPRULES" USING "V" WS-RL-FIELDS
               WS-VALID-FLAG WS-REJECT-REASON.

           MOVE "USD" TO EMP-CURRENCY.
      *> Req 075: re-entered records carry their company.
           MOVE WS-NEW-COMPANY TO EMP-COMPANY.
           MOVE WS-NEW-SUPERVISOR TO EMP-SUPERVISOR-ID.
           MOVE WS-NEW-HIRED TO EMP-ORIG-HIRE-DATE.
           MOVE WS-NEW-HIRED TO EMP-SERVICE-DATE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "   EMP-ID " EMP-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-TE-RESOLVED (WS-EXC-IX)
                   ADD 1 TO WS-RESOLVED-COUNT
                   PERFORM REGISTER-ORG-ENTRY
                   DISPLAY "   Record " EMP-ID " inserted, "
                       "exception resolved"
           END-WRITE.
