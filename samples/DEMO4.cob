          05 WS-RL-JOB-CODE   PIC X(4).
          05 WS-RL-HIRE-DATE  PIC 9(8).
          05 WS-RL-COMPANY    PIC X(2).
          05 WS-RL-STATUS     PIC X.
          05 WS-RL-SUPERVISOR-ID PIC 9(5).
       01 WS-RL-VALID         PIC 9 VALUE 0.
       01 WS-RL-REASON        PIC X(30) VALUE SPACES.

               MOVE WS-RUN-DATE TO EMP-STATUS-DATE
      *> Req 064: the sample load pays in shop base currency.
               MOVE "USD" TO EMP-CURRENCY
      *> The sample load sits at the top of the organization.
               MOVE 0 TO EMP-SUPERVISOR-ID
      *> First hire, so original hire and service date agree.
               MOVE EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE
               MOVE EMP-HIRE-DATE TO EMP-SERVICE-DATE
               PERFORM VALIDATE-AND-WRITE-EMPLOYEE
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE EMP-JOB-CODE TO WS-RL-JOB-CODE.
           MOVE EMP-HIRE-DATE TO WS-RL-HIRE-DATE.
           MOVE EMP-COMPANY TO WS-RL-COMPANY.
           MOVE EMP-STATUS TO WS-RL-STATUS.
           MOVE EMP-SUPERVISOR-ID TO WS-RL-SUPERVISOR-ID.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPRULES" USING "V" WS-RL-FIELDS
               WS-RL-VALID WS-RL-REASON.
           ELSE
               WRITE EMPLOYEE-RECORD
               ADD 1 TO WS-COUNT
      *> A record on the master may supervise the ones after it.
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "EMPRULES" USING "O" WS-RL-FIELDS
                   WS-RL-VALID WS-RL-REASON
               MOVE WS-HOLD-RC TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD SECTION.
