      *> Req 075: synthetic records belong to the original company,
      *> exactly as DEMO4's load writes them.
           MOVE "01" TO EMP-COMPANY.
           MOVE 0 TO EMP-SUPERVISOR-ID.
           MOVE EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE.
           MOVE EMP-HIRE-DATE TO EMP-SERVICE-DATE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "   Duplicate synthetic EMP-ID " EMP-ID
