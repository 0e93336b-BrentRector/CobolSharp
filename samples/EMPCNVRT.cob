      *> Req 075: and the company dimension; everything then
      *> belonged to the original company.
                   MOVE "01" TO EMP-COMPANY
      *> And the supervisor; nobody reported to anybody on file.
                   MOVE 0 TO EMP-SUPERVISOR-ID
      *> No rehires were tracked either; service runs from hire.
                   MOVE EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE
                   MOVE EMP-HIRE-DATE TO EMP-SERVICE-DATE
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "   Write failed for EMP-ID "
