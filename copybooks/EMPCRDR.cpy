      *> Shared employee credential record layout for empcred.dat,
      *> keyed EMP-ID plus credential type: one row per license or
      *> certification an employee holds (a renewal replaces the row
      *> in place). EMPCRDMT maintains it and the nightly EMPCRDCK
      *> checks it against the job-code requirements in jobcred.dat
      *> (JOBCRDR.cpy). CRD-ALERT-LEVEL is the last advance-warning
      *> band EMPCRDCK raised for this expiry (60, 30 or 7 days; zero
      *> = none yet), so each band alerts once; a renewal resets it.
       01  CREDENTIAL-RECORD.
           05  CRD-EMP-ID       PIC 9(5).
           05  CRD-TYPE         PIC X(6).
           05  CRD-NUMBER       PIC X(15).
           05  CRD-AUTHORITY    PIC X(20).
           05  CRD-ISSUE-DATE   PIC 9(8).
           05  CRD-EXPIRY-DATE  PIC 9(8).
           05  CRD-ALERT-LEVEL  PIC 9(2).
