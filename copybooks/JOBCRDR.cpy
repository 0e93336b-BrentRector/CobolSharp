      *> Shared job-code credential requirement layout for
      *> jobcred.dat: one row per credential type an EMP-JOB-CODE
      *> legally requires (a job needing two credentials has two
      *> rows). EMPCRDMT maintains it; EMPCRDCK raises a critical
      *> alert for any active employee in the job without a current
      *> credential of each type listed.
       01  JOB-CRED-RECORD.
           05  JCR-JOB-CODE     PIC X(4).
           05  JCR-CRED-TYPE    PIC X(6).
           05  JCR-DESCRIPTION  PIC X(30).
