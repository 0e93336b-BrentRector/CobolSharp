      *> Shared batch-window forecast log layout for
      *> jobsched_forecast.dat, appended to and never rewritten.
      *> JOBSCHED writes, for each evening's stream (identified by
      *> the date and time it started):
      *>   PLAN  - before the first job, the projected finish from
      *>           every due job's usual duration;
      *>   CPATH - one row per job on the critical path, the longest
      *>           chain of predecessor links, with its usual time;
      *>   STEP  - after each due job is decided, its usual and
      *>           actual seconds and the finish projected from then;
      *>   END   - the actual finish.
      *> Each row carries the window end and, when the projection is
      *> past it, the steps driving the delay. JOBFCRPT reads it for
      *> the morning comparison of projected and actual finish.
      *> Extracted to a copybook (the EMPREC.cpy convention) because
      *> both programs use it.
       01  FORECAST-LOG-RECORD.
           05  JFC-STREAM-DATE    PIC 9(8).
           05  JFC-STREAM-TIME    PIC 9(6).
           05  JFC-POINT          PIC X(5).
               88  JFC-IS-PLAN        VALUE "PLAN ".
               88  JFC-IS-CPATH       VALUE "CPATH".
               88  JFC-IS-STEP        VALUE "STEP ".
               88  JFC-IS-END         VALUE "END  ".
           05  JFC-JOB            PIC X(8).
           05  JFC-DECISION       PIC X(8).
           05  JFC-EST-SECS       PIC 9(7).
           05  JFC-ACT-SECS       PIC 9(7).
           05  JFC-PROJ-DATE      PIC 9(8).
           05  JFC-PROJ-TIME      PIC 9(6).
           05  JFC-WINDOW-DATE    PIC 9(8).
           05  JFC-WINDOW-TIME    PIC 9(6).
           05  JFC-OVER           PIC X.
               88  JFC-PAST-WINDOW    VALUE "Y".
           05  JFC-DRIVERS        PIC X(27).
