      *>   col 11-18 predecessor job name (spaces = none)
      *>   col 19    hold status: H held, R released
      *>   col 20-59 command to run
      *>
      *> Batch-window forecast: before the first job the stream is
      *> planned from each due job's usual run time -- the average
      *> of its runs on audit_durations.dat, which AUDTREND
      *> regenerates from the audit trail (a job is timed under its
      *> own name, the program name its steps log under). The jobs
      *> run one after another, so the projected finish is the start
      *> plus every due, released job's usual time; the critical
      *> path is the longest chain of predecessor links, the work
      *> that cannot start until the jobs ahead of it end. After
      *> each job the finish is projected again from the clock: the
      *> time now plus the usual time of the jobs still to come.
      *> The window ends at JOBSCHED_WINDOW_END (HHMM, default 0600)
      *> next following the stream's start. When the projection
      *> crosses it an ALERTLOG warning names the steps driving the
      *> delay: the jobs that ran longest over their usual time or,
      *> before any has, the longest jobs still to run. Every
      *> checkpoint goes to jobsched_forecast.dat (JOBFCR.cpy) for
      *> the JOBFCRPT morning report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DECISION-LOG ASSIGN TO "jobsched_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT DURATION-FILE ASSIGN TO "audit_durations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DURATION-STATUS.
           SELECT FORECAST-LOG ASSIGN TO "jobsched_forecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DECISION-LOG.
       01 DECISION-LOG-LINE PIC X(60).

      *> AUDTREND's rolling history, one completed run per row.
       FD DURATION-FILE.
       01 DURATION-RECORD.
          05 DUR-PROGRAM   PIC X(8).
          05 DUR-DATE      PIC 9(8).
          05 DUR-TIME      PIC 9(6).
          05 DUR-SECONDS   PIC 9(7).

       FD FORECAST-LOG.
           COPY JOBFCR.

       WORKING-STORAGE SECTION.
       01 WS-TABLE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOG-STATUS      PIC XX VALUE SPACES.
       01 WS-DURATION-STATUS PIC XX VALUE SPACES.
       01 WS-FORECAST-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-INT       PIC S9(9) VALUE 0.
             10 WS-JB-COMMAND  PIC X(40).
             10 WS-JB-DECISION PIC X(8).
             10 WS-JB-RC       PIC S9(4).
             10 WS-JB-PLANNED  PIC 9.
             10 WS-JB-EST      PIC 9(7).
             10 WS-JB-ACT      PIC 9(7).
             10 WS-JB-CHAIN    PIC 9(9).
             10 WS-JB-CHAIN-PRED PIC 9(3).
             10 WS-JB-PICKED   PIC 9.
       01 WS-JB-IX           PIC 9(3) VALUE 0.
       01 WS-PRED-IX         PIC 9(3) VALUE 0.
       01 WS-PRED-OK         PIC 9 VALUE 0.
       01 WS-RAN-COUNT       PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT   PIC 9(3) VALUE 0.

      *> Usual run times, averaged per program from AUDTREND's
      *> history.
       01 WS-DUR-COUNT       PIC 9(3) VALUE 0.
       01 WS-DUR-TABLE.
          05 WS-DU-ENTRY OCCURS 200 TIMES.
             10 WS-DU-NAME     PIC X(8).
             10 WS-DU-TOTAL    PIC 9(11).
             10 WS-DU-RUNS     PIC 9(5).
       01 WS-DU-IX           PIC 9(3) VALUE 0.
       01 WS-DU-FOUND-IX     PIC 9(3) VALUE 0.
       01 WS-NO-HISTORY      PIC 9(3) VALUE 0.

      *> The window and the projection, in seconds on the AUDTREND
      *> scale (FUNCTION INTEGER-OF-DATE days times 86400).
       01 WS-ENV-WINDOW      PIC X(4) VALUE SPACES.
       01 WS-WINDOW-HHMM     PIC 9(4) VALUE 600.
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-HHMM.
          05 WS-WP-HH        PIC 99.
          05 WS-WP-MM        PIC 99.
       01 WS-STREAM-DATE     PIC 9(8) VALUE 0.
       01 WS-STREAM-TIME     PIC 9(6) VALUE 0.
       01 WS-STREAM-SECS     PIC S9(12) VALUE 0.
       01 WS-WINDOW-SECS     PIC S9(12) VALUE 0.
       01 WS-PROJ-SECS       PIC S9(12) VALUE 0.
       01 WS-NOW-SECS        PIC S9(12) VALUE 0.
       01 WS-STEP-START-SECS PIC S9(12) VALUE 0.
       01 WS-REMAINING-SECS  PIC 9(9) VALUE 0.
       01 WS-OVER-WINDOW     PIC 9 VALUE 0.
       01 WS-WAS-OVER        PIC 9 VALUE 0.
       01 WS-CP-END-IX       PIC 9(3) VALUE 0.
       01 WS-CP-IX           PIC 9(3) VALUE 0.
       01 WS-BEST-IX         PIC 9(3) VALUE 0.
       01 WS-BEST-SCORE      PIC S9(9) VALUE 0.
       01 WS-SCORE           PIC S9(9) VALUE 0.
       01 WS-PICK-IX         PIC 9 VALUE 0.
       01 WS-PICK-OVERRUNS   PIC 9 VALUE 0.
       01 WS-DRIVER-LIST.
          05 WS-DRIVER-ENTRY OCCURS 3 TIMES.
             10 WS-DRIVER-NAME PIC X(8).
             10 FILLER         PIC X.
      *> Seconds back to a date and time of day.
       01 WS-CONV-SECS       PIC S9(12) VALUE 0.
       01 WS-CONV-DAY        PIC S9(9) VALUE 0.
       01 WS-CONV-REM        PIC 9(5) VALUE 0.
       01 WS-CONV-DATE       PIC 9(8) VALUE 0.
       01 WS-CONV-TIME.
          05 WS-CT-HH        PIC 99.
          05 WS-CT-MM        PIC 99.
          05 WS-CT-SS        PIC 99.
       01 WS-CONV-TIME-N REDEFINES WS-CONV-TIME PIC 9(6).
       01 WS-STAMP-DATE      PIC 9(8) VALUE 0.
       01 WS-STAMP-TIME.
          05 WS-ST-HH        PIC 99.
          05 WS-ST-MM        PIC 99.
          05 WS-ST-SS        PIC 99.
       01 WS-STAMP-TIME-N REDEFINES WS-STAMP-TIME PIC 9(6).
       01 WS-PROJ-DATE       PIC 9(8) VALUE 0.
       01 WS-PROJ-TIME       PIC 9(6) VALUE 0.
       01 WS-WINDOW-DATE     PIC 9(8) VALUE 0.
       01 WS-WINDOW-TIME     PIC 9(6) VALUE 0.
       01 WS-LOG-POINT       PIC X(5) VALUE SPACES.
       01 WS-ALERT-TEXT-BUILD.
          05 FILLER          PIC X(10) VALUE "PROJECTED ".
          05 WS-AT-PROJ      PIC 9(4).
          05 FILLER          PIC X(13) VALUE " PAST WINDOW ".
          05 WS-AT-WINDOW    PIC 9(4).
          05 FILLER          PIC X(2) VALUE ": ".
          05 WS-AT-DRIVERS   PIC X(27).
       01 WS-ALERT-TEXT      PIC X(60) VALUE SPACES.

      *> Decision-log line built with MOVE, not STRING.
       01 WS-LOG-LINE-BUILD.
          05 WS-LL-DATE      PIC 9(8).
                   " nothing to decide"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PLAN-THE-STREAM
               PERFORM VARYING WS-JB-IX FROM 1 BY 1
                       UNTIL WS-JB-IX > WS-JOB-COUNT
                   PERFORM DECIDE-AND-RUN-ONE-JOB
                   IF WS-JB-PLANNED (WS-JB-IX) = 1
                       PERFORM REPROJECT-AFTER-STEP
                   END-IF
               END-PERFORM
               PERFORM RECORD-STREAM-FINISH
               DISPLAY "   Jobs on table: " WS-JOB-COUNT
               DISPLAY "   Jobs run:      " WS-RAN-COUNT
               DISPLAY "   Jobs refused:  " WS-REFUSED-COUNT
       RUN-ONE-JOB.
           DISPLAY "   Running " WS-JB-NAME (WS-JB-IX) ": "
               WS-JB-COMMAND (WS-JB-IX).
           PERFORM STAMP-NOW.
           MOVE WS-NOW-SECS TO WS-STEP-START-SECS.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "SYSTEM" USING WS-JB-COMMAND (WS-JB-IX).
           MOVE RETURN-CODE TO WS-CMD-RC.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           PERFORM STAMP-NOW.
           COMPUTE WS-JB-ACT (WS-JB-IX) =
               WS-NOW-SECS - WS-STEP-START-SECS.
      *> CALL "SYSTEM" hands back the raw wait status; the step's
      *> real RETURN-CODE sits in the high byte on this platform.
           IF WS-CMD-RC >= 256
           MOVE WS-LOG-LINE-BUILD TO DECISION-LOG-LINE.
           WRITE DECISION-LOG-LINE.
           CLOSE DECISION-LOG.

       PLAN-THE-STREAM.
      *> Usual times, the critical path and the finish projected
      *> before the first job runs.
           PERFORM LOAD-DURATION-HISTORY.
           PERFORM STAMP-NOW.
           MOVE WS-STAMP-DATE TO WS-STREAM-DATE.
           MOVE WS-STAMP-TIME-N TO WS-STREAM-TIME.
           MOVE WS-NOW-SECS TO WS-STREAM-SECS.
           PERFORM DETERMINE-WINDOW-END.
           MOVE 0 TO WS-CP-END-IX.
           PERFORM VARYING WS-JB-IX FROM 1 BY 1
                   UNTIL WS-JB-IX > WS-JOB-COUNT
               PERFORM PLAN-ONE-JOB
           END-PERFORM.
           MOVE WS-STREAM-SECS TO WS-NOW-SECS.
           MOVE 0 TO WS-JB-IX.
           PERFORM PROJECT-FROM-NOW.
           MOVE "PLAN " TO WS-LOG-POINT.
           MOVE 0 TO WS-JB-IX.
           PERFORM WRITE-FORECAST-ROW.
           DISPLAY "   Stream start " WS-STREAM-DATE " "
               WS-STREAM-TIME ", window end " WS-WINDOW-DATE " "
               WS-WINDOW-TIME.
           DISPLAY "   Projected finish " WS-PROJ-DATE " "
               WS-PROJ-TIME.
           IF WS-NO-HISTORY > 0
               DISPLAY "   " WS-NO-HISTORY " due job(s) with no run"
                   " history - counted at zero"
           END-IF.
      *> The critical path is written end first, walking back
      *> through the predecessor links.
           MOVE "CPATH" TO WS-LOG-POINT.
           MOVE WS-CP-END-IX TO WS-CP-IX.
           PERFORM UNTIL WS-CP-IX = 0
               MOVE WS-CP-IX TO WS-JB-IX
               DISPLAY "   Critical path: " WS-JB-NAME (WS-JB-IX)
                   " usual " WS-JB-EST (WS-JB-IX) " sec"
               PERFORM WRITE-FORECAST-ROW
               MOVE WS-JB-CHAIN-PRED (WS-CP-IX) TO WS-CP-IX
           END-PERFORM.
           MOVE 0 TO WS-JB-IX.

       PLAN-ONE-JOB.
      *> A due, released job is planned at its usual time; its
      *> chain is that time plus its predecessor's chain.
           PERFORM JUDGE-JOB-DUE.
           MOVE 0 TO WS-JB-PLANNED (WS-JB-IX).
           MOVE 0 TO WS-JB-EST (WS-JB-IX).
           MOVE 0 TO WS-JB-ACT (WS-JB-IX).
           MOVE 0 TO WS-JB-CHAIN (WS-JB-IX).
           MOVE 0 TO WS-JB-CHAIN-PRED (WS-JB-IX).
           IF WS-JOB-DUE = 1 AND WS-JB-HOLD (WS-JB-IX) NOT = "H"
               MOVE 1 TO WS-JB-PLANNED (WS-JB-IX)
               MOVE 0 TO WS-DU-FOUND-IX
               PERFORM VARYING WS-DU-IX FROM 1 BY 1
                       UNTIL WS-DU-IX > WS-DUR-COUNT
                       OR WS-DU-FOUND-IX > 0
                   IF WS-DU-NAME (WS-DU-IX) = WS-JB-NAME (WS-JB-IX)
                       MOVE WS-DU-IX TO WS-DU-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-DU-FOUND-IX > 0
                   COMPUTE WS-JB-EST (WS-JB-IX) ROUNDED =
                       WS-DU-TOTAL (WS-DU-FOUND-IX)
                       / WS-DU-RUNS (WS-DU-FOUND-IX)
               ELSE
                   ADD 1 TO WS-NO-HISTORY
               END-IF
               MOVE WS-JB-EST (WS-JB-IX) TO WS-JB-CHAIN (WS-JB-IX)
               IF WS-JB-PRED (WS-JB-IX) NOT = SPACES
                   PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                           UNTIL WS-PRED-IX >= WS-JB-IX
                       IF WS-JB-NAME (WS-PRED-IX)
                               = WS-JB-PRED (WS-JB-IX)
                               AND WS-JB-PLANNED (WS-PRED-IX) = 1
                           MOVE WS-PRED-IX
                               TO WS-JB-CHAIN-PRED (WS-JB-IX)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-JB-CHAIN-PRED (WS-JB-IX) > 0
                   MOVE WS-JB-CHAIN-PRED (WS-JB-IX) TO WS-PRED-IX
                   ADD WS-JB-CHAIN (WS-PRED-IX)
                       TO WS-JB-CHAIN (WS-JB-IX)
               END-IF
               IF WS-CP-END-IX = 0
                   MOVE WS-JB-IX TO WS-CP-END-IX
               ELSE
                   IF WS-JB-CHAIN (WS-JB-IX)
                           > WS-JB-CHAIN (WS-CP-END-IX)
                       MOVE WS-JB-IX TO WS-CP-END-IX
                   END-IF
               END-IF
           END-IF.

       LOAD-DURATION-HISTORY.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DURATION-FILE.
           IF WS-DURATION-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DURATION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-DURATION
                   END-READ
               END-PERFORM
               CLOSE DURATION-FILE
           ELSE
               DISPLAY "   No run history (audit_durations.dat) -"
                   " every job counted at zero"
           END-IF.

       TAKE-ONE-DURATION.
           MOVE 0 TO WS-DU-FOUND-IX.
           PERFORM VARYING WS-DU-IX FROM 1 BY 1
                   UNTIL WS-DU-IX > WS-DUR-COUNT
                   OR WS-DU-FOUND-IX > 0
               IF WS-DU-NAME (WS-DU-IX) = DUR-PROGRAM
                   MOVE WS-DU-IX TO WS-DU-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-DU-FOUND-IX = 0 AND WS-DUR-COUNT < 200
               ADD 1 TO WS-DUR-COUNT
               MOVE WS-DUR-COUNT TO WS-DU-FOUND-IX
               MOVE DUR-PROGRAM TO WS-DU-NAME (WS-DUR-COUNT)
               MOVE 0 TO WS-DU-TOTAL (WS-DUR-COUNT)
               MOVE 0 TO WS-DU-RUNS (WS-DUR-COUNT)
           END-IF.
           IF WS-DU-FOUND-IX > 0
               ADD DUR-SECONDS TO WS-DU-TOTAL (WS-DU-FOUND-IX)
               ADD 1 TO WS-DU-RUNS (WS-DU-FOUND-IX)
           END-IF.

       DETERMINE-WINDOW-END.
      *> The first HHMM after the stream starts -- past midnight
      *> for an evening stream.
           ACCEPT WS-ENV-WINDOW FROM ENVIRONMENT "JOBSCHED_WINDOW_END"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WINDOW IS NUMERIC
               MOVE WS-ENV-WINDOW TO WS-WINDOW-HHMM
           END-IF.
           IF WS-WP-HH > 23 OR WS-WP-MM > 59
               DISPLAY "   JOBSCHED_WINDOW_END " WS-ENV-WINDOW
                   " is not a time of day - 0600 used"
               MOVE 600 TO WS-WINDOW-HHMM
           END-IF.
           COMPUTE WS-WINDOW-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-STREAM-DATE) * 86400)
               + (WS-WP-HH * 3600) + (WS-WP-MM * 60).
           IF WS-WINDOW-SECS NOT > WS-STREAM-SECS
               ADD 86400 TO WS-WINDOW-SECS
           END-IF.
           MOVE WS-WINDOW-SECS TO WS-CONV-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-CONV-DATE TO WS-WINDOW-DATE.
           MOVE WS-CONV-TIME-N TO WS-WINDOW-TIME.

       REPROJECT-AFTER-STEP.
      *> The clock now, plus the usual time of every planned job
      *> not yet decided.
           PERFORM STAMP-NOW.
           PERFORM PROJECT-FROM-NOW.
           MOVE "STEP " TO WS-LOG-POINT.
           PERFORM WRITE-FORECAST-ROW.
           DISPLAY "   Projected finish now " WS-PROJ-DATE " "
               WS-PROJ-TIME.

       PROJECT-FROM-NOW.
      *> WS-JB-IX is the last job decided (0 before the first).
           MOVE 0 TO WS-REMAINING-SECS.
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-JOB-COUNT
               IF WS-CP-IX > WS-JB-IX
                       AND WS-JB-PLANNED (WS-CP-IX) = 1
                   ADD WS-JB-EST (WS-CP-IX) TO WS-REMAINING-SECS
               END-IF
           END-PERFORM.
           COMPUTE WS-PROJ-SECS = WS-NOW-SECS + WS-REMAINING-SECS.
           MOVE WS-PROJ-SECS TO WS-CONV-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-CONV-DATE TO WS-PROJ-DATE.
           MOVE WS-CONV-TIME-N TO WS-PROJ-TIME.
           MOVE WS-OVER-WINDOW TO WS-WAS-OVER.
           MOVE 0 TO WS-OVER-WINDOW.
           MOVE SPACES TO WS-DRIVER-LIST.
           IF WS-PROJ-SECS > WS-WINDOW-SECS
               MOVE 1 TO WS-OVER-WINDOW
               PERFORM PICK-DELAY-DRIVERS
               IF WS-WAS-OVER = 0
                   PERFORM RAISE-WINDOW-ALERT
               END-IF
           END-IF.

       PICK-DELAY-DRIVERS.
      *> The three jobs that ran furthest over their usual time;
      *> with none over, the three longest still to run.
           MOVE 0 TO WS-PICK-OVERRUNS.
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-JOB-COUNT
               MOVE 0 TO WS-JB-PICKED (WS-CP-IX)
               IF WS-CP-IX NOT > WS-JB-IX
                       AND WS-JB-PLANNED (WS-CP-IX) = 1
                       AND WS-JB-ACT (WS-CP-IX) > WS-JB-EST (WS-CP-IX)
                   MOVE 1 TO WS-PICK-OVERRUNS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                   UNTIL WS-PICK-IX > 3
               MOVE 0 TO WS-BEST-IX
               MOVE 0 TO WS-BEST-SCORE
               PERFORM VARYING WS-CP-IX FROM 1 BY 1
                       UNTIL WS-CP-IX > WS-JOB-COUNT
                   PERFORM SCORE-ONE-DRIVER
                   IF WS-SCORE > WS-BEST-SCORE
                           AND WS-JB-PICKED (WS-CP-IX) = 0
                       MOVE WS-SCORE TO WS-BEST-SCORE
                       MOVE WS-CP-IX TO WS-BEST-IX
                   END-IF
               END-PERFORM
               IF WS-BEST-IX > 0
                   MOVE 1 TO WS-JB-PICKED (WS-BEST-IX)
                   MOVE WS-JB-NAME (WS-BEST-IX)
                       TO WS-DRIVER-NAME (WS-PICK-IX)
               END-IF
           END-PERFORM.

       SCORE-ONE-DRIVER.
           MOVE 0 TO WS-SCORE.
           IF WS-JB-PLANNED (WS-CP-IX) = 1
               IF WS-PICK-OVERRUNS = 1
                   IF WS-CP-IX NOT > WS-JB-IX
                       COMPUTE WS-SCORE = WS-JB-ACT (WS-CP-IX)
                           - WS-JB-EST (WS-CP-IX)
                   END-IF
               ELSE
                   IF WS-CP-IX > WS-JB-IX
                       MOVE WS-JB-EST (WS-CP-IX) TO WS-SCORE
                   END-IF
               END-IF
           END-IF.

       RAISE-WINDOW-ALERT.
           MOVE WS-PROJ-TIME (1:4) TO WS-AT-PROJ.
           MOVE WS-WINDOW-TIME (1:4) TO WS-AT-WINDOW.
           MOVE WS-DRIVER-LIST TO WS-AT-DRIVERS.
           MOVE WS-ALERT-TEXT-BUILD TO WS-ALERT-TEXT.
           DISPLAY "   *** " WS-ALERT-TEXT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W" WS-ALERT-TEXT.
           MOVE WS-HOLD-RC TO RETURN-CODE.

       RECORD-STREAM-FINISH.
           PERFORM STAMP-NOW.
           MOVE WS-NOW-SECS TO WS-PROJ-SECS.
           MOVE WS-STAMP-DATE TO WS-PROJ-DATE.
           MOVE WS-STAMP-TIME-N TO WS-PROJ-TIME.
           MOVE 0 TO WS-OVER-WINDOW.
           IF WS-PROJ-SECS > WS-WINDOW-SECS
               MOVE 1 TO WS-OVER-WINDOW
           END-IF.
           MOVE "END  " TO WS-LOG-POINT.
           MOVE 0 TO WS-JB-IX.
           PERFORM WRITE-FORECAST-ROW.
           DISPLAY "   Stream finished " WS-PROJ-DATE " "
               WS-PROJ-TIME.

       WRITE-FORECAST-ROW.
      *> WS-JB-IX names the job on CPATH and STEP rows.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND FORECAST-LOG.
           IF WS-FORECAST-STATUS = "35"
               OPEN OUTPUT FORECAST-LOG
           END-IF.
           MOVE WS-STREAM-DATE TO JFC-STREAM-DATE.
           MOVE WS-STREAM-TIME TO JFC-STREAM-TIME.
           MOVE WS-LOG-POINT TO JFC-POINT.
           MOVE SPACES TO JFC-JOB.
           MOVE SPACES TO JFC-DECISION.
           MOVE 0 TO JFC-EST-SECS.
           MOVE 0 TO JFC-ACT-SECS.
           IF WS-JB-IX > 0
               MOVE WS-JB-NAME (WS-JB-IX) TO JFC-JOB
               MOVE WS-JB-DECISION (WS-JB-IX) TO JFC-DECISION
               MOVE WS-JB-EST (WS-JB-IX) TO JFC-EST-SECS
               MOVE WS-JB-ACT (WS-JB-IX) TO JFC-ACT-SECS
           END-IF.
           MOVE WS-PROJ-DATE TO JFC-PROJ-DATE.
           MOVE WS-PROJ-TIME TO JFC-PROJ-TIME.
           MOVE WS-WINDOW-DATE TO JFC-WINDOW-DATE.
           MOVE WS-WINDOW-TIME TO JFC-WINDOW-TIME.
           MOVE "N" TO JFC-OVER.
           MOVE SPACES TO JFC-DRIVERS.
           IF WS-OVER-WINDOW = 1
               MOVE "Y" TO JFC-OVER
               MOVE WS-DRIVER-LIST TO JFC-DRIVERS
           END-IF.
           WRITE FORECAST-LOG-RECORD.
           CLOSE FORECAST-LOG.

       STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-STAMP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-STAMP-TIME.
           COMPUTE WS-NOW-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400)
               + (WS-ST-HH * 3600) + (WS-ST-MM * 60) + WS-ST-SS.

       SECONDS-TO-STAMP.
           DIVIDE WS-CONV-SECS BY 86400 GIVING WS-CONV-DAY
               REMAINDER WS-CONV-REM.
           COMPUTE WS-CONV-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CONV-DAY).
           DIVIDE WS-CONV-REM BY 3600 GIVING WS-CT-HH
               REMAINDER WS-CONV-REM.
           DIVIDE WS-CONV-REM BY 60 GIVING WS-CT-MM
               REMAINDER WS-CT-SS.
