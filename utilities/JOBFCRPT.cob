       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBFCRPT.
      *> Batch-window morning report. JOBSCHED logs every evening's
      *> forecast to jobsched_forecast.dat (JOBFCR.cpy): the finish
      *> projected before the first job, the critical path, the
      *> projection again after every step and the actual finish.
      *> This program reports one stream -- the latest on the log,
      *> or the latest started on JOBFCRPT_DATE (YYYYMMDD) -- with
      *> each step's usual and actual seconds, how the projection
      *> moved, the steps named as driving any delay, and the
      *> projected finish against the actual one and against the
      *> window end. Report in jobfcrpt_report.dat.
      *> RETURN-CODE 0 window met, 4 window missed or the stream
      *> never recorded its finish, 8 no forecast log or no stream
      *> for the date asked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-LOG ASSIGN TO "jobsched_forecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "jobfcrpt_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORECAST-LOG.
           COPY JOBFCR.

       FD FORECAST-REPORT.
       01 FORECAST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FORECAST-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.

      *> The stream reported: the latest start on the log, or on
      *> the date asked.
       01 WS-ENV-DATE        PIC X(8) VALUE SPACES.
       01 WS-ASK-DATE        PIC 9(8) VALUE 0.
       01 WS-STREAM-KEY      PIC 9(14) VALUE 0.
       01 WS-ROW-KEY         PIC 9(14) VALUE 0.
       01 WS-STREAM-FOUND    PIC 9 VALUE 0.
       01 WS-STREAM-DATE     PIC 9(8) VALUE 0.
       01 WS-STREAM-TIME     PIC 9(6) VALUE 0.

      *> The stream's rows, in log order.
       01 WS-ROW-COUNT       PIC 9(3) VALUE 0.
       01 WS-ROW-TABLE.
          05 WS-RW-ENTRY OCCURS 300 TIMES.
             10 WS-RW-POINT    PIC X(5).
             10 WS-RW-JOB      PIC X(8).
             10 WS-RW-DECISION PIC X(8).
             10 WS-RW-EST      PIC 9(7).
             10 WS-RW-ACT      PIC 9(7).
             10 WS-RW-PROJ-DATE PIC 9(8).
             10 WS-RW-PROJ-TIME PIC 9(6).
             10 WS-RW-OVER     PIC X.
             10 WS-RW-DRIVERS  PIC X(27).
       01 WS-RW-IX           PIC 9(3) VALUE 0.
       01 WS-ROWS-DROPPED    PIC 9(5) VALUE 0.

      *> What the stream said about itself.
       01 WS-WINDOW-DATE     PIC 9(8) VALUE 0.
       01 WS-WINDOW-TIME     PIC 9(6) VALUE 0.
       01 WS-HAVE-PLAN       PIC 9 VALUE 0.
       01 WS-PLAN-DATE       PIC 9(8) VALUE 0.
       01 WS-PLAN-TIME       PIC 9(6) VALUE 0.
       01 WS-PLAN-OVER       PIC X VALUE "N".
       01 WS-PLAN-DRIVERS    PIC X(27) VALUE SPACES.
       01 WS-HAVE-END        PIC 9 VALUE 0.
       01 WS-END-DATE        PIC 9(8) VALUE 0.
       01 WS-END-TIME        PIC 9(6) VALUE 0.
       01 WS-STEP-COUNT      PIC 9(3) VALUE 0.
       01 WS-STEPS-OVER      PIC 9(3) VALUE 0.
       01 WS-WINDOW-MISSED   PIC 9 VALUE 0.
       01 WS-EST-TOTAL       PIC 9(9) VALUE 0.
       01 WS-ACT-TOTAL       PIC 9(9) VALUE 0.

      *> Stamps to seconds, the AUDTREND method.
       01 WS-CONV-DATE       PIC 9(8) VALUE 0.
       01 WS-CONV-TIME.
          05 WS-CT-HH        PIC 99.
          05 WS-CT-MM        PIC 99.
          05 WS-CT-SS        PIC 99.
       01 WS-CONV-TIME-N REDEFINES WS-CONV-TIME PIC 9(6).
       01 WS-CONV-SECS       PIC S9(12) VALUE 0.
       01 WS-PLAN-SECS       PIC S9(12) VALUE 0.
       01 WS-END-SECS        PIC S9(12) VALUE 0.
       01 WS-WINDOW-SECS     PIC S9(12) VALUE 0.
       01 WS-DIFF-SECS       PIC S9(12) VALUE 0.
       01 WS-DIFF-MINUTES    PIC S9(7) VALUE 0.
       01 WS-VARIANCE        PIC S9(8) VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(39)
             VALUE "BATCH WINDOW FORECAST - STREAM STARTED ".
          05 WS-TT-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TT-TIME      PIC 9(6).
          05 FILLER          PIC X(26) VALUE SPACES.
       01 WS-STAMP-LINE.
          05 WS-SL-LABEL     PIC X(30).
          05 WS-SL-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-TIME      PIC 9(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SL-NOTE      PIC X(33).
       01 WS-MINUTES-LINE.
          05 WS-ML-LABEL     PIC X(30).
          05 WS-ML-MINUTES   PIC -(6)9.
          05 FILLER          PIC X(8) VALUE " MINUTES".
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ML-NOTE      PIC X(33).
       01 WS-CPATH-LINE.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-CL-JOB       PIC X(8).
          05 FILLER          PIC X(8) VALUE "  USUAL ".
          05 WS-CL-EST       PIC Z(6)9.
          05 FILLER          PIC X(4) VALUE " SEC".
          05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-STEP-HEAD-1.
          05 FILLER          PIC X(36)
             VALUE "JOB      DECISION   USUAL   ACTUAL ".
          05 FILLER          PIC X(44)
             VALUE "VARIANCE  PROJECTED FINISH  PAST WINDOW".
       01 WS-STEP-LINE.
          05 WS-PL-JOB       PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-DECISION  PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-EST       PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-ACT       PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-VARIANCE  PIC -(7)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-PL-PROJ-DATE PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-PROJ-TIME PIC 9(6).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-PL-OVER      PIC X(3).
          05 FILLER          PIC X(15) VALUE SPACES.
       01 WS-DRIVER-LINE.
          05 FILLER          PIC X(9) VALUE SPACES.
          05 FILLER          PIC X(26)
             VALUE "STEPS DRIVING THE DELAY: ".
          05 WS-DL-DRIVERS   PIC X(27).
          05 FILLER          PIC X(18) VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(18) VALUE "TOTAL".
          05 WS-TL-EST       PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TL-ACT       PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TL-VARIANCE  PIC -(7)9.
          05 FILLER          PIC X(38) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "JOBFCRPT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Batch Window Forecast Report ===".
           DISPLAY " ".

           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "JOBFCRPT_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-ASK-DATE
           END-IF.
           PERFORM FIND-THE-STREAM.
           IF WS-STREAM-FOUND = 0
               IF WS-ASK-DATE > 0
                   DISPLAY "   No stream started " WS-ASK-DATE
                       " on jobsched_forecast.dat"
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-THE-STREAM
               PERFORM WRITE-FORECAST-REPORT
               DISPLAY "   Stream started " WS-STREAM-DATE " "
                   WS-STREAM-TIME
               DISPLAY "   Steps reported: " WS-STEP-COUNT
               IF WS-HAVE-END = 0
                   DISPLAY "   Stream recorded no finish"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-WINDOW-MISSED = 1
                       DISPLAY "   Window MISSED - finished "
                           WS-END-DATE " " WS-END-TIME
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "   Window met - finished "
                           WS-END-DATE " " WS-END-TIME
                   END-IF
               END-IF
               DISPLAY "   Report written to jobfcrpt_report.dat"
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Batch Window Forecast Report Complete ===".
      *> RETURN-CODE is a binary special register; AUDITLOG's
      *> LS-RETURN-CODE is PIC S9(4) DISPLAY, so it must be MOVEd into
      *> a real WS field first or the audit line records garbage.
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "END  " WS-AUDIT-RC.
      *> CALLing AUDITLOG resets RETURN-CODE to 0 (a CALLed
      *> program's own completion status, per COBOL semantics) --
      *> restore it so STOP RUN exits with this program's real code.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

       FIND-THE-STREAM.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FORECAST-LOG.
           IF WS-FORECAST-STATUS NOT = "00"
               DISPLAY "   No forecast log (jobsched_forecast.dat)"
                   " - JOBSCHED has not run"
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ FORECAST-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONSIDER-ONE-STREAM
                   END-READ
               END-PERFORM
               CLOSE FORECAST-LOG
           END-IF.

       CONSIDER-ONE-STREAM.
           IF WS-ASK-DATE = 0 OR JFC-STREAM-DATE = WS-ASK-DATE
               COMPUTE WS-ROW-KEY =
                   (JFC-STREAM-DATE * 1000000) + JFC-STREAM-TIME
               IF WS-ROW-KEY > WS-STREAM-KEY
                   MOVE WS-ROW-KEY TO WS-STREAM-KEY
                   MOVE JFC-STREAM-DATE TO WS-STREAM-DATE
                   MOVE JFC-STREAM-TIME TO WS-STREAM-TIME
                   MOVE 1 TO WS-STREAM-FOUND
               END-IF
           END-IF.

       LOAD-THE-STREAM.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FORECAST-LOG.
           PERFORM UNTIL WS-EOF = 1
               READ FORECAST-LOG
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF JFC-STREAM-DATE = WS-STREAM-DATE
                               AND JFC-STREAM-TIME = WS-STREAM-TIME
                           PERFORM TAKE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORECAST-LOG.
           IF WS-ROWS-DROPPED > 0
               DISPLAY "   " WS-ROWS-DROPPED " row(s) past the 300"
                   " the report holds - not shown"
           END-IF.

       TAKE-ONE-ROW.
           MOVE JFC-WINDOW-DATE TO WS-WINDOW-DATE.
           MOVE JFC-WINDOW-TIME TO WS-WINDOW-TIME.
           EVALUATE TRUE
               WHEN JFC-IS-PLAN
                   MOVE 1 TO WS-HAVE-PLAN
                   MOVE JFC-PROJ-DATE TO WS-PLAN-DATE
                   MOVE JFC-PROJ-TIME TO WS-PLAN-TIME
                   MOVE JFC-OVER TO WS-PLAN-OVER
                   MOVE JFC-DRIVERS TO WS-PLAN-DRIVERS
               WHEN JFC-IS-END
                   MOVE 1 TO WS-HAVE-END
                   MOVE JFC-PROJ-DATE TO WS-END-DATE
                   MOVE JFC-PROJ-TIME TO WS-END-TIME
               WHEN OTHER
                   IF WS-ROW-COUNT < 300
                       ADD 1 TO WS-ROW-COUNT
                       MOVE JFC-POINT TO WS-RW-POINT (WS-ROW-COUNT)
                       MOVE JFC-JOB TO WS-RW-JOB (WS-ROW-COUNT)
                       MOVE JFC-DECISION
                           TO WS-RW-DECISION (WS-ROW-COUNT)
                       MOVE JFC-EST-SECS TO WS-RW-EST (WS-ROW-COUNT)
                       MOVE JFC-ACT-SECS TO WS-RW-ACT (WS-ROW-COUNT)
                       MOVE JFC-PROJ-DATE
                           TO WS-RW-PROJ-DATE (WS-ROW-COUNT)
                       MOVE JFC-PROJ-TIME
                           TO WS-RW-PROJ-TIME (WS-ROW-COUNT)
                       MOVE JFC-OVER TO WS-RW-OVER (WS-ROW-COUNT)
                       MOVE JFC-DRIVERS
                           TO WS-RW-DRIVERS (WS-ROW-COUNT)
                   ELSE
                       ADD 1 TO WS-ROWS-DROPPED
                   END-IF
           END-EVALUATE.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE WS-STREAM-DATE TO WS-TT-DATE.
           MOVE WS-STREAM-TIME TO WS-TT-TIME.
           MOVE WS-TITLE-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-WINDOW-DATE TO WS-CONV-DATE.
           MOVE WS-WINDOW-TIME TO WS-CONV-TIME-N.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CONV-SECS TO WS-WINDOW-SECS.
           MOVE "WINDOW END" TO WS-SL-LABEL.
           MOVE WS-WINDOW-DATE TO WS-SL-DATE.
           MOVE WS-WINDOW-TIME TO WS-SL-TIME.
           MOVE SPACES TO WS-SL-NOTE.
           MOVE WS-STAMP-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-HAVE-PLAN = 1
               MOVE WS-PLAN-DATE TO WS-CONV-DATE
               MOVE WS-PLAN-TIME TO WS-CONV-TIME-N
               PERFORM STAMP-TO-SECONDS
               MOVE WS-CONV-SECS TO WS-PLAN-SECS
               MOVE "PROJECTED FINISH AT START" TO WS-SL-LABEL
               MOVE WS-PLAN-DATE TO WS-SL-DATE
               MOVE WS-PLAN-TIME TO WS-SL-TIME
               IF WS-PLAN-OVER = "Y"
                   MOVE "PROJECTED PAST WINDOW" TO WS-SL-NOTE
               ELSE
                   MOVE "PROJECTED WITHIN WINDOW" TO WS-SL-NOTE
               END-IF
               MOVE WS-STAMP-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               IF WS-PLAN-OVER = "Y"
                   MOVE WS-PLAN-DRIVERS TO WS-DL-DRIVERS
                   MOVE WS-DRIVER-LINE TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               END-IF
           END-IF.
           PERFORM WRITE-CRITICAL-PATH.
           PERFORM WRITE-STEP-LINES.
           PERFORM WRITE-FINISH-COMPARISON.
           CLOSE FORECAST-REPORT.

       WRITE-CRITICAL-PATH.
      *> JOBSCHED logs the path end first; it reads better in run
      *> order.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE "CRITICAL PATH (LONGEST PREDECESSOR CHAIN)"
               TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING WS-RW-IX FROM WS-ROW-COUNT BY -1
                   UNTIL WS-RW-IX < 1
               IF WS-RW-POINT (WS-RW-IX) = "CPATH"
                   MOVE WS-RW-JOB (WS-RW-IX) TO WS-CL-JOB
                   MOVE WS-RW-EST (WS-RW-IX) TO WS-CL-EST
                   MOVE WS-CPATH-LINE TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-STEP-LINES.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-STEP-HEAD-1 TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING WS-RW-IX FROM 1 BY 1
                   UNTIL WS-RW-IX > WS-ROW-COUNT
               IF WS-RW-POINT (WS-RW-IX) = "STEP "
                   PERFORM WRITE-ONE-STEP
               END-IF
           END-PERFORM.
           MOVE WS-EST-TOTAL TO WS-TL-EST.
           MOVE WS-ACT-TOTAL TO WS-TL-ACT.
           COMPUTE WS-VARIANCE = WS-ACT-TOTAL - WS-EST-TOTAL.
           MOVE WS-VARIANCE TO WS-TL-VARIANCE.
           MOVE WS-TOTAL-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       WRITE-ONE-STEP.
      *> Drivers are printed only where they change, so a run of
      *> late projections names them once.
           ADD 1 TO WS-STEP-COUNT.
           ADD WS-RW-EST (WS-RW-IX) TO WS-EST-TOTAL.
           ADD WS-RW-ACT (WS-RW-IX) TO WS-ACT-TOTAL.
           MOVE WS-RW-JOB (WS-RW-IX) TO WS-PL-JOB.
           MOVE WS-RW-DECISION (WS-RW-IX) TO WS-PL-DECISION.
           MOVE WS-RW-EST (WS-RW-IX) TO WS-PL-EST.
           MOVE WS-RW-ACT (WS-RW-IX) TO WS-PL-ACT.
           COMPUTE WS-VARIANCE =
               WS-RW-ACT (WS-RW-IX) - WS-RW-EST (WS-RW-IX).
           MOVE WS-VARIANCE TO WS-PL-VARIANCE.
           MOVE WS-RW-PROJ-DATE (WS-RW-IX) TO WS-PL-PROJ-DATE.
           MOVE WS-RW-PROJ-TIME (WS-RW-IX) TO WS-PL-PROJ-TIME.
           MOVE SPACES TO WS-PL-OVER.
           IF WS-RW-OVER (WS-RW-IX) = "Y"
               MOVE "YES" TO WS-PL-OVER
               ADD 1 TO WS-STEPS-OVER
           END-IF.
           MOVE WS-STEP-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-RW-OVER (WS-RW-IX) = "Y"
                   AND WS-RW-DRIVERS (WS-RW-IX) NOT = WS-PLAN-DRIVERS
               MOVE WS-RW-DRIVERS (WS-RW-IX) TO WS-PLAN-DRIVERS
               MOVE WS-RW-DRIVERS (WS-RW-IX) TO WS-DL-DRIVERS
               MOVE WS-DRIVER-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

       WRITE-FINISH-COMPARISON.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-HAVE-END = 0
               MOVE "STREAM RECORDED NO FINISH - ENDED ABNORMALLY"
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           ELSE
               MOVE WS-END-DATE TO WS-CONV-DATE
               MOVE WS-END-TIME TO WS-CONV-TIME-N
               PERFORM STAMP-TO-SECONDS
               MOVE WS-CONV-SECS TO WS-END-SECS
               MOVE "ACTUAL FINISH" TO WS-SL-LABEL
               MOVE WS-END-DATE TO WS-SL-DATE
               MOVE WS-END-TIME TO WS-SL-TIME
               IF WS-END-SECS > WS-WINDOW-SECS
                   MOVE 1 TO WS-WINDOW-MISSED
                   MOVE "WINDOW MISSED" TO WS-SL-NOTE
               ELSE
                   MOVE "WINDOW MET" TO WS-SL-NOTE
               END-IF
               MOVE WS-STAMP-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               IF WS-HAVE-PLAN = 1
                   COMPUTE WS-DIFF-SECS = WS-END-SECS - WS-PLAN-SECS
                   MOVE "ACTUAL LESS PROJECTED AT START"
                       TO WS-ML-LABEL
                   PERFORM WRITE-MINUTES-LINE
               END-IF
               COMPUTE WS-DIFF-SECS = WS-END-SECS - WS-WINDOW-SECS
               MOVE "ACTUAL LESS WINDOW END" TO WS-ML-LABEL
               PERFORM WRITE-MINUTES-LINE
           END-IF.

       WRITE-MINUTES-LINE.
      *> Whole minutes, rounded; a positive figure is late.
           COMPUTE WS-DIFF-MINUTES ROUNDED = WS-DIFF-SECS / 60.
           MOVE WS-DIFF-MINUTES TO WS-ML-MINUTES.
           EVALUATE TRUE
               WHEN WS-DIFF-MINUTES > 0
                   MOVE "LATE" TO WS-ML-NOTE
               WHEN WS-DIFF-MINUTES < 0
                   MOVE "EARLY" TO WS-ML-NOTE
               WHEN OTHER
                   MOVE "ON TIME" TO WS-ML-NOTE
           END-EVALUATE.
           MOVE WS-MINUTES-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       STAMP-TO-SECONDS.
           COMPUTE WS-CONV-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-CONV-DATE) * 86400)
               + (WS-CT-HH * 3600) + (WS-CT-MM * 60) + WS-CT-SS.
