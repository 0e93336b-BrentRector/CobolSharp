       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDSP.
      *> Outbound notification dispatcher over the central alert
      *> file. ALERTLOG records an alert and ALERTCON shows it, but
      *> only to someone at the console; a critical at 3 a.m. waited
      *> for the morning shift. Each run (the operations schedule
      *> runs it every few minutes) reads the unacknowledged alerts
      *> on alerts.dat, finds who is on call for each in the roster
      *> alert_oncall.dat, and writes a notification -- email or
      *> pager, recipient, address and the alert reference -- to
      *> notify_spool.dat, which the mail gateway picks up.
      *>
      *> Roster rows (alert_oncall.dat, one per person per shift):
      *>   col  1     severity C, W or I; * for any
      *>   col  2-9   program family: a program-name prefix (IX
      *>              covers IXRECON, IXLOAD...); blank for any
      *>   col 10-13  shift start HHMM
      *>   col 14-17  shift end HHMM; an end before the start runs
      *>              past midnight, equal start and end all day
      *>   col 18     escalation level, 1 first called
      *>   col 19-26  recipient ID
      *>   col 27     channel E email, P pager
      *>   col 28-67  email address or pager number
      *> The rows covering an alert are the ones matching its
      *> severity and program family on shift now; of those only the
      *> most specific set is used -- the longest family prefix,
      *> then an exact severity over * -- so an IX row takes an IX
      *> alert away from the catch-all.
      *>
      *> An alert is first sent to the lowest level on call. Still
      *> unacknowledged ALERTDSP_ESCALATE minutes (default 30) after
      *> the last notification, it goes to the next level up on call
      *> at that moment; past the top level it is logged as
      *> exhausted and left to the console. Alerts raised more than
      *> a day before their first dispatch are not sent -- they
      *> predate the dispatcher or the roster and the console has
      *> them. Every notification, escalation, uncovered alert and
      *> exhausted roster is logged against the alert (its stamp and
      *> program, the key ALERTCON shows) in alert_notify_log.dat,
      *> and that log is what the next run works from.
      *> RETURN-CODE 0 clean, 4 an alert had no one on call or ran
      *> out of roster, 8 no roster or too many alerts to work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "alert_oncall.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT NOTIFY-LOG ASSIGN TO "alert_notify_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NOTIFY-SPOOL ASSIGN TO "notify_spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE.
           COPY ALERTREC.

       FD ROSTER-FILE.
       01 ROSTER-RECORD.
          05 ONC-SEVERITY      PIC X.
          05 ONC-FAMILY        PIC X(8).
          05 ONC-FROM-TIME     PIC 9(4).
          05 ONC-TO-TIME       PIC 9(4).
          05 ONC-LEVEL         PIC 9.
          05 ONC-RECIPIENT     PIC X(8).
          05 ONC-CHANNEL       PIC X.
          05 ONC-ADDRESS       PIC X(40).

      *> One row per dispatch action, keyed by the alert.
       FD NOTIFY-LOG.
       01 NOTIFY-LOG-RECORD.
          05 NTL-ALERT-STAMP   PIC 9(14).
          05 NTL-ALERT-PROGRAM PIC X(8).
          05 NTL-ACTION        PIC X(8).
             88 NTL-IS-NOTIFY     VALUE "NOTIFY".
             88 NTL-IS-ESCALATE   VALUE "ESCALATE".
             88 NTL-IS-NOCOVER    VALUE "NOCOVER".
             88 NTL-IS-EXHAUST    VALUE "EXHAUST".
          05 NTL-SENT-STAMP    PIC 9(14).
          05 NTL-LEVEL         PIC 9.
          05 NTL-RECIPIENT     PIC X(8).
          05 NTL-CHANNEL       PIC X.

      *> What the mail gateway sends: to whom, how, and about what.
       FD NOTIFY-SPOOL.
       01 NOTIFY-SPOOL-RECORD.
          05 NSP-CHANNEL       PIC X.
          05 NSP-ADDRESS       PIC X(40).
          05 NSP-RECIPIENT     PIC X(8).
          05 NSP-ALERT-STAMP   PIC 9(14).
          05 NSP-ALERT-PROGRAM PIC X(8).
          05 NSP-SEVERITY      PIC X.
          05 NSP-LEVEL         PIC 9.
          05 NSP-ESCALATED     PIC X.
          05 NSP-SENT-STAMP    PIC 9(14).
          05 NSP-MESSAGE       PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS    PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS   PIC XX VALUE SPACES.
       01 WS-LOG-STATUS      PIC XX VALUE SPACES.
       01 WS-SPOOL-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

      *> The roster, with each row's family prefix length.
       01 WS-ROSTER-COUNT    PIC 9(3) VALUE 0.
       01 WS-ROSTER-TABLE.
          05 WS-RO-ENTRY OCCURS 200 TIMES.
             10 WS-RO-SEVERITY   PIC X.
             10 WS-RO-FAMILY     PIC X(8).
             10 WS-RO-FROM       PIC 9(4).
             10 WS-RO-TO         PIC 9(4).
             10 WS-RO-LEVEL      PIC 9.
             10 WS-RO-RECIPIENT  PIC X(8).
             10 WS-RO-CHANNEL    PIC X.
             10 WS-RO-ADDRESS    PIC X(40).
             10 WS-RO-FAM-LEN    PIC 9.
       01 WS-RO-IX           PIC 9(3) VALUE 0.
       01 WS-CHAR-IX         PIC 9 VALUE 0.

      *> Unacknowledged alerts and where each stands on the log.
       01 WS-ALERT-COUNT     PIC 9(4) VALUE 0.
       01 WS-ALERT-TABLE.
          05 WS-AL-ENTRY OCCURS 500 TIMES.
             10 WS-AL-STAMP      PIC 9(14).
             10 WS-AL-PROGRAM    PIC X(8).
             10 WS-AL-SEVERITY   PIC X.
             10 WS-AL-MESSAGE    PIC X(60).
             10 WS-AL-LAST-LEVEL PIC 9.
             10 WS-AL-LAST-SENT  PIC 9(14).
             10 WS-AL-EXHAUSTED  PIC 9.
             10 WS-AL-NOCOVER    PIC 9.
       01 WS-AL-IX           PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW  PIC 9 VALUE 0.

      *> The escalation interval, parsed a digit at a time.
       01 WS-ENV-ESCALATE    PIC X(4) VALUE SPACES.
       01 WS-ENV-DIGIT       PIC 9 VALUE 0.
       01 WS-ESCALATE-MINUTES PIC 9(4) VALUE 30.
       01 WS-PARSE-VALUE     PIC 9(4) VALUE 0.
       01 WS-PARSE-OK        PIC 9 VALUE 0.

      *> Now, and stamps to seconds on the AUDTREND scale.
       01 WS-NOW-STAMP       PIC 9(14) VALUE 0.
       01 WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
          05 WS-NP-DATE      PIC 9(8).
          05 WS-NP-HHMM      PIC 9(4).
          05 WS-NP-SS        PIC 99.
       01 WS-NOW-SECS        PIC S9(12) VALUE 0.
       01 WS-CONV-STAMP      PIC 9(14) VALUE 0.
       01 WS-CONV-PARTS REDEFINES WS-CONV-STAMP.
          05 WS-CV-DATE      PIC 9(8).
          05 WS-CV-HH        PIC 99.
          05 WS-CV-MM        PIC 99.
          05 WS-CV-SS        PIC 99.
       01 WS-CONV-SECS       PIC S9(12) VALUE 0.
       01 WS-AGE-SECS        PIC S9(12) VALUE 0.

      *> Finding the next on call for one alert.
       01 WS-AFTER-LEVEL     PIC 9 VALUE 0.
       01 WS-BEST-SCORE      PIC 9(3) VALUE 0.
       01 WS-SCORE           PIC 9(3) VALUE 0.
       01 WS-PICK-IX         PIC 9(3) VALUE 0.
       01 WS-ROW-COVERS      PIC 9 VALUE 0.
       01 WS-ACTION          PIC X(8) VALUE SPACES.

      *> A roster run dry is itself a critical alert.
       01 WS-EXHAUST-TEXT-BUILD.
          05 FILLER          PIC X(25)
             VALUE "ON-CALL ROSTER EXHAUSTED ".
          05 WS-AX-PROGRAM   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AX-STAMP     PIC 9(14).
          05 FILLER          PIC X(12) VALUE " UNANSWERED".
       01 WS-ALERT-TEXT      PIC X(60) VALUE SPACES.

       01 WS-SENT-COUNT      PIC 9(4) VALUE 0.
       01 WS-ESCALATED-COUNT PIC 9(4) VALUE 0.
       01 WS-NOCOVER-COUNT   PIC 9(4) VALUE 0.
       01 WS-EXHAUST-COUNT   PIC 9(4) VALUE 0.
       01 WS-STALE-COUNT     PIC 9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "ALERTDSP".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Alert Notification Dispatcher ===".
           DISPLAY " ".

           PERFORM READ-ESCALATION-INTERVAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-CONV-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CONV-SECS TO WS-NOW-SECS.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-OPEN-ALERTS.
           EVALUATE TRUE
               WHEN WS-ROSTER-COUNT = 0
                   DISPLAY "   No on-call roster (alert_oncall.dat)"
                       " - nothing can be sent"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOW = 1
                   DISPLAY "   More than 500 open alert(s) -"
                       " dispatch refused; work alerts.dat down"
                       " with ALERTCON"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM APPLY-NOTIFY-LOG
                   PERFORM DISPATCH-ALL-ALERTS
                   DISPLAY "   Open alerts:        " WS-ALERT-COUNT
                   DISPLAY "   First notices sent: " WS-SENT-COUNT
                   DISPLAY "   Escalations sent:   "
                       WS-ESCALATED-COUNT
                   DISPLAY "   No one on call:     " WS-NOCOVER-COUNT
                   DISPLAY "   Roster exhausted:   " WS-EXHAUST-COUNT
                   DISPLAY "   Too old to send:    " WS-STALE-COUNT
                   DISPLAY "   Notifications in notify_spool.dat"
                   IF WS-NOCOVER-COUNT > 0 OR WS-EXHAUST-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "=== Alert Notification Dispatcher Complete ===".
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

       READ-ESCALATION-INTERVAL.
           ACCEPT WS-ENV-ESCALATE
               FROM ENVIRONMENT "ALERTDSP_ESCALATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-ESCALATE NOT = SPACES
               MOVE 0 TO WS-PARSE-VALUE
               MOVE 1 TO WS-PARSE-OK
               PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                       UNTIL WS-CHAR-IX > 4
                   IF WS-ENV-ESCALATE (WS-CHAR-IX:1) NOT = SPACE
                       IF WS-ENV-ESCALATE (WS-CHAR-IX:1) IS NUMERIC
                           MOVE WS-ENV-ESCALATE (WS-CHAR-IX:1)
                               TO WS-ENV-DIGIT
                           COMPUTE WS-PARSE-VALUE =
                               (WS-PARSE-VALUE * 10) + WS-ENV-DIGIT
                       ELSE
                           MOVE 0 TO WS-PARSE-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PARSE-OK = 1 AND WS-PARSE-VALUE > 0
                   MOVE WS-PARSE-VALUE TO WS-ESCALATE-MINUTES
               ELSE
                   DISPLAY "   ALERTDSP_ESCALATE " WS-ENV-ESCALATE
                       " is not a number of minutes - 30 used"
               END-IF
           END-IF.
           DISPLAY "   Escalation after " WS-ESCALATE-MINUTES
               " minute(s) unacknowledged".

       LOAD-ROSTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ROSTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-ROSTER-ROW
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       TAKE-ONE-ROSTER-ROW.
      *> A row with an unreadable shift or level could never be
      *> matched safely; it is reported and left out.
           IF ONC-FROM-TIME NOT NUMERIC OR ONC-TO-TIME NOT NUMERIC
                   OR ONC-LEVEL NOT NUMERIC OR ONC-LEVEL = 0
               DISPLAY "   Roster row for " ONC-RECIPIENT
                   " has a bad shift or level - ignored"
           ELSE
               IF WS-ROSTER-COUNT < 200
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ONC-SEVERITY
                       TO WS-RO-SEVERITY (WS-ROSTER-COUNT)
                   MOVE ONC-FAMILY TO WS-RO-FAMILY (WS-ROSTER-COUNT)
                   MOVE ONC-FROM-TIME TO WS-RO-FROM (WS-ROSTER-COUNT)
                   MOVE ONC-TO-TIME TO WS-RO-TO (WS-ROSTER-COUNT)
                   MOVE ONC-LEVEL TO WS-RO-LEVEL (WS-ROSTER-COUNT)
                   MOVE ONC-RECIPIENT
                       TO WS-RO-RECIPIENT (WS-ROSTER-COUNT)
                   MOVE ONC-CHANNEL TO WS-RO-CHANNEL (WS-ROSTER-COUNT)
                   MOVE ONC-ADDRESS TO WS-RO-ADDRESS (WS-ROSTER-COUNT)
                   MOVE 0 TO WS-RO-FAM-LEN (WS-ROSTER-COUNT)
                   PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                           UNTIL WS-CHAR-IX > 8
                       IF ONC-FAMILY (WS-CHAR-IX:1) NOT = SPACE
                           MOVE WS-CHAR-IX
                               TO WS-RO-FAM-LEN (WS-ROSTER-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ALERT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT ALR-IS-ACKED
                               PERFORM TAKE-ONE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       TAKE-ONE-ALERT.
           IF WS-ALERT-COUNT >= 500
               MOVE 1 TO WS-TABLE-OVERFLOW
               MOVE 1 TO WS-EOF
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               MOVE ALR-STAMP TO WS-AL-STAMP (WS-ALERT-COUNT)
               MOVE ALR-PROGRAM TO WS-AL-PROGRAM (WS-ALERT-COUNT)
               MOVE ALR-SEVERITY TO WS-AL-SEVERITY (WS-ALERT-COUNT)
               MOVE ALR-MESSAGE TO WS-AL-MESSAGE (WS-ALERT-COUNT)
               MOVE 0 TO WS-AL-LAST-LEVEL (WS-ALERT-COUNT)
               MOVE 0 TO WS-AL-LAST-SENT (WS-ALERT-COUNT)
               MOVE 0 TO WS-AL-EXHAUSTED (WS-ALERT-COUNT)
               MOVE 0 TO WS-AL-NOCOVER (WS-ALERT-COUNT)
           END-IF.

       APPLY-NOTIFY-LOG.
      *> The log is in time order, so the last NOTIFY or ESCALATE
      *> row for an alert is where it stands.
           MOVE 0 TO WS-EOF.
           OPEN INPUT NOTIFY-LOG.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ NOTIFY-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-LOG
           END-IF.

       APPLY-ONE-LOG-ROW.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-ALERT-COUNT
               IF WS-AL-STAMP (WS-AL-IX) = NTL-ALERT-STAMP
                       AND WS-AL-PROGRAM (WS-AL-IX)
                           = NTL-ALERT-PROGRAM
                   EVALUATE TRUE
                       WHEN NTL-IS-NOTIFY OR NTL-IS-ESCALATE
                           MOVE NTL-LEVEL
                               TO WS-AL-LAST-LEVEL (WS-AL-IX)
                           MOVE NTL-SENT-STAMP
                               TO WS-AL-LAST-SENT (WS-AL-IX)
                       WHEN NTL-IS-EXHAUST
                           MOVE 1 TO WS-AL-EXHAUSTED (WS-AL-IX)
                       WHEN NTL-IS-NOCOVER
                           MOVE 1 TO WS-AL-NOCOVER (WS-AL-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       DISPATCH-ALL-ALERTS.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard -- the
      *> gateway may not have drained the spool yet.
           OPEN EXTEND NOTIFY-SPOOL.
           IF WS-SPOOL-STATUS = "35"
               OPEN OUTPUT NOTIFY-SPOOL
           END-IF.
           OPEN EXTEND NOTIFY-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT NOTIFY-LOG
           END-IF.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-ALERT-COUNT
               PERFORM DISPATCH-ONE-ALERT
           END-PERFORM.
           CLOSE NOTIFY-LOG.
           CLOSE NOTIFY-SPOOL.

       DISPATCH-ONE-ALERT.
           EVALUATE TRUE
               WHEN WS-AL-EXHAUSTED (WS-AL-IX) = 1
                   CONTINUE
               WHEN WS-AL-LAST-LEVEL (WS-AL-IX) = 0
                   PERFORM SEND-FIRST-NOTICE
               WHEN OTHER
                   MOVE WS-AL-LAST-SENT (WS-AL-IX) TO WS-CONV-STAMP
                   PERFORM STAMP-TO-SECONDS
                   COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-CONV-SECS
                   IF WS-AGE-SECS >= WS-ESCALATE-MINUTES * 60
                       PERFORM SEND-ESCALATION
                   END-IF
           END-EVALUATE.

       SEND-FIRST-NOTICE.
           MOVE WS-AL-STAMP (WS-AL-IX) TO WS-CONV-STAMP.
           PERFORM STAMP-TO-SECONDS.
           COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-CONV-SECS.
           IF WS-AGE-SECS > 86400
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE 0 TO WS-AFTER-LEVEL
               PERFORM FIND-NEXT-ON-CALL
               IF WS-PICK-IX = 0
      *> Logged once; the alert is tried again each run in case
      *> the roster is fixed.
                   IF WS-AL-NOCOVER (WS-AL-IX) = 0
                       ADD 1 TO WS-NOCOVER-COUNT
                       MOVE 1 TO WS-AL-NOCOVER (WS-AL-IX)
                       DISPLAY "   No one on call for "
                           WS-AL-PROGRAM (WS-AL-IX) " alert "
                           WS-AL-STAMP (WS-AL-IX)
                       MOVE "NOCOVER" TO WS-ACTION
                       PERFORM WRITE-LOG-ROW
                   END-IF
               ELSE
                   MOVE "NOTIFY" TO WS-ACTION
                   PERFORM SEND-NOTIFICATION
                   ADD 1 TO WS-SENT-COUNT
               END-IF
           END-IF.

       SEND-ESCALATION.
           MOVE WS-AL-LAST-LEVEL (WS-AL-IX) TO WS-AFTER-LEVEL.
           PERFORM FIND-NEXT-ON-CALL.
           IF WS-PICK-IX = 0
               ADD 1 TO WS-EXHAUST-COUNT
               MOVE 1 TO WS-AL-EXHAUSTED (WS-AL-IX)
               DISPLAY "   Roster exhausted for "
                   WS-AL-PROGRAM (WS-AL-IX) " alert "
                   WS-AL-STAMP (WS-AL-IX) " - left to the console"
               MOVE "EXHAUST" TO WS-ACTION
               PERFORM WRITE-LOG-ROW
      *> Not for one of this program's own alerts, or an
      *> unanswered roster would raise alerts without end.
               IF WS-AL-PROGRAM (WS-AL-IX) NOT = WS-PROGRAM-NAME
                   MOVE RETURN-CODE TO WS-HOLD-RC
                   MOVE WS-AL-PROGRAM (WS-AL-IX) TO WS-AX-PROGRAM
                   MOVE WS-AL-STAMP (WS-AL-IX) TO WS-AX-STAMP
                   MOVE WS-EXHAUST-TEXT-BUILD TO WS-ALERT-TEXT
                   CALL "ALERTLOG" USING WS-PROGRAM-NAME "C"
                       WS-ALERT-TEXT
                   MOVE WS-HOLD-RC TO RETURN-CODE
               END-IF
           ELSE
               MOVE "ESCALATE" TO WS-ACTION
               PERFORM SEND-NOTIFICATION
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

       FIND-NEXT-ON-CALL.
      *> The most specific covering rows first, then within them
      *> the lowest level above WS-AFTER-LEVEL.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-PICK-IX.
           PERFORM VARYING WS-RO-IX FROM 1 BY 1
                   UNTIL WS-RO-IX > WS-ROSTER-COUNT
               PERFORM SCORE-ONE-ROSTER-ROW
               IF WS-ROW-COVERS = 1 AND WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RO-IX FROM 1 BY 1
                   UNTIL WS-RO-IX > WS-ROSTER-COUNT
               PERFORM SCORE-ONE-ROSTER-ROW
               IF WS-ROW-COVERS = 1 AND WS-SCORE = WS-BEST-SCORE
                       AND WS-RO-LEVEL (WS-RO-IX) > WS-AFTER-LEVEL
                   IF WS-PICK-IX = 0
                       MOVE WS-RO-IX TO WS-PICK-IX
                   ELSE
                       IF WS-RO-LEVEL (WS-RO-IX)
                               < WS-RO-LEVEL (WS-PICK-IX)
                           MOVE WS-RO-IX TO WS-PICK-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SCORE-ONE-ROSTER-ROW.
      *> Scores count from 1 so that a catch-all row still beats
      *> no row at all.
           MOVE 0 TO WS-ROW-COVERS.
           MOVE 0 TO WS-SCORE.
           IF (WS-RO-SEVERITY (WS-RO-IX) = WS-AL-SEVERITY (WS-AL-IX)
                   OR WS-RO-SEVERITY (WS-RO-IX) = "*")
               MOVE 1 TO WS-ROW-COVERS
           END-IF.
           IF WS-ROW-COVERS = 1 AND WS-RO-FAM-LEN (WS-RO-IX) > 0
               IF WS-RO-FAMILY (WS-RO-IX)
                       (1:WS-RO-FAM-LEN (WS-RO-IX))
                       NOT = WS-AL-PROGRAM (WS-AL-IX)
                       (1:WS-RO-FAM-LEN (WS-RO-IX))
                   MOVE 0 TO WS-ROW-COVERS
               END-IF
           END-IF.
           IF WS-ROW-COVERS = 1
               EVALUATE TRUE
                   WHEN WS-RO-FROM (WS-RO-IX) = WS-RO-TO (WS-RO-IX)
                       CONTINUE
                   WHEN WS-RO-FROM (WS-RO-IX) < WS-RO-TO (WS-RO-IX)
                       IF WS-NP-HHMM < WS-RO-FROM (WS-RO-IX)
                               OR WS-NP-HHMM >= WS-RO-TO (WS-RO-IX)
                           MOVE 0 TO WS-ROW-COVERS
                       END-IF
                   WHEN OTHER
                       IF WS-NP-HHMM < WS-RO-FROM (WS-RO-IX)
                               AND WS-NP-HHMM >= WS-RO-TO (WS-RO-IX)
                           MOVE 0 TO WS-ROW-COVERS
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-ROW-COVERS = 1
               COMPUTE WS-SCORE = (WS-RO-FAM-LEN (WS-RO-IX) * 10) + 1
               IF WS-RO-SEVERITY (WS-RO-IX) NOT = "*"
                   ADD 1 TO WS-SCORE
               END-IF
           END-IF.

       SEND-NOTIFICATION.
           MOVE WS-RO-CHANNEL (WS-PICK-IX) TO NSP-CHANNEL.
           MOVE WS-RO-ADDRESS (WS-PICK-IX) TO NSP-ADDRESS.
           MOVE WS-RO-RECIPIENT (WS-PICK-IX) TO NSP-RECIPIENT.
           MOVE WS-AL-STAMP (WS-AL-IX) TO NSP-ALERT-STAMP.
           MOVE WS-AL-PROGRAM (WS-AL-IX) TO NSP-ALERT-PROGRAM.
           MOVE WS-AL-SEVERITY (WS-AL-IX) TO NSP-SEVERITY.
           MOVE WS-RO-LEVEL (WS-PICK-IX) TO NSP-LEVEL.
           MOVE "N" TO NSP-ESCALATED.
           IF WS-ACTION = "ESCALATE"
               MOVE "Y" TO NSP-ESCALATED
           END-IF.
           MOVE WS-NOW-STAMP TO NSP-SENT-STAMP.
           MOVE WS-AL-MESSAGE (WS-AL-IX) TO NSP-MESSAGE.
           WRITE NOTIFY-SPOOL-RECORD.
           MOVE WS-RO-LEVEL (WS-PICK-IX) TO WS-AL-LAST-LEVEL (WS-AL-IX).
           MOVE WS-NOW-STAMP TO WS-AL-LAST-SENT (WS-AL-IX).
           DISPLAY "   " WS-ACTION " " WS-RO-RECIPIENT (WS-PICK-IX)
               " level " WS-RO-LEVEL (WS-PICK-IX) " for "
               WS-AL-PROGRAM (WS-AL-IX) " alert "
               WS-AL-STAMP (WS-AL-IX).
           PERFORM WRITE-LOG-ROW.

       WRITE-LOG-ROW.
      *> WS-PICK-IX names the recipient on NOTIFY and ESCALATE.
           MOVE WS-AL-STAMP (WS-AL-IX) TO NTL-ALERT-STAMP.
           MOVE WS-AL-PROGRAM (WS-AL-IX) TO NTL-ALERT-PROGRAM.
           MOVE WS-ACTION TO NTL-ACTION.
           MOVE WS-NOW-STAMP TO NTL-SENT-STAMP.
           MOVE 0 TO NTL-LEVEL.
           MOVE SPACES TO NTL-RECIPIENT.
           MOVE SPACE TO NTL-CHANNEL.
           IF WS-PICK-IX > 0
               MOVE WS-RO-LEVEL (WS-PICK-IX) TO NTL-LEVEL
               MOVE WS-RO-RECIPIENT (WS-PICK-IX) TO NTL-RECIPIENT
               MOVE WS-RO-CHANNEL (WS-PICK-IX) TO NTL-CHANNEL
           END-IF.
           WRITE NOTIFY-LOG-RECORD.

       STAMP-TO-SECONDS.
           COMPUTE WS-CONV-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-CV-DATE) * 86400)
               + (WS-CV-HH * 3600) + (WS-CV-MM * 60) + WS-CV-SS.
