       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
      *> Segregation-of-duties conflict report for internal audit.
      *> OPRSEC decides who may sign on where; nothing checked that
      *> one person was not both making and approving the same
      *> change. The conflicts are described in a rules table,
      *> sod_rules.dat, one incompatible pair of functions per row:
      *>   col  1-4   rule ID
      *>   col  5-12  first function: transaction name
      *>   col 13     authority level that grants it (1-3)
      *>   col 14-21  second function: transaction name
      *>   col 22     authority level that grants it (1-3)
      *>   col 23-30  transaction-level test, one of
      *>                RVWSELF  review proposal keyed and approved
      *>                         by the same operator (EMPRVMNT,
      *>                         the worksheet's RVW-PROPOSER and
      *>                         RVW-OPERATOR)
      *>                EMPSELF  operator changed their own employee
      *>                         record (empmnt_journal.dat against
      *>                         the employee ID OPRSECMT links to
      *>                         the operator)
      *>                BNKREL   operator changed bank details
      *>                         (empbank_history.dat) and then
      *>                         released the period that paid them
      *>                         (empvar_release.dat)
      *>                CFGSELF  CFGDUAL change proposed and approved
      *>                         by the same operator
      *>              or blank: both functions signed on to by the
      *>              same operator (oprsec_log.dat GRANTs)
      *>   col 31-70  description
      *> For example EMPRVMNT at 2 against EMPRVMNT at 3, RVWSELF.
      *>
      *> Role-level conflicts come from oprsec.dat: every operator
      *> whose authority (the transaction override, else the
      *> default; the security role for OPRSECMT) reaches both
      *> levels of a rule. Transaction-level conflicts are what
      *> the journals show someone actually did within the period,
      *> SODRPT_FROM to SODRPT_TO (YYYYMMDD; default the 30 days
      *> to today). The review worksheet carries no dates -- the
      *> whole of the current cycle is checked, or the archived
      *> cycle named by SODRPT_WORKSHEET. Report in sod_report.dat.
      *> RETURN-CODE 0 no conflicts, 4 conflicts listed, 8 no rules
      *> table or no operator master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "sod_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "oprsec.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACTIVITY-LOG ASSIGN TO "oprsec_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empmnt_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO DYNAMIC WS-WORKSHEET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.
           SELECT BANK-HISTORY ASSIGN TO "empbank_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RELEASE-JOURNAL ASSIGN TO "empvar_release.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "cfgdual_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT SOD-REPORT ASSIGN TO "sod_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-RECORD.
          05 SOD-RULE-ID     PIC X(4).
          05 SOD-TRANS-A     PIC X(8).
          05 SOD-AUTH-A      PIC 9.
          05 SOD-TRANS-B     PIC X(8).
          05 SOD-AUTH-B      PIC 9.
          05 SOD-TEST        PIC X(8).
          05 SOD-DESC        PIC X(40).

      *> The OPRSEC operator master layout.
       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
          05 OPR-ID          PIC X(8).
          05 OPR-CREDENTIAL  PIC X(8).
          05 OPR-SEC-ROLE    PIC X.
          05 OPR-DEFAULT     PIC 9.
          05 OPR-OVERRIDES OCCURS 5 TIMES.
             10 OPR-TR-NAME  PIC X(8).
             10 OPR-TR-AUTH  PIC 9.
          05 OPR-EMP-ID      PIC X(5).

      *> OPRSEC's activity-log line: stamp, operator, transaction,
      *> outcome, AUTH=level.
       FD ACTIVITY-LOG.
       01 ACTIVITY-LOG-LINE.
          05 ACT-STAMP       PIC 9(14).
          05 FILLER          PIC X.
          05 ACT-OPERATOR    PIC X(8).
          05 FILLER          PIC X.
          05 ACT-TRANS       PIC X(8).
          05 FILLER          PIC X.
          05 ACT-OUTCOME     PIC X(6).
          05 FILLER          PIC X(6).
          05 ACT-AUTH        PIC 9.
          05 FILLER          PIC X(14).

       FD JOURNAL-FILE.
           COPY EMPJRN.

       FD WORKSHEET-FILE.
           COPY EMPRVWR.

       FD BANK-HISTORY.
           COPY EMPBKHR.

       FD RELEASE-JOURNAL.
           COPY EMPRELR.

      *> CFGDUAL's pending-change layout.
       FD PENDING-FILE.
       01 PENDING-RECORD.
          05 PND-SEQ       PIC 9(4).
          05 PND-FILE      PIC X(30).
          05 PND-PROPOSER  PIC X(8).
          05 PND-PROP-DATE PIC 9(8).
          05 PND-STATUS    PIC X.
             88 PND-IS-PENDING  VALUE "P".
             88 PND-IS-APPLIED  VALUE "A".
             88 PND-IS-REJECTED VALUE "R".
          05 PND-APPROVER  PIC X(8).
          05 PND-APPR-DATE PIC 9(8).

       FD SOD-REPORT.
       01 SOD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RULES-STATUS     PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01 WS-ACTIVITY-STATUS  PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
       01 WS-WORKSHEET-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01 WS-RELEASE-STATUS   PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS   PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF              PIC 9 VALUE 0.
       01 WS-WORKSHEET-NAME   PIC X(40)
          VALUE "emprev_worksheet.dat".

      *> The period, from the environment or the last 30 days.
       01 WS-ENV-DATE         PIC X(8) VALUE SPACES.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-TO-DATE          PIC 9(8) VALUE 0.
       01 WS-DAY-INT          PIC S9(9) VALUE 0.
       01 WS-ROW-DATE         PIC 9(8) VALUE 0.

      *> The rules table.
       01 WS-RULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RU-ENTRY OCCURS 100 TIMES.
             10 WS-RU-ID        PIC X(4).
             10 WS-RU-TRANS-A   PIC X(8).
             10 WS-RU-AUTH-A    PIC 9.
             10 WS-RU-TRANS-B   PIC X(8).
             10 WS-RU-AUTH-B    PIC 9.
             10 WS-RU-TEST      PIC X(8).
             10 WS-RU-DESC      PIC X(40).
       01 WS-RU-IX            PIC 9(3) VALUE 0.

      *> The operator master held whole (the OPRSECMT idiom).
       01 WS-OPR-COUNT        PIC 9(2) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OP-ENTRY OCCURS 50 TIMES.
             10 WS-OP-ID      PIC X(8).
             10 WS-OP-CRED    PIC X(8).
             10 WS-OP-ROLE    PIC X.
             10 WS-OP-DEFAULT PIC 9.
             10 WS-OP-OVR OCCURS 5 TIMES.
                15 WS-OP-TR   PIC X(8).
                15 WS-OP-AUTH PIC 9.
             10 WS-OP-EMP-ID  PIC X(5).
       01 WS-OP-IX            PIC 9(2) VALUE 0.
       01 WS-OP-FOUND-IX      PIC 9(2) VALUE 0.
       01 WS-OVR-IX           PIC 9 VALUE 0.
       01 WS-LOOKUP-TRANS     PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-AUTH      PIC 9 VALUE 0.
       01 WS-HELD-AUTH-A      PIC 9 VALUE 0.
       01 WS-HELD-AUTH-B      PIC 9 VALUE 0.
       01 WS-OWN-EMP-ID       PIC 9(5) VALUE 0.

      *> Sign-on use in the period: the highest authority each
      *> operator was granted on each transaction.
       01 WS-USE-COUNT        PIC 9(3) VALUE 0.
       01 WS-USE-TABLE.
          05 WS-US-ENTRY OCCURS 500 TIMES.
             10 WS-US-OPERATOR  PIC X(8).
             10 WS-US-TRANS     PIC X(8).
             10 WS-US-AUTH      PIC 9.
             10 WS-US-LAST      PIC 9(14).
       01 WS-US-IX            PIC 9(3) VALUE 0.
       01 WS-US-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-US-B-IX          PIC 9(3) VALUE 0.
       01 WS-USE-DROPPED      PIC 9(5) VALUE 0.

      *> Payroll releases in log order, with the bank changes made
      *> by the releasing operator since the release before.
       01 WS-REL-COUNT        PIC 9(3) VALUE 0.
       01 WS-REL-TABLE.
          05 WS-RL-ENTRY OCCURS 500 TIMES.
             10 WS-RL-PERIOD    PIC 9(6).
             10 WS-RL-STAMP     PIC 9(14).
             10 WS-RL-OPERATOR  PIC X(8).
             10 WS-RL-CHANGES   PIC 9(4).
             10 WS-RL-FIRST-EMP PIC 9(5).
       01 WS-RL-IX            PIC 9(3) VALUE 0.
       01 WS-RL-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-CHANGE-STAMP     PIC 9(14) VALUE 0.
       01 WS-STAMP-BUILD.
          05 WS-SB-DATE       PIC 9(8).
          05 WS-SB-TIME       PIC 9(6).
       01 WS-STAMP-N REDEFINES WS-STAMP-BUILD PIC 9(14).

       01 WS-ROLE-CONFLICTS   PIC 9(5) VALUE 0.
       01 WS-TRANS-CONFLICTS  PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-TESTS    PIC 9(3) VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-PERIOD-LINE.
          05 FILLER          PIC X(17) VALUE "ACTIVITY PERIOD: ".
          05 WS-PD-FROM      PIC 9(8).
          05 FILLER          PIC X(4) VALUE " TO ".
          05 WS-PD-TO        PIC 9(8).
          05 FILLER          PIC X(63) VALUE SPACES.
       01 WS-RULE-LINE.
          05 WS-RL-RULE-ID   PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RLN-TRANS-A  PIC X(8).
          05 FILLER          PIC X(4) VALUE " AT ".
          05 WS-RLN-AUTH-A   PIC 9.
          05 FILLER          PIC X(6) VALUE " WITH ".
          05 WS-RLN-TRANS-B  PIC X(8).
          05 FILLER          PIC X(4) VALUE " AT ".
          05 WS-RLN-AUTH-B   PIC 9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RLN-TEST     PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RLN-DESC     PIC X(40).
          05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-ROLE-HEAD.
          05 FILLER          PIC X(46)
             VALUE "RULE OPERATOR FUNCTION HELD   FUNCTION HELD   ".
          05 FILLER          PIC X(54) VALUE "DESCRIPTION".
       01 WS-ROLE-LINE.
          05 WS-RO-RULE-ID   PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RO-OPERATOR  PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RO-TRANS-A   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RO-AUTH-A    PIC 9.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 WS-RO-TRANS-B   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RO-AUTH-B    PIC 9.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 WS-RO-DESC      PIC X(40).
          05 FILLER          PIC X(14) VALUE SPACES.
       01 WS-TRANS-HEAD.
          05 FILLER          PIC X(50)
             VALUE "RULE OPERATOR DATE     WHAT THE JOURNALS SHOW".
          05 FILLER          PIC X(50) VALUE SPACES.
       01 WS-TRANS-LINE.
          05 WS-TR-RULE-ID   PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-OPERATOR  PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-DATE      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-EVIDENCE  PIC X(77).
      *> The evidence texts.
       01 WS-EV-RVWSELF.
          05 FILLER          PIC X(30)
             VALUE "KEYED AND APPROVED PROPOSAL, E".
          05 FILLER          PIC X(8) VALUE "MPLOYEE ".
          05 WS-EV-RV-EMP    PIC 9(5).
          05 FILLER          PIC X(8) VALUE " STATUS ".
          05 WS-EV-RV-STATUS PIC X.
          05 FILLER          PIC X(25) VALUE SPACES.
       01 WS-EV-EMPSELF.
          05 FILLER          PIC X(28)
             VALUE "CHANGED OWN EMPLOYEE RECORD ".
          05 WS-EV-EM-EMP    PIC 9(5).
          05 FILLER          PIC X(9) VALUE " SESSION ".
          05 WS-EV-EM-SESS   PIC 9(14).
          05 FILLER          PIC X(21) VALUE SPACES.
       01 WS-EV-BNKREL.
          05 FILLER          PIC X(8) VALUE "CHANGED ".
          05 WS-EV-BK-COUNT  PIC Z(3)9.
          05 FILLER          PIC X(28)
             VALUE " BANK ACCOUNT(S), FIRST EMP ".
          05 WS-EV-BK-EMP    PIC 9(5).
          05 FILLER          PIC X(22)
             VALUE ", THEN RELEASED PERIOD".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EV-BK-PERIOD PIC 9(6).
          05 FILLER          PIC X(3) VALUE SPACES.
       01 WS-EV-CFGSELF.
          05 FILLER          PIC X(30)
             VALUE "PROPOSED AND APPROVED CFGDUAL ".
          05 FILLER          PIC X(4) VALUE "SEQ ".
          05 WS-EV-CF-SEQ    PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EV-CF-FILE   PIC X(30).
          05 FILLER          PIC X(8) VALUE SPACES.
       01 WS-EV-SIGNON.
          05 FILLER          PIC X(18) VALUE "SIGNED ON TO BOTH ".
          05 WS-EV-SO-A      PIC X(8).
          05 FILLER          PIC X(6) VALUE " AUTH ".
          05 WS-EV-SO-AUTH-A PIC 9.
          05 FILLER          PIC X(5) VALUE " AND ".
          05 WS-EV-SO-B      PIC X(8).
          05 FILLER          PIC X(6) VALUE " AUTH ".
          05 WS-EV-SO-AUTH-B PIC 9.
          05 FILLER          PIC X(24) VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 WS-TT-LABEL     PIC X(36).
          05 WS-TT-COUNT     PIC Z(4)9.
          05 FILLER          PIC X(59) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "SODRPT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Segregation-of-Duties Conflict Report ===".
           DISPLAY " ".

           PERFORM DETERMINE-THE-PERIOD.
           PERFORM LOAD-RULES.
           PERFORM LOAD-OPERATOR-MASTER.
           EVALUATE TRUE
               WHEN WS-RULE-COUNT = 0
                   DISPLAY "   No conflict rules (sod_rules.dat) -"
                       " nothing to check"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OPR-COUNT = 0
                   DISPLAY "   No operator master (oprsec.dat) -"
                       " nothing to check"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM LOAD-SIGN-ON-USE
                   OPEN OUTPUT SOD-REPORT
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM REPORT-ROLE-CONFLICTS
                   PERFORM REPORT-TRANSACTION-CONFLICTS
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE SOD-REPORT
                   DISPLAY "   Period " WS-FROM-DATE " to "
                       WS-TO-DATE
                   DISPLAY "   Rules checked:                "
                       WS-RULE-COUNT
                   DISPLAY "   Role-level conflicts:         "
                       WS-ROLE-CONFLICTS
                   DISPLAY "   Transaction-level conflicts:  "
                       WS-TRANS-CONFLICTS
                   DISPLAY "   Report written to sod_report.dat"
                   IF WS-ROLE-CONFLICTS > 0
                           OR WS-TRANS-CONFLICTS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "=== Segregation-of-Duties Conflict Report"
               " Complete ===".
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

       DETERMINE-THE-PERIOD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TO-DATE.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 30.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE SPACES TO WS-ENV-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "SODRPT_FROM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-FROM-DATE
           END-IF.
           MOVE SPACES TO WS-ENV-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "SODRPT_TO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-TO-DATE
           END-IF.
           ACCEPT WS-WORKSHEET-NAME
               FROM ENVIRONMENT "SODRPT_WORKSHEET"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-WORKSHEET-NAME = SPACES
               MOVE "emprev_worksheet.dat" TO WS-WORKSHEET-NAME
           END-IF.

       LOAD-RULES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RULES-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       TAKE-ONE-RULE.
           EVALUATE TRUE
               WHEN SOD-RULE-ID = SPACES
                   CONTINUE
               WHEN SOD-AUTH-A NOT NUMERIC OR SOD-AUTH-B NOT NUMERIC
                       OR SOD-TRANS-A = SPACES
                       OR SOD-TRANS-B = SPACES
                   DISPLAY "   Rule " SOD-RULE-ID " incomplete -"
                       " ignored"
               WHEN WS-RULE-COUNT >= 100
                   DISPLAY "   Rule " SOD-RULE-ID " past the 100"
                       " the table holds - ignored"
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE SOD-RULE-ID TO WS-RU-ID (WS-RULE-COUNT)
                   MOVE SOD-TRANS-A TO WS-RU-TRANS-A (WS-RULE-COUNT)
                   MOVE SOD-AUTH-A TO WS-RU-AUTH-A (WS-RULE-COUNT)
                   MOVE SOD-TRANS-B TO WS-RU-TRANS-B (WS-RULE-COUNT)
                   MOVE SOD-AUTH-B TO WS-RU-AUTH-B (WS-RULE-COUNT)
                   MOVE SOD-TEST TO WS-RU-TEST (WS-RULE-COUNT)
                   MOVE SOD-DESC TO WS-RU-DESC (WS-RULE-COUNT)
           END-EVALUATE.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ OPERATOR-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-OPR-COUNT < 50
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPERATOR-MASTER-RECORD
                                   TO WS-OP-ENTRY (WS-OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       LOAD-SIGN-ON-USE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ACTIVITY-LOG.
           IF WS-ACTIVITY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ACTIVITY-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ACT-OUTCOME = "GRANT"
                                   AND ACT-STAMP IS NUMERIC
                               MOVE ACT-STAMP (1:8) TO WS-ROW-DATE
                               IF WS-ROW-DATE >= WS-FROM-DATE
                                       AND WS-ROW-DATE <= WS-TO-DATE
                                   PERFORM TAKE-ONE-SIGN-ON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-LOG
           END-IF.
           IF WS-USE-DROPPED > 0
               DISPLAY "   " WS-USE-DROPPED " sign-on(s) past the"
                   " 500 operator/transaction pairs held - not"
                   " checked"
           END-IF.

       TAKE-ONE-SIGN-ON.
           MOVE 0 TO WS-US-FOUND-IX.
           PERFORM VARYING WS-US-IX FROM 1 BY 1
                   UNTIL WS-US-IX > WS-USE-COUNT
                   OR WS-US-FOUND-IX > 0
               IF WS-US-OPERATOR (WS-US-IX) = ACT-OPERATOR
                       AND WS-US-TRANS (WS-US-IX) = ACT-TRANS
                   MOVE WS-US-IX TO WS-US-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-US-FOUND-IX = 0
               IF WS-USE-COUNT < 500
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT TO WS-US-FOUND-IX
                   MOVE ACT-OPERATOR TO WS-US-OPERATOR (WS-USE-COUNT)
                   MOVE ACT-TRANS TO WS-US-TRANS (WS-USE-COUNT)
                   MOVE 0 TO WS-US-AUTH (WS-USE-COUNT)
               ELSE
                   ADD 1 TO WS-USE-DROPPED
               END-IF
           END-IF.
           IF WS-US-FOUND-IX > 0
               IF ACT-AUTH IS NUMERIC
                       AND ACT-AUTH > WS-US-AUTH (WS-US-FOUND-IX)
                   MOVE ACT-AUTH TO WS-US-AUTH (WS-US-FOUND-IX)
               END-IF
               MOVE ACT-STAMP TO WS-US-LAST (WS-US-FOUND-IX)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "SEGREGATION-OF-DUTIES CONFLICT REPORT"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-FROM-DATE TO WS-PD-FROM.
           MOVE WS-TO-DATE TO WS-PD-TO.
           MOVE WS-PERIOD-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "CONFLICT RULES" TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM VARYING WS-RU-IX FROM 1 BY 1
                   UNTIL WS-RU-IX > WS-RULE-COUNT
               MOVE WS-RU-ID (WS-RU-IX) TO WS-RL-RULE-ID
               MOVE WS-RU-TRANS-A (WS-RU-IX) TO WS-RLN-TRANS-A
               MOVE WS-RU-AUTH-A (WS-RU-IX) TO WS-RLN-AUTH-A
               MOVE WS-RU-TRANS-B (WS-RU-IX) TO WS-RLN-TRANS-B
               MOVE WS-RU-AUTH-B (WS-RU-IX) TO WS-RLN-AUTH-B
               MOVE WS-RU-TEST (WS-RU-IX) TO WS-RLN-TEST
               IF WS-RU-TEST (WS-RU-IX) = SPACES
                   MOVE "SIGN-ON" TO WS-RLN-TEST
               END-IF
               MOVE WS-RU-DESC (WS-RU-IX) TO WS-RLN-DESC
               MOVE WS-RULE-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-PERFORM.

       REPORT-ROLE-CONFLICTS.
      *> Every operator able to perform both functions of a rule.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "ROLE-LEVEL CONFLICTS (AUTHORITY ON oprsec.dat)"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-ROLE-HEAD TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM VARYING WS-RU-IX FROM 1 BY 1
                   UNTIL WS-RU-IX > WS-RULE-COUNT
               PERFORM VARYING WS-OP-IX FROM 1 BY 1
                       UNTIL WS-OP-IX > WS-OPR-COUNT
                   PERFORM CHECK-ONE-ROLE-CONFLICT
               END-PERFORM
           END-PERFORM.
           IF WS-ROLE-CONFLICTS = 0
               MOVE "   NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       CHECK-ONE-ROLE-CONFLICT.
           MOVE WS-RU-TRANS-A (WS-RU-IX) TO WS-LOOKUP-TRANS.
           PERFORM RESOLVE-OPERATOR-AUTH.
           MOVE WS-LOOKUP-AUTH TO WS-HELD-AUTH-A.
           MOVE WS-RU-TRANS-B (WS-RU-IX) TO WS-LOOKUP-TRANS.
           PERFORM RESOLVE-OPERATOR-AUTH.
           MOVE WS-LOOKUP-AUTH TO WS-HELD-AUTH-B.
           IF WS-HELD-AUTH-A >= WS-RU-AUTH-A (WS-RU-IX)
                   AND WS-HELD-AUTH-B >= WS-RU-AUTH-B (WS-RU-IX)
               ADD 1 TO WS-ROLE-CONFLICTS
               MOVE WS-RU-ID (WS-RU-IX) TO WS-RO-RULE-ID
               MOVE WS-OP-ID (WS-OP-IX) TO WS-RO-OPERATOR
               MOVE WS-RU-TRANS-A (WS-RU-IX) TO WS-RO-TRANS-A
               MOVE WS-HELD-AUTH-A TO WS-RO-AUTH-A
               MOVE WS-RU-TRANS-B (WS-RU-IX) TO WS-RO-TRANS-B
               MOVE WS-HELD-AUTH-B TO WS-RO-AUTH-B
               MOVE WS-RU-DESC (WS-RU-IX) TO WS-RO-DESC
               MOVE WS-ROLE-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       RESOLVE-OPERATOR-AUTH.
      *> The OPRSEC rule: the security role alone opens OPRSECMT;
      *> otherwise the transaction's override, else the default.
           IF WS-LOOKUP-TRANS = "OPRSECMT"
               IF WS-OP-ROLE (WS-OP-IX) = "Y"
                   MOVE 3 TO WS-LOOKUP-AUTH
               ELSE
                   MOVE 0 TO WS-LOOKUP-AUTH
               END-IF
           ELSE
               MOVE WS-OP-DEFAULT (WS-OP-IX) TO WS-LOOKUP-AUTH
               PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                       UNTIL WS-OVR-IX > 5
                   IF WS-OP-TR (WS-OP-IX WS-OVR-IX) = WS-LOOKUP-TRANS
                           AND WS-OP-TR (WS-OP-IX WS-OVR-IX)
                               NOT = SPACES
                       MOVE WS-OP-AUTH (WS-OP-IX WS-OVR-IX)
                           TO WS-LOOKUP-AUTH
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-TRANSACTION-CONFLICTS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "TRANSACTION-LEVEL CONFLICTS (ACTIVITY IN THE PERIOD)"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-TRANS-HEAD TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM VARYING WS-RU-IX FROM 1 BY 1
                   UNTIL WS-RU-IX > WS-RULE-COUNT
               EVALUATE WS-RU-TEST (WS-RU-IX)
                   WHEN "RVWSELF"
                       PERFORM CHECK-REVIEW-SELF-APPROVAL
                   WHEN "EMPSELF"
                       PERFORM CHECK-OWN-RECORD-CHANGES
                   WHEN "BNKREL"
                       PERFORM CHECK-BANK-CHANGE-RELEASE
                   WHEN "CFGSELF"
                       PERFORM CHECK-CONFIG-MAKER-CHECKER
                   WHEN SPACES
                       PERFORM CHECK-SIGN-ON-BOTH
                   WHEN OTHER
                       ADD 1 TO WS-UNKNOWN-TESTS
                       DISPLAY "   Rule " WS-RU-ID (WS-RU-IX)
                           " names an unknown test "
                           WS-RU-TEST (WS-RU-IX)
                           " - role level only"
               END-EVALUATE
           END-PERFORM.
           IF WS-TRANS-CONFLICTS = 0
               MOVE "   NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       CHECK-REVIEW-SELF-APPROVAL.
      *> An approved or applied row whose approver keyed it.
           MOVE 0 TO WS-EOF.
           OPEN INPUT WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ WORKSHEET-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (RVW-APPROVED OR RVW-APPLIED)
                                   AND RVW-PROPOSER NOT = SPACES
                                   AND RVW-PROPOSER = RVW-OPERATOR
                               MOVE RVW-EMP-ID TO WS-EV-RV-EMP
                               MOVE RVW-STATUS TO WS-EV-RV-STATUS
                               MOVE RVW-OPERATOR TO WS-TR-OPERATOR
                               MOVE "CYCLE" TO WS-TR-DATE
                               MOVE WS-EV-RVWSELF TO WS-TR-EVIDENCE
                               PERFORM WRITE-TRANSACTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKSHEET-FILE
           END-IF.

       CHECK-OWN-RECORD-CHANGES.
      *> A journaled change whose before or after image is the
      *> employee the changing operator is linked to.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE JRN-TIMESTAMP (1:8) TO WS-ROW-DATE
                           IF WS-ROW-DATE >= WS-FROM-DATE
                                   AND WS-ROW-DATE <= WS-TO-DATE
                               PERFORM CHECK-ONE-JOURNAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       CHECK-ONE-JOURNAL-ROW.
           MOVE 0 TO WS-OP-FOUND-IX.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPR-COUNT
               IF WS-OP-ID (WS-OP-IX) = JRN-OPERATOR
                       AND WS-OP-EMP-ID (WS-OP-IX) IS NUMERIC
                   MOVE WS-OP-IX TO WS-OP-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND-IX > 0
               MOVE WS-OP-EMP-ID (WS-OP-FOUND-IX) TO WS-OWN-EMP-ID
               IF WS-OWN-EMP-ID > 0
                       AND (WS-OWN-EMP-ID = JRN-A-EMP-ID
                           OR WS-OWN-EMP-ID = JRN-B-EMP-ID)
                   MOVE WS-OWN-EMP-ID TO WS-EV-EM-EMP
                   MOVE JRN-SESSION-ID TO WS-EV-EM-SESS
                   MOVE JRN-OPERATOR TO WS-TR-OPERATOR
                   MOVE WS-ROW-DATE TO WS-TR-DATE
                   MOVE WS-EV-EMPSELF TO WS-TR-EVIDENCE
                   PERFORM WRITE-TRANSACTION-LINE
               END-IF
           END-IF.

       CHECK-BANK-CHANGE-RELEASE.
      *> Each bank change is paid by the first release after it;
      *> released by the same operator, that is the conflict.
           MOVE 0 TO WS-REL-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RELEASE-JOURNAL.
           IF WS-RELEASE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RELEASE-JOURNAL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-REL-COUNT < 500
                               ADD 1 TO WS-REL-COUNT
                               MOVE REL-PERIOD
                                   TO WS-RL-PERIOD (WS-REL-COUNT)
                               MOVE REL-DATE TO WS-SB-DATE
                               MOVE REL-TIME TO WS-SB-TIME
                               MOVE WS-STAMP-N
                                   TO WS-RL-STAMP (WS-REL-COUNT)
                               MOVE REL-OPERATOR
                                   TO WS-RL-OPERATOR (WS-REL-COUNT)
                               MOVE 0 TO WS-RL-CHANGES (WS-REL-COUNT)
                               MOVE 0
                                   TO WS-RL-FIRST-EMP (WS-REL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-JOURNAL
           END-IF.
           IF WS-REL-COUNT > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT BANK-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ BANK-HISTORY
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM MATCH-ONE-BANK-CHANGE
                       END-READ
                   END-PERFORM
                   CLOSE BANK-HISTORY
               END-IF
               PERFORM VARYING WS-RL-IX FROM 1 BY 1
                       UNTIL WS-RL-IX > WS-REL-COUNT
                   MOVE WS-RL-STAMP (WS-RL-IX) (1:8) TO WS-ROW-DATE
                   IF WS-RL-CHANGES (WS-RL-IX) > 0
                           AND WS-ROW-DATE >= WS-FROM-DATE
                           AND WS-ROW-DATE <= WS-TO-DATE
                       MOVE WS-RL-CHANGES (WS-RL-IX) TO WS-EV-BK-COUNT
                       MOVE WS-RL-FIRST-EMP (WS-RL-IX) TO WS-EV-BK-EMP
                       MOVE WS-RL-PERIOD (WS-RL-IX) TO WS-EV-BK-PERIOD
                       MOVE WS-RL-OPERATOR (WS-RL-IX)
                           TO WS-TR-OPERATOR
                       MOVE WS-ROW-DATE TO WS-TR-DATE
                       MOVE WS-EV-BNKREL TO WS-TR-EVIDENCE
                       PERFORM WRITE-TRANSACTION-LINE
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-ONE-BANK-CHANGE.
           MOVE BKH-DATE TO WS-SB-DATE.
           MOVE BKH-TIME TO WS-SB-TIME.
           MOVE WS-STAMP-N TO WS-CHANGE-STAMP.
           MOVE 0 TO WS-RL-FOUND-IX.
           PERFORM VARYING WS-RL-IX FROM 1 BY 1
                   UNTIL WS-RL-IX > WS-REL-COUNT
                   OR WS-RL-FOUND-IX > 0
               IF WS-RL-STAMP (WS-RL-IX) >= WS-CHANGE-STAMP
                   MOVE WS-RL-IX TO WS-RL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RL-FOUND-IX > 0
               IF WS-RL-OPERATOR (WS-RL-FOUND-IX) = BKH-OPERATOR
                   IF WS-RL-CHANGES (WS-RL-FOUND-IX) = 0
                       MOVE BKH-EMP-ID
                           TO WS-RL-FIRST-EMP (WS-RL-FOUND-IX)
                   END-IF
                   ADD 1 TO WS-RL-CHANGES (WS-RL-FOUND-IX)
               END-IF
           END-IF.

       CHECK-CONFIG-MAKER-CHECKER.
      *> CFGDUAL refuses this at the console; the check proves it.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PENDING-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF (PND-IS-APPLIED OR PND-IS-REJECTED)
                                   AND PND-APPROVER = PND-PROPOSER
                                   AND PND-APPR-DATE >= WS-FROM-DATE
                                   AND PND-APPR-DATE <= WS-TO-DATE
                               MOVE PND-SEQ TO WS-EV-CF-SEQ
                               MOVE PND-FILE TO WS-EV-CF-FILE
                               MOVE PND-APPROVER TO WS-TR-OPERATOR
                               MOVE PND-APPR-DATE TO WS-TR-DATE
                               MOVE WS-EV-CFGSELF TO WS-TR-EVIDENCE
                               PERFORM WRITE-TRANSACTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       CHECK-SIGN-ON-BOTH.
      *> Signed on to both transactions at the rule's levels. The
      *> same transaction on both sides tells nothing from sign-ons
      *> alone -- that rule needs a test of its own.
           IF WS-RU-TRANS-A (WS-RU-IX) NOT = WS-RU-TRANS-B (WS-RU-IX)
               PERFORM VARYING WS-US-IX FROM 1 BY 1
                       UNTIL WS-US-IX > WS-USE-COUNT
                   IF WS-US-TRANS (WS-US-IX)
                           = WS-RU-TRANS-A (WS-RU-IX)
                           AND WS-US-AUTH (WS-US-IX)
                               >= WS-RU-AUTH-A (WS-RU-IX)
                       PERFORM FIND-SECOND-SIGN-ON
                   END-IF
               END-PERFORM
           END-IF.

       FIND-SECOND-SIGN-ON.
           PERFORM VARYING WS-US-B-IX FROM 1 BY 1
                   UNTIL WS-US-B-IX > WS-USE-COUNT
               IF WS-US-OPERATOR (WS-US-B-IX)
                       = WS-US-OPERATOR (WS-US-IX)
                       AND WS-US-TRANS (WS-US-B-IX)
                           = WS-RU-TRANS-B (WS-RU-IX)
                       AND WS-US-AUTH (WS-US-B-IX)
                           >= WS-RU-AUTH-B (WS-RU-IX)
                   MOVE WS-US-TRANS (WS-US-IX) TO WS-EV-SO-A
                   MOVE WS-US-AUTH (WS-US-IX) TO WS-EV-SO-AUTH-A
                   MOVE WS-US-TRANS (WS-US-B-IX) TO WS-EV-SO-B
                   MOVE WS-US-AUTH (WS-US-B-IX) TO WS-EV-SO-AUTH-B
                   MOVE WS-US-OPERATOR (WS-US-IX) TO WS-TR-OPERATOR
      *> Dated by the later of the two last sign-ons.
                   IF WS-US-LAST (WS-US-B-IX) > WS-US-LAST (WS-US-IX)
                       MOVE WS-US-LAST (WS-US-B-IX) (1:8)
                           TO WS-TR-DATE
                   ELSE
                       MOVE WS-US-LAST (WS-US-IX) (1:8)
                           TO WS-TR-DATE
                   END-IF
                   MOVE WS-EV-SIGNON TO WS-TR-EVIDENCE
                   PERFORM WRITE-TRANSACTION-LINE
               END-IF
           END-PERFORM.

       WRITE-TRANSACTION-LINE.
           ADD 1 TO WS-TRANS-CONFLICTS.
           MOVE WS-RU-ID (WS-RU-IX) TO WS-TR-RULE-ID.
           MOVE WS-TRANS-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "RULES CHECKED:" TO WS-TT-LABEL.
           MOVE WS-RULE-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "OPERATORS ON THE MASTER:" TO WS-TT-LABEL.
           MOVE WS-OPR-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "ROLE-LEVEL CONFLICTS:" TO WS-TT-LABEL.
           MOVE WS-ROLE-CONFLICTS TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "TRANSACTION-LEVEL CONFLICTS:" TO WS-TT-LABEL.
           MOVE WS-TRANS-CONFLICTS TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           IF WS-UNKNOWN-TESTS > 0
               MOVE "RULES WITH AN UNKNOWN TEST:" TO WS-TT-LABEL
               MOVE WS-UNKNOWN-TESTS TO WS-TT-COUNT
               MOVE WS-TOTAL-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.
