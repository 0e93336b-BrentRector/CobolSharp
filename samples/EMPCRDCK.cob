       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCRDCK.
      *> Nightly license and certification expiry check. Every active
      *> employee on the newest employees.dat.Gnnnn generation is
      *> matched against the credentials they hold (empcred.dat,
      *> EMPCRDR.cpy) and the credentials their EMP-JOB-CODE requires
      *> (jobcred.dat, JOBCRDR.cpy); both files are kept by EMPCRDMT.
      *>
      *> A credential coming due raises an ALERTLOG warning as it
      *> enters the 60, 30 and 7 day windows before expiry. Each
      *> window is alerted once: CRD-ALERT-LEVEL remembers the last
      *> window warned and empcred.dat is rewritten at the end of the
      *> run, so the same warning is not repeated every night (a
      *> renewal in EMPCRDMT starts the sequence over). Anyone still
      *> working with a required credential that has expired, or that
      *> they have never held, raises a critical alert every night
      *> until it is put right.
      *>
      *> The compliance listing, empcred_report.dat, is SORTed by
      *> department, EMP-ID and credential type so each supervisor
      *> can pull their own page; EMPCRDCK_DEPT restricts the listing
      *> to one department (the alerts still cover everyone). The run
      *> date is today unless EMPCRDCK_DATE (YYYYMMDD) names another,
      *> the same override convention as EMPRETRO_EFFDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO "empcred.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT JOB-CRED-FILE ASSIGN TO "jobcred.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CRED-STATUS.
           SELECT SORT-FILE ASSIGN TO "empcrdck_sortwk.tmp".
           SELECT COMPLIANCE-REPORT ASSIGN TO "empcred_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD CREDENTIAL-FILE.
           COPY EMPCRDR.

       FD JOB-CRED-FILE.
           COPY JOBCRDR.

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SORT-DEPT      PIC X(3).
          05 SORT-EMP-ID    PIC 9(5).
          05 SORT-TYPE      PIC X(6).
          05 SORT-NAME      PIC X(20).
          05 SORT-JOB       PIC X(4).
          05 SORT-REQUIRED  PIC X.
          05 SORT-EXPIRY    PIC 9(8).
          05 SORT-DAYS      PIC S9(5).
          05 SORT-STATUS    PIC X(8).

       FD COMPLIANCE-REPORT.
       01 COMPLIANCE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-CRED-STATUS         PIC XX VALUE SPACES.
       01 WS-JOB-CRED-STATUS     PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-SORT-EOF            PIC 9 VALUE 0.

      *> Both files held whole; empcred.dat goes back out at the end
      *> with the advance-warning levels brought up to date.
       01 WS-CRED-COUNT      PIC 9(4) VALUE 0.
       01 WS-CRED-TABLE.
          05 WS-CR-ENTRY OCCURS 2000 TIMES.
             10 WS-CR-EMP-ID      PIC 9(5).
             10 WS-CR-TYPE        PIC X(6).
             10 WS-CR-NUMBER      PIC X(15).
             10 WS-CR-AUTHORITY   PIC X(20).
             10 WS-CR-ISSUE-DATE  PIC 9(8).
             10 WS-CR-EXPIRY-DATE PIC 9(8).
             10 WS-CR-ALERT-LEVEL PIC 9(2).
       01 WS-CR-IX           PIC 9(4) VALUE 0.
       01 WS-CR-FOUND        PIC 9(4) VALUE 0.
       01 WS-CRED-FULL       PIC 9 VALUE 0.
       01 WS-CRED-CHANGED    PIC 9 VALUE 0.

       01 WS-REQ-COUNT       PIC 9(3) VALUE 0.
       01 WS-REQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 200 TIMES.
             10 WS-RQ-JOB-CODE    PIC X(4).
             10 WS-RQ-CRED-TYPE   PIC X(6).
             10 WS-RQ-DESCRIPTION PIC X(30).
       01 WS-RQ-IX           PIC 9(3) VALUE 0.
       01 WS-RQ-FOUND        PIC 9(3) VALUE 0.
       01 WS-REQ-FULL        PIC 9 VALUE 0.

       01 WS-ENV-DATE        PIC X(8) VALUE SPACES.
       01 WS-DEPT-FILTER     PIC X(3) VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-DATE-VALID      PIC 9 VALUE 0.
       01 WS-RUN-INT         PIC S9(9) VALUE 0.
       01 WS-EXPIRY-INT      PIC S9(9) VALUE 0.
       01 WS-DAYS-LEFT       PIC S9(5) VALUE 0.
       01 WS-BAND            PIC 9(2) VALUE 0.
       01 WS-REQUIRED        PIC X VALUE "N".
       01 WS-STATUS-WORD     PIC X(8) VALUE SPACES.
       01 WS-LAST-DEPT       PIC X(3) VALUE SPACES.
       01 WS-FIRST-LINE      PIC 9 VALUE 1.

       01 WS-REPORTED-COUNT  PIC 9(5) VALUE 0.
       01 WS-CURRENT-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUE-60-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUE-30-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUE-7-COUNT     PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT   PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT   PIC 9(5) VALUE 0.
       01 WS-CRITICAL-COUNT  PIC 9(5) VALUE 0.

       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(5) VALUE "CRED ".
          05 WS-AB-TYPE      PIC X(6).
          05 FILLER          PIC X(5) VALUE " EMP ".
          05 WS-AB-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AB-MESSAGE   PIC X(38).
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

      *> Newest GDG generation, read from DEMO4's counter file.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Report lines built with MOVE, not STRING, like AUDITLOG's.
       01 WS-TITLE-LINE.
          05 FILLER PIC X(36) VALUE
             "CREDENTIAL COMPLIANCE BY DEPARTMENT".
          05 FILLER PIC X(10) VALUE "RUN DATE: ".
          05 WS-TL-RUN-DATE    PIC 9(8).
          05 FILLER PIC X(26) VALUE SPACES.
       01 WS-DEPT-LINE.
          05 FILLER PIC X(11) VALUE "DEPARTMENT ".
          05 WS-DH-DEPT        PIC X(3).
          05 FILLER PIC X(66) VALUE SPACES.
       01 WS-COLUMN-LINE.
          05 FILLER PIC X(40) VALUE
             "EMP-ID NAME                 JOB  TYPE   ".
          05 FILLER PIC X(40) VALUE
             "REQ EXPIRY    DAYS STATUS".
       01 WS-DETAIL-LINE-BUILD.
          05 WS-DL-EMP-ID      PIC 9(5).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DL-NAME        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-JOB         PIC X(4).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-TYPE        PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DL-REQUIRED    PIC X.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DL-EXPIRY      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-DAYS        PIC X(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-STATUS      PIC X(8).
          05 FILLER            PIC X(12) VALUE SPACES.
       01 WS-DAYS-EDIT         PIC -(5)9.
       01 WS-COUNT-LINE-BUILD.
          05 WS-KL-LABEL       PIC X(30).
          05 WS-KL-COUNT       PIC Z(4)9.
          05 FILLER            PIC X(45) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPCRDCK".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA SECTION.
      *> Standard RETURN-CODE convention (0 clean, 4 something is
      *> coming due or out of compliance, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Credential Expiry Check ===".
           DISPLAY " ".

           PERFORM DETERMINE-RUN-DATE.
           PERFORM DETERMINE-CURRENT-GENERATION.
           PERFORM LOAD-REQUIREMENTS.
           PERFORM LOAD-CREDENTIALS.
           DISPLAY "   Run date " WS-RUN-DATE ", reading generation "
               WS-GDG-FILENAME.
           DISPLAY "   " WS-CRED-COUNT " credential(s), "
               WS-REQ-COUNT " job requirement(s) on file".
           IF WS-DEPT-FILTER NOT = SPACES
               DISPLAY "   Listing department " WS-DEPT-FILTER
                   " only"
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-DEPT SORT-EMP-ID SORT-TYPE
               INPUT PROCEDURE IS CHECK-EMPLOYEES
               OUTPUT PROCEDURE IS PRINT-COMPLIANCE-REPORT.

           PERFORM SAVE-ALERT-LEVELS.

           DISPLAY "   Credentials reported:  " WS-REPORTED-COUNT.
           DISPLAY "   Warnings raised:       " WS-WARNING-COUNT.
           DISPLAY "   Critical alerts:       " WS-CRITICAL-COUNT.
           DISPLAY "   Report written to empcred_report.dat".
           IF WS-WARNING-COUNT > 0 OR WS-CRITICAL-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Credential Expiry Check Complete ===".
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

       DETERMINE-RUN-DATE SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-ENV-DATE
               FROM ENVIRONMENT "EMPCRDCK_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
               CALL "EMPDATEV" USING WS-RUN-DATE WS-DATE-VALID
               IF WS-DATE-VALID = 0
                   DISPLAY "   EMPCRDCK_DATE " WS-ENV-DATE
                       " is not a valid date - today used"
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
               END-IF
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           ACCEPT WS-DEPT-FILTER
               FROM ENVIRONMENT "EMPCRDCK_DEPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       DETERMINE-CURRENT-GENERATION SECTION.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-GENERATION
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-GENERATION
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-GENERATION
           END-IF.
           MOVE WS-GDG-GENERATION TO WS-GDG-GENERATION-EDIT.
           MOVE WS-GDG-GENERATION-EDIT TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.

       LOAD-REQUIREMENTS SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOB-CRED-FILE.
           IF WS-JOB-CRED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOB-CRED-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-REQ-COUNT < 200
                               ADD 1 TO WS-REQ-COUNT
                               MOVE JOB-CRED-RECORD
                                   TO WS-RQ-ENTRY (WS-REQ-COUNT)
                           ELSE
                               MOVE 1 TO WS-REQ-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CRED-FILE
           END-IF.
           IF WS-REQ-FULL = 1
               DISPLAY "   *** jobcred.dat over 200 rows -"
                   " requirements incomplete ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-CREDENTIALS SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CREDENTIAL-FILE.
           IF WS-CRED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CREDENTIAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CRED-COUNT < 2000
                               ADD 1 TO WS-CRED-COUNT
                               MOVE CREDENTIAL-RECORD
                                   TO WS-CR-ENTRY (WS-CRED-COUNT)
                           ELSE
                               MOVE 1 TO WS-CRED-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDENTIAL-FILE
           END-IF.
      *> Rewriting a truncated table would drop credentials, so an
      *> overflow leaves empcred.dat as it stands.
           IF WS-CRED-FULL = 1
               DISPLAY "   *** empcred.dat over 2000 rows -"
                   " check incomplete, file not updated ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-EMPLOYEES SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
      *> Only people actually working need to be in compliance.
                           IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                               PERFORM CHECK-HELD-CREDENTIALS
                               PERFORM CHECK-MISSING-CREDENTIALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       CHECK-HELD-CREDENTIALS SECTION.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CRED-COUNT
               IF WS-CR-EMP-ID (WS-CR-IX) = EMP-ID
                   PERFORM CHECK-ONE-CREDENTIAL
               END-IF
           END-PERFORM.

       CHECK-ONE-CREDENTIAL SECTION.
           MOVE WS-CR-TYPE (WS-CR-IX) TO WS-AB-TYPE.
           MOVE EMP-ID TO WS-AB-EMP-ID.
           PERFORM FIND-REQUIREMENT.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CR-EXPIRY-DATE (WS-CR-IX)).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-INT.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 0 TO WS-BAND
               WHEN WS-DAYS-LEFT NOT > 7
                   MOVE 7 TO WS-BAND
               WHEN WS-DAYS-LEFT NOT > 30
                   MOVE 30 TO WS-BAND
               WHEN WS-DAYS-LEFT NOT > 60
                   MOVE 60 TO WS-BAND
               WHEN OTHER
                   MOVE 0 TO WS-BAND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "EXPIRED" TO WS-STATUS-WORD
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-BAND = 0
                   MOVE "CURRENT" TO WS-STATUS-WORD
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN WS-BAND = 7
                   MOVE "DUE 7" TO WS-STATUS-WORD
                   ADD 1 TO WS-DUE-7-COUNT
               WHEN WS-BAND = 30
                   MOVE "DUE 30" TO WS-STATUS-WORD
                   ADD 1 TO WS-DUE-30-COUNT
               WHEN OTHER
                   MOVE "DUE 60" TO WS-STATUS-WORD
                   ADD 1 TO WS-DUE-60-COUNT
           END-EVALUATE.
      *> Warn once per window: only when this window is closer to
      *> expiry than the last one warned.
           IF WS-BAND > 0
                   AND (WS-CR-ALERT-LEVEL (WS-CR-IX) = 0
                       OR WS-BAND < WS-CR-ALERT-LEVEL (WS-CR-IX))
               EVALUATE WS-BAND
                   WHEN 7
                       MOVE "EXPIRES WITHIN 7 DAYS" TO WS-AB-MESSAGE
                   WHEN 30
                       MOVE "EXPIRES WITHIN 30 DAYS" TO WS-AB-MESSAGE
                   WHEN OTHER
                       MOVE "EXPIRES WITHIN 60 DAYS" TO WS-AB-MESSAGE
               END-EVALUATE
               MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "ALERTLOG" USING WS-PROGRAM-NAME "W"
                   WS-ALERT-TEXT
               MOVE WS-HOLD-RC TO RETURN-CODE
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-BAND TO WS-CR-ALERT-LEVEL (WS-CR-IX)
               MOVE 1 TO WS-CRED-CHANGED
           END-IF.
           IF WS-DAYS-LEFT < 0 AND WS-REQUIRED = "Y"
               MOVE "REQUIRED CREDENTIAL EXPIRED - WORKING"
                   TO WS-AB-MESSAGE
               PERFORM RAISE-CRITICAL-ALERT
           END-IF.
           MOVE WS-CR-TYPE (WS-CR-IX) TO SORT-TYPE.
           MOVE WS-CR-EXPIRY-DATE (WS-CR-IX) TO SORT-EXPIRY.
           MOVE WS-DAYS-LEFT TO SORT-DAYS.
           PERFORM RELEASE-REPORT-LINE.

       CHECK-MISSING-CREDENTIALS SECTION.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
               IF WS-RQ-JOB-CODE (WS-RQ-IX) = EMP-JOB-CODE
                   PERFORM CHECK-ONE-REQUIREMENT
               END-IF
           END-PERFORM.

       CHECK-ONE-REQUIREMENT SECTION.
           MOVE 0 TO WS-CR-FOUND.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CRED-COUNT
               IF WS-CR-EMP-ID (WS-CR-IX) = EMP-ID
                       AND WS-CR-TYPE (WS-CR-IX)
                           = WS-RQ-CRED-TYPE (WS-RQ-IX)
                   MOVE WS-CR-IX TO WS-CR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CR-FOUND = 0
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-RQ-CRED-TYPE (WS-RQ-IX) TO WS-AB-TYPE
               MOVE EMP-ID TO WS-AB-EMP-ID
               MOVE "REQUIRED CREDENTIAL NOT HELD - WORKING"
                   TO WS-AB-MESSAGE
               PERFORM RAISE-CRITICAL-ALERT
               MOVE "Y" TO WS-REQUIRED
               MOVE "MISSING" TO WS-STATUS-WORD
               MOVE WS-RQ-CRED-TYPE (WS-RQ-IX) TO SORT-TYPE
               MOVE 0 TO SORT-EXPIRY
               MOVE 0 TO SORT-DAYS
               PERFORM RELEASE-REPORT-LINE
           END-IF.

       FIND-REQUIREMENT SECTION.
           MOVE "N" TO WS-REQUIRED.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
               IF WS-RQ-JOB-CODE (WS-RQ-IX) = EMP-JOB-CODE
                       AND WS-RQ-CRED-TYPE (WS-RQ-IX)
                           = WS-CR-TYPE (WS-CR-IX)
                   MOVE "Y" TO WS-REQUIRED
               END-IF
           END-PERFORM.

       RAISE-CRITICAL-ALERT SECTION.
           MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "ALERTLOG" USING WS-PROGRAM-NAME "C" WS-ALERT-TEXT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           ADD 1 TO WS-CRITICAL-COUNT.

       RELEASE-REPORT-LINE SECTION.
           IF WS-DEPT-FILTER = SPACES OR WS-DEPT-FILTER = EMP-DEPT
               MOVE EMP-DEPT TO SORT-DEPT
               MOVE EMP-ID TO SORT-EMP-ID
               MOVE EMP-NAME TO SORT-NAME
               MOVE EMP-JOB-CODE TO SORT-JOB
               MOVE WS-REQUIRED TO SORT-REQUIRED
               MOVE WS-STATUS-WORD TO SORT-STATUS
               RELEASE SORT-RECORD
           END-IF.

       PRINT-COMPLIANCE-REPORT SECTION.
           OPEN OUTPUT COMPLIANCE-REPORT.
           MOVE WS-RUN-DATE TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN SORT-FILE
                   AT END MOVE 1 TO WS-SORT-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-CREDENTIAL
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE COMPLIANCE-REPORT.

       REPORT-ONE-CREDENTIAL SECTION.
      *> New heading at each department break, so the listing can be
      *> split into one page per supervisor.
           IF WS-FIRST-LINE = 1 OR SORT-DEPT NOT = WS-LAST-DEPT
               MOVE 0 TO WS-FIRST-LINE
               MOVE SORT-DEPT TO WS-LAST-DEPT
               MOVE SPACES TO COMPLIANCE-REPORT-LINE
               WRITE COMPLIANCE-REPORT-LINE
               MOVE SORT-DEPT TO WS-DH-DEPT
               MOVE WS-DEPT-LINE TO COMPLIANCE-REPORT-LINE
               WRITE COMPLIANCE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO COMPLIANCE-REPORT-LINE
               WRITE COMPLIANCE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE SORT-EMP-ID TO WS-DL-EMP-ID.
           MOVE SORT-NAME TO WS-DL-NAME.
           MOVE SORT-JOB TO WS-DL-JOB.
           MOVE SORT-TYPE TO WS-DL-TYPE.
           MOVE SORT-REQUIRED TO WS-DL-REQUIRED.
           IF SORT-STATUS = "MISSING"
               MOVE SPACES TO WS-DL-EXPIRY
               MOVE SPACES TO WS-DL-DAYS
           ELSE
               MOVE SORT-EXPIRY TO WS-DL-EXPIRY
               MOVE SORT-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DL-DAYS
           END-IF.
           MOVE SORT-STATUS TO WS-DL-STATUS.
           MOVE WS-DETAIL-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "CREDENTIALS LISTED:" TO WS-KL-LABEL.
           MOVE WS-REPORTED-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "CURRENT:" TO WS-KL-LABEL.
           MOVE WS-CURRENT-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "DUE WITHIN 60 DAYS:" TO WS-KL-LABEL.
           MOVE WS-DUE-60-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "DUE WITHIN 30 DAYS:" TO WS-KL-LABEL.
           MOVE WS-DUE-30-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "DUE WITHIN 7 DAYS:" TO WS-KL-LABEL.
           MOVE WS-DUE-7-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "EXPIRED:" TO WS-KL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "REQUIRED BUT NOT HELD:" TO WS-KL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE "CRITICAL ALERTS RAISED:" TO WS-KL-LABEL.
           MOVE WS-CRITICAL-COUNT TO WS-KL-COUNT.
           MOVE WS-COUNT-LINE-BUILD TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

       SAVE-ALERT-LEVELS SECTION.
           IF WS-CRED-CHANGED = 1 AND WS-CRED-FULL = 0
               OPEN OUTPUT CREDENTIAL-FILE
               PERFORM VARYING WS-CR-IX FROM 1 BY 1
                       UNTIL WS-CR-IX > WS-CRED-COUNT
                   MOVE WS-CR-ENTRY (WS-CR-IX) TO CREDENTIAL-RECORD
                   WRITE CREDENTIAL-RECORD
               END-PERFORM
               CLOSE CREDENTIAL-FILE
           END-IF.
