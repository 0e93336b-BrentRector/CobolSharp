       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNGN.
      *> Journal entry period run, after GLJRNMT's keying and
      *> approvals and before GLPOST. Two steps over gljournal.dat
      *> (GLJRNR.cpy):
      *>   recurring generation -- every active template in
      *>     gljrn_templates.dat (GLJRTR.cpy) not yet generated for
      *>     the run period becomes a pending journal entry keyed as
      *>     the template's owner, so a second operator must still
      *>     approve it in GLJRNMT; the template's JT-LAST-PERIOD is
      *>     stamped so a rerun does not generate it twice. The
      *>     period must be open on glperiod.dat or nothing is
      *>     generated;
      *>   release -- every approved entry for the run period is
      *>     written to its GL entity's posting file in EMPGLEXT's
      *>     H/D/T layout (header run date the first of the run
      *>     period, trailer count and MOD-999999999 amount hash)
      *>     and flipped to R, for GLPOST_FILE to accumulate. Each
      *>     entity gets a file of its own, named the EMPGLEXT way
      *>     -- gljournal_posting_EEEE.dat, GLPOST taking the entity
      *>     from the name -- and entity 0000 keeps the legacy
      *>     gljournal_posting.dat. GLPOST posts a whole file in the
      *>     header's period, so an approved entry for an earlier
      *>     period is not released with it: it is listed, and
      *>     released by a rerun with GLJRNGN_PERIOD set to its
      *>     period (GLPOST then redirects it if that period has
      *>     closed). An entry still pending is never released. A
      *>     posting file is rewritten each release, so a release
      *>     is held while the last file for any entity it writes is
      *>     not yet on glpost_register.dat -- run GLPOST first.
      *> The run period is GLJRNGN_PERIOD (YYYYMM); unset, the month
      *> of the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "gljrn_templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT POSTING-FILE ASSIGN TO DYNAMIC
                   WS-POSTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT POST-REGISTER ASSIGN TO "glpost_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           COPY GLJRNR.

       FD TEMPLATE-FILE.
           COPY GLJRTR.

       FD PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD   PIC 9(6).
          05 GLP-STATUS   PIC X.

       FD POSTING-FILE.
       01 POSTING-LINE PIC X(60).

       FD POST-REGISTER.
      *> GLPOST's register layout; only the leading key is needed.
       01 POST-REGISTER-RECORD.
          05 PRG-SOURCE-FILE PIC X(40).
          05 PRG-RUN-DATE    PIC 9(8).
          05 PRG-HASH        PIC 9(9).
          05 FILLER          PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
       01 WS-TEMPLATE-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-POSTING-STATUS  PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-RUN-PERIOD      PIC 9(6) VALUE 0.
       01 WS-PERIOD-OPEN     PIC 9 VALUE 0.

      *> The journal and the templates held whole as record images.
       01 WS-JE-COUNT        PIC 9(4) VALUE 0.
       01 WS-JE-TABLE.
          05 WS-JE-ROW OCCURS 2000 TIMES PIC X(127).
       01 WS-JE-IX           PIC 9(4) VALUE 0.
           COPY GLJRNR REPLACING
               ==JOURNAL-LINE-RECORD== BY ==WS-JOURNAL-WORK==
               LEADING ==JE== BY ==WJE==.
       01 WS-JT-COUNT        PIC 9(4) VALUE 0.
       01 WS-JT-TABLE.
          05 WS-JT-ROW OCCURS 500 TIMES PIC X(88).
       01 WS-JT-IX           PIC 9(4) VALUE 0.
       01 WS-JT-SCAN         PIC 9(4) VALUE 0.
           COPY GLJRTR REPLACING
               ==JOURNAL-TEMPLATE-RECORD== BY ==WS-TEMPLATE-WORK==
               LEADING ==JT== BY ==WJT==.
       01 WS-NEXT-ENTRY-NO   PIC 9(6) VALUE 0.
       01 WS-GEN-TEMPLATE    PIC X(6) VALUE SPACES.
       01 WS-TEMPLATE-LINES  PIC 9(4) VALUE 0.

       01 WS-GENERATED-COUNT PIC 9(4) VALUE 0.
       01 WS-RELEASED-COUNT  PIC 9(4) VALUE 0.
       01 WS-LAST-RELEASED   PIC 9(6) VALUE 0.
       01 WS-EARLIER-COUNT   PIC 9(4) VALUE 0.
       01 WS-LAST-EARLIER    PIC 9(6) VALUE 0.
       01 WS-JOURNAL-CHANGED PIC 9 VALUE 0.
       01 WS-PRIOR-DATE      PIC 9(8) VALUE 0.
       01 WS-PRIOR-HASH      PIC 9(9) VALUE 0.
       01 WS-PRIOR-PENDING   PIC 9 VALUE 0.
       01 WS-RELEASE-HELD    PIC 9 VALUE 0.
       01 WS-LINE-COUNT      PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL      PIC 9(9) VALUE 0.

      *> The GL entities with approved lines for the run period,
      *> one posting file each (EMPGLEXT's per-entity split).
       01 WS-REL-ENT-COUNT   PIC 9(2) VALUE 0.
       01 WS-REL-ENT-TABLE.
          05 WS-RE-ENTITY OCCURS 20 TIMES PIC X(4).
       01 WS-RE-IX           PIC 9(2) VALUE 0.
       01 WS-RE-HIT          PIC 9 VALUE 0.
       01 WS-LINE-ENTITY     PIC X(4) VALUE SPACES.
       01 WS-RELEASE-ENTITY  PIC X(4) VALUE SPACES.
       01 WS-FILES-RELEASED  PIC 9(2) VALUE 0.
      *> Built with MOVE, not STRING, the EMPGLEXT way.
       01 WS-POSTING-NAME-BUILD.
          05 FILLER             PIC X(18) VALUE "gljournal_posting_".
          05 WS-PN-ENTITY       PIC X(4).
          05 FILLER             PIC X(4) VALUE ".dat".
          05 FILLER             PIC X(14) VALUE SPACES.
       01 WS-POSTING-FILENAME PIC X(40) VALUE SPACES.

      *> Posting lines in EMPGLEXT's H/D/T shape, built with MOVE.
       01 WS-HEADER-LINE-BUILD.
          05 FILLER             PIC X(10) VALUE "H RUNDATE=".
          05 WS-HL-DATE         PIC 9(8).
          05 FILLER             PIC X(5) VALUE " GEN=".
          05 WS-HL-GENERATION   PIC 9(4).
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER             PIC X(2) VALUE "D ".
          05 WS-PL-DEPT         PIC X(3).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-ACCOUNT      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-DRCR         PIC X(2).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-PL-AMOUNT       PIC 9(9).99.
          05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-TRAILER-LINE-BUILD.
          05 FILLER             PIC X(8) VALUE "T COUNT=".
          05 WS-TL-COUNT        PIC 9(6).
          05 FILLER             PIC X(6) VALUE " HASH=".
          05 WS-TL-HASH         PIC 9(9).
          05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLJRNGN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 the period is
      *> not open so nothing was generated, the release is held, or
      *> approved entries for an earlier period wait, 8+ hard
      *> failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== GL Journal Period Run ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-RUN-PERIOD.
           DISPLAY "   Run period " WS-RUN-PERIOD.
           PERFORM LOAD-JOURNAL.
           PERFORM LOAD-TEMPLATES.
      *> A table that could not hold a whole file would be rewritten
      *> short; nothing past this point runs after a refused load.
           IF RETURN-CODE < 8
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PERIOD-OPEN = 0
                   DISPLAY "   Period " WS-RUN-PERIOD " is not open"
                       " on glperiod.dat - no recurring entries"
                       " generated"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM GENERATE-RECURRING-ENTRIES
               END-IF
           END-IF.
           IF RETURN-CODE < 8
               PERFORM COLLECT-RELEASE-ENTITIES
           END-IF.
           IF RETURN-CODE < 8
               PERFORM CHECK-PRIOR-RELEASES
               IF WS-RELEASE-HELD = 1
                   DISPLAY "   Release held - run GLPOST on the"
                       " file(s) above first"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM RELEASE-APPROVED-ENTRIES
               END-IF
           END-IF.
           IF WS-JOURNAL-CHANGED = 1
               PERFORM REWRITE-JOURNAL
           END-IF.
           DISPLAY "   Recurring entries generated: "
               WS-GENERATED-COUNT.
           DISPLAY "   Entries released to GLPOST:  "
               WS-RELEASED-COUNT.
           DISPLAY "   Posting files released:    "
               WS-FILES-RELEASED.

           DISPLAY " ".
           DISPLAY "=== GL Journal Period Run Complete ===".
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

       DETERMINE-RUN-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "GLJRNGN_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-RUN-PERIOD
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-RUN-PERIOD
           END-IF.

       LOAD-JOURNAL.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-JE-COUNT < 2000
                               ADD 1 TO WS-JE-COUNT
                               MOVE JOURNAL-LINE-RECORD
                                   TO WS-JE-ROW (WS-JE-COUNT)
                               IF JE-ENTRY-NO > WS-NEXT-ENTRY-NO
                                   MOVE JE-ENTRY-NO
                                       TO WS-NEXT-ENTRY-NO
                               END-IF
                           ELSE
                               DISPLAY "   More than 2000 journal"
                                   " lines - run refused"
                               MOVE 8 TO RETURN-CODE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       LOAD-TEMPLATES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ TEMPLATE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-JT-COUNT < 500
                               ADD 1 TO WS-JT-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD
                                   TO WS-JT-ROW (WS-JT-COUNT)
                           ELSE
                               DISPLAY "   More than 500 template"
                                   " lines - run refused"
                               MOVE 8 TO RETURN-CODE
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE 0 TO WS-PERIOD-OPEN.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLP-PERIOD = WS-RUN-PERIOD
                                   AND GLP-STATUS = "O"
                               MOVE 1 TO WS-PERIOD-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       GENERATE-RECURRING-ENTRIES.
      *> A template is generated from its first line; the rest of
      *> its lines follow in GENERATE-ONE-TEMPLATE.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
                   OR RETURN-CODE NOT < 8
               MOVE WS-JT-ROW (WS-JT-IX) TO WS-TEMPLATE-WORK
               IF WJT-LINE-NO = 1 AND WJT-IS-ACTIVE
                       AND WJT-LAST-PERIOD < WS-RUN-PERIOD
                   MOVE WJT-TEMPLATE-ID TO WS-GEN-TEMPLATE
                   PERFORM GENERATE-ONE-TEMPLATE
               END-IF
           END-PERFORM.
           IF WS-GENERATED-COUNT > 0
               PERFORM REWRITE-TEMPLATES
           END-IF.

       GENERATE-ONE-TEMPLATE.
      *> All of a template's lines go on the journal or none do: a
      *> part-generated entry would not balance, and a stamped
      *> template would never be generated again.
           MOVE 0 TO WS-TEMPLATE-LINES.
           PERFORM VARYING WS-JT-SCAN FROM 1 BY 1
                   UNTIL WS-JT-SCAN > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-SCAN) TO WS-TEMPLATE-WORK
               IF WJT-TEMPLATE-ID = WS-GEN-TEMPLATE
                   ADD 1 TO WS-TEMPLATE-LINES
               END-IF
           END-PERFORM.
           IF WS-JE-COUNT + WS-TEMPLATE-LINES > 2000
               DISPLAY "   Journal file full - template "
                   WS-GEN-TEMPLATE " not generated"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GENERATE-TEMPLATE-LINES
           END-IF.

       GENERATE-TEMPLATE-LINES.
           ADD 1 TO WS-NEXT-ENTRY-NO.
           PERFORM VARYING WS-JT-SCAN FROM 1 BY 1
                   UNTIL WS-JT-SCAN > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-SCAN) TO WS-TEMPLATE-WORK
               IF WJT-TEMPLATE-ID = WS-GEN-TEMPLATE
                   MOVE SPACES TO WS-JOURNAL-WORK
                   MOVE WS-NEXT-ENTRY-NO TO WJE-ENTRY-NO
                   MOVE WJT-LINE-NO TO WJE-LINE-NO
                   MOVE "R" TO WJE-SOURCE
                   MOVE WJT-TEMPLATE-ID TO WJE-TEMPLATE-ID
                   MOVE WS-RUN-PERIOD TO WJE-PERIOD
                   MOVE WJT-DESCRIPTION TO WJE-DESCRIPTION
                   IF WJT-ENTITY = SPACES
                       MOVE "0000" TO WJE-ENTITY
                   ELSE
                       MOVE WJT-ENTITY TO WJE-ENTITY
                   END-IF
                   MOVE WJT-DEPT TO WJE-DEPT
                   MOVE WJT-ACCOUNT TO WJE-ACCOUNT
                   MOVE WJT-DRCR TO WJE-DRCR
                   MOVE WJT-AMOUNT TO WJE-AMOUNT
                   MOVE "P" TO WJE-STATUS
                   MOVE WJT-OWNER TO WJE-ENTERED-BY
                   MOVE WS-TODAY-DATE TO WJE-ENTERED-DATE
                   MOVE 0 TO WJE-APPROVED-DATE
                   MOVE 0 TO WJE-RELEASED-DATE
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-JOURNAL-WORK TO WS-JE-ROW (WS-JE-COUNT)
                   MOVE WS-RUN-PERIOD TO WJT-LAST-PERIOD
                   MOVE WS-TEMPLATE-WORK TO WS-JT-ROW (WS-JT-SCAN)
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-JOURNAL-CHANGED.
           ADD 1 TO WS-GENERATED-COUNT.
           DISPLAY "   Template " WS-GEN-TEMPLATE " generated as"
               " entry " WS-NEXT-ENTRY-NO " - pending approval".

       COLLECT-RELEASE-ENTITIES.
           MOVE 0 TO WS-REL-ENT-COUNT.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WJE-APPROVED AND WJE-PERIOD = WS-RUN-PERIOD
                   PERFORM TAKE-LINE-ENTITY
                   PERFORM NOTE-RELEASE-ENTITY
               END-IF
           END-PERFORM.

       TAKE-LINE-ENTITY.
      *> A line keyed before entries carried an entity is 0000.
           IF WJE-ENTITY = SPACES
               MOVE "0000" TO WS-LINE-ENTITY
           ELSE
               MOVE WJE-ENTITY TO WS-LINE-ENTITY
           END-IF.

       NOTE-RELEASE-ENTITY.
           MOVE 0 TO WS-RE-HIT.
           PERFORM VARYING WS-RE-IX FROM 1 BY 1
                   UNTIL WS-RE-IX > WS-REL-ENT-COUNT
               IF WS-RE-ENTITY (WS-RE-IX) = WS-LINE-ENTITY
                   MOVE 1 TO WS-RE-HIT
               END-IF
           END-PERFORM.
           IF WS-RE-HIT = 0
               IF WS-REL-ENT-COUNT < 20
                   ADD 1 TO WS-REL-ENT-COUNT
                   MOVE WS-LINE-ENTITY
                       TO WS-RE-ENTITY (WS-REL-ENT-COUNT)
               ELSE
                   DISPLAY "   More than 20 GL entities to release"
                       " - run refused"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SET-POSTING-FILENAME.
           IF WS-RELEASE-ENTITY = "0000"
               MOVE "gljournal_posting.dat" TO WS-POSTING-FILENAME
           ELSE
               MOVE WS-RELEASE-ENTITY TO WS-PN-ENTITY
               MOVE WS-POSTING-NAME-BUILD TO WS-POSTING-FILENAME
           END-IF.

       CHECK-PRIOR-RELEASES.
      *> Only the files this release would rewrite can hold it up.
           MOVE 0 TO WS-RELEASE-HELD.
           PERFORM VARYING WS-RE-IX FROM 1 BY 1
                   UNTIL WS-RE-IX > WS-REL-ENT-COUNT
               MOVE WS-RE-ENTITY (WS-RE-IX) TO WS-RELEASE-ENTITY
               PERFORM SET-POSTING-FILENAME
               PERFORM CHECK-PRIOR-RELEASE
               IF WS-PRIOR-PENDING = 1
                   MOVE 1 TO WS-RELEASE-HELD
                   DISPLAY "   " WS-POSTING-FILENAME
                   DISPLAY "      (run date " WS-PRIOR-DATE
                       ") is not yet accumulated by GLPOST"
               END-IF
           END-PERFORM.

       CHECK-PRIOR-RELEASE.
      *> The last release's header date and trailer hash, looked up
      *> on GLPOST's register the way GLPOST's own guard does.
           MOVE 0 TO WS-PRIOR-PENDING.
           MOVE 0 TO WS-PRIOR-DATE.
           MOVE 0 TO WS-PRIOR-HASH.
           MOVE 0 TO WS-EOF.
           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ POSTING-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF POSTING-LINE (1:1) = "H"
                               MOVE POSTING-LINE (11:8)
                                   TO WS-PRIOR-DATE
                           END-IF
                           IF POSTING-LINE (1:1) = "T"
                               MOVE POSTING-LINE (21:9)
                                   TO WS-PRIOR-HASH
                               MOVE 1 TO WS-PRIOR-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.
           IF WS-PRIOR-PENDING = 1
               MOVE 0 TO WS-EOF
               OPEN INPUT POST-REGISTER
               IF WS-REGISTER-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ POST-REGISTER
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF PRG-SOURCE-FILE
                                       = WS-POSTING-FILENAME
                                       AND PRG-RUN-DATE
                                           = WS-PRIOR-DATE
                                       AND PRG-HASH = WS-PRIOR-HASH
                                   MOVE 0 TO WS-PRIOR-PENDING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POST-REGISTER
               END-IF
           END-IF.

       RELEASE-APPROVED-ENTRIES.
           MOVE 0 TO WS-LAST-RELEASED.
           PERFORM VARYING WS-RE-IX FROM 1 BY 1
                   UNTIL WS-RE-IX > WS-REL-ENT-COUNT
               MOVE WS-RE-ENTITY (WS-RE-IX) TO WS-RELEASE-ENTITY
               PERFORM RELEASE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WJE-APPROVED AND WJE-PERIOD < WS-RUN-PERIOD
                   PERFORM NOTE-EARLIER-PERIOD-LINE
               END-IF
           END-PERFORM.
           IF WS-EARLIER-COUNT > 0
               DISPLAY "   Earlier-period entries held: "
                   WS-EARLIER-COUNT " - rerun with GLJRNGN_PERIOD"
                   " set to each period"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       RELEASE-ONE-ENTITY.
      *> Each entity's file carries its own H/D/T envelope and
      *> balances on its own, as every entry in it does.
           PERFORM SET-POSTING-FILENAME.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO WS-JOURNAL-WORK
               IF WJE-APPROVED AND WJE-PERIOD = WS-RUN-PERIOD
                   PERFORM TAKE-LINE-ENTITY
                   IF WS-LINE-ENTITY = WS-RELEASE-ENTITY
                       PERFORM RELEASE-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT > 0
               MOVE WS-LINE-COUNT TO WS-TL-COUNT
               MOVE WS-HASH-TOTAL TO WS-TL-HASH
               MOVE WS-TRAILER-LINE-BUILD TO POSTING-LINE
               WRITE POSTING-LINE
               CLOSE POSTING-FILE
               ADD 1 TO WS-FILES-RELEASED
               DISPLAY "   Posting file released: "
                   WS-POSTING-FILENAME
           END-IF.

       NOTE-EARLIER-PERIOD-LINE.
           IF WJE-ENTRY-NO NOT = WS-LAST-EARLIER
               MOVE WJE-ENTRY-NO TO WS-LAST-EARLIER
               ADD 1 TO WS-EARLIER-COUNT
               DISPLAY "   Entry " WJE-ENTRY-NO " (period "
                   WJE-PERIOD ") approved for an earlier period -"
                   " not released"
           END-IF.

       RELEASE-ONE-LINE.
           IF WS-LINE-COUNT = 0
               OPEN OUTPUT POSTING-FILE
               MOVE WS-RUN-PERIOD TO WS-HL-DATE (1:6)
               MOVE "01" TO WS-HL-DATE (7:2)
               MOVE 0 TO WS-HL-GENERATION
               MOVE WS-HEADER-LINE-BUILD TO POSTING-LINE
               WRITE POSTING-LINE
           END-IF.
           MOVE WJE-DEPT TO WS-PL-DEPT.
           MOVE WJE-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE WJE-DRCR TO WS-PL-DRCR.
           MOVE WJE-AMOUNT TO WS-PL-AMOUNT.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *> OBTRLR-style control hash, the EMPGLEXT formula.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL + WJE-AMOUNT, 999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-HASH-TOTAL
           END-COMPUTE.
           MOVE "R" TO WJE-STATUS.
           MOVE WS-TODAY-DATE TO WJE-RELEASED-DATE.
           MOVE WS-JOURNAL-WORK TO WS-JE-ROW (WS-JE-IX).
           MOVE 1 TO WS-JOURNAL-CHANGED.
           IF WJE-ENTRY-NO NOT = WS-LAST-RELEASED
               MOVE WJE-ENTRY-NO TO WS-LAST-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "   Entry " WJE-ENTRY-NO " (period "
                   WJE-PERIOD ") released"
           END-IF.

       REWRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               MOVE WS-JE-ROW (WS-JE-IX) TO JOURNAL-LINE-RECORD
               WRITE JOURNAL-LINE-RECORD
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       REWRITE-TEMPLATES.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-JT-IX FROM 1 BY 1
                   UNTIL WS-JT-IX > WS-JT-COUNT
               MOVE WS-JT-ROW (WS-JT-IX) TO JOURNAL-TEMPLATE-RECORD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
