       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMR.
      *> Loan billing statement reprint transaction, the EMPSTMTR
      *> pattern for the borrower statements. LOANSTMT retains each
      *> month's run in a dated archive (loanstmt_arch.YYYYMM.dat)
      *> and indexes every statement (loanstmt_index.dat,
      *> LOANSTXR.cpy). Given an applicant ID and a statement
      *> period this transaction takes the LAST matching index
      *> entry -- a rerun supersedes -- pulls just that statement's
      *> lines from the archive into loanstmt_reprint.dat, and logs
      *> the reprint (loanstmt_reprintlog.dat, operator attributed),
      *> because a borrower disputing a bill gets the statement as
      *> it went out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-INDEX ASSIGN TO "loanstmt_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "loanstmt_reprint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT REPRINT-LOG ASSIGN TO
                   "loanstmt_reprintlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STMT-INDEX.
           COPY LOANSTXR.

       FD ARCH-FILE.
       01 ARCH-LINE PIC X(100).

       FD REPRINT-FILE.
       01 REPRINT-LINE PIC X(100).

       FD REPRINT-LOG.
       01 REPRINT-LOG-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS   PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS    PIC XX VALUE SPACES.
       01 WS-REPRINT-STATUS PIC XX VALUE SPACES.
       01 WS-LOG-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF            PIC 9 VALUE 0.
       01 WS-DONE           PIC 9 VALUE 0.
          88 INQUIRY-DONE VALUE 1.
       01 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.

       01 WS-PICK-APP-ID    PIC X(8) VALUE SPACES.
       01 WS-PICK-PERIOD    PIC 9(6) VALUE 0.
       01 WS-FOUND          PIC 9 VALUE 0.
       01 WS-STMT-START     PIC 9(6) VALUE 0.
       01 WS-STMT-LENGTH    PIC 9(4) VALUE 0.
       01 WS-LINE-NO        PIC 9(6) VALUE 0.
       01 WS-STMT-END       PIC 9(6) VALUE 0.
       01 WS-COPIED         PIC 9(4) VALUE 0.

      *> Built with MOVE, not STRING; LOANSTMT's archive naming.
       01 WS-ARCH-NAME-BUILD.
          05 FILLER          PIC X(14) VALUE "loanstmt_arch.".
          05 WS-AN-PERIOD    PIC 9(6).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(16) VALUE SPACES.
       01 WS-ARCH-FILENAME   PIC X(40) VALUE SPACES.

      *> Reprint-log line built with MOVE, not STRING.
       01 WS-LOG-LINE-BUILD.
          05 WS-LL-STAMP     PIC 9(14).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LL-OPERATOR  PIC X(8).
          05 FILLER          PIC X(11) VALUE " REPRINTED ".
          05 WS-LL-APP-ID    PIC X(8).
          05 FILLER          PIC X(8) VALUE " PERIOD ".
          05 WS-LL-PERIOD    PIC 9(6).
          05 FILLER          PIC X(4) VALUE SPACES.

      *> Interface fields for the central OPRSEC sign-on; the
      *> signed-on ID feeds this program's own attribution.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANSTMR".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a reprint
      *> could not be answered, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Statement Reprint ===".
           DISPLAY " ".

      *> The reprint log's attribution comes from a real sign-on.
           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-SEC-OPERATOR TO WS-OPERATOR-ID
               PERFORM UNTIL INQUIRY-DONE
                   PERFORM ONE-REPRINT
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Statement Reprint Complete ===".
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

       CENTRAL-SIGN-ON.
      *> One sign-on through the shared OPRSEC; lockout, the
      *> activity log and per-transaction authority all live there,
      *> not here.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SEC-OPERATOR.
           DISPLAY "Enter credential: " WITH NO ADVANCING.
           ACCEPT WS-SEC-CREDENTIAL.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "OPRSEC" USING WS-SEC-FUNCTION WS-PROGRAM-NAME
               WS-SEC-OPERATOR WS-SEC-CREDENTIAL
               WS-SEC-AUTHORITY.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-SEC-AUTHORITY > 0
               DISPLAY "   Signed on: " WS-SEC-OPERATOR
                   " authority " WS-SEC-AUTHORITY
           END-IF.

       ONE-REPRINT.
           DISPLAY "Enter applicant ID (blank ends): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PICK-APP-ID.
           ACCEPT WS-PICK-APP-ID.
           IF WS-PICK-APP-ID = SPACES
               MOVE 1 TO WS-DONE
           ELSE
               DISPLAY "Enter statement period (YYYYMM): "
                   WITH NO ADVANCING
               MOVE 0 TO WS-PICK-PERIOD
               ACCEPT WS-PICK-PERIOD
               PERFORM FIND-LAST-INDEX-ENTRY
               IF WS-FOUND = 0
                   DISPLAY "   No indexed statement for "
                       WS-PICK-APP-ID " in " WS-PICK-PERIOD
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM PULL-THE-STATEMENT
               END-IF
           END-IF.

       FIND-LAST-INDEX-ENTRY.
      *> The last matching entry wins -- a rerun supersedes.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-EOF.
           OPEN INPUT STMT-INDEX.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ STMT-INDEX
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SLX-APP-ID = WS-PICK-APP-ID
                                   AND SLX-PERIOD = WS-PICK-PERIOD
                               MOVE 1 TO WS-FOUND
                               MOVE SLX-START TO WS-STMT-START
                               MOVE SLX-LENGTH TO WS-STMT-LENGTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-INDEX
           END-IF.

       PULL-THE-STATEMENT.
           MOVE WS-PICK-PERIOD TO WS-AN-PERIOD.
           MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-FILENAME.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO WS-COPIED.
           COMPUTE WS-STMT-END =
               WS-STMT-START + WS-STMT-LENGTH - 1.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "   Archive " WS-ARCH-FILENAME
                   " not on file, status " WS-ARCH-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT REPRINT-FILE
               PERFORM UNTIL WS-EOF = 1
                       OR WS-LINE-NO >= WS-STMT-END
                   READ ARCH-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO >= WS-STMT-START
                               MOVE ARCH-LINE TO REPRINT-LINE
                               WRITE REPRINT-LINE
                               ADD 1 TO WS-COPIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
               CLOSE REPRINT-FILE
               PERFORM LOG-THE-REPRINT
               DISPLAY "   " WS-COPIED " line(s) reprinted to"
                   " loanstmt_reprint.dat"
           END-IF.

       LOG-THE-REPRINT.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard --
      *> reprints of disputed bills stay on record.
           OPEN EXTEND REPRINT-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT REPRINT-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LL-STAMP.
           MOVE WS-OPERATOR-ID TO WS-LL-OPERATOR.
           MOVE WS-PICK-APP-ID TO WS-LL-APP-ID.
           MOVE WS-PICK-PERIOD TO WS-LL-PERIOD.
           MOVE WS-LOG-LINE-BUILD TO REPRINT-LOG-LINE.
           WRITE REPRINT-LOG-LINE.
           CLOSE REPRINT-LOG.
