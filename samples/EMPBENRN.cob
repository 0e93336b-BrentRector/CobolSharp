       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBENRN.
      *> Monthly benefits run. Elections keyed through EMPBENMT
      *> (empbenef.dat, EMPBENR.cpy) priced from the plan rate table
      *> benplan.dat (BENPLNR.cpy) are turned into what payroll and
      *> the insurers need, so HR no longer keys premium deductions
      *> by hand. Each run:
      *>   - ends the coverage of every employee the current
      *>     generation shows as terminated (EMP-STATUS "T"), as of
      *>     EMP-STATUS-DATE, and marks the term for the carrier;
      *>   - reprices live elections whose plan and tier rate has
      *>     changed on benplan.dat, and marks the change;
      *>   - keeps the employee-share rows on empdeduct.dat in step:
      *>     one flat row per election, DED-CODE the plan code, at
      *>     the plan's priority -- active while the election is in
      *>     force for the run month with a premium to take,
      *>     inactive once it ends or before it starts;
      *>   - writes one outbound enrollment file per carrier with the
      *>     adds, changes and terms not yet sent, under the same
      *>     sequence-numbered envelope and transmission-register
      *>     discipline IXPAYEX uses: counter benfeed.seq,
      *>     an H record with sequence, date, month and carrier, D
      *>     records, a T record with the count, the file named
      *>     benfeed_nnnnnn.dat by its sequence, and one line per
      *>     envelope on benfeed_register.dat. Every carrier on the
      *>     rate table gets an envelope, an empty one saying nothing
      *>     changed; a month already on the register is not sent
      *>     again.
      *> The month is EMPBENRN_MONTH (YYYYMM, the EMPSENIO_MONTH
      *> convention) or the current month. Everything done is
      *> listed on empbenrn_report.dat; an election with no rate, a
      *> deduction row that would not fit, or a month already sent
      *> makes the run RC 4.

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
           SELECT PLAN-FILE ASSIGN TO "benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPL-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "empbenef.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT SEQ-COUNTER-FILE ASSIGN TO "benfeed.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT XMIT-REGISTER ASSIGN TO "benfeed_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT CARRIER-FEED ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "empbenrn_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD PLAN-FILE.
           COPY BENPLNR.

       FD ENROLL-FILE.
           COPY EMPBENR.

       FD DEDUCT-FILE.
           COPY EMPDEDR.

       FD SEQ-COUNTER-FILE.
       01 SEQ-COUNTER-LINE PIC X(6).

       FD XMIT-REGISTER.
      *> One line per envelope; the month is read back so a month is
      *> never sent twice.
       01 XMIT-REGISTER-LINE.
          05 XRL-SEQ         PIC X(6).
          05 FILLER          PIC X(16).
          05 XRL-MONTH       PIC X(6).
          05 FILLER          PIC X(32).

       FD CARRIER-FEED.
       01 CARRIER-FEED-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-BPL-STATUS          PIC XX VALUE SPACES.
       01 WS-BEN-STATUS          PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS       PIC XX VALUE SPACES.
       01 WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS         PIC XX VALUE SPACES.
       01 WS-FEED-STATUS         PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01 WS-RUN-MONTH           PIC 9(6) VALUE 0.
       01 WS-ENV-MONTH           PIC X(6) VALUE SPACES.
       01 WS-RUN-OPERATOR        PIC X(8) VALUE "EMPBENRN".

      *> The plan rate table, loaded once.
       01 WS-PLAN-COUNT    PIC 9(3) VALUE 0.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 200 TIMES.
             10 WS-PL-CODE        PIC X(4).
             10 WS-PL-TIER        PIC X(2).
             10 WS-PL-CARRIER     PIC X(8).
             10 WS-PL-EE-PREMIUM  PIC 9(5)V99.
             10 WS-PL-ER-PREMIUM  PIC 9(5)V99.
             10 WS-PL-PRIORITY    PIC 9(2).
       01 WS-PLAN-IX       PIC 9(3) VALUE 0.
       01 WS-PLAN-FOUND-IX PIC 9(3) VALUE 0.
       01 WS-PLAN-CODE-IX  PIC 9(3) VALUE 0.

      *> The carriers named on the rate table, one envelope each.
       01 WS-CARRIER-COUNT PIC 9(3) VALUE 0.
       01 WS-CARRIER-TABLE.
          05 WS-CARRIER-ENTRY OCCURS 200 TIMES.
             10 WS-CR-CARRIER     PIC X(8).
       01 WS-CARRIER-IX    PIC 9(3) VALUE 0.
       01 WS-CARRIER-HIT   PIC 9 VALUE 0.

      *> empbenef.dat held whole and rewritten (the EMPPERGN idiom).
       01 WS-BEN-COUNT     PIC 9(4) VALUE 0.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 2000 TIMES.
             10 WS-BT-EMP-ID      PIC 9(5).
             10 WS-BT-PLAN-CODE   PIC X(4).
             10 WS-BT-TIER        PIC X(2).
             10 WS-BT-EFF-DATE    PIC 9(8).
             10 WS-BT-END-DATE    PIC 9(8).
             10 WS-BT-EE-PREMIUM  PIC 9(5)V99.
             10 WS-BT-ER-PREMIUM  PIC 9(5)V99.
             10 WS-BT-STATUS      PIC X.
             10 WS-BT-PENDING     PIC X.
             10 WS-BT-LAST-SEQ    PIC 9(6).
             10 WS-BT-CHANGE-DATE PIC 9(8).
             10 WS-BT-OPERATOR    PIC X(8).
       01 WS-BEN-IX        PIC 9(4) VALUE 0.
       01 WS-BEN-OVERFLOW  PIC 9 VALUE 0.

      *> The deduction master held whole (the EMPDEDMT idiom).
       01 WS-DED-COUNT       PIC 9(3) VALUE 0.
       01 WS-DED-TABLE.
          05 WS-DD-ENTRY OCCURS 500 TIMES.
             10 WS-DD-EMP-ID    PIC 9(5).
             10 WS-DD-CODE      PIC X(4).
             10 WS-DD-METHOD    PIC X.
             10 WS-DD-VALUE     PIC 9(5)V99.
             10 WS-DD-PRIORITY  PIC 9(2).
             10 WS-DD-STATUS    PIC X.
       01 WS-DED-IX          PIC 9(3) VALUE 0.
       01 WS-DED-FOUND-IX    PIC 9(3) VALUE 0.
       01 WS-DED-OVERFLOW    PIC 9 VALUE 0.
       01 WS-DED-CHANGED     PIC 9 VALUE 0.

      *> Names off the current generation, for the carrier records.
       01 WS-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 2000 TIMES.
             10 WS-EM-EMP-ID    PIC 9(5).
             10 WS-EM-NAME      PIC X(20).
       01 WS-EMP-IX          PIC 9(4) VALUE 0.

       01 WS-WANT-ACTIVE     PIC 9 VALUE 0.
       01 WS-END-DATE        PIC 9(8) VALUE 0.
       01 WS-ALREADY-SENT    PIC 9 VALUE 0.

       01 WS-ENDED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REPRICED-COUNT  PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DED-ADDED       PIC 9(5) VALUE 0.
       01 WS-DED-UPDATED     PIC 9(5) VALUE 0.
       01 WS-DED-STOPPED     PIC 9(5) VALUE 0.
       01 WS-DED-NO-ROOM     PIC 9(5) VALUE 0.
       01 WS-ENVELOPE-COUNT  PIC 9(3) VALUE 0.
       01 WS-SENT-COUNT      PIC 9(5) VALUE 0.
       01 WS-FEED-COUNT      PIC 9(6) VALUE 0.

      *> Same single-line counter convention as IXPAYEX's
      *> ixpayex.seq.
       01 WS-TRANSMIT-SEQ    PIC 9(6) VALUE 0.
       01 WS-FEED-FILENAME-BUILD.
          05 FILLER          PIC X(8) VALUE "benfeed_".
          05 WS-FFB-SEQ      PIC 9(6).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-FEED-FILENAME   PIC X(40) VALUE SPACES.

      *> Envelope, register and report lines built with MOVE, not
      *> STRING.
       01 WS-HEADER-LINE-BUILD.
          05 FILLER          PIC X(6) VALUE "H SEQ=".
          05 WS-HL-SEQ       PIC 9(6).
          05 FILLER          PIC X(6) VALUE " DATE=".
          05 WS-HL-DATE      PIC 9(8).
          05 FILLER          PIC X(7) VALUE " MONTH=".
          05 WS-HL-MONTH     PIC 9(6).
          05 FILLER          PIC X(9) VALUE " CARRIER=".
          05 WS-HL-CARRIER   PIC X(8).
          05 FILLER          PIC X(44) VALUE SPACES.
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER          PIC X(2) VALUE "D ".
          05 WS-DL-ACTION    PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-NAME      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-PLAN      PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-TIER      PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-EFF-DATE  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-END-DATE  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-EE-PREM   PIC 9(5).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-ER-PREM   PIC 9(5).99.
          05 FILLER          PIC X(26) VALUE SPACES.
       01 WS-TRAILER-LINE-BUILD.
          05 FILLER          PIC X(8) VALUE "T COUNT=".
          05 WS-TL-COUNT     PIC 9(6).
          05 FILLER          PIC X(86) VALUE SPACES.
       01 WS-XMIT-LINE-BUILD.
          05 WS-XR-SEQ       PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XR-DATE      PIC 9(8).
          05 FILLER          PIC X(7) VALUE " MONTH=".
          05 WS-XR-MONTH     PIC 9(6).
          05 FILLER          PIC X(7) VALUE " COUNT=".
          05 WS-XR-COUNT     PIC 9(6).
          05 FILLER          PIC X(10) VALUE " EMPBENRN ".
          05 WS-XR-CARRIER   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
       01 WS-RPT-HEADING.
          05 FILLER          PIC X(34)
                 VALUE "BENEFITS MONTHLY RUN -- MONTH ".
          05 WS-RH-MONTH     PIC 9(6).
          05 FILLER          PIC X(10) VALUE "  RUN ".
          05 WS-RH-DATE      PIC 9(8).
          05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RPT-DETAIL.
          05 WS-RD-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RD-PLAN      PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RD-TIER      PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RD-AMOUNT    PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RD-TEXT      PIC X(52).
       01 WS-RPT-ENVELOPE.
          05 FILLER          PIC X(9) VALUE "ENVELOPE ".
          05 WS-RE-SEQ       PIC 9(6).
          05 FILLER          PIC X(10) VALUE " CARRIER ".
          05 WS-RE-CARRIER   PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RE-COUNT     PIC ZZZZZ9.
          05 FILLER          PIC X(10) VALUE " RECORD(S)".
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RE-FILE      PIC X(18).
          05 FILLER          PIC X(9) VALUE SPACES.

      *> Same counter/filename convention as DEMO4RPT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBENRN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 elections with
      *> no rate, deductions that would not fit or a month already
      *> sent, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Benefits Monthly Run ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (1:6) TO WS-RUN-MONTH.
           ACCEPT WS-ENV-MONTH
               FROM ENVIRONMENT "EMPBENRN_MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-MONTH IS NUMERIC
               MOVE WS-ENV-MONTH TO WS-RUN-MONTH
           END-IF.
           DISPLAY "   Benefits month " WS-RUN-MONTH.
           PERFORM LOAD-PLAN-TABLE.
           IF WS-PLAN-COUNT = 0
               DISPLAY "   No plan rate table (benplan.dat) -"
                   " nothing to do"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ENROLLMENTS
               PERFORM LOAD-DEDUCTION-MASTER
               DISPLAY "   Plan rates:       " WS-PLAN-COUNT
               DISPLAY "   Enrollment rows:  " WS-BEN-COUNT
      *> A table that could not hold the whole file would be
      *> rewritten short; refuse before anything is touched.
               IF WS-BEN-OVERFLOW = 1 OR WS-DED-OVERFLOW = 1
                   DISPLAY "   *** Enrollment or deduction file too"
                       " large to hold - NOTHING CHANGED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM DETERMINE-CURRENT-GENERATION
                   DISPLAY "   Reading generation " WS-GDG-FILENAME
                   OPEN OUTPUT REPORT-FILE
                   MOVE WS-RUN-MONTH TO WS-RH-MONTH
                   MOVE WS-TODAY-DATE TO WS-RH-DATE
                   WRITE REPORT-LINE FROM WS-RPT-HEADING
                   PERFORM END-LEAVERS-COVERAGE
                   IF RETURN-CODE < 8
                       PERFORM REPRICE-ENROLLMENTS
                       PERFORM SYNC-PREMIUM-DEDUCTIONS
                       PERFORM CHECK-MONTH-ALREADY-SENT
                       IF WS-ALREADY-SENT = 1
                           DISPLAY "   *** Month " WS-RUN-MONTH
                               " already sent to the carriers -"
                               " no envelopes cut ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           PERFORM CUT-CARRIER-FEEDS
                       END-IF
                       IF WS-DED-CHANGED = 1
                           PERFORM REWRITE-DEDUCTION-MASTER
                       END-IF
                       PERFORM REWRITE-ENROLLMENTS
                       PERFORM SHOW-RUN-TOTALS
                   END-IF
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Benefits Monthly Run Complete ===".
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

       SHOW-RUN-TOTALS.
           DISPLAY "   Coverage ended:   " WS-ENDED-COUNT.
           DISPLAY "   Repriced:         " WS-REPRICED-COUNT.
           DISPLAY "   Deductions added: " WS-DED-ADDED.
           DISPLAY "   Deductions reset: " WS-DED-UPDATED.
           DISPLAY "   Deductions off:   " WS-DED-STOPPED.
           DISPLAY "   Envelopes cut:    " WS-ENVELOPE-COUNT.
           DISPLAY "   Changes sent:     " WS-SENT-COUNT.
           DISPLAY "   Details in empbenrn_report.dat".
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "   *** " WS-NO-RATE-COUNT
                   " election(s) with no rate on benplan.dat ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-DED-NO-ROOM > 0
               DISPLAY "   *** " WS-DED-NO-ROOM
                   " premium deduction(s) not added - deduction"
                   " file full ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-PLAN-TABLE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PLAN-FILE.
           IF WS-BPL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PLAN-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 200
                               ADD 1 TO WS-PLAN-COUNT
                               PERFORM LOAD-ONE-PLAN-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       LOAD-ONE-PLAN-RATE.
           MOVE BPL-PLAN-CODE TO WS-PL-CODE (WS-PLAN-COUNT).
           MOVE BPL-TIER TO WS-PL-TIER (WS-PLAN-COUNT).
           MOVE BPL-CARRIER TO WS-PL-CARRIER (WS-PLAN-COUNT).
           MOVE BPL-EE-PREMIUM TO WS-PL-EE-PREMIUM (WS-PLAN-COUNT).
           MOVE BPL-ER-PREMIUM TO WS-PL-ER-PREMIUM (WS-PLAN-COUNT).
           MOVE BPL-DED-PRIORITY TO WS-PL-PRIORITY (WS-PLAN-COUNT).
           MOVE 0 TO WS-CARRIER-HIT.
           PERFORM VARYING WS-CARRIER-IX FROM 1 BY 1
                   UNTIL WS-CARRIER-IX > WS-CARRIER-COUNT
               IF WS-CR-CARRIER (WS-CARRIER-IX) = BPL-CARRIER
                   MOVE 1 TO WS-CARRIER-HIT
               END-IF
           END-PERFORM.
           IF WS-CARRIER-HIT = 0
               ADD 1 TO WS-CARRIER-COUNT
               MOVE BPL-CARRIER TO WS-CR-CARRIER (WS-CARRIER-COUNT)
           END-IF.

       LOAD-ENROLLMENTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ENROLL-FILE.
           IF WS-BEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ENROLL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BEN-COUNT < 2000
                               ADD 1 TO WS-BEN-COUNT
                               PERFORM LOAD-ONE-ENROLLMENT
                           ELSE
                               MOVE 1 TO WS-BEN-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       LOAD-ONE-ENROLLMENT.
           MOVE BEN-EMP-ID TO WS-BT-EMP-ID (WS-BEN-COUNT).
           MOVE BEN-PLAN-CODE TO WS-BT-PLAN-CODE (WS-BEN-COUNT).
           MOVE BEN-TIER TO WS-BT-TIER (WS-BEN-COUNT).
           MOVE BEN-EFF-DATE TO WS-BT-EFF-DATE (WS-BEN-COUNT).
           MOVE BEN-END-DATE TO WS-BT-END-DATE (WS-BEN-COUNT).
           MOVE BEN-EE-PREMIUM TO WS-BT-EE-PREMIUM (WS-BEN-COUNT).
           MOVE BEN-ER-PREMIUM TO WS-BT-ER-PREMIUM (WS-BEN-COUNT).
           MOVE BEN-STATUS TO WS-BT-STATUS (WS-BEN-COUNT).
           MOVE BEN-PENDING TO WS-BT-PENDING (WS-BEN-COUNT).
           MOVE BEN-LAST-SEQ TO WS-BT-LAST-SEQ (WS-BEN-COUNT).
           MOVE BEN-CHANGE-DATE TO WS-BT-CHANGE-DATE (WS-BEN-COUNT).
           MOVE BEN-OPERATOR TO WS-BT-OPERATOR (WS-BEN-COUNT).

       LOAD-DEDUCTION-MASTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DEDUCT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DED-COUNT < 500
                               ADD 1 TO WS-DED-COUNT
                               MOVE DED-EMP-ID TO
                                   WS-DD-EMP-ID (WS-DED-COUNT)
                               MOVE DED-CODE TO
                                   WS-DD-CODE (WS-DED-COUNT)
                               MOVE DED-METHOD TO
                                   WS-DD-METHOD (WS-DED-COUNT)
                               MOVE DED-VALUE TO
                                   WS-DD-VALUE (WS-DED-COUNT)
                               MOVE DED-PRIORITY TO
                                   WS-DD-PRIORITY (WS-DED-COUNT)
                               MOVE DED-STATUS TO
                                   WS-DD-STATUS (WS-DED-COUNT)
                           ELSE
                               MOVE 1 TO WS-DED-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.

       END-LEAVERS-COVERAGE.
      *> Every live election of a terminated employee ends on the
      *> termination date; the names are kept for the carrier files.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-EMP-COUNT < 2000
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMP-ID TO WS-EM-EMP-ID
                                   (WS-EMP-COUNT)
                               MOVE EMP-NAME TO WS-EM-NAME
                                   (WS-EMP-COUNT)
                           END-IF
                           IF EMP-IS-TERMINATED
                               PERFORM END-ONE-LEAVERS-COVERAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       END-ONE-LEAVERS-COVERAGE.
           IF EMP-STATUS-DATE IS NUMERIC AND EMP-STATUS-DATE > 0
               MOVE EMP-STATUS-DATE TO WS-END-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-END-DATE
           END-IF.
           PERFORM VARYING WS-BEN-IX FROM 1 BY 1
                   UNTIL WS-BEN-IX > WS-BEN-COUNT
               IF WS-BT-EMP-ID (WS-BEN-IX) = EMP-ID
                       AND WS-BT-STATUS (WS-BEN-IX) = "A"
                   MOVE WS-END-DATE TO WS-BT-END-DATE (WS-BEN-IX)
                   MOVE "E" TO WS-BT-STATUS (WS-BEN-IX)
      *> A carrier never sent the add has nothing to terminate.
                   IF WS-BT-LAST-SEQ (WS-BEN-IX) = 0
                       MOVE SPACE TO WS-BT-PENDING (WS-BEN-IX)
                   ELSE
                       MOVE "T" TO WS-BT-PENDING (WS-BEN-IX)
                   END-IF
                   PERFORM STAMP-ENROLLMENT-CHANGE
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE 0 TO WS-RD-AMOUNT
                   MOVE "COVERAGE ENDED - EMPLOYEE TERMINATED"
                       TO WS-RD-TEXT
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM.

       REPRICE-ENROLLMENTS.
           PERFORM VARYING WS-BEN-IX FROM 1 BY 1
                   UNTIL WS-BEN-IX > WS-BEN-COUNT
               IF WS-BT-STATUS (WS-BEN-IX) = "A"
                   PERFORM REPRICE-ONE-ENROLLMENT
               END-IF
           END-PERFORM.

       REPRICE-ONE-ENROLLMENT.
           PERFORM FIND-ENROLLMENT-RATE.
           IF WS-PLAN-FOUND-IX = 0
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE WS-BT-EE-PREMIUM (WS-BEN-IX) TO WS-RD-AMOUNT
               MOVE "NO RATE ON benplan.dat - PREMIUM LEFT AS IS"
                   TO WS-RD-TEXT
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               IF WS-PL-EE-PREMIUM (WS-PLAN-FOUND-IX)
                       NOT = WS-BT-EE-PREMIUM (WS-BEN-IX)
                       OR WS-PL-ER-PREMIUM (WS-PLAN-FOUND-IX)
                       NOT = WS-BT-ER-PREMIUM (WS-BEN-IX)
                   MOVE WS-PL-EE-PREMIUM (WS-PLAN-FOUND-IX)
                       TO WS-BT-EE-PREMIUM (WS-BEN-IX)
                   MOVE WS-PL-ER-PREMIUM (WS-PLAN-FOUND-IX)
                       TO WS-BT-ER-PREMIUM (WS-BEN-IX)
      *> An add the carrier has not yet had stays an add.
                   IF WS-BT-PENDING (WS-BEN-IX) NOT = "A"
                       MOVE "C" TO WS-BT-PENDING (WS-BEN-IX)
                   END-IF
                   PERFORM STAMP-ENROLLMENT-CHANGE
                   ADD 1 TO WS-REPRICED-COUNT
                   MOVE WS-BT-EE-PREMIUM (WS-BEN-IX) TO WS-RD-AMOUNT
                   MOVE "REPRICED FROM THE PLAN RATE TABLE"
                       TO WS-RD-TEXT
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF.

       FIND-ENROLLMENT-RATE.
      *> WS-PLAN-FOUND-IX: the rate row for the election's plan and
      *> tier; WS-PLAN-CODE-IX: any row of its plan (for carrier and
      *> priority, which do not vary by tier).
           MOVE 0 TO WS-PLAN-FOUND-IX.
           MOVE 0 TO WS-PLAN-CODE-IX.
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
                   UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               IF WS-PL-CODE (WS-PLAN-IX)
                       = WS-BT-PLAN-CODE (WS-BEN-IX)
                   IF WS-PLAN-CODE-IX = 0
                       MOVE WS-PLAN-IX TO WS-PLAN-CODE-IX
                   END-IF
                   IF WS-PL-TIER (WS-PLAN-IX)
                           = WS-BT-TIER (WS-BEN-IX)
                       MOVE WS-PLAN-IX TO WS-PLAN-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM.

       SYNC-PREMIUM-DEDUCTIONS.
           PERFORM VARYING WS-BEN-IX FROM 1 BY 1
                   UNTIL WS-BEN-IX > WS-BEN-COUNT
               PERFORM SYNC-ONE-DEDUCTION
           END-PERFORM.

       SYNC-ONE-DEDUCTION.
      *> In force for the run month with an employee share to take:
      *> the row should be active at the current premium. An ended
      *> election ("E") is still in force through its end date's
      *> month -- EMPBENMT ends coverage ahead of time.
           MOVE 0 TO WS-WANT-ACTIVE.
           IF (WS-BT-STATUS (WS-BEN-IX) = "A"
                   OR (WS-BT-STATUS (WS-BEN-IX) = "E"
                       AND WS-BT-END-DATE (WS-BEN-IX) (1:6)
                           NOT < WS-RUN-MONTH))
                   AND WS-BT-EFF-DATE (WS-BEN-IX) (1:6)
                       <= WS-RUN-MONTH
                   AND WS-BT-EE-PREMIUM (WS-BEN-IX) > 0
               MOVE 1 TO WS-WANT-ACTIVE
           END-IF.
           MOVE 0 TO WS-DED-FOUND-IX.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DED-IX) = WS-BT-EMP-ID (WS-BEN-IX)
                       AND WS-DD-CODE (WS-DED-IX)
                           = WS-BT-PLAN-CODE (WS-BEN-IX)
                   MOVE WS-DED-IX TO WS-DED-FOUND-IX
               END-IF
           END-PERFORM.
           MOVE WS-BT-EE-PREMIUM (WS-BEN-IX) TO WS-RD-AMOUNT.
           EVALUATE TRUE
               WHEN WS-WANT-ACTIVE = 1 AND WS-DED-FOUND-IX = 0
                   PERFORM ADD-PREMIUM-DEDUCTION
               WHEN WS-WANT-ACTIVE = 1
                   IF WS-DD-STATUS (WS-DED-FOUND-IX) NOT = "A"
                           OR WS-DD-METHOD (WS-DED-FOUND-IX) NOT = "A"
                           OR WS-DD-VALUE (WS-DED-FOUND-IX)
                               NOT = WS-BT-EE-PREMIUM (WS-BEN-IX)
                       MOVE "A" TO WS-DD-STATUS (WS-DED-FOUND-IX)
                       MOVE "A" TO WS-DD-METHOD (WS-DED-FOUND-IX)
                       MOVE WS-BT-EE-PREMIUM (WS-BEN-IX)
                           TO WS-DD-VALUE (WS-DED-FOUND-IX)
                       MOVE 1 TO WS-DED-CHANGED
                       ADD 1 TO WS-DED-UPDATED
                       MOVE "PREMIUM DEDUCTION SET TO THE ELECTION"
                           TO WS-RD-TEXT
                       PERFORM WRITE-REPORT-DETAIL
                   END-IF
               WHEN WS-DED-FOUND-IX NOT = 0
                   IF WS-DD-STATUS (WS-DED-FOUND-IX) = "A"
                       MOVE "I" TO WS-DD-STATUS (WS-DED-FOUND-IX)
                       MOVE 1 TO WS-DED-CHANGED
                       ADD 1 TO WS-DED-STOPPED
                       MOVE "PREMIUM DEDUCTION STOPPED - NOT IN FORCE"
                           TO WS-RD-TEXT
                       PERFORM WRITE-REPORT-DETAIL
                   END-IF
           END-EVALUATE.

       ADD-PREMIUM-DEDUCTION.
           PERFORM FIND-ENROLLMENT-RATE.
           IF WS-DED-COUNT >= 500
               ADD 1 TO WS-DED-NO-ROOM
               MOVE "NOT ADDED - empdeduct.dat FULL (500 ROWS)"
                   TO WS-RD-TEXT
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               ADD 1 TO WS-DED-COUNT
               MOVE WS-BT-EMP-ID (WS-BEN-IX)
                   TO WS-DD-EMP-ID (WS-DED-COUNT)
               MOVE WS-BT-PLAN-CODE (WS-BEN-IX)
                   TO WS-DD-CODE (WS-DED-COUNT)
               MOVE "A" TO WS-DD-METHOD (WS-DED-COUNT)
               MOVE WS-BT-EE-PREMIUM (WS-BEN-IX)
                   TO WS-DD-VALUE (WS-DED-COUNT)
      *> A plan gone from the table keeps a mid-range priority so
      *> the premium still comes after the statutory items.
               IF WS-PLAN-CODE-IX = 0
                   MOVE 50 TO WS-DD-PRIORITY (WS-DED-COUNT)
               ELSE
                   MOVE WS-PL-PRIORITY (WS-PLAN-CODE-IX)
                       TO WS-DD-PRIORITY (WS-DED-COUNT)
               END-IF
               MOVE "A" TO WS-DD-STATUS (WS-DED-COUNT)
               MOVE 1 TO WS-DED-CHANGED
               ADD 1 TO WS-DED-ADDED
               MOVE "PREMIUM DEDUCTION ADDED" TO WS-RD-TEXT
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       CHECK-MONTH-ALREADY-SENT.
           MOVE 0 TO WS-ALREADY-SENT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT XMIT-REGISTER.
           IF WS-XMIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ XMIT-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF XRL-MONTH = WS-RUN-MONTH
                               MOVE 1 TO WS-ALREADY-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XMIT-REGISTER
           END-IF.

       CUT-CARRIER-FEEDS.
           PERFORM VARYING WS-CARRIER-IX FROM 1 BY 1
                   UNTIL WS-CARRIER-IX > WS-CARRIER-COUNT
               PERFORM CUT-ONE-CARRIER-FEED
           END-PERFORM.

       CUT-ONE-CARRIER-FEED.
           PERFORM ASSIGN-TRANSMISSION-SEQUENCE.
           MOVE WS-TRANSMIT-SEQ TO WS-FFB-SEQ.
           MOVE WS-FEED-FILENAME-BUILD TO WS-FEED-FILENAME.
           OPEN OUTPUT CARRIER-FEED.
           MOVE WS-TRANSMIT-SEQ TO WS-HL-SEQ.
           MOVE WS-TODAY-DATE TO WS-HL-DATE.
           MOVE WS-RUN-MONTH TO WS-HL-MONTH.
           MOVE WS-CR-CARRIER (WS-CARRIER-IX) TO WS-HL-CARRIER.
           MOVE WS-HEADER-LINE-BUILD TO CARRIER-FEED-LINE.
           WRITE CARRIER-FEED-LINE.
           MOVE 0 TO WS-FEED-COUNT.
           PERFORM VARYING WS-BEN-IX FROM 1 BY 1
                   UNTIL WS-BEN-IX > WS-BEN-COUNT
               IF WS-BT-PENDING (WS-BEN-IX) NOT = SPACE
                   PERFORM FIND-ENROLLMENT-RATE
                   IF WS-PLAN-CODE-IX NOT = 0
                       IF WS-PL-CARRIER (WS-PLAN-CODE-IX)
                               = WS-CR-CARRIER (WS-CARRIER-IX)
                           PERFORM WRITE-CARRIER-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-FEED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE-BUILD TO CARRIER-FEED-LINE.
           WRITE CARRIER-FEED-LINE.
           CLOSE CARRIER-FEED.
           PERFORM RECORD-IN-XMIT-REGISTER.
           ADD 1 TO WS-ENVELOPE-COUNT.
           MOVE WS-TRANSMIT-SEQ TO WS-RE-SEQ.
           MOVE WS-CR-CARRIER (WS-CARRIER-IX) TO WS-RE-CARRIER.
           MOVE WS-FEED-COUNT TO WS-RE-COUNT.
           MOVE WS-FEED-FILENAME TO WS-RE-FILE.
           WRITE REPORT-LINE FROM WS-RPT-ENVELOPE.

       WRITE-CARRIER-DETAIL.
           MOVE WS-BT-PENDING (WS-BEN-IX) TO WS-DL-ACTION.
           MOVE WS-BT-EMP-ID (WS-BEN-IX) TO WS-DL-EMP-ID.
           MOVE SPACES TO WS-DL-NAME.
           PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                   UNTIL WS-EMP-IX > WS-EMP-COUNT
               IF WS-EM-EMP-ID (WS-EMP-IX) = WS-BT-EMP-ID (WS-BEN-IX)
                   MOVE WS-EM-NAME (WS-EMP-IX) TO WS-DL-NAME
               END-IF
           END-PERFORM.
           MOVE WS-BT-PLAN-CODE (WS-BEN-IX) TO WS-DL-PLAN.
           MOVE WS-BT-TIER (WS-BEN-IX) TO WS-DL-TIER.
           MOVE WS-BT-EFF-DATE (WS-BEN-IX) TO WS-DL-EFF-DATE.
           MOVE WS-BT-END-DATE (WS-BEN-IX) TO WS-DL-END-DATE.
           MOVE WS-BT-EE-PREMIUM (WS-BEN-IX) TO WS-DL-EE-PREM.
           MOVE WS-BT-ER-PREMIUM (WS-BEN-IX) TO WS-DL-ER-PREM.
           MOVE WS-DETAIL-LINE-BUILD TO CARRIER-FEED-LINE.
           WRITE CARRIER-FEED-LINE.
           ADD 1 TO WS-FEED-COUNT.
           ADD 1 TO WS-SENT-COUNT.
      *> Sent: nothing left to tell this carrier until the next
      *> change.
           MOVE WS-TRANSMIT-SEQ TO WS-BT-LAST-SEQ (WS-BEN-IX).
           MOVE SPACE TO WS-BT-PENDING (WS-BEN-IX).

       ASSIGN-TRANSMISSION-SEQUENCE.
           OPEN INPUT SEQ-COUNTER-FILE.
           IF WS-SEQ-STATUS = "00"
               READ SEQ-COUNTER-FILE
                   AT END MOVE 0 TO WS-TRANSMIT-SEQ
                   NOT AT END MOVE SEQ-COUNTER-LINE
                       TO WS-TRANSMIT-SEQ
               END-READ
               CLOSE SEQ-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-TRANSMIT-SEQ
           END-IF.
           ADD 1 TO WS-TRANSMIT-SEQ.
           OPEN OUTPUT SEQ-COUNTER-FILE.
           MOVE WS-TRANSMIT-SEQ TO SEQ-COUNTER-LINE.
           WRITE SEQ-COUNTER-LINE.
           CLOSE SEQ-COUNTER-FILE.

       RECORD-IN-XMIT-REGISTER.
           OPEN EXTEND XMIT-REGISTER.
           IF WS-XMIT-STATUS = "35"
               OPEN OUTPUT XMIT-REGISTER
           END-IF.
           MOVE WS-TRANSMIT-SEQ TO WS-XR-SEQ.
           MOVE WS-TODAY-DATE TO WS-XR-DATE.
           MOVE WS-RUN-MONTH TO WS-XR-MONTH.
           MOVE WS-FEED-COUNT TO WS-XR-COUNT.
           MOVE WS-CR-CARRIER (WS-CARRIER-IX) TO WS-XR-CARRIER.
           MOVE WS-XMIT-LINE-BUILD TO XMIT-REGISTER-LINE.
           WRITE XMIT-REGISTER-LINE.
           CLOSE XMIT-REGISTER.

       STAMP-ENROLLMENT-CHANGE.
           MOVE WS-TODAY-DATE TO WS-BT-CHANGE-DATE (WS-BEN-IX).
           MOVE WS-RUN-OPERATOR TO WS-BT-OPERATOR (WS-BEN-IX).

       WRITE-REPORT-DETAIL.
           MOVE WS-BT-EMP-ID (WS-BEN-IX) TO WS-RD-EMP-ID.
           MOVE WS-BT-PLAN-CODE (WS-BEN-IX) TO WS-RD-PLAN.
           MOVE WS-BT-TIER (WS-BEN-IX) TO WS-RD-TIER.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

       REWRITE-DEDUCTION-MASTER.
           OPEN OUTPUT DEDUCT-FILE.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               MOVE WS-DD-EMP-ID (WS-DED-IX) TO DED-EMP-ID
               MOVE WS-DD-CODE (WS-DED-IX) TO DED-CODE
               MOVE WS-DD-METHOD (WS-DED-IX) TO DED-METHOD
               MOVE WS-DD-VALUE (WS-DED-IX) TO DED-VALUE
               MOVE WS-DD-PRIORITY (WS-DED-IX) TO DED-PRIORITY
               MOVE WS-DD-STATUS (WS-DED-IX) TO DED-STATUS
               WRITE DEDUCTION-RECORD
           END-PERFORM.
           CLOSE DEDUCT-FILE.

       REWRITE-ENROLLMENTS.
           IF WS-BEN-COUNT > 0
               OPEN OUTPUT ENROLL-FILE
               PERFORM VARYING WS-BEN-IX FROM 1 BY 1
                       UNTIL WS-BEN-IX > WS-BEN-COUNT
                   MOVE WS-BT-EMP-ID (WS-BEN-IX) TO BEN-EMP-ID
                   MOVE WS-BT-PLAN-CODE (WS-BEN-IX) TO BEN-PLAN-CODE
                   MOVE WS-BT-TIER (WS-BEN-IX) TO BEN-TIER
                   MOVE WS-BT-EFF-DATE (WS-BEN-IX) TO BEN-EFF-DATE
                   MOVE WS-BT-END-DATE (WS-BEN-IX) TO BEN-END-DATE
                   MOVE WS-BT-EE-PREMIUM (WS-BEN-IX)
                       TO BEN-EE-PREMIUM
                   MOVE WS-BT-ER-PREMIUM (WS-BEN-IX)
                       TO BEN-ER-PREMIUM
                   MOVE WS-BT-STATUS (WS-BEN-IX) TO BEN-STATUS
                   MOVE WS-BT-PENDING (WS-BEN-IX) TO BEN-PENDING
                   MOVE WS-BT-LAST-SEQ (WS-BEN-IX) TO BEN-LAST-SEQ
                   MOVE WS-BT-CHANGE-DATE (WS-BEN-IX)
                       TO BEN-CHANGE-DATE
                   MOVE WS-BT-OPERATOR (WS-BEN-IX) TO BEN-OPERATOR
                   WRITE BENEFIT-ENROLL-RECORD
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       DETERMINE-CURRENT-GENERATION.
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
