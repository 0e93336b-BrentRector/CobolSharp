       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNRG.
      *> Journal register: every manual and recurring journal entry
      *> in gljournal.dat (GLJRNR.cpy) for one period, line by line,
      *> with the GL entity it posts to, who keyed it, who approved
      *> or rejected it and when it was released to GLPOST, each
      *> entry's debit and credit totals, and the period's totals by
      *> status -- the listing finance signs off against the ledger.
      *> The period is GLJRNRG_PERIOD (YYYYMM); unset, the month of
      *> the run date.
      *> Written to gljournal_register.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "gljournal_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           COPY GLJRNR.

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-REPORT-PERIOD   PIC 9(6) VALUE 0.

      *> Entry control break: the journal is written entry by
      *> entry, lines in order, so an entry number change closes
      *> the previous entry.
       01 WS-CURRENT-ENTRY   PIC 9(6) VALUE 0.
       01 WS-CURRENT-STATUS  PIC X VALUE SPACE.
       01 WS-ENTRY-DEBITS    PIC 9(11)V99 VALUE 0.
       01 WS-ENTRY-CREDITS   PIC 9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT     PIC 9(4) VALUE 0.

      *> Totals by status: P pending, A approved, J rejected,
      *> R released.
       01 WS-STATUS-TOTALS.
          05 WS-ST-ENTRY OCCURS 4 TIMES.
             10 WS-ST-CODE    PIC X.
             10 WS-ST-NAME    PIC X(10).
             10 WS-ST-COUNT   PIC 9(4).
             10 WS-ST-DEBITS  PIC 9(11)V99.
       01 WS-ST-IX           PIC 9 VALUE 0.

      *> Register lines built with MOVE, not STRING.
       01 WS-TITLE-LINE-BUILD.
          05 FILLER            PIC X(26)
                VALUE "GL JOURNAL REGISTER PERIOD".
          05 FILLER            PIC X VALUE SPACE.
          05 WS-TL-PERIOD      PIC 9(6).
          05 FILLER            PIC X(6) VALUE "  RUN ".
          05 WS-TL-DATE        PIC 9(8).
          05 FILLER            PIC X(85) VALUE SPACES.
       01 WS-ENTRY-HEAD-BUILD.
          05 FILLER            PIC X(6) VALUE "ENTRY ".
          05 WS-EH-ENTRY-NO    PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-ENTITY      PIC X(4).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-SOURCE      PIC X(9).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-TEMPLATE    PIC X(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-DESC        PIC X(30).
          05 FILLER            PIC X(8) VALUE " KEYED  ".
          05 WS-EH-KEYER       PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-KEY-DATE    PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-STATUS      PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-APPROVER    PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-EH-APP-DATE    PIC 9(8).
          05 FILLER            PIC X(5) VALUE " REL ".
          05 WS-EH-REL-DATE    PIC 9(8).
       01 WS-DETAIL-LINE-BUILD.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DL-LINE-NO     PIC 9(3).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-DEPT        PIC X(3).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-ACCOUNT     PIC X(14).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-DEBIT       PIC Z(10)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-CREDIT      PIC Z(10)9.99.
          05 FILLER            PIC X(74) VALUE SPACES.
       01 WS-ENTRY-TOTAL-BUILD.
          05 FILLER            PIC X(27)
                VALUE "    ENTRY TOTAL            ".
          05 WS-ET-DEBITS      PIC Z(10)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ET-CREDITS     PIC Z(10)9.99.
          05 FILLER            PIC X(74) VALUE SPACES.
       01 WS-STATUS-LINE-BUILD.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-SL-NAME        PIC X(10).
          05 FILLER            PIC X(9) VALUE " ENTRIES ".
          05 WS-SL-COUNT       PIC Z(3)9.
          05 FILLER            PIC X(8) VALUE " DEBITS ".
          05 WS-SL-DEBITS      PIC Z(10)9.99.
          05 FILLER            PIC X(85) VALUE SPACES.
       01 WS-SOURCE-NAME     PIC X(9) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLJRNRG".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 register written, 4 no
      *> entries for the period, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== GL Journal Register ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-REPORT-PERIOD.
           PERFORM SET-UP-STATUS-TOTALS.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "   No journal on file (gljournal.dat)"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REGISTER-FILE
               MOVE WS-REPORT-PERIOD TO WS-TL-PERIOD
               MOVE WS-TODAY-DATE TO WS-TL-DATE
               MOVE WS-TITLE-LINE-BUILD TO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF JE-PERIOD = WS-REPORT-PERIOD
                               PERFORM REGISTER-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-CURRENT-ENTRY > 0
                   PERFORM CLOSE-ONE-ENTRY
               END-IF
               PERFORM WRITE-STATUS-TOTALS
               CLOSE REGISTER-FILE
               DISPLAY "   Entries for " WS-REPORT-PERIOD ": "
                   WS-ENTRY-COUNT
               DISPLAY "   Register in gljournal_register.dat"
               IF WS-ENTRY-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== GL Journal Register Complete ===".
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

       DETERMINE-REPORT-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "GLJRNRG_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD
           END-IF.

       SET-UP-STATUS-TOTALS.
           MOVE "P" TO WS-ST-CODE (1).
           MOVE "PENDING" TO WS-ST-NAME (1).
           MOVE "A" TO WS-ST-CODE (2).
           MOVE "APPROVED" TO WS-ST-NAME (2).
           MOVE "J" TO WS-ST-CODE (3).
           MOVE "REJECTED" TO WS-ST-NAME (3).
           MOVE "R" TO WS-ST-CODE (4).
           MOVE "RELEASED" TO WS-ST-NAME (4).
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 4
               MOVE 0 TO WS-ST-COUNT (WS-ST-IX)
               MOVE 0 TO WS-ST-DEBITS (WS-ST-IX)
           END-PERFORM.

       REGISTER-ONE-LINE.
           IF JE-ENTRY-NO NOT = WS-CURRENT-ENTRY
               IF WS-CURRENT-ENTRY > 0
                   PERFORM CLOSE-ONE-ENTRY
               END-IF
               PERFORM OPEN-ONE-ENTRY
           END-IF.
           MOVE JE-LINE-NO TO WS-DL-LINE-NO.
           MOVE JE-DEPT TO WS-DL-DEPT.
           MOVE JE-ACCOUNT TO WS-DL-ACCOUNT.
           MOVE 0 TO WS-DL-DEBIT.
           MOVE 0 TO WS-DL-CREDIT.
           IF JE-DRCR = "DR"
               MOVE JE-AMOUNT TO WS-DL-DEBIT
               ADD JE-AMOUNT TO WS-ENTRY-DEBITS
           ELSE
               MOVE JE-AMOUNT TO WS-DL-CREDIT
               ADD JE-AMOUNT TO WS-ENTRY-CREDITS
           END-IF.
           MOVE WS-DETAIL-LINE-BUILD TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       OPEN-ONE-ENTRY.
           MOVE JE-ENTRY-NO TO WS-CURRENT-ENTRY.
           MOVE JE-STATUS TO WS-CURRENT-STATUS.
           MOVE 0 TO WS-ENTRY-DEBITS.
           MOVE 0 TO WS-ENTRY-CREDITS.
           ADD 1 TO WS-ENTRY-COUNT.
           EVALUATE TRUE
               WHEN JE-RECURRING
                   MOVE "RECURRING" TO WS-SOURCE-NAME
               WHEN JE-YEAR-END
                   MOVE "YEAR-END" TO WS-SOURCE-NAME
               WHEN OTHER
                   MOVE "MANUAL" TO WS-SOURCE-NAME
           END-EVALUATE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE JE-ENTRY-NO TO WS-EH-ENTRY-NO.
           IF JE-ENTITY = SPACES
               MOVE "0000" TO WS-EH-ENTITY
           ELSE
               MOVE JE-ENTITY TO WS-EH-ENTITY
           END-IF.
           MOVE WS-SOURCE-NAME TO WS-EH-SOURCE.
           MOVE JE-TEMPLATE-ID TO WS-EH-TEMPLATE.
           MOVE JE-DESCRIPTION TO WS-EH-DESC.
           MOVE JE-ENTERED-BY TO WS-EH-KEYER.
           MOVE JE-ENTERED-DATE TO WS-EH-KEY-DATE.
           MOVE SPACES TO WS-EH-STATUS.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 4
               IF WS-ST-CODE (WS-ST-IX) = JE-STATUS
                   MOVE WS-ST-NAME (WS-ST-IX) TO WS-EH-STATUS
               END-IF
           END-PERFORM.
           MOVE JE-APPROVED-BY TO WS-EH-APPROVER.
           MOVE JE-APPROVED-DATE TO WS-EH-APP-DATE.
           MOVE JE-RELEASED-DATE TO WS-EH-REL-DATE.
           MOVE WS-ENTRY-HEAD-BUILD TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       CLOSE-ONE-ENTRY.
           MOVE WS-ENTRY-DEBITS TO WS-ET-DEBITS.
           MOVE WS-ENTRY-CREDITS TO WS-ET-CREDITS.
           MOVE WS-ENTRY-TOTAL-BUILD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 4
               IF WS-ST-CODE (WS-ST-IX) = WS-CURRENT-STATUS
                   ADD 1 TO WS-ST-COUNT (WS-ST-IX)
                   ADD WS-ENTRY-DEBITS TO WS-ST-DEBITS (WS-ST-IX)
               END-IF
           END-PERFORM.

       WRITE-STATUS-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "PERIOD TOTALS BY STATUS" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 4
               MOVE WS-ST-NAME (WS-ST-IX) TO WS-SL-NAME
               MOVE WS-ST-COUNT (WS-ST-IX) TO WS-SL-COUNT
               MOVE WS-ST-DEBITS (WS-ST-IX) TO WS-SL-DEBITS
               MOVE WS-STATUS-LINE-BUILD TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM.
