       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYECLS.
      *> GL fiscal year-end close. GLPERMNT opens and closes months,
      *> but income and expense kept accumulating across years on
      *> glledger.dat and the balance sheet accounts had no opening
      *> balances for a new year. The fiscal year is the calendar
      *> year, GLYECLS_YEAR (YYYY); unset, the year before the run
      *> date's.
      *>
      *> Close (the default) runs only when all twelve periods of
      *> the year are closed on glperiod.dat. Per company GL entity
      *> on the ledger it
      *>   - zeroes every income and expense account (COA-TYPE I and
      *>     E) for the year -- and for any earlier year never
      *>     closed, back to the last close -- into the entity's
      *>     retained earnings account, named in glye_retained.dat
      *>     (entity, account; the account must be a liability on
      *>     the chart). The lines post into the closing period
      *>     YYYY13 -- after December, so the year's own statements
      *>     still show the year -- and are written to gljournal.dat
      *>     as one year-end (source Y) entry per entity, carrying
      *>     the entity (JE-ENTITY), already released;
      *>   - carries every asset and liability balance, retained
      *>     earnings included, into opening period (YYYY+1)00.
      *> A ledger account not on the chart, or an entity with no
      *> retained earnings account, refuses the whole close. The
      *> close is recorded in glyearend.dat (GLYECR.cpy), which
      *> GLSTMT reads to start the next year's balances at 00.
      *>
      *> GLYECLS_MODE=REOPEN reverses a close for audit adjustments:
      *> every closing-period and opening-period row is offset by
      *> its opposite (the ledger is never rewritten backwards, the
      *> GLPOST way), the closing entries get a reversing year-end
      *> entry in gljournal.dat, the year's period 12 is reopened on
      *> glperiod.dat so the adjustments can post there, and the
      *> console is alerted. Once the adjustments are in, close
      *> period 12 through GLPERMNT and run the close again. A year
      *> whose successor is already closed cannot be reopened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "glledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT COA-FILE ASSIGN TO "coa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT RETAINED-FILE ASSIGN TO "glye_retained.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT YEAR-END-FILE ASSIGN TO "glyearend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY GLLEDR.

       FD PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD   PIC 9(6).
          05 GLP-STATUS   PIC X.

       FD COA-FILE.
           COPY COAREC.

       FD RETAINED-FILE.
       01 RETAINED-RECORD.
          05 RET-ENTITY   PIC X(4).
          05 RET-ACCOUNT  PIC X(14).

       FD JOURNAL-FILE.
           COPY GLJRNR.

       FD YEAR-END-FILE.
           COPY GLYECR.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS   PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS   PIC XX VALUE SPACES.
       01 WS-COA-STATUS      PIC XX VALUE SPACES.
       01 WS-RETAINED-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
       01 WS-YEAR-END-STATUS PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

       01 WS-ENV-YEAR        PIC X(4) VALUE SPACES.
       01 WS-ENV-MODE        PIC X(6) VALUE SPACES.

      *> The year's periods.
       01 WS-CLOSE-YEAR      PIC 9(4) VALUE 0.
       01 WS-FIRST-PERIOD    PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD     PIC 9(6) VALUE 0.
       01 WS-CLOSING-PERIOD  PIC 9(6) VALUE 0.
       01 WS-OPENING-PERIOD  PIC 9(6) VALUE 0.
      *> Where the year's balances start: the opening period after
      *> the latest closed year, else the beginning.
       01 WS-WINDOW-START    PIC 9(6) VALUE 0.

      *> The ledger held whole for the run (GLPOST's table).
       01 WS-LED-COUNT       PIC 9(4) VALUE 0.
       01 WS-LED-TABLE.
          05 WS-LG-ENTRY OCCURS 1000 TIMES.
             10 WS-LG-PERIOD  PIC 9(6).
             10 WS-LG-ACCOUNT PIC X(14).
             10 WS-LG-DEBITS  PIC 9(11)V99.
             10 WS-LG-CREDITS PIC 9(11)V99.
             10 WS-LG-ENTITY  PIC X(4).
       01 WS-LED-IX          PIC 9(4) VALUE 0.
       01 WS-LED-HIT         PIC 9 VALUE 0.
       01 WS-LED-ROWS-BEFORE PIC 9(4) VALUE 0.

      *> The period control file, held whole for the reopen.
       01 WS-PER-COUNT       PIC 9(3) VALUE 0.
       01 WS-PER-TABLE.
          05 WS-GP-ENTRY OCCURS 120 TIMES.
             10 WS-GP-PERIOD PIC 9(6).
             10 WS-GP-STATUS PIC X.
       01 WS-GP-IX           PIC 9(3) VALUE 0.
       01 WS-CLOSED-MONTHS   PIC 9(2) VALUE 0.

      *> The chart: account and type only.
       01 WS-COA-COUNT       PIC 9(4) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-CA-ENTRY OCCURS 1000 TIMES.
             10 WS-CA-ACCOUNT PIC X(14).
             10 WS-CA-TYPE    PIC X.
       01 WS-CA-IX           PIC 9(4) VALUE 0.
       01 WS-ROW-TYPE        PIC X VALUE SPACE.
       01 WS-LOOK-ACCOUNT    PIC X(14) VALUE SPACES.

      *> Retained earnings account per entity.
       01 WS-RET-COUNT       PIC 9(2) VALUE 0.
       01 WS-RET-TABLE.
          05 WS-RT-ENTRY OCCURS 20 TIMES.
             10 WS-RT-ENTITY  PIC X(4).
             10 WS-RT-ACCOUNT PIC X(14).
       01 WS-RT-IX           PIC 9(2) VALUE 0.
       01 WS-RETAINED-ACCOUNT PIC X(14) VALUE SPACES.

      *> The entities the year touches.
       01 WS-ENT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ENT-TABLE.
          05 WS-EN-ENTITY OCCURS 20 TIMES PIC X(4).
       01 WS-EN-IX           PIC 9(2) VALUE 0.
       01 WS-EN-HIT          PIC 9 VALUE 0.
       01 WS-ENTITY          PIC X(4) VALUE SPACES.

      *> The year-end control file, held whole.
       01 WS-YE-COUNT        PIC 9(3) VALUE 0.
       01 WS-YE-TABLE.
          05 WS-YE-ENTRY OCCURS 100 TIMES.
             10 WS-YE-YEAR    PIC 9(4).
             10 WS-YE-STATUS  PIC X.
             10 WS-YE-DATE    PIC 9(8).
             10 WS-YE-CLOSES  PIC 9(2).
       01 WS-YE-IX           PIC 9(3) VALUE 0.
       01 WS-YE-FOUND        PIC 9(3) VALUE 0.
       01 WS-LOOK-YEAR       PIC 9(4) VALUE 0.
       01 WS-LOOK-STATUS     PIC X VALUE SPACE.
       01 WS-NEW-YE-STATUS   PIC X VALUE SPACE.

      *> One account's net for the entity being worked, debit
      *> positive.
       01 WS-NET-COUNT       PIC 9(4) VALUE 0.
       01 WS-NET-TABLE.
          05 WS-NT-ENTRY OCCURS 1000 TIMES.
             10 WS-NT-ACCOUNT PIC X(14).
             10 WS-NT-AMOUNT  PIC S9(13)V99.
       01 WS-NT-IX           PIC 9(4) VALUE 0.
       01 WS-NT-HIT          PIC 9 VALUE 0.
       01 WS-ROW-NET         PIC S9(13)V99 VALUE 0.
       01 WS-ENTITY-NET      PIC S9(13)V99 VALUE 0.

      *> A posting to the in-memory ledger.
       01 WS-POST-PERIOD     PIC 9(6) VALUE 0.
       01 WS-POST-ACCOUNT    PIC X(14) VALUE SPACES.
       01 WS-POST-DRCR       PIC X(2) VALUE SPACES.
       01 WS-POST-AMOUNT     PIC 9(11)V99 VALUE 0.

      *> Journal lines built for the run, written only once every
      *> ledger change has been made.
       01 WS-NEXT-ENTRY-NO   PIC 9(6) VALUE 0.
       01 WS-ENTRY-LINE-NO   PIC 9(3) VALUE 0.
       01 WS-ENTRY-DESC      PIC X(30) VALUE SPACES.
       01 WS-NEW-JE-COUNT    PIC 9(4) VALUE 0.
       01 WS-NEW-JE-TABLE.
          05 WS-NEW-JE-ROW OCCURS 2000 TIMES PIC X(127).
       01 WS-NEW-JE-IX       PIC 9(4) VALUE 0.
       01 WS-ENTRIES-WRITTEN PIC 9(3) VALUE 0.
           COPY GLJRNR REPLACING
               ==JOURNAL-LINE-RECORD== BY ==WS-JOURNAL-WORK==
               LEADING ==JE== BY ==WJE==.
       01 WS-DESC-BUILD.
          05 WS-DB-TEXT        PIC X(17).
          05 WS-DB-YEAR        PIC 9(4).

       01 WS-CLOSED-LINES    PIC 9(4) VALUE 0.
       01 WS-OPENING-LINES   PIC 9(4) VALUE 0.
       01 WS-OFFSET-ROWS     PIC 9(4) VALUE 0.
       01 WS-NET-DISPLAY     PIC -(13)9.99.

       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 WS-ALERT-BUILD.
          05 FILLER          PIC X(5) VALUE "YEAR ".
          05 WS-AB-YEAR      PIC 9(4).
          05 FILLER          PIC X(51) VALUE
              " REOPENED - CLOSE REVERSED, PERIOD 12 OPEN AGAIN".

       01 WS-PROGRAM-NAME PIC X(8) VALUE "GLYECLS".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.
       01 WS-HOLD-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 closed or reopened, 4
      *> nothing to do -- already closed, or not closed to reopen --
      *> 8 refused).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== GL Fiscal Year-End Close ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-RUN-OPTIONS.
           PERFORM LOAD-YEAR-END-CONTROL.
           PERFORM LOAD-PERIODS.
           PERFORM LOAD-LEDGER.
           IF WS-ENV-MODE = "REOPEN"
               DISPLAY "   Reopening fiscal year " WS-CLOSE-YEAR
               PERFORM REOPEN-THE-YEAR
           ELSE
               DISPLAY "   Closing fiscal year " WS-CLOSE-YEAR
               PERFORM CLOSE-THE-YEAR
           END-IF.

           DISPLAY " ".
           DISPLAY "=== GL Fiscal Year-End Close Complete ===".
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

       DETERMINE-RUN-OPTIONS.
           ACCEPT WS-ENV-YEAR
               FROM ENVIRONMENT "GLYECLS_YEAR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-YEAR IS NUMERIC
               MOVE WS-ENV-YEAR TO WS-CLOSE-YEAR
           ELSE
               MOVE WS-TODAY-DATE (1:4) TO WS-CLOSE-YEAR
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           END-IF.
           ACCEPT WS-ENV-MODE
               FROM ENVIRONMENT "GLYECLS_MODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           COMPUTE WS-FIRST-PERIOD = WS-CLOSE-YEAR * 100 + 1.
           COMPUTE WS-LAST-PERIOD = WS-CLOSE-YEAR * 100 + 12.
           COMPUTE WS-CLOSING-PERIOD = WS-CLOSE-YEAR * 100 + 13.
           COMPUTE WS-OPENING-PERIOD = (WS-CLOSE-YEAR + 1) * 100.

       LOAD-YEAR-END-CONTROL.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YEAR-END-FILE.
           IF WS-YEAR-END-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YEAR-END-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-YE-COUNT < 100
                               ADD 1 TO WS-YE-COUNT
                               MOVE GYE-YEAR TO
                                   WS-YE-YEAR (WS-YE-COUNT)
                               MOVE GYE-STATUS TO
                                   WS-YE-STATUS (WS-YE-COUNT)
                               MOVE GYE-ACTION-DATE TO
                                   WS-YE-DATE (WS-YE-COUNT)
                               MOVE GYE-CLOSE-COUNT TO
                                   WS-YE-CLOSES (WS-YE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-END-FILE
           END-IF.

       FIND-YEAR-END-ROW.
      *> WS-LOOK-YEAR's control row into WS-YE-FOUND (0 none) and
      *> its status into WS-LOOK-STATUS.
           MOVE 0 TO WS-YE-FOUND.
           MOVE SPACE TO WS-LOOK-STATUS.
           PERFORM VARYING WS-YE-IX FROM 1 BY 1
                   UNTIL WS-YE-IX > WS-YE-COUNT
               IF WS-YE-YEAR (WS-YE-IX) = WS-LOOK-YEAR
                   MOVE WS-YE-IX TO WS-YE-FOUND
                   MOVE WS-YE-STATUS (WS-YE-IX) TO WS-LOOK-STATUS
               END-IF
           END-PERFORM.

       LOAD-PERIODS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PER-COUNT < 120
                               ADD 1 TO WS-PER-COUNT
                               MOVE GLP-PERIOD TO
                                   WS-GP-PERIOD (WS-PER-COUNT)
                               MOVE GLP-STATUS TO
                                   WS-GP-STATUS (WS-PER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-LEDGER.
      *> Rows written before the ledger carried an entity read back
      *> as spaces: the legacy entity 0000.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEDGER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LED-COUNT < 1000
                               ADD 1 TO WS-LED-COUNT
                               MOVE GLL-PERIOD TO
                                   WS-LG-PERIOD (WS-LED-COUNT)
                               MOVE GLL-ACCOUNT TO
                                   WS-LG-ACCOUNT (WS-LED-COUNT)
                               MOVE GLL-DEBITS TO
                                   WS-LG-DEBITS (WS-LED-COUNT)
                               MOVE GLL-CREDITS TO
                                   WS-LG-CREDITS (WS-LED-COUNT)
                               MOVE GLL-ENTITY TO
                                   WS-LG-ENTITY (WS-LED-COUNT)
                               IF GLL-ENTITY = SPACES
                                   MOVE "0000" TO
                                       WS-LG-ENTITY (WS-LED-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE WS-LED-COUNT TO WS-LED-ROWS-BEFORE.

       CLOSE-THE-YEAR.
           MOVE WS-CLOSE-YEAR TO WS-LOOK-YEAR.
           PERFORM FIND-YEAR-END-ROW.
           IF WS-LOOK-STATUS = "C"
               DISPLAY "   Year " WS-CLOSE-YEAR " is already closed"
                   " - run GLYECLS_MODE=REOPEN to redo it"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CHECK-TWELVE-PERIODS-CLOSED
               IF RETURN-CODE < 8
                   PERFORM DETERMINE-WINDOW-START
                   PERFORM LOAD-CHART
                   PERFORM LOAD-RETAINED-ACCOUNTS
                   PERFORM CHECK-LEDGER-ACCOUNTS
                   PERFORM COLLECT-YEAR-ENTITIES
                   PERFORM CHECK-RETAINED-ACCOUNTS
               END-IF
               IF RETURN-CODE < 8
                   PERFORM FIND-NEXT-ENTRY-NO
                   PERFORM VARYING WS-EN-IX FROM 1 BY 1
                           UNTIL WS-EN-IX > WS-ENT-COUNT
                       MOVE WS-EN-ENTITY (WS-EN-IX) TO WS-ENTITY
                       PERFORM CLOSE-ONE-ENTITY
                   END-PERFORM
                   PERFORM VARYING WS-EN-IX FROM 1 BY 1
                           UNTIL WS-EN-IX > WS-ENT-COUNT
                       MOVE WS-EN-ENTITY (WS-EN-IX) TO WS-ENTITY
                       PERFORM CARRY-ONE-ENTITY-FORWARD
                   END-PERFORM
               END-IF
               IF RETURN-CODE < 8
                   PERFORM WRITE-NEW-JOURNAL-LINES
                   PERFORM REWRITE-LEDGER
                   MOVE "C" TO WS-NEW-YE-STATUS
                   PERFORM STAMP-YEAR-END-CONTROL
                   DISPLAY "   Income/expense lines closed: "
                       WS-CLOSED-LINES
                   DISPLAY "   Closing entries written: "
                       WS-ENTRIES-WRITTEN " (period "
                       WS-CLOSING-PERIOD ")"
                   DISPLAY "   Opening balances carried: "
                       WS-OPENING-LINES " (period "
                       WS-OPENING-PERIOD ")"
               ELSE
                   DISPLAY "   *** YEAR-END CLOSE REFUSED - NOTHING"
                       " POSTED ***"
               END-IF
           END-IF.

       CHECK-TWELVE-PERIODS-CLOSED.
           MOVE 0 TO WS-CLOSED-MONTHS.
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-PER-COUNT
               IF WS-GP-PERIOD (WS-GP-IX) NOT < WS-FIRST-PERIOD
                       AND WS-GP-PERIOD (WS-GP-IX)
                           NOT > WS-LAST-PERIOD
                       AND WS-GP-STATUS (WS-GP-IX) = "C"
                   ADD 1 TO WS-CLOSED-MONTHS
               END-IF
           END-PERFORM.
           IF WS-CLOSED-MONTHS < 12
               DISPLAY "   Only " WS-CLOSED-MONTHS " of the twelve"
                   " periods of " WS-CLOSE-YEAR " are closed on"
                   " glperiod.dat - close them through GLPERMNT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       DETERMINE-WINDOW-START.
      *> The latest earlier year whose close stands opened the
      *> following year at 00; everything before that is carried.
           MOVE 0 TO WS-LOOK-YEAR.
           PERFORM VARYING WS-YE-IX FROM 1 BY 1
                   UNTIL WS-YE-IX > WS-YE-COUNT
               IF WS-YE-STATUS (WS-YE-IX) = "C"
                       AND WS-YE-YEAR (WS-YE-IX) < WS-CLOSE-YEAR
                       AND WS-YE-YEAR (WS-YE-IX) > WS-LOOK-YEAR
                   MOVE WS-YE-YEAR (WS-YE-IX) TO WS-LOOK-YEAR
               END-IF
           END-PERFORM.
           IF WS-LOOK-YEAR > 0
               COMPUTE WS-WINDOW-START = (WS-LOOK-YEAR + 1) * 100
           ELSE
               MOVE 0 TO WS-WINDOW-START
           END-IF.

       LOAD-CHART.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COA-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-COA-COUNT < 1000
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-ACCOUNT TO
                                   WS-CA-ACCOUNT (WS-COA-COUNT)
                               MOVE COA-TYPE TO
                                   WS-CA-TYPE (WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF.

       FIND-ACCOUNT-TYPE.
           MOVE SPACE TO WS-ROW-TYPE.
           PERFORM VARYING WS-CA-IX FROM 1 BY 1
                   UNTIL WS-CA-IX > WS-COA-COUNT
                   OR WS-ROW-TYPE NOT = SPACE
               IF WS-CA-ACCOUNT (WS-CA-IX) = WS-LOOK-ACCOUNT
                   MOVE WS-CA-TYPE (WS-CA-IX) TO WS-ROW-TYPE
               END-IF
           END-PERFORM.

       LOAD-RETAINED-ACCOUNTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RETAINED-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RET-COUNT < 20
                               ADD 1 TO WS-RET-COUNT
                               MOVE RET-ENTITY TO
                                   WS-RT-ENTITY (WS-RET-COUNT)
                               MOVE RET-ACCOUNT TO
                                   WS-RT-ACCOUNT (WS-RET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETAINED-FILE
           END-IF.

       CHECK-LEDGER-ACCOUNTS.
      *> Every account the year carries must classify, or the close
      *> would leave it neither zeroed nor carried.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-WINDOW-START
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT > WS-CLOSING-PERIOD
                   MOVE WS-LG-ACCOUNT (WS-LED-IX) TO WS-LOOK-ACCOUNT
                   PERFORM FIND-ACCOUNT-TYPE
                   IF WS-ROW-TYPE NOT = "A" AND WS-ROW-TYPE NOT = "L"
                           AND WS-ROW-TYPE NOT = "I"
                           AND WS-ROW-TYPE NOT = "E"
                       DISPLAY "   Ledger account "
                           WS-LG-ACCOUNT (WS-LED-IX) " (period "
                           WS-LG-PERIOD (WS-LED-IX) ") is not on the"
                           " chart - clear it through suspense first"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       COLLECT-YEAR-ENTITIES.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-PERIOD (WS-LED-IX) NOT < WS-WINDOW-START
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT > WS-CLOSING-PERIOD
                   MOVE WS-LG-ENTITY (WS-LED-IX) TO WS-ENTITY
                   PERFORM NOTE-ENTITY
               END-IF
           END-PERFORM.

       NOTE-ENTITY.
           MOVE 0 TO WS-EN-HIT.
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-ENT-COUNT
               IF WS-EN-ENTITY (WS-EN-IX) = WS-ENTITY
                   MOVE 1 TO WS-EN-HIT
               END-IF
           END-PERFORM.
           IF WS-EN-HIT = 0 AND WS-ENT-COUNT < 20
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-ENTITY TO WS-EN-ENTITY (WS-ENT-COUNT)
           END-IF.

       CHECK-RETAINED-ACCOUNTS.
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-ENT-COUNT
               MOVE WS-EN-ENTITY (WS-EN-IX) TO WS-ENTITY
               PERFORM FIND-RETAINED-ACCOUNT
               IF WS-RETAINED-ACCOUNT = SPACES
                   DISPLAY "   Entity " WS-ENTITY " has no retained"
                       " earnings account on glye_retained.dat"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RETAINED-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM FIND-ACCOUNT-TYPE
                   IF WS-ROW-TYPE NOT = "L"
                       DISPLAY "   Entity " WS-ENTITY " retained"
                           " earnings account " WS-RETAINED-ACCOUNT
                           " is not a liability on the chart"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-RETAINED-ACCOUNT.
           MOVE SPACES TO WS-RETAINED-ACCOUNT.
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RET-COUNT
               IF WS-RT-ENTITY (WS-RT-IX) = WS-ENTITY
                   MOVE WS-RT-ACCOUNT (WS-RT-IX)
                       TO WS-RETAINED-ACCOUNT
               END-IF
           END-PERFORM.

       FIND-NEXT-ENTRY-NO.
           MOVE 0 TO WS-NEXT-ENTRY-NO.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF JE-ENTRY-NO > WS-NEXT-ENTRY-NO
                               MOVE JE-ENTRY-NO TO WS-NEXT-ENTRY-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       CLOSE-ONE-ENTITY.
      *> Each income/expense account's net for the year is posted
      *> back out in the closing period; the sum lands on retained
      *> earnings, so the entry balances by construction. The net
      *> runs from the same window start the carry-forward uses: an
      *> earlier year never closed has its income and expense swept
      *> into this close, or it would reach the balance sheet as
      *> nothing and the opening balances would not balance.
           MOVE 0 TO WS-NET-COUNT.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-ROWS-BEFORE
               IF WS-LG-ENTITY (WS-LED-IX) = WS-ENTITY
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT < WS-WINDOW-START
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT > WS-LAST-PERIOD
                   MOVE WS-LG-ACCOUNT (WS-LED-IX) TO WS-LOOK-ACCOUNT
                   PERFORM FIND-ACCOUNT-TYPE
                   IF WS-ROW-TYPE = "I" OR WS-ROW-TYPE = "E"
                       PERFORM ADD-ROW-TO-NET-TABLE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FIND-RETAINED-ACCOUNT.
           MOVE 0 TO WS-ENTITY-NET.
           MOVE 0 TO WS-ENTRY-LINE-NO.
           ADD 1 TO WS-NEXT-ENTRY-NO.
           MOVE "YEAR-END CLOSE" TO WS-DB-TEXT.
           MOVE WS-CLOSE-YEAR TO WS-DB-YEAR.
           MOVE WS-DESC-BUILD TO WS-ENTRY-DESC.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NET-COUNT
               IF WS-NT-AMOUNT (WS-NT-IX) NOT = 0
                   MOVE WS-NT-ACCOUNT (WS-NT-IX) TO WS-POST-ACCOUNT
                   IF WS-NT-AMOUNT (WS-NT-IX) > 0
                       MOVE "CR" TO WS-POST-DRCR
                       MOVE WS-NT-AMOUNT (WS-NT-IX) TO WS-POST-AMOUNT
                   ELSE
                       MOVE "DR" TO WS-POST-DRCR
                       COMPUTE WS-POST-AMOUNT =
                           0 - WS-NT-AMOUNT (WS-NT-IX)
                   END-IF
                   PERFORM POST-AND-JOURNAL-LINE
                   ADD WS-NT-AMOUNT (WS-NT-IX) TO WS-ENTITY-NET
                   ADD 1 TO WS-CLOSED-LINES
               END-IF
           END-PERFORM.
           IF WS-ENTRY-LINE-NO = 0
               SUBTRACT 1 FROM WS-NEXT-ENTRY-NO
               DISPLAY "   Entity " WS-ENTITY ": no income or expense"
                   " to close"
           ELSE
               MOVE WS-RETAINED-ACCOUNT TO WS-POST-ACCOUNT
               IF WS-ENTITY-NET > 0
                   MOVE "DR" TO WS-POST-DRCR
                   MOVE WS-ENTITY-NET TO WS-POST-AMOUNT
               ELSE
                   MOVE "CR" TO WS-POST-DRCR
                   COMPUTE WS-POST-AMOUNT = 0 - WS-ENTITY-NET
               END-IF
               IF WS-POST-AMOUNT > 0
                   PERFORM POST-AND-JOURNAL-LINE
               END-IF
               ADD 1 TO WS-ENTRIES-WRITTEN
               COMPUTE WS-NET-DISPLAY = 0 - WS-ENTITY-NET
               DISPLAY "   Entity " WS-ENTITY ": net income "
                   WS-NET-DISPLAY " to " WS-RETAINED-ACCOUNT
                   " (entry " WS-NEXT-ENTRY-NO ")"
           END-IF.

       ADD-ROW-TO-NET-TABLE.
           COMPUTE WS-ROW-NET = WS-LG-DEBITS (WS-LED-IX)
               - WS-LG-CREDITS (WS-LED-IX).
           MOVE 0 TO WS-NT-HIT.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NET-COUNT
                   OR WS-NT-HIT = 1
               IF WS-NT-ACCOUNT (WS-NT-IX) = WS-LG-ACCOUNT (WS-LED-IX)
                   MOVE 1 TO WS-NT-HIT
                   ADD WS-ROW-NET TO WS-NT-AMOUNT (WS-NT-IX)
               END-IF
           END-PERFORM.
           IF WS-NT-HIT = 0 AND WS-NET-COUNT < 1000
               ADD 1 TO WS-NET-COUNT
               MOVE WS-LG-ACCOUNT (WS-LED-IX)
                   TO WS-NT-ACCOUNT (WS-NET-COUNT)
               MOVE WS-ROW-NET TO WS-NT-AMOUNT (WS-NET-COUNT)
           END-IF.

       CARRY-ONE-ENTITY-FORWARD.
      *> Balances through the closing period -- retained earnings
      *> now holding the year -- become the next year's opening.
           MOVE 0 TO WS-NET-COUNT.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-ENTITY (WS-LED-IX) = WS-ENTITY
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT < WS-WINDOW-START
                       AND WS-LG-PERIOD (WS-LED-IX)
                           NOT > WS-CLOSING-PERIOD
                   MOVE WS-LG-ACCOUNT (WS-LED-IX) TO WS-LOOK-ACCOUNT
                   PERFORM FIND-ACCOUNT-TYPE
                   IF WS-ROW-TYPE = "A" OR WS-ROW-TYPE = "L"
                       PERFORM ADD-ROW-TO-NET-TABLE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NET-COUNT
               IF WS-NT-AMOUNT (WS-NT-IX) NOT = 0
                   MOVE WS-NT-ACCOUNT (WS-NT-IX) TO WS-POST-ACCOUNT
                   IF WS-NT-AMOUNT (WS-NT-IX) > 0
                       MOVE "DR" TO WS-POST-DRCR
                       MOVE WS-NT-AMOUNT (WS-NT-IX) TO WS-POST-AMOUNT
                   ELSE
                       MOVE "CR" TO WS-POST-DRCR
                       COMPUTE WS-POST-AMOUNT =
                           0 - WS-NT-AMOUNT (WS-NT-IX)
                   END-IF
                   PERFORM POST-TO-LEDGER
                   ADD 1 TO WS-OPENING-LINES
               END-IF
           END-PERFORM.

       POST-AND-JOURNAL-LINE.
           PERFORM POST-TO-LEDGER.
           ADD 1 TO WS-ENTRY-LINE-NO.
           MOVE SPACES TO WS-JOURNAL-WORK.
           MOVE WS-NEXT-ENTRY-NO TO WJE-ENTRY-NO.
           MOVE WS-ENTRY-LINE-NO TO WJE-LINE-NO.
           MOVE "Y" TO WJE-SOURCE.
           MOVE WS-CLOSING-PERIOD TO WJE-PERIOD.
           MOVE WS-ENTRY-DESC TO WJE-DESCRIPTION.
           MOVE WS-ENTITY TO WJE-ENTITY.
           MOVE WS-POST-ACCOUNT TO WJE-ACCOUNT.
           MOVE WS-POST-DRCR TO WJE-DRCR.
           MOVE WS-POST-AMOUNT TO WJE-AMOUNT.
           MOVE "R" TO WJE-STATUS.
           MOVE WS-PROGRAM-NAME TO WJE-ENTERED-BY.
           MOVE WS-TODAY-DATE TO WJE-ENTERED-DATE.
           MOVE WS-PROGRAM-NAME TO WJE-APPROVED-BY.
           MOVE WS-TODAY-DATE TO WJE-APPROVED-DATE.
           MOVE WS-TODAY-DATE TO WJE-RELEASED-DATE.
           IF WS-NEW-JE-COUNT < 2000
               ADD 1 TO WS-NEW-JE-COUNT
               MOVE WS-JOURNAL-WORK TO WS-NEW-JE-ROW (WS-NEW-JE-COUNT)
           ELSE
               DISPLAY "   Journal line table full"
               MOVE 8 TO RETURN-CODE
           END-IF.

       POST-TO-LEDGER.
           MOVE 0 TO WS-LED-HIT.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
                   OR WS-LED-HIT = 1
               IF WS-LG-PERIOD (WS-LED-IX) = WS-POST-PERIOD
                       AND WS-LG-ACCOUNT (WS-LED-IX) = WS-POST-ACCOUNT
                       AND WS-LG-ENTITY (WS-LED-IX) = WS-ENTITY
                   MOVE 1 TO WS-LED-HIT
                   SUBTRACT 1 FROM WS-LED-IX
               END-IF
           END-PERFORM.
           IF WS-LED-HIT = 0
               IF WS-LED-COUNT < 1000
                   ADD 1 TO WS-LED-COUNT
                   MOVE WS-LED-COUNT TO WS-LED-IX
                   MOVE WS-POST-PERIOD TO WS-LG-PERIOD (WS-LED-IX)
                   MOVE WS-POST-ACCOUNT TO WS-LG-ACCOUNT (WS-LED-IX)
                   MOVE WS-ENTITY TO WS-LG-ENTITY (WS-LED-IX)
                   MOVE 0 TO WS-LG-DEBITS (WS-LED-IX)
                   MOVE 0 TO WS-LG-CREDITS (WS-LED-IX)
               ELSE
                   DISPLAY "   Ledger table full"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE < 8
               IF WS-POST-DRCR = "DR"
                   ADD WS-POST-AMOUNT TO WS-LG-DEBITS (WS-LED-IX)
               ELSE
                   ADD WS-POST-AMOUNT TO WS-LG-CREDITS (WS-LED-IX)
               END-IF
           END-IF.

       REOPEN-THE-YEAR.
           MOVE WS-CLOSE-YEAR TO WS-LOOK-YEAR.
           PERFORM FIND-YEAR-END-ROW.
           IF WS-LOOK-STATUS NOT = "C"
               DISPLAY "   Year " WS-CLOSE-YEAR " is not closed -"
                   " nothing to reopen"
               MOVE 4 TO RETURN-CODE
           ELSE
               COMPUTE WS-LOOK-YEAR = WS-CLOSE-YEAR + 1
               PERFORM FIND-YEAR-END-ROW
               IF WS-LOOK-STATUS = "C"
                   DISPLAY "   Year " WS-LOOK-YEAR " is closed on"
                       " top of it - reopen that year first"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REVERSE-THE-CLOSE
               END-IF
           END-IF.

       REVERSE-THE-CLOSE.
      *> Each closing-period row's net goes back out on a reversing
      *> year-end entry per entity; every closing and opening row
      *> is then offset so it nets to nothing.
           PERFORM FIND-NEXT-ENTRY-NO.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-PERIOD (WS-LED-IX) = WS-CLOSING-PERIOD
                   MOVE WS-LG-ENTITY (WS-LED-IX) TO WS-ENTITY
                   PERFORM NOTE-ENTITY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-ENT-COUNT
               MOVE WS-EN-ENTITY (WS-EN-IX) TO WS-ENTITY
               PERFORM JOURNAL-ONE-REVERSAL
           END-PERFORM.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-PERIOD (WS-LED-IX) = WS-CLOSING-PERIOD
                       OR WS-LG-PERIOD (WS-LED-IX)
                           = WS-OPENING-PERIOD
                   COMPUTE WS-ROW-NET = WS-LG-DEBITS (WS-LED-IX)
                       - WS-LG-CREDITS (WS-LED-IX)
                   IF WS-ROW-NET > 0
                       ADD WS-ROW-NET TO WS-LG-CREDITS (WS-LED-IX)
                   ELSE
                       SUBTRACT WS-ROW-NET
                           FROM WS-LG-DEBITS (WS-LED-IX)
                   END-IF
                   IF WS-ROW-NET NOT = 0
                       ADD 1 TO WS-OFFSET-ROWS
                   END-IF
               END-IF
           END-PERFORM.
           IF RETURN-CODE < 8
               PERFORM WRITE-NEW-JOURNAL-LINES
               PERFORM REWRITE-LEDGER
               PERFORM REOPEN-DECEMBER
               MOVE "O" TO WS-NEW-YE-STATUS
               PERFORM STAMP-YEAR-END-CONTROL
               MOVE WS-CLOSE-YEAR TO WS-AB-YEAR
               MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "ALERTLOG" USING WS-PROGRAM-NAME "W"
                   WS-ALERT-TEXT
               MOVE WS-HOLD-RC TO RETURN-CODE
               DISPLAY "   Ledger rows offset: " WS-OFFSET-ROWS
               DISPLAY "   Reversing entries written: "
                   WS-ENTRIES-WRITTEN
               DISPLAY "   Period " WS-LAST-PERIOD " open for audit"
                   " adjustments; close it through GLPERMNT and"
                   " rerun the close"
           END-IF.

       JOURNAL-ONE-REVERSAL.
           MOVE 0 TO WS-ENTRY-LINE-NO.
           ADD 1 TO WS-NEXT-ENTRY-NO.
           MOVE "YEAR-END REVERSE" TO WS-DB-TEXT.
           MOVE WS-CLOSE-YEAR TO WS-DB-YEAR.
           MOVE WS-DESC-BUILD TO WS-ENTRY-DESC.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               IF WS-LG-PERIOD (WS-LED-IX) = WS-CLOSING-PERIOD
                       AND WS-LG-ENTITY (WS-LED-IX) = WS-ENTITY
                   COMPUTE WS-ROW-NET = WS-LG-DEBITS (WS-LED-IX)
                       - WS-LG-CREDITS (WS-LED-IX)
                   IF WS-ROW-NET NOT = 0
                       PERFORM JOURNAL-REVERSAL-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENTRY-LINE-NO = 0
               SUBTRACT 1 FROM WS-NEXT-ENTRY-NO
           ELSE
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF.

       JOURNAL-REVERSAL-LINE.
      *> The journal line only; the ledger offset follows for every
      *> row at once.
           ADD 1 TO WS-ENTRY-LINE-NO.
           MOVE SPACES TO WS-JOURNAL-WORK.
           MOVE WS-NEXT-ENTRY-NO TO WJE-ENTRY-NO.
           MOVE WS-ENTRY-LINE-NO TO WJE-LINE-NO.
           MOVE "Y" TO WJE-SOURCE.
           MOVE WS-CLOSING-PERIOD TO WJE-PERIOD.
           MOVE WS-ENTRY-DESC TO WJE-DESCRIPTION.
           MOVE WS-ENTITY TO WJE-ENTITY.
           MOVE WS-LG-ACCOUNT (WS-LED-IX) TO WJE-ACCOUNT.
           IF WS-ROW-NET > 0
               MOVE "CR" TO WJE-DRCR
               MOVE WS-ROW-NET TO WJE-AMOUNT
           ELSE
               MOVE "DR" TO WJE-DRCR
               COMPUTE WJE-AMOUNT = 0 - WS-ROW-NET
           END-IF.
           MOVE "R" TO WJE-STATUS.
           MOVE WS-PROGRAM-NAME TO WJE-ENTERED-BY.
           MOVE WS-TODAY-DATE TO WJE-ENTERED-DATE.
           MOVE WS-PROGRAM-NAME TO WJE-APPROVED-BY.
           MOVE WS-TODAY-DATE TO WJE-APPROVED-DATE.
           MOVE WS-TODAY-DATE TO WJE-RELEASED-DATE.
           IF WS-NEW-JE-COUNT < 2000
               ADD 1 TO WS-NEW-JE-COUNT
               MOVE WS-JOURNAL-WORK TO WS-NEW-JE-ROW (WS-NEW-JE-COUNT)
           ELSE
               DISPLAY "   Journal line table full"
               MOVE 8 TO RETURN-CODE
           END-IF.

       REOPEN-DECEMBER.
      *> The one reopen of a closed month the GL allows: the year's
      *> last period, for the auditors' adjustments.
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-PER-COUNT
               IF WS-GP-PERIOD (WS-GP-IX) = WS-LAST-PERIOD
                   MOVE "O" TO WS-GP-STATUS (WS-GP-IX)
               END-IF
           END-PERFORM.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-GP-IX FROM 1 BY 1
                   UNTIL WS-GP-IX > WS-PER-COUNT
               MOVE WS-GP-PERIOD (WS-GP-IX) TO GLP-PERIOD
               MOVE WS-GP-STATUS (WS-GP-IX) TO GLP-STATUS
               WRITE GL-PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

       WRITE-NEW-JOURNAL-LINES.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           IF WS-NEW-JE-COUNT > 0
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM VARYING WS-NEW-JE-IX FROM 1 BY 1
                       UNTIL WS-NEW-JE-IX > WS-NEW-JE-COUNT
                   MOVE WS-NEW-JE-ROW (WS-NEW-JE-IX)
                       TO JOURNAL-LINE-RECORD
                   WRITE JOURNAL-LINE-RECORD
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       REWRITE-LEDGER.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM VARYING WS-LED-IX FROM 1 BY 1
                   UNTIL WS-LED-IX > WS-LED-COUNT
               MOVE WS-LG-PERIOD (WS-LED-IX) TO GLL-PERIOD
               MOVE WS-LG-ACCOUNT (WS-LED-IX) TO GLL-ACCOUNT
               MOVE WS-LG-DEBITS (WS-LED-IX) TO GLL-DEBITS
               MOVE WS-LG-CREDITS (WS-LED-IX) TO GLL-CREDITS
               MOVE WS-LG-ENTITY (WS-LED-IX) TO GLL-ENTITY
               WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE LEDGER-FILE.

       STAMP-YEAR-END-CONTROL.
      *> WS-NEW-YE-STATUS onto the run year's control row.
           MOVE WS-CLOSE-YEAR TO WS-LOOK-YEAR.
           PERFORM FIND-YEAR-END-ROW.
           IF WS-YE-FOUND = 0
               ADD 1 TO WS-YE-COUNT
               MOVE WS-YE-COUNT TO WS-YE-FOUND
               MOVE WS-CLOSE-YEAR TO WS-YE-YEAR (WS-YE-FOUND)
               MOVE 0 TO WS-YE-CLOSES (WS-YE-FOUND)
           END-IF.
           MOVE WS-NEW-YE-STATUS TO WS-YE-STATUS (WS-YE-FOUND).
           MOVE WS-TODAY-DATE TO WS-YE-DATE (WS-YE-FOUND).
           IF WS-NEW-YE-STATUS = "C"
               ADD 1 TO WS-YE-CLOSES (WS-YE-FOUND)
           END-IF.
           OPEN OUTPUT YEAR-END-FILE.
           PERFORM VARYING WS-YE-IX FROM 1 BY 1
                   UNTIL WS-YE-IX > WS-YE-COUNT
               MOVE WS-YE-YEAR (WS-YE-IX) TO GYE-YEAR
               MOVE WS-YE-STATUS (WS-YE-IX) TO GYE-STATUS
               MOVE WS-YE-DATE (WS-YE-IX) TO GYE-ACTION-DATE
               MOVE WS-YE-CLOSES (WS-YE-IX) TO GYE-CLOSE-COUNT
               WRITE YEAR-END-RECORD
           END-PERFORM.
           CLOSE YEAR-END-FILE.
