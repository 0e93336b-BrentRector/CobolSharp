       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLTRS.
      *> Delinquency letter run over the loan collections queue
      *> (loan_collq.dat, LOANCQR.cpy), run after LOANSERV. Each
      *> loan on the queue gets the letter for the tier its days past
      *> due have reached -- a reminder at 10 days, a second notice
      *> at 30, a final notice at 60 -- unless that tier (or a later
      *> one) has already gone out for this delinquency; the tier
      *> sent is kept on the queue row in CQ-LETTER-LEVEL and a loan
      *> that cures comes off the queue, so the next delinquency
      *> starts over. Letters go to loan_letters.dat for the mail
      *> room. An employee loan is addressed from the master and
      *> empaddr.dat; any other loan is addressed by loan number for
      *> the mail room to merge. Every letter is logged to the
      *> contact history loan_contacts.dat (LOANCNTR.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-QUEUE ASSIGN TO "loan_collq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CONTACT-LOG ASSIGN TO "loan_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT LETTER-FILE ASSIGN TO "loan_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-QUEUE.
           COPY LOANCQR.

       FD CONTACT-LOG.
           COPY LOANCNTR.

       FD LOAN-APPS.
      *> Same layout DEMO5AMRT reads; only the borrower's EMP-ID is
      *> used here.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS       PIC XX VALUE SPACES.
       01 WS-CONTACT-STATUS     PIC XX VALUE SPACES.
       01 WS-APPS-STATUS        PIC XX VALUE SPACES.
       01 WS-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS     PIC XX VALUE SPACES.
       01 WS-LETTER-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.

      *> The queue held whole; rewritten with the letter tiers sent.
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QT-ENTRY OCCURS 500 TIMES.
             10 WS-QT-APP-ID      PIC X(8).
             10 WS-QT-PRIORITY    PIC 9(4).
             10 WS-QT-COLLECTOR   PIC X(8).
             10 WS-QT-DAYS        PIC 9(5).
             10 WS-QT-BUCKET      PIC 9(2).
             10 WS-QT-BALANCE     PIC 9(7)V99.
             10 WS-QT-PAST-DUE    PIC 9(7)V99.
             10 WS-QT-NEXT-DUE    PIC 9(8).
             10 WS-QT-ENTERED     PIC 9(8).
             10 WS-QT-LAST-CONTACT PIC 9(8).
             10 WS-QT-LAST-OUTCOME PIC X(2).
             10 WS-QT-PROM-STATUS PIC X.
             10 WS-QT-PROM-DATE   PIC 9(8).
             10 WS-QT-PROM-AMT    PIC 9(7)V99.
             10 WS-QT-PROM-PAID   PIC 9(7)V99.
             10 WS-QT-LETTER      PIC 9(2).
       01 WS-ROW-IX          PIC 9(4) VALUE 0.

      *> Loan number to borrower EMP-ID.
       01 WS-APP-COUNT       PIC 9(4) VALUE 0.
       01 WS-APP-TABLE.
          05 WS-AP-ENTRY OCCURS 500 TIMES.
             10 WS-AP-APP-ID      PIC X(8).
             10 WS-AP-EMP-ID      PIC 9(5).
       01 WS-APP-IX          PIC 9(4) VALUE 0.

      *> Employee names from the current generation, and addresses.
       01 WS-NAME-COUNT      PIC 9(4) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NM-ENTRY OCCURS 1000 TIMES.
             10 WS-NM-EMP-ID      PIC 9(5).
             10 WS-NM-NAME        PIC X(20).
       01 WS-NAME-IX         PIC 9(4) VALUE 0.
       01 WS-ADDR-COUNT      PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-AT-ENTRY OCCURS 1000 TIMES.
             10 WS-AT-EMP-ID      PIC 9(5).
             10 WS-AT-LINE1       PIC X(30).
             10 WS-AT-LINE2       PIC X(30).
             10 WS-AT-CITY        PIC X(20).
             10 WS-AT-STATE       PIC X(2).
             10 WS-AT-ZIP         PIC X(10).
       01 WS-ADDR-IX         PIC 9(4) VALUE 0.

       01 WS-BORROWER-EMP    PIC 9(5) VALUE 0.
       01 WS-BORROWER-NAME   PIC X(20) VALUE SPACES.
       01 WS-FOUND-ADDR      PIC 9(4) VALUE 0.
       01 WS-TIER            PIC 9(2) VALUE 0.

       01 WS-LETTERS-10      PIC 9(4) VALUE 0.
       01 WS-LETTERS-30      PIC 9(4) VALUE 0.
       01 WS-LETTERS-60      PIC 9(4) VALUE 0.
       01 WS-NOT-DUE         PIC 9(4) VALUE 0.

      *> Same counter/filename convention as DEMO4RPT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Letter lines, built with MOVE.
       01 WS-LT-DATE-BUILD.
          05 FILLER            PIC X(50) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "DATE: ".
          05 WS-LD-DATE        PIC 9(8).
          05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-LT-LOAN-BUILD.
          05 FILLER            PIC X(50) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "LOAN: ".
          05 WS-LL-APP-ID      PIC X(8).
          05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-LT-GENERIC-BUILD.
          05 FILLER            PIC X(16) VALUE "THE BORROWER OF ".
          05 FILLER            PIC X(5) VALUE "LOAN ".
          05 WS-LG-APP-ID      PIC X(8).
          05 FILLER            PIC X(51) VALUE SPACES.
       01 WS-LT-CITY-BUILD.
          05 WS-LC-CITY        PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-LC-STATE       PIC X(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-LC-ZIP         PIC X(10).
          05 FILLER            PIC X(46) VALUE SPACES.
       01 WS-LT-AMOUNT-BUILD.
          05 FILLER            PIC X(24) VALUE
              "   AMOUNT NOW PAST DUE: ".
          05 WS-LA-PAST-DUE    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.
       01 WS-LT-DAYS-BUILD.
          05 FILLER            PIC X(24) VALUE
              "   DAYS PAST DUE:       ".
          05 WS-LY-DAYS        PIC ZZZZ9.
          05 FILLER            PIC X(51) VALUE SPACES.
       01 WS-LT-BALANCE-BUILD.
          05 FILLER            PIC X(24) VALUE
              "   PRINCIPAL BALANCE:   ".
          05 WS-LB-BALANCE     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "LOANLTRS".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 warnings, 8+
      *> hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Loan Delinquency Letters ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-COLLECTIONS-QUEUE.
           IF WS-ROW-COUNT = 0
               DISPLAY "   Collections queue empty - no letters"
           ELSE
               PERFORM LOAD-LOAN-APPS
               PERFORM DETERMINE-CURRENT-GENERATION
               PERFORM LOAD-EMPLOYEE-NAMES
               PERFORM LOAD-ADDRESS-FILE
               OPEN OUTPUT LETTER-FILE
               PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                       UNTIL WS-ROW-IX > WS-ROW-COUNT
                   PERFORM LETTER-ONE-LOAN
               END-PERFORM
               CLOSE LETTER-FILE
               PERFORM REWRITE-COLLECTIONS-QUEUE
               DISPLAY "   Loans on the queue:  " WS-ROW-COUNT
               DISPLAY "   10-day reminders:    " WS-LETTERS-10
               DISPLAY "   30-day notices:      " WS-LETTERS-30
               DISPLAY "   60-day final notices:" WS-LETTERS-60
               DISPLAY "   No letter due:       " WS-NOT-DUE
               DISPLAY "   Letters in loan_letters.dat"
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Loan Delinquency Letters Complete ===".
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

       LOAD-COLLECTIONS-QUEUE.
           OPEN INPUT COLLECTION-QUEUE.
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COLLECTION-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ROW-COUNT < 500
                               ADD 1 TO WS-ROW-COUNT
                               PERFORM TAKE-QUEUE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-QUEUE
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-QUEUE-ROW.
           MOVE CQ-APP-ID TO WS-QT-APP-ID (WS-ROW-COUNT).
           MOVE CQ-PRIORITY TO WS-QT-PRIORITY (WS-ROW-COUNT).
           MOVE CQ-COLLECTOR TO WS-QT-COLLECTOR (WS-ROW-COUNT).
           MOVE CQ-DAYS-PAST-DUE TO WS-QT-DAYS (WS-ROW-COUNT).
           MOVE CQ-BUCKET TO WS-QT-BUCKET (WS-ROW-COUNT).
           MOVE CQ-BALANCE TO WS-QT-BALANCE (WS-ROW-COUNT).
           MOVE CQ-PAST-DUE-AMT TO WS-QT-PAST-DUE (WS-ROW-COUNT).
           MOVE CQ-NEXT-DUE TO WS-QT-NEXT-DUE (WS-ROW-COUNT).
           MOVE CQ-ENTERED-DATE TO WS-QT-ENTERED (WS-ROW-COUNT).
           MOVE CQ-LAST-CONTACT TO WS-QT-LAST-CONTACT (WS-ROW-COUNT).
           MOVE CQ-LAST-OUTCOME TO WS-QT-LAST-OUTCOME (WS-ROW-COUNT).
           MOVE CQ-PROMISE-STATUS TO WS-QT-PROM-STATUS (WS-ROW-COUNT).
           MOVE CQ-PROMISE-DATE TO WS-QT-PROM-DATE (WS-ROW-COUNT).
           MOVE CQ-PROMISE-AMT TO WS-QT-PROM-AMT (WS-ROW-COUNT).
           MOVE CQ-PROMISE-PAID TO WS-QT-PROM-PAID (WS-ROW-COUNT).
           MOVE CQ-LETTER-LEVEL TO WS-QT-LETTER (WS-ROW-COUNT).

       LOAD-LOAN-APPS.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-APP-COUNT < 500
                               ADD 1 TO WS-APP-COUNT
                               MOVE APP-ID
                                   TO WS-AP-APP-ID (WS-APP-COUNT)
                               MOVE APP-EMP-ID
                                   TO WS-AP-EMP-ID (WS-APP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
           MOVE 0 TO WS-EOF.

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

       LOAD-EMPLOYEE-NAMES.
      *> An unreadable master just means employee loans are
      *> addressed by loan number like any other.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NAME-COUNT < 1000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE EMP-ID
                                   TO WS-NM-EMP-ID (WS-NAME-COUNT)
                               MOVE EMP-NAME
                                   TO WS-NM-NAME (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY "   Unable to open " WS-GDG-FILENAME
                   ", status " WS-FILE-STATUS
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ADDR-COUNT < 1000
                               ADD 1 TO WS-ADDR-COUNT
                               MOVE ADR-EMP-ID TO
                                   WS-AT-EMP-ID (WS-ADDR-COUNT)
                               MOVE ADR-LINE1 TO
                                   WS-AT-LINE1 (WS-ADDR-COUNT)
                               MOVE ADR-LINE2 TO
                                   WS-AT-LINE2 (WS-ADDR-COUNT)
                               MOVE ADR-CITY TO
                                   WS-AT-CITY (WS-ADDR-COUNT)
                               MOVE ADR-STATE TO
                                   WS-AT-STATE (WS-ADDR-COUNT)
                               MOVE ADR-ZIP TO
                                   WS-AT-ZIP (WS-ADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       LETTER-ONE-LOAN.
      *> The highest tier the loan has reached; a tier already sent
      *> this delinquency is not sent again.
           EVALUATE TRUE
               WHEN WS-QT-DAYS (WS-ROW-IX) >= 60
                   MOVE 60 TO WS-TIER
               WHEN WS-QT-DAYS (WS-ROW-IX) >= 30
                   MOVE 30 TO WS-TIER
               WHEN WS-QT-DAYS (WS-ROW-IX) >= 10
                   MOVE 10 TO WS-TIER
               WHEN OTHER
                   MOVE 0 TO WS-TIER
           END-EVALUATE.
           IF WS-TIER > WS-QT-LETTER (WS-ROW-IX)
               PERFORM FIND-BORROWER
               PERFORM WRITE-THE-LETTER
               MOVE WS-TIER TO WS-QT-LETTER (WS-ROW-IX)
               PERFORM LOG-THE-LETTER
               EVALUATE WS-TIER
                   WHEN 10
                       ADD 1 TO WS-LETTERS-10
                   WHEN 30
                       ADD 1 TO WS-LETTERS-30
                   WHEN OTHER
                       ADD 1 TO WS-LETTERS-60
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-DUE
           END-IF.

       FIND-BORROWER.
           MOVE 0 TO WS-BORROWER-EMP.
           MOVE SPACES TO WS-BORROWER-NAME.
           MOVE 0 TO WS-FOUND-ADDR.
           PERFORM VARYING WS-APP-IX FROM 1 BY 1
                   UNTIL WS-APP-IX > WS-APP-COUNT
               IF WS-AP-APP-ID (WS-APP-IX) = WS-QT-APP-ID (WS-ROW-IX)
                   MOVE WS-AP-EMP-ID (WS-APP-IX) TO WS-BORROWER-EMP
               END-IF
           END-PERFORM.
           IF WS-BORROWER-EMP > 0
               PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                       UNTIL WS-NAME-IX > WS-NAME-COUNT
                   IF WS-NM-EMP-ID (WS-NAME-IX) = WS-BORROWER-EMP
                       MOVE WS-NM-NAME (WS-NAME-IX)
                           TO WS-BORROWER-NAME
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                       UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                   IF WS-AT-EMP-ID (WS-ADDR-IX) = WS-BORROWER-EMP
                       MOVE WS-ADDR-IX TO WS-FOUND-ADDR
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-THE-LETTER.
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-TODAY-DATE TO WS-LD-DATE.
           MOVE WS-LT-DATE-BUILD TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-QT-APP-ID (WS-ROW-IX) TO WS-LL-APP-ID.
           MOVE WS-LT-LOAN-BUILD TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-BORROWER-NAME = SPACES OR WS-FOUND-ADDR = 0
               MOVE WS-QT-APP-ID (WS-ROW-IX) TO WS-LG-APP-ID
               MOVE WS-LT-GENERIC-BUILD TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE WS-BORROWER-NAME TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-AT-LINE1 (WS-FOUND-ADDR) TO LETTER-LINE
               WRITE LETTER-LINE
               IF WS-AT-LINE2 (WS-FOUND-ADDR) NOT = SPACES
                   MOVE WS-AT-LINE2 (WS-FOUND-ADDR) TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE WS-AT-CITY (WS-FOUND-ADDR) TO WS-LC-CITY
               MOVE WS-AT-STATE (WS-FOUND-ADDR) TO WS-LC-STATE
               MOVE WS-AT-ZIP (WS-FOUND-ADDR) TO WS-LC-ZIP
               MOVE WS-LT-CITY-BUILD TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           EVALUATE WS-TIER
               WHEN 10
                   MOVE "PAYMENT REMINDER" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Our records show your loan payment has not"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "been received. If you have already paid,"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "please disregard this reminder."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 30
                   MOVE "SECOND NOTICE - PAYMENT PAST DUE"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Your loan is now more than 30 days past due."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Please pay the amount below or contact us to"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "arrange payment." TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE - SERIOUSLY PAST DUE"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Your loan is now more than 60 days past due."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Unless payment is received or arranged, the"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "loan may be referred for further action."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-QT-PAST-DUE (WS-ROW-IX) TO WS-LA-PAST-DUE.
           MOVE WS-LT-AMOUNT-BUILD TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-QT-DAYS (WS-ROW-IX) TO WS-LY-DAYS.
           MOVE WS-LT-DAYS-BUILD TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-QT-BALANCE (WS-ROW-IX) TO WS-LB-BALANCE.
           MOVE WS-LT-BALANCE-BUILD TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       LOG-THE-LETTER.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND CONTACT-LOG.
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG
           END-IF.
           MOVE WS-QT-APP-ID (WS-ROW-IX) TO CC-APP-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CC-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO CC-COLLECTOR.
           MOVE "L" TO CC-METHOD.
           MOVE "LS" TO CC-OUTCOME.
           MOVE 0 TO CC-PROMISE-DATE.
           MOVE 0 TO CC-PROMISE-AMT.
           EVALUATE WS-TIER
               WHEN 10
                   MOVE "10-DAY PAYMENT REMINDER" TO CC-NOTE
               WHEN 30
                   MOVE "30-DAY SECOND NOTICE" TO CC-NOTE
               WHEN OTHER
                   MOVE "60-DAY FINAL NOTICE" TO CC-NOTE
           END-EVALUATE.
           WRITE COLLECTION-CONTACT-RECORD.
           CLOSE CONTACT-LOG.

       REWRITE-COLLECTIONS-QUEUE.
           OPEN OUTPUT COLLECTION-QUEUE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-COUNT
               MOVE WS-QT-APP-ID (WS-ROW-IX) TO CQ-APP-ID
               MOVE WS-QT-PRIORITY (WS-ROW-IX) TO CQ-PRIORITY
               MOVE WS-QT-COLLECTOR (WS-ROW-IX) TO CQ-COLLECTOR
               MOVE WS-QT-DAYS (WS-ROW-IX) TO CQ-DAYS-PAST-DUE
               MOVE WS-QT-BUCKET (WS-ROW-IX) TO CQ-BUCKET
               MOVE WS-QT-BALANCE (WS-ROW-IX) TO CQ-BALANCE
               MOVE WS-QT-PAST-DUE (WS-ROW-IX) TO CQ-PAST-DUE-AMT
               MOVE WS-QT-NEXT-DUE (WS-ROW-IX) TO CQ-NEXT-DUE
               MOVE WS-QT-ENTERED (WS-ROW-IX) TO CQ-ENTERED-DATE
               MOVE WS-QT-LAST-CONTACT (WS-ROW-IX) TO CQ-LAST-CONTACT
               MOVE WS-QT-LAST-OUTCOME (WS-ROW-IX) TO CQ-LAST-OUTCOME
               MOVE WS-QT-PROM-STATUS (WS-ROW-IX)
                   TO CQ-PROMISE-STATUS
               MOVE WS-QT-PROM-DATE (WS-ROW-IX) TO CQ-PROMISE-DATE
               MOVE WS-QT-PROM-AMT (WS-ROW-IX) TO CQ-PROMISE-AMT
               MOVE WS-QT-PROM-PAID (WS-ROW-IX) TO CQ-PROMISE-PAID
               MOVE WS-QT-LETTER (WS-ROW-IX) TO CQ-LETTER-LEVEL
               WRITE COLLECTION-QUEUE-RECORD
           END-PERFORM.
           CLOSE COLLECTION-QUEUE.
