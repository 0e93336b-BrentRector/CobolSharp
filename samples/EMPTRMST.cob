       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTRMST.
      *> Termination final settlement. When EMPUPDT or DEMO4MNT flips
      *> an employee to EMP-STATUS "T" the money side never heard of
      *> it: the EMPLEAVE balance stayed on the books, the person's
      *> active deductions kept trying to apply, and an open
      *> employee loan went unflagged. This job settles every
      *> termination on the current generation whose EMP-STATUS-DATE
      *> falls on or after the last run (emptrmst_lastrun.dat, one
      *> YYYYMMDD line, advanced to today at the end of each run) and
      *> that is not already on the settlement register
      *> (emptrmst_register.dat), so a rerun never settles anyone
      *> twice. For each leaver it:
      *>   - prices the leave payout: LVB-BALANCE days at the current
      *>     daily rate -- one 260th of EMP-SALARY, or eight hours at
      *>     the hourly rate for an hourly employee on emppbas.dat --
      *>     and appends it to empsupp_feed.dat (earning type LVPO)
      *>     as a final-pay request for the next EMPSUPRN run;
      *>   - zeroes the leave balance on empleave.dat, with a before
      *>     and after line on empleave_audit.dat;
      *>   - deactivates every active row for the employee on
      *>     empdeduct.dat;
      *>   - lists each open employee loan (loan_apps.dat EMP-ID,
      *>     loan_balances.dat principal) on emptrmst_collections.dat;
      *>   - moves the balance of each open overpayment recovery case
      *>     (empovpay.dat) off future pay and onto the settlement:
      *>     the case goes to status "T" and the balance is listed on
      *>     the collections file and the statement;
      *>   - writes a settlement statement, opened with the mailing
      *>     block from empaddr.dat, to emptrmst_statements.dat.
      *> A leaver with no address on file still settles; the
      *> statement is marked to hold for HR and the run ends RC 4,
      *> as does any loan or overpayment handed to collections. With
      *> no last-run file the run only records today as the starting
      *> point -- terminations before the job existed are not paid
      *> out.

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
           SELECT LAST-RUN-FILE ASSIGN TO "emptrmst_lastrun.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.
           SELECT SETTLED-REGISTER ASSIGN TO "emptrmst_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLED-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "empleave.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT LEAVE-AUDIT ASSIGN TO "empleave_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-AUDIT-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT PAY-BASIS-FILE ASSIGN TO "emppbas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBS-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT LOAN-BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-BAL-STATUS.
           SELECT FEED-FILE ASSIGN TO "empsupp_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "emptrmst_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT COLLECTIONS-FILE
                   ASSIGN TO "emptrmst_collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.
           SELECT OVERPAY-FILE ASSIGN TO "empovpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD LAST-RUN-FILE.
       01 LAST-RUN-LINE PIC X(8).

       FD SETTLED-REGISTER.
      *> One row per settlement, appended; EMP-ID plus the status
      *> date identifies the termination that was settled.
       01 SETTLED-RECORD.
          05 STL-EMP-ID         PIC 9(5).
          05 STL-STATUS-DATE    PIC 9(8).
          05 STL-RUN-DATE       PIC 9(8).
          05 STL-LEAVE-DAYS     PIC 9(4)V99.
          05 STL-DAILY-RATE     PIC 9(6)V99.
          05 STL-PAYOUT         PIC 9(6)V99.
          05 STL-DED-STOPPED    PIC 9(3).
          05 STL-LOAN-TOTAL     PIC 9(8)V99.
          05 STL-OVP-TOTAL      PIC 9(7)V99.

       FD BALANCE-FILE.
           COPY EMPLVBR.

       FD LEAVE-AUDIT.
       01 LEAVE-AUDIT-LINE PIC X(80).

       FD DEDUCT-FILE.
           COPY EMPDEDR.

       FD PAY-BASIS-FILE.
           COPY EMPPBSR.

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD LOAN-APPS.
      *> DEMO5AMRT's application layout, as EMPLNDED reads it.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD LOAN-BALANCE-FILE.
           COPY LOANBALR.

       FD FEED-FILE.
           COPY EMPSUPR.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       FD COLLECTIONS-FILE.
       01 COLLECTIONS-LINE PIC X(80).

       FD OVERPAY-FILE.
           COPY EMPOVPR.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-LASTRUN-STATUS      PIC XX VALUE SPACES.
       01 WS-SETTLED-STATUS      PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS      PIC XX VALUE SPACES.
       01 WS-LV-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS       PIC XX VALUE SPACES.
       01 WS-PBS-STATUS          PIC XX VALUE SPACES.
       01 WS-ADDR-STATUS         PIC XX VALUE SPACES.
       01 WS-APPS-STATUS         PIC XX VALUE SPACES.
       01 WS-LOAN-BAL-STATUS     PIC XX VALUE SPACES.
       01 WS-FEED-STATUS         PIC XX VALUE SPACES.
       01 WS-STMT-STATUS         PIC XX VALUE SPACES.
       01 WS-COLL-STATUS         PIC XX VALUE SPACES.
       01 WS-OVP-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01 WS-LAST-RUN-DATE       PIC 9(8) VALUE 0.
       01 WS-LASTRUN-FOUND       PIC 9 VALUE 0.

      *> Terminations already settled, EMP-ID plus status date.
       01 WS-STL-COUNT       PIC 9(4) VALUE 0.
       01 WS-STL-TABLE.
          05 WS-STL-ENTRY OCCURS 2000 TIMES.
             10 WS-SR-EMP-ID      PIC 9(5).
             10 WS-SR-STATUS-DATE PIC 9(8).
       01 WS-STL-IX          PIC 9(4) VALUE 0.
       01 WS-STL-HIT         PIC 9 VALUE 0.

      *> empleave.dat held whole and rewritten (the EMPLEAVE idiom).
       01 WS-LVB-COUNT       PIC 9(4) VALUE 0.
       01 WS-LVB-TABLE.
          05 WS-LVB-ENTRY OCCURS 2000 TIMES.
             10 WS-LB-EMP-ID     PIC 9(5).
             10 WS-LB-BALANCE    PIC 9(4)V99.
             10 WS-LB-ACCRUED    PIC 9(5)V99.
             10 WS-LB-TAKEN      PIC 9(5)V99.
             10 WS-LB-LAST       PIC 9(6).
       01 WS-LVB-IX          PIC 9(4) VALUE 0.
       01 WS-LVB-FOUND-IX    PIC 9(4) VALUE 0.
       01 WS-LVB-OVERFLOW    PIC 9 VALUE 0.
       01 WS-LVB-CHANGED     PIC 9 VALUE 0.

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
       01 WS-DED-OVERFLOW    PIC 9 VALUE 0.
       01 WS-DED-CHANGED     PIC 9 VALUE 0.

       01 WS-PBS-COUNT       PIC 9(4) VALUE 0.
       01 WS-PBS-TABLE.
          05 WS-PBS-ENTRY OCCURS 2000 TIMES.
             10 WS-PB-EMP-ID    PIC 9(5).
             10 WS-PB-BASIS     PIC X.
             10 WS-PB-RATE      PIC 9(4)V99.
       01 WS-PBS-IX          PIC 9(4) VALUE 0.

       01 WS-ADDR-COUNT      PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-EMP-ID    PIC 9(5).
             10 WS-AT-LINE1     PIC X(30).
             10 WS-AT-LINE2     PIC X(30).
             10 WS-AT-CITY      PIC X(20).
             10 WS-AT-STATE     PIC X(2).
             10 WS-AT-ZIP       PIC X(10).
       01 WS-ADDR-IX         PIC 9(4) VALUE 0.
       01 WS-ADDR-FOUND-IX   PIC 9(4) VALUE 0.

      *> Employee loans: APP-ID to EMP-ID, with the LOANSERV balance.
       01 WS-ELN-COUNT       PIC 9(3) VALUE 0.
       01 WS-ELN-TABLE.
          05 WS-EL-ENTRY OCCURS 200 TIMES.
             10 WS-EL-APP-ID    PIC X(8).
             10 WS-EL-EMP-ID    PIC 9(5).
             10 WS-EL-STATUS    PIC X.
             10 WS-EL-PRINCIPAL PIC 9(7)V99.
       01 WS-ELN-IX          PIC 9(3) VALUE 0.

      *> Overpayment recovery cases held whole and rewritten, as the
      *> pay run does.
       01 WS-OVP-COUNT       PIC 9(3) VALUE 0.
       01 WS-OVP-TABLE.
          05 WS-OVP-ENTRY OCCURS 500 TIMES.
             10 WS-OC-EMP-ID      PIC 9(5).
             10 WS-OC-CASE-NO     PIC 9(5).
             10 WS-OC-REASON      PIC X(30).
             10 WS-OC-REG-ROW     PIC 9(7).
             10 WS-OC-REG-PERIOD  PIC 9(6).
             10 WS-OC-OWED        PIC 9(7)V99.
             10 WS-OC-RECOVER-AMT PIC 9(6)V99.
             10 WS-OC-RECOVERED   PIC 9(7)V99.
             10 WS-OC-BALANCE     PIC 9(7)V99.
             10 WS-OC-STATUS      PIC X.
             10 WS-OC-OPENED      PIC 9(8).
             10 WS-OC-CLOSED      PIC 9(8).
             10 WS-OC-OPERATOR    PIC X(8).
       01 WS-OVP-IX          PIC 9(3) VALUE 0.
       01 WS-OVP-OVERFLOW    PIC 9 VALUE 0.
       01 WS-OVP-CHANGED     PIC 9 VALUE 0.

      *> The leaver in hand.
       01 WS-LEAVE-DAYS      PIC 9(4)V99 VALUE 0.
       01 WS-DAILY-RATE      PIC 9(6)V99 VALUE 0.
       01 WS-PAYOUT          PIC 9(6)V99 VALUE 0.
       01 WS-EMP-HOURLY      PIC 9 VALUE 0.
       01 WS-EMP-RATE        PIC 9(4)V99 VALUE 0.
       01 WS-EMP-DED-STOPPED PIC 9(3) VALUE 0.
       01 WS-EMP-LOAN-TOTAL  PIC 9(8)V99 VALUE 0.
       01 WS-EMP-OVP-TOTAL   PIC 9(7)V99 VALUE 0.

       01 WS-SETTLED-COUNT   PIC 9(5) VALUE 0.
       01 WS-PAYOUT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-DED-STOP-COUNT  PIC 9(5) VALUE 0.
       01 WS-COLL-COUNT      PIC 9(5) VALUE 0.
       01 WS-NO-ADDR-COUNT   PIC 9(5) VALUE 0.
       01 WS-OVP-MOVED-COUNT PIC 9(5) VALUE 0.

      *> Statement, audit and collections lines built with MOVE, not
      *> STRING.
       01 WS-STMT-HEADING.
          05 FILLER          PIC X(30)
                 VALUE "FINAL SETTLEMENT STATEMENT".
          05 FILLER          PIC X(10) VALUE "RUN DATE ".
          05 WS-SH-DATE      PIC 9(8).
          05 FILLER          PIC X(32) VALUE SPACES.
       01 WS-STMT-MAIL-LINE.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-SM-TEXT      PIC X(77).
       01 WS-STMT-CITY-BUILD.
          05 WS-SC-CITY      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SC-STATE     PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SC-ZIP       PIC X(10).
       01 WS-STMT-EMP-LINE.
          05 FILLER          PIC X(12) VALUE "   EMPLOYEE ".
          05 WS-SE-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SE-NAME      PIC X(20).
          05 FILLER          PIC X(13) VALUE "  TERMINATED ".
          05 WS-SE-DATE      PIC 9(8).
          05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-STMT-AMOUNT-LINE.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-SA-LABEL     PIC X(26).
          05 WS-SA-AMOUNT    PIC Z(7)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SA-NOTE      PIC X(38).
       01 WS-AUDIT-LINE-BUILD.
          05 WS-AL-DATE      PIC 9(8).
          05 FILLER          PIC X(8) VALUE " EMP-ID ".
          05 WS-AL-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(8) VALUE " BEFORE ".
          05 WS-AL-BEFORE    PIC 9(4).99.
          05 FILLER          PIC X(7) VALUE " AFTER ".
          05 WS-AL-AFTER     PIC 9(4).99.
          05 FILLER          PIC X(31)
                 VALUE " TERMINATION PAYOUT EMPTRMST".
       01 WS-COLL-LINE-BUILD.
          05 WS-CL-DATE      PIC 9(8).
          05 FILLER          PIC X(6) VALUE " LOAN ".
          05 WS-CL-APP-ID    PIC X(8).
          05 FILLER          PIC X(8) VALUE " EMP-ID ".
          05 WS-CL-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(13) VALUE " OUTSTANDING ".
          05 WS-CL-AMOUNT    PIC 9(7).99.
          05 FILLER          PIC X(22) VALUE " TERMINATED - COLLECT".
       01 WS-OVP-COLL-LINE-BUILD.
          05 WS-OL-DATE      PIC 9(8).
          05 FILLER          PIC X(6) VALUE " OVPY ".
          05 WS-OL-CASE-NO   PIC 9(5).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE " EMP-ID ".
          05 WS-OL-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(13) VALUE " OUTSTANDING ".
          05 WS-OL-AMOUNT    PIC 9(7).99.
          05 FILLER          PIC X(22) VALUE " TERMINATED - COLLECT".

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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPTRMST".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 no starting
      *> point yet, loans to collect or statements held for want of
      *> an address, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Termination Final Settlement ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-LAST-RUN-DATE.
           IF WS-LASTRUN-FOUND = 0
               DISPLAY "   No last-run date (emptrmst_lastrun.dat) -"
                   " starting point recorded, nothing settled"
               PERFORM SAVE-LAST-RUN-DATE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "   Settling terminations since "
                   WS-LAST-RUN-DATE
               PERFORM DETERMINE-CURRENT-GENERATION
               DISPLAY "   Reading generation " WS-GDG-FILENAME
               PERFORM LOAD-SETTLED-REGISTER
               PERFORM LOAD-LEAVE-BALANCES
               PERFORM LOAD-DEDUCTION-MASTER
               PERFORM LOAD-PAY-BASIS
               PERFORM LOAD-ADDRESSES
               PERFORM LOAD-EMPLOYEE-LOANS
               PERFORM LOAD-OVERPAY-CASES
      *> A table that could not hold the whole file would be
      *> rewritten short; refuse before anything is touched.
               IF WS-LVB-OVERFLOW = 1 OR WS-DED-OVERFLOW = 1
                       OR WS-OVP-OVERFLOW = 1
                   DISPLAY "   *** Leave, deduction or overpayment"
                       " file too large to hold - NOTHING SETTLED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SETTLE-ALL-LEAVERS
               END-IF
               IF RETURN-CODE < 8
                   IF WS-LVB-CHANGED = 1
                       PERFORM REWRITE-LEAVE-BALANCES
                   END-IF
                   IF WS-DED-CHANGED = 1
                       PERFORM REWRITE-DEDUCTION-MASTER
                   END-IF
                   IF WS-OVP-CHANGED = 1
                       PERFORM REWRITE-OVERPAY-CASES
                   END-IF
                   PERFORM SAVE-LAST-RUN-DATE
                   DISPLAY "   Leavers settled:      " WS-SETTLED-COUNT
                   DISPLAY "   Leave payout total:   " WS-PAYOUT-TOTAL
                   DISPLAY "   Deductions stopped:   "
                       WS-DED-STOP-COUNT
                   DISPLAY "   Loans to collections: " WS-COLL-COUNT
                   DISPLAY "   Overpayments moved:   "
                       WS-OVP-MOVED-COUNT
                   DISPLAY "   Statements in emptrmst_statements.dat"
                   IF WS-COLL-COUNT > 0
                       DISPLAY "   *** Outstanding loan balance(s) -"
                           " see emptrmst_collections.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-OVP-MOVED-COUNT > 0
                       DISPLAY "   *** Overpayment balance(s) moved"
                           " to settlement - see"
                           " emptrmst_collections.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-NO-ADDR-COUNT > 0
                       DISPLAY "   *** " WS-NO-ADDR-COUNT
                           " statement(s) held - no address on"
                           " file ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Termination Final Settlement Complete ===".
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

       LOAD-LAST-RUN-DATE.
           OPEN INPUT LAST-RUN-FILE.
           IF WS-LASTRUN-STATUS = "00"
               READ LAST-RUN-FILE
                   NOT AT END
                       IF LAST-RUN-LINE IS NUMERIC
                           MOVE LAST-RUN-LINE TO WS-LAST-RUN-DATE
                           MOVE 1 TO WS-LASTRUN-FOUND
                       END-IF
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF.

       SAVE-LAST-RUN-DATE.
           OPEN OUTPUT LAST-RUN-FILE.
           MOVE WS-TODAY-DATE TO LAST-RUN-LINE.
           WRITE LAST-RUN-LINE.
           CLOSE LAST-RUN-FILE.

       LOAD-SETTLED-REGISTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SETTLED-REGISTER.
           IF WS-SETTLED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SETTLED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF STL-STATUS-DATE >= WS-LAST-RUN-DATE
                                   AND WS-STL-COUNT < 2000
                               ADD 1 TO WS-STL-COUNT
                               MOVE STL-EMP-ID TO
                                   WS-SR-EMP-ID (WS-STL-COUNT)
                               MOVE STL-STATUS-DATE TO
                                   WS-SR-STATUS-DATE (WS-STL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLED-REGISTER
           END-IF.

       LOAD-LEAVE-BALANCES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LVB-COUNT < 2000
                               ADD 1 TO WS-LVB-COUNT
                               MOVE LVB-EMP-ID TO
                                   WS-LB-EMP-ID (WS-LVB-COUNT)
                               MOVE LVB-BALANCE TO
                                   WS-LB-BALANCE (WS-LVB-COUNT)
                               MOVE LVB-ACCRUED-TOTAL TO
                                   WS-LB-ACCRUED (WS-LVB-COUNT)
                               MOVE LVB-TAKEN-TOTAL TO
                                   WS-LB-TAKEN (WS-LVB-COUNT)
                               MOVE LVB-LAST-PERIOD TO
                                   WS-LB-LAST (WS-LVB-COUNT)
                           ELSE
                               MOVE 1 TO WS-LVB-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

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

       LOAD-PAY-BASIS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAY-BASIS-FILE.
           IF WS-PBS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-BASIS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PBS-COUNT < 2000
                               ADD 1 TO WS-PBS-COUNT
                               MOVE PBS-EMP-ID TO
                                   WS-PB-EMP-ID (WS-PBS-COUNT)
                               MOVE PBS-BASIS TO
                                   WS-PB-BASIS (WS-PBS-COUNT)
                               MOVE PBS-HOURLY-RATE TO
                                   WS-PB-RATE (WS-PBS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-BASIS-FILE
           END-IF.

       LOAD-ADDRESSES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-ADDR-COUNT < 2000
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

       LOAD-EMPLOYEE-LOANS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF APP-EMP-ID > 0
                                   AND WS-ELN-COUNT < 200
                               ADD 1 TO WS-ELN-COUNT
                               MOVE APP-ID TO
                                   WS-EL-APP-ID (WS-ELN-COUNT)
                               MOVE APP-EMP-ID TO
                                   WS-EL-EMP-ID (WS-ELN-COUNT)
                               MOVE SPACE TO
                                   WS-EL-STATUS (WS-ELN-COUNT)
                               MOVE 0 TO
                                   WS-EL-PRINCIPAL (WS-ELN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
      *> A loan the loan book has no balance for was never paid on
      *> and never deducted; it is not listed.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-BALANCE-FILE.
           IF WS-LOAN-BAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-BALANCE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-ELN-IX FROM 1 BY 1
                                   UNTIL WS-ELN-IX > WS-ELN-COUNT
                               IF WS-EL-APP-ID (WS-ELN-IX)
                                       = LNB-APP-ID
                                   MOVE LNB-STATUS TO
                                       WS-EL-STATUS (WS-ELN-IX)
                                   MOVE LNB-PRINCIPAL TO
                                       WS-EL-PRINCIPAL (WS-ELN-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LOAN-BALANCE-FILE
           END-IF.

       LOAD-OVERPAY-CASES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT OVERPAY-FILE.
           IF WS-OVP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ OVERPAY-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-OVP-COUNT < 500
                               ADD 1 TO WS-OVP-COUNT
                               PERFORM LOAD-ONE-OVERPAY-CASE
                           ELSE
                               MOVE 1 TO WS-OVP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERPAY-FILE
           END-IF.

       LOAD-ONE-OVERPAY-CASE.
           MOVE OVP-EMP-ID TO WS-OC-EMP-ID (WS-OVP-COUNT).
           MOVE OVP-CASE-NO TO WS-OC-CASE-NO (WS-OVP-COUNT).
           MOVE OVP-REASON TO WS-OC-REASON (WS-OVP-COUNT).
           MOVE OVP-REG-ROW TO WS-OC-REG-ROW (WS-OVP-COUNT).
           MOVE OVP-REG-PERIOD TO WS-OC-REG-PERIOD (WS-OVP-COUNT).
           MOVE OVP-AMOUNT-OWED TO WS-OC-OWED (WS-OVP-COUNT).
           MOVE OVP-RECOVER-AMT TO WS-OC-RECOVER-AMT (WS-OVP-COUNT).
           MOVE OVP-RECOVERED TO WS-OC-RECOVERED (WS-OVP-COUNT).
           MOVE OVP-BALANCE TO WS-OC-BALANCE (WS-OVP-COUNT).
           MOVE OVP-STATUS TO WS-OC-STATUS (WS-OVP-COUNT).
           MOVE OVP-OPENED-DATE TO WS-OC-OPENED (WS-OVP-COUNT).
           MOVE OVP-CLOSED-DATE TO WS-OC-CLOSED (WS-OVP-COUNT).
           MOVE OVP-OPERATOR TO WS-OC-OPERATOR (WS-OVP-COUNT).

       SETTLE-ALL-LEAVERS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
      *> OPEN OUTPUT only on status 35 -- payments already waiting
      *> for EMPSUPRN, earlier settlements and earlier audit lines
      *> must survive.
               OPEN EXTEND FEED-FILE
               IF WS-FEED-STATUS = "35"
                   OPEN OUTPUT FEED-FILE
               END-IF
               OPEN EXTEND SETTLED-REGISTER
               IF WS-SETTLED-STATUS = "35"
                   OPEN OUTPUT SETTLED-REGISTER
               END-IF
               OPEN EXTEND LEAVE-AUDIT
               IF WS-LV-AUDIT-STATUS = "35"
                   OPEN OUTPUT LEAVE-AUDIT
               END-IF
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT COLLECTIONS-FILE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-IS-TERMINATED
                                   AND EMP-STATUS-DATE IS NUMERIC
                                   AND EMP-STATUS-DATE
                                       >= WS-LAST-RUN-DATE
                               PERFORM CHECK-ALREADY-SETTLED
                               IF WS-STL-HIT = 0
                                   PERFORM SETTLE-ONE-LEAVER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               CLOSE FEED-FILE
               CLOSE SETTLED-REGISTER
               CLOSE LEAVE-AUDIT
               CLOSE STATEMENT-FILE
               CLOSE COLLECTIONS-FILE
           END-IF.

       CHECK-ALREADY-SETTLED.
           MOVE 0 TO WS-STL-HIT.
           PERFORM VARYING WS-STL-IX FROM 1 BY 1
                   UNTIL WS-STL-IX > WS-STL-COUNT
               IF WS-SR-EMP-ID (WS-STL-IX) = EMP-ID
                       AND WS-SR-STATUS-DATE (WS-STL-IX)
                           = EMP-STATUS-DATE
                   MOVE 1 TO WS-STL-HIT
               END-IF
           END-PERFORM.

       SETTLE-ONE-LEAVER.
           PERFORM PRICE-LEAVE-PAYOUT.
           IF WS-PAYOUT > 0
               MOVE EMP-ID TO SUP-EMP-ID
               MOVE WS-PAYOUT TO SUP-AMOUNT
               MOVE "LVPO" TO SUP-EARN-TYPE
               MOVE "TERMINATION LEAVE PAYOUT" TO SUP-REASON
               WRITE SUPP-FEED-RECORD
           END-IF.
           IF WS-LVB-FOUND-IX > 0
               MOVE WS-TODAY-DATE TO WS-AL-DATE
               MOVE EMP-ID TO WS-AL-EMP-ID
               MOVE WS-LB-BALANCE (WS-LVB-FOUND-IX) TO WS-AL-BEFORE
               MOVE 0 TO WS-AL-AFTER
               MOVE WS-AUDIT-LINE-BUILD TO LEAVE-AUDIT-LINE
               WRITE LEAVE-AUDIT-LINE
               MOVE 0 TO WS-LB-BALANCE (WS-LVB-FOUND-IX)
               MOVE 1 TO WS-LVB-CHANGED
           END-IF.
           PERFORM STOP-EMPLOYEE-DEDUCTIONS.
           PERFORM LIST-EMPLOYEE-LOANS.
           PERFORM MOVE-OVERPAY-CASES.
           PERFORM WRITE-SETTLEMENT-STATEMENT.
           MOVE EMP-ID TO STL-EMP-ID.
           MOVE EMP-STATUS-DATE TO STL-STATUS-DATE.
           MOVE WS-TODAY-DATE TO STL-RUN-DATE.
           MOVE WS-LEAVE-DAYS TO STL-LEAVE-DAYS.
           MOVE WS-DAILY-RATE TO STL-DAILY-RATE.
           MOVE WS-PAYOUT TO STL-PAYOUT.
           MOVE WS-EMP-DED-STOPPED TO STL-DED-STOPPED.
           MOVE WS-EMP-LOAN-TOTAL TO STL-LOAN-TOTAL.
           MOVE WS-EMP-OVP-TOTAL TO STL-OVP-TOTAL.
           WRITE SETTLED-RECORD.
           ADD 1 TO WS-SETTLED-COUNT.
           ADD WS-PAYOUT TO WS-PAYOUT-TOTAL.
           DISPLAY "   Settled " EMP-ID " " EMP-NAME " payout "
               WS-PAYOUT.

       PRICE-LEAVE-PAYOUT.
      *> LVB-BALANCE is in days. A salaried day is one 260th of the
      *> annual salary (52 five-day weeks); an hourly day is eight
      *> hours at the rate on emppbas.dat.
           MOVE 0 TO WS-LEAVE-DAYS.
           MOVE 0 TO WS-LVB-FOUND-IX.
           PERFORM VARYING WS-LVB-IX FROM 1 BY 1
                   UNTIL WS-LVB-IX > WS-LVB-COUNT
               IF WS-LB-EMP-ID (WS-LVB-IX) = EMP-ID
                   MOVE WS-LVB-IX TO WS-LVB-FOUND-IX
                   MOVE WS-LB-BALANCE (WS-LVB-IX) TO WS-LEAVE-DAYS
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-EMP-HOURLY.
           MOVE 0 TO WS-EMP-RATE.
           PERFORM VARYING WS-PBS-IX FROM 1 BY 1
                   UNTIL WS-PBS-IX > WS-PBS-COUNT
               IF WS-PB-EMP-ID (WS-PBS-IX) = EMP-ID
                   IF WS-PB-BASIS (WS-PBS-IX) = "H"
                       MOVE 1 TO WS-EMP-HOURLY
                       MOVE WS-PB-RATE (WS-PBS-IX) TO WS-EMP-RATE
                   ELSE
                       MOVE 0 TO WS-EMP-HOURLY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EMP-HOURLY = 1
               COMPUTE WS-DAILY-RATE ROUNDED = WS-EMP-RATE * 8
           ELSE
               COMPUTE WS-DAILY-RATE ROUNDED = EMP-SALARY / 260
           END-IF.
           COMPUTE WS-PAYOUT ROUNDED = WS-LEAVE-DAYS * WS-DAILY-RATE.

       STOP-EMPLOYEE-DEDUCTIONS.
           MOVE 0 TO WS-EMP-DED-STOPPED.
           PERFORM VARYING WS-DED-IX FROM 1 BY 1
                   UNTIL WS-DED-IX > WS-DED-COUNT
               IF WS-DD-EMP-ID (WS-DED-IX) = EMP-ID
                       AND WS-DD-STATUS (WS-DED-IX) = "A"
                   MOVE "I" TO WS-DD-STATUS (WS-DED-IX)
                   ADD 1 TO WS-EMP-DED-STOPPED
                   ADD 1 TO WS-DED-STOP-COUNT
                   MOVE 1 TO WS-DED-CHANGED
               END-IF
           END-PERFORM.

       LIST-EMPLOYEE-LOANS.
           MOVE 0 TO WS-EMP-LOAN-TOTAL.
           PERFORM VARYING WS-ELN-IX FROM 1 BY 1
                   UNTIL WS-ELN-IX > WS-ELN-COUNT
               IF WS-EL-EMP-ID (WS-ELN-IX) = EMP-ID
                       AND WS-EL-STATUS (WS-ELN-IX) = "O"
                       AND WS-EL-PRINCIPAL (WS-ELN-IX) > 0
                   MOVE WS-TODAY-DATE TO WS-CL-DATE
                   MOVE WS-EL-APP-ID (WS-ELN-IX) TO WS-CL-APP-ID
                   MOVE EMP-ID TO WS-CL-EMP-ID
                   MOVE WS-EL-PRINCIPAL (WS-ELN-IX) TO WS-CL-AMOUNT
                   MOVE WS-COLL-LINE-BUILD TO COLLECTIONS-LINE
                   WRITE COLLECTIONS-LINE
                   ADD WS-EL-PRINCIPAL (WS-ELN-IX)
                       TO WS-EMP-LOAN-TOTAL
                   ADD 1 TO WS-COLL-COUNT
               END-IF
           END-PERFORM.

       WRITE-SETTLEMENT-STATEMENT.
           MOVE WS-TODAY-DATE TO WS-SH-DATE.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
      *> The mailing block, as EMPSTMT opens its statements.
           MOVE 0 TO WS-ADDR-FOUND-IX.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
               IF WS-AT-EMP-ID (WS-ADDR-IX) = EMP-ID
                   MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
               END-IF
           END-PERFORM.
           MOVE EMP-NAME TO WS-SM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STMT-MAIL-LINE.
           IF WS-ADDR-FOUND-IX = 0
               MOVE "*** NO ADDRESS ON FILE - HOLD FOR HR ***"
                   TO WS-SM-TEXT
               WRITE STATEMENT-LINE FROM WS-STMT-MAIL-LINE
               ADD 1 TO WS-NO-ADDR-COUNT
           ELSE
               MOVE WS-AT-LINE1 (WS-ADDR-FOUND-IX) TO WS-SM-TEXT
               WRITE STATEMENT-LINE FROM WS-STMT-MAIL-LINE
               IF WS-AT-LINE2 (WS-ADDR-FOUND-IX) NOT = SPACES
                   MOVE WS-AT-LINE2 (WS-ADDR-FOUND-IX) TO WS-SM-TEXT
                   WRITE STATEMENT-LINE FROM WS-STMT-MAIL-LINE
               END-IF
               MOVE WS-AT-CITY (WS-ADDR-FOUND-IX) TO WS-SC-CITY
               MOVE WS-AT-STATE (WS-ADDR-FOUND-IX) TO WS-SC-STATE
               MOVE WS-AT-ZIP (WS-ADDR-FOUND-IX) TO WS-SC-ZIP
               MOVE WS-STMT-CITY-BUILD TO WS-SM-TEXT
               WRITE STATEMENT-LINE FROM WS-STMT-MAIL-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE EMP-ID TO WS-SE-EMP-ID.
           MOVE EMP-NAME TO WS-SE-NAME.
           MOVE EMP-STATUS-DATE TO WS-SE-DATE.
           WRITE STATEMENT-LINE FROM WS-STMT-EMP-LINE.
           MOVE "LEAVE BALANCE (DAYS)" TO WS-SA-LABEL.
           MOVE WS-LEAVE-DAYS TO WS-SA-AMOUNT.
           MOVE SPACES TO WS-SA-NOTE.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           MOVE "DAILY RATE" TO WS-SA-LABEL.
           MOVE WS-DAILY-RATE TO WS-SA-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           MOVE "LEAVE PAYOUT (GROSS)" TO WS-SA-LABEL.
           MOVE WS-PAYOUT TO WS-SA-AMOUNT.
           IF WS-PAYOUT > 0
               MOVE "PAID ON THE NEXT OFF-CYCLE RUN"
                   TO WS-SA-NOTE
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           MOVE "DEDUCTIONS STOPPED" TO WS-SA-LABEL.
           MOVE WS-EMP-DED-STOPPED TO WS-SA-AMOUNT.
           MOVE SPACES TO WS-SA-NOTE.
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
           IF WS-EMP-LOAN-TOTAL > 0
               MOVE "EMPLOYEE LOAN OUTSTANDING" TO WS-SA-LABEL
               MOVE WS-EMP-LOAN-TOTAL TO WS-SA-AMOUNT
               MOVE "PAYOFF DUE - PLEASE CONTACT PAYROLL"
                   TO WS-SA-NOTE
               WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF.
           IF WS-EMP-OVP-TOTAL > 0
               MOVE "OVERPAYMENT OUTSTANDING" TO WS-SA-LABEL
               MOVE WS-EMP-OVP-TOTAL TO WS-SA-AMOUNT
               MOVE "REPAYMENT DUE - PLEASE CONTACT PAYROLL"
                   TO WS-SA-NOTE
               WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       MOVE-OVERPAY-CASES.
      *> No future pay to recover from: the open balance leaves
      *> empovpay.dat's recovery and is collected with the
      *> settlement.
           MOVE 0 TO WS-EMP-OVP-TOTAL.
           PERFORM VARYING WS-OVP-IX FROM 1 BY 1
                   UNTIL WS-OVP-IX > WS-OVP-COUNT
               IF WS-OC-EMP-ID (WS-OVP-IX) = EMP-ID
                       AND WS-OC-STATUS (WS-OVP-IX) = "A"
                       AND WS-OC-BALANCE (WS-OVP-IX) > 0
                   MOVE "T" TO WS-OC-STATUS (WS-OVP-IX)
                   MOVE WS-TODAY-DATE TO WS-OC-CLOSED (WS-OVP-IX)
                   MOVE 1 TO WS-OVP-CHANGED
                   MOVE WS-TODAY-DATE TO WS-OL-DATE
                   MOVE WS-OC-CASE-NO (WS-OVP-IX) TO WS-OL-CASE-NO
                   MOVE EMP-ID TO WS-OL-EMP-ID
                   MOVE WS-OC-BALANCE (WS-OVP-IX) TO WS-OL-AMOUNT
                   MOVE WS-OVP-COLL-LINE-BUILD TO COLLECTIONS-LINE
                   WRITE COLLECTIONS-LINE
                   ADD WS-OC-BALANCE (WS-OVP-IX) TO WS-EMP-OVP-TOTAL
                   ADD 1 TO WS-OVP-MOVED-COUNT
               END-IF
           END-PERFORM.

       REWRITE-LEAVE-BALANCES.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-LVB-IX FROM 1 BY 1
                   UNTIL WS-LVB-IX > WS-LVB-COUNT
               MOVE WS-LB-EMP-ID (WS-LVB-IX) TO LVB-EMP-ID
               MOVE WS-LB-BALANCE (WS-LVB-IX) TO LVB-BALANCE
               MOVE WS-LB-ACCRUED (WS-LVB-IX) TO LVB-ACCRUED-TOTAL
               MOVE WS-LB-TAKEN (WS-LVB-IX) TO LVB-TAKEN-TOTAL
               MOVE WS-LB-LAST (WS-LVB-IX) TO LVB-LAST-PERIOD
               WRITE LEAVE-BALANCE-RECORD
           END-PERFORM.
           CLOSE BALANCE-FILE.

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

       REWRITE-OVERPAY-CASES.
           OPEN OUTPUT OVERPAY-FILE.
           PERFORM VARYING WS-OVP-IX FROM 1 BY 1
                   UNTIL WS-OVP-IX > WS-OVP-COUNT
               MOVE WS-OC-EMP-ID (WS-OVP-IX) TO OVP-EMP-ID
               MOVE WS-OC-CASE-NO (WS-OVP-IX) TO OVP-CASE-NO
               MOVE WS-OC-REASON (WS-OVP-IX) TO OVP-REASON
               MOVE WS-OC-REG-ROW (WS-OVP-IX) TO OVP-REG-ROW
               MOVE WS-OC-REG-PERIOD (WS-OVP-IX) TO OVP-REG-PERIOD
               MOVE WS-OC-OWED (WS-OVP-IX) TO OVP-AMOUNT-OWED
               MOVE WS-OC-RECOVER-AMT (WS-OVP-IX) TO OVP-RECOVER-AMT
               MOVE WS-OC-RECOVERED (WS-OVP-IX) TO OVP-RECOVERED
               MOVE WS-OC-BALANCE (WS-OVP-IX) TO OVP-BALANCE
               MOVE WS-OC-STATUS (WS-OVP-IX) TO OVP-STATUS
               MOVE WS-OC-OPENED (WS-OVP-IX) TO OVP-OPENED-DATE
               MOVE WS-OC-CLOSED (WS-OVP-IX) TO OVP-CLOSED-DATE
               MOVE WS-OC-OPERATOR (WS-OVP-IX) TO OVP-OPERATOR
               WRITE OVERPAY-CASE-RECORD
           END-PERFORM.
           CLOSE OVERPAY-FILE.

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
