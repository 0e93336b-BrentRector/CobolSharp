       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHKPR.
      *> Paper check print run. EMPBNKEX pays only employees with a
      *> live empbank.dat account; everyone else on the register --
      *> no bank detail, or an account still on its prenote cycle --
      *> was told "pay by check" and then nothing printed one. This
      *> job pays those register rows by check, plus every paper
      *> payment request waiting on empchk_reissue.dat (returned
      *> deposits from EMPBNKRT, reissues of voided checks).
      *>
      *> Period and run are chosen as EMPBNKEX chooses them
      *> (EMPCHKPR_PERIOD / EMPCHKPR_RUN, else the newest closed
      *> period), and a row is paid by check when its employee got
      *> no live ("L") deposit in that period's transmissions on
      *> empbnkex_sent.dat and no cross-border wire in that run's
      *> transmissions on empbnkfx_register.dat (the wired
      *> employees are the empbnkfx_diff.dat rows under those
      *> sequences). A row EMPVOID has reversed is not due at all.
      *> If the shop keeps bank details at all, the deposit extract
      *> for the period must have been cut first, or every
      *> depositor would get a check as well.
      *>
      *> Check numbers come from the check stock on chkstock.dat
      *> (disbursement account 1-12, first 13-20, last 21-28, next
      *> number 29-36). Every number taken from the stock lands on
      *> the check register empchk_register.dat (EMPCKRR.cpy):
      *> issued, voided or cleared. A number is never reused, and
      *> one is only ever passed over by voiding it: a spoiled blank
      *> form is voided as the next number, which records it and
      *> moves the stock on. Before printing, the bank's paid-check
      *> file (empchk_paid.dat) clears issued checks and the
      *> operator's void requests (empchk_void.dat: check number,
      *> action R to reissue or S to stop, operator) void them; both
      *> files are emptied once applied.
      *>
      *> Output: the printed checks with their stubs
      *> (empchk_checks.dat), the bank's positive-pay issue file
      *> (empchk_pospay.dat) carrying every check issued or voided
      *> this run, and a run report (empchkpr_report.dat) that ties
      *> the checks printed back to the register rows that were due.
      *> A register row already on the check register under its row
      *> number is never paid twice, so a rerun is safe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT XB-XMIT-REGISTER ASSIGN TO "empbnkfx_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XB-XMIT-STATUS.
           SELECT FX-DIFF-FILE ASSIGN TO "empbnkfx_diff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-DIFF-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT STOCK-FILE ASSIGN TO "chkstock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "empchk_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKREG-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "empchk_reissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT VOID-REQUESTS ASSIGN TO "empchk_void.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT PAID-FILE ASSIGN TO "empchk_paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CHECK-PRINT ASSIGN TO "empchk_checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT POSPAY-FILE ASSIGN TO "empchk_pospay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT RUN-REPORT ASSIGN TO "empchkpr_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD PERIOD-FILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PERIOD      PIC 9(6).
          05 PP-START-DATE  PIC 9(8).
          05 PP-END-DATE    PIC 9(8).
          05 PP-STATUS      PIC X.
          05 PP-PAID-DATE   PIC 9(8).

       FD BANK-FILE.
           COPY EMPBNKR.

       FD SENT-ITEMS.
           COPY EMPBSNR.

      *> EMPBNKEX's cross-border transmission register (EMPXMRW.cpy).
       FD XB-XMIT-REGISTER.
       01 XB-XMIT-REGISTER-LINE PIC X(60).

       FD FX-DIFF-FILE.
           COPY EMPFXDR.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD STOCK-FILE.
       01 CHECK-STOCK-RECORD.
          05 CKS-ACCOUNT     PIC X(12).
          05 CKS-FIRST       PIC 9(8).
          05 CKS-LAST        PIC 9(8).
          05 CKS-NEXT        PIC 9(8).

       FD CHECK-REGISTER.
           COPY EMPCKRR.

       FD REISSUE-QUEUE.
           COPY EMPCHQR.

       FD VOID-REQUESTS.
           COPY EMPCKVR.

       FD PAID-FILE.
      *> The bank's paid-check item.
       01 PAID-CHECK-RECORD.
          05 PDC-CHECK-NO    PIC 9(8).
          05 PDC-AMOUNT      PIC 9(6)V99.
          05 PDC-PAID-DATE   PIC 9(8).

       FD CHECK-PRINT.
       01 CHECK-PRINT-LINE PIC X(80).

       FD POSPAY-FILE.
       01 POSPAY-LINE PIC X(80).

       FD RUN-REPORT.
       01 RUN-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-PERIOD-STATUS       PIC XX VALUE SPACES.
       01 WS-BANK-STATUS         PIC XX VALUE SPACES.
       01 WS-SENT-STATUS         PIC XX VALUE SPACES.
       01 WS-XB-XMIT-STATUS      PIC XX VALUE SPACES.
       01 WS-FX-DIFF-STATUS      PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-STOCK-STATUS        PIC XX VALUE SPACES.
       01 WS-CKREG-STATUS        PIC XX VALUE SPACES.
       01 WS-REISSUE-STATUS      PIC XX VALUE SPACES.
       01 WS-VOID-STATUS         PIC XX VALUE SPACES.
       01 WS-PAID-STATUS         PIC XX VALUE SPACES.
       01 WS-PRINT-STATUS        PIC XX VALUE SPACES.
       01 WS-POSPAY-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.

      *> Target period, env var first, newest closed period second.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-TARGET-PERIOD   PIC 9(6) VALUE 0.
      *> Supplemental run to pay; spaces means the regular run.
       01 WS-ENV-RUN         PIC X(9) VALUE SPACES.
       01 WS-ROW-SELECTED    PIC 9 VALUE 0.
       01 WS-ROW-NO          PIC 9(7) VALUE 0.

      *> Check stock.
       01 WS-STOCK-LOADED    PIC 9 VALUE 0.
       01 WS-STOCK-ACCOUNT   PIC X(12) VALUE SPACES.
       01 WS-STOCK-FIRST     PIC 9(8) VALUE 0.
       01 WS-STOCK-LAST      PIC 9(8) VALUE 0.
       01 WS-NEXT-CHECK      PIC 9(8) VALUE 0.
       01 WS-STOCK-OUT       PIC 9 VALUE 0.
       01 WS-STOCK-LEFT      PIC 9(8) VALUE 0.

      *> The check register, held whole and rewritten.
       01 WS-CK-COUNT        PIC 9(4) VALUE 0.
       01 WS-CK-TABLE.
          05 WS-CK-ENTRY OCCURS 5000 TIMES.
             10 WS-CK-CHECK-NO    PIC 9(8).
             10 WS-CK-STATUS      PIC X.
             10 WS-CK-EMP-ID      PIC 9(5).
             10 WS-CK-AMOUNT      PIC 9(6)V99.
             10 WS-CK-PERIOD      PIC 9(6).
             10 WS-CK-RUN-ID      PIC X(9).
             10 WS-CK-SOURCE      PIC X(6).
             10 WS-CK-REFERENCE   PIC X(9).
             10 WS-CK-ISSUE-DATE  PIC 9(8).
             10 WS-CK-STATUS-DATE PIC 9(8).
             10 WS-CK-VOID-ACTION PIC X.
             10 WS-CK-OPERATOR    PIC X(8).
      *> "I" issued or "V" voided in this run: goes on positive pay.
             10 WS-CK-THIS-RUN    PIC X.
       01 WS-CK-IX           PIC 9(4) VALUE 0.
       01 WS-CK-FOUND-IX     PIC 9(4) VALUE 0.
       01 WS-CK-OVERFLOW     PIC 9 VALUE 0.
       01 WS-CK-HIGHEST      PIC 9(8) VALUE 0.

      *> Paper payment requests; WS-RQ-DONE "Y" once printed.
       01 WS-RQ-COUNT        PIC 9(3) VALUE 0.
       01 WS-RQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 500 TIMES.
             10 WS-RQ-EMP-ID      PIC 9(5).
             10 WS-RQ-AMOUNT      PIC 9(6)V99.
             10 WS-RQ-PERIOD      PIC 9(6).
             10 WS-RQ-SOURCE      PIC X(6).
             10 WS-RQ-REFERENCE   PIC X(9).
             10 WS-RQ-QUEUED      PIC 9(8).
             10 WS-RQ-REASON      PIC X(3).
             10 WS-RQ-DONE        PIC X.
       01 WS-RQ-IX           PIC 9(3) VALUE 0.
       01 WS-RQ-OVERFLOW     PIC 9 VALUE 0.

      *> Employees paid by live deposit in the period.
       01 WS-BANK-IN-USE     PIC 9 VALUE 0.
       01 WS-DEPOSIT-CUT     PIC 9 VALUE 0.
       01 WS-DEP-COUNT       PIC 9(4) VALUE 0.
       01 WS-DEP-TABLE.
          05 WS-DEP-EMP-ID OCCURS 2000 TIMES PIC 9(5).
       01 WS-DEP-IX          PIC 9(4) VALUE 0.
       01 WS-DEPOSITED       PIC 9 VALUE 0.
      *> The cross-border transmissions for the period and run; an
      *> employee on empbnkfx_diff.dat under one of them was wired.
           COPY EMPXMRW.
       01 WS-XBS-COUNT       PIC 9(3) VALUE 0.
       01 WS-XBS-TABLE.
          05 WS-XBS-SEQ OCCURS 100 TIMES PIC 9(6).
       01 WS-XBS-IX          PIC 9(3) VALUE 0.
       01 WS-XBS-FOUND       PIC 9 VALUE 0.

      *> Register rows EMPVOID has reversed, by row number; a voided
      *> row is not due.
       01 WS-VRW-COUNT       PIC 9(4) VALUE 0.
       01 WS-VRW-TABLE.
          05 WS-VRW-ROW OCCURS 2000 TIMES PIC 9(7).
       01 WS-VRW-IX          PIC 9(4) VALUE 0.
       01 WS-VRW-OVERFLOW    PIC 9 VALUE 0.

      *> Payee names from the current generation.
       01 WS-NAME-COUNT      PIC 9(4) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NM-ENTRY OCCURS 2000 TIMES.
             10 WS-NM-EMP-ID      PIC 9(5).
             10 WS-NM-NAME        PIC X(20).
       01 WS-NAME-IX         PIC 9(4) VALUE 0.
       01 WS-PAYEE-NAME      PIC X(20) VALUE SPACES.
       01 WS-PAYEE-FOUND     PIC 9 VALUE 0.

      *> The check in hand.
       01 WS-PAY-EMP-ID      PIC 9(5) VALUE 0.
       01 WS-PAY-AMOUNT      PIC 9(6)V99 VALUE 0.
       01 WS-PAY-PERIOD      PIC 9(6) VALUE 0.
       01 WS-PAY-RUN-ID      PIC X(9) VALUE SPACES.
       01 WS-PAY-SOURCE      PIC X(6) VALUE SPACES.
       01 WS-PAY-REFERENCE   PIC X(9) VALUE SPACES.
       01 WS-PAY-PRINTED     PIC 9 VALUE 0.
       01 WS-ALREADY-PAID    PIC 9 VALUE 0.
       01 WS-ROW-REFERENCE   PIC 9(9) VALUE 0.
       01 WS-TAX-TOTAL       PIC 9(7)V99 VALUE 0.

       01 WS-DUE-COUNT       PIC 9(5) VALUE 0.
       01 WS-DUE-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-REG-PRINTED     PIC 9(5) VALUE 0.
       01 WS-REG-PRINTED-AMT PIC 9(9)V99 VALUE 0.
       01 WS-RQ-PRINTED      PIC 9(5) VALUE 0.
       01 WS-RQ-PRINTED-AMT  PIC 9(9)V99 VALUE 0.
       01 WS-NO-PAYEE-COUNT  PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT   PIC 9(5) VALUE 0.
       01 WS-VOIDED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.
       01 WS-POSPAY-COUNT    PIC 9(5) VALUE 0.
       01 WS-POSPAY-TOTAL    PIC 9(9)V99 VALUE 0.

      *> Check, stub, positive-pay and report lines built with MOVE,
      *> not STRING.
       01 WS-STUB-LINE-1.
          05 FILLER          PIC X(20) VALUE "EARNINGS STATEMENT  ".
          05 FILLER          PIC X(9) VALUE "EMPLOYEE ".
          05 WS-S1-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-S1-NAME      PIC X(20).
          05 FILLER          PIC X(8) VALUE " PERIOD ".
          05 WS-S1-PERIOD    PIC 9(6).
          05 FILLER          PIC X(11) VALUE SPACES.
       01 WS-STUB-LINE-2.
          05 FILLER          PIC X(8) VALUE "  GROSS ".
          05 WS-S2-GROSS     PIC Z(5)9.99.
          05 FILLER          PIC X(7) VALUE "  TAXES".
          05 WS-S2-TAXES     PIC Z(6)9.99.
          05 FILLER          PIC X(12) VALUE "  DEDUCTIONS".
          05 WS-S2-DEDUCT    PIC Z(5)9.99.
          05 FILLER          PIC X(6) VALUE "  NET ".
          05 WS-S2-NET       PIC Z(5)9.99.
          05 FILLER          PIC X(8) VALUE SPACES.
       01 WS-STUB-LINE-3.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-S3-TEXT      PIC X(30).
          05 FILLER          PIC X(5) VALUE " REF ".
          05 WS-S3-REFERENCE PIC X(9).
          05 FILLER          PIC X(6) VALUE "  NET ".
          05 WS-S3-NET       PIC Z(5)9.99.
          05 FILLER          PIC X(19) VALUE SPACES.
       01 WS-TEAR-LINE.
          05 FILLER          PIC X(40)
                 VALUE "- - - - - - - - - - - - - - - - - - - - ".
          05 FILLER          PIC X(40)
                 VALUE "- - - - - - - - - - - - - - - - - - - - ".
       01 WS-FACE-LINE-1.
          05 FILLER          PIC X(52) VALUE SPACES.
          05 FILLER          PIC X(10) VALUE "CHECK NO. ".
          05 WS-F1-CHECK-NO  PIC 9(8).
          05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-FACE-LINE-2.
          05 FILLER          PIC X(52) VALUE SPACES.
          05 FILLER          PIC X(10) VALUE "DATE      ".
          05 WS-F2-DATE      PIC 9(8).
          05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-FACE-LINE-3.
          05 FILLER          PIC X(21) VALUE "PAY TO THE ORDER OF  ".
          05 WS-F3-NAME      PIC X(20).
          05 FILLER          PIC X(11) VALUE SPACES.
          05 FILLER          PIC X(2) VALUE "$ ".
          05 WS-F3-AMOUNT    PIC *(6)9.99.
          05 FILLER          PIC X(16) VALUE SPACES.
       01 WS-FACE-LINE-4.
          05 FILLER          PIC X(21) VALUE "DRAWN ON ACCOUNT     ".
          05 WS-F4-ACCOUNT   PIC X(12).
          05 FILLER          PIC X(47)
                 VALUE "         VOID AFTER 180 DAYS".

       01 WS-PP-HEADER.
          05 FILLER          PIC X(10) VALUE "H ACCOUNT=".
          05 WS-PH-ACCOUNT   PIC X(12).
          05 FILLER          PIC X(6) VALUE " DATE=".
          05 WS-PH-DATE      PIC 9(8).
          05 FILLER          PIC X(44) VALUE SPACES.
       01 WS-PP-DETAIL.
          05 WS-PD-TYPE      PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PD-CHECK-NO  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PD-AMOUNT    PIC 9(6).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PD-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PD-PAYEE     PIC X(20).
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-PP-TRAILER.
          05 FILLER          PIC X(8) VALUE "T COUNT=".
          05 WS-PT-COUNT     PIC 9(6).
          05 FILLER          PIC X(7) VALUE " TOTAL=".
          05 WS-PT-TOTAL     PIC 9(9).99.
          05 FILLER          PIC X(47) VALUE SPACES.

       01 WS-RP-HEADING.
          05 FILLER          PIC X(30)
                 VALUE "CHECK PRINT RUN".
          05 FILLER          PIC X(8) VALUE "PERIOD  ".
          05 WS-RH-PERIOD    PIC 9(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RH-RUN-ID    PIC X(9).
          05 FILLER          PIC X(11) VALUE "  RUN DATE ".
          05 WS-RH-DATE      PIC 9(8).
          05 FILLER          PIC X(6) VALUE SPACES.
       01 WS-RP-EVENT.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RE-CHECK-NO  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RE-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RE-AMOUNT    PIC Z(5)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RE-TEXT      PIC X(52).
       01 WS-RP-TOTAL.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RT-LABEL     PIC X(36).
          05 WS-RT-COUNT     PIC ZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RT-AMOUNT    PIC Z(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RT-FLAG      PIC X(21).

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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPCHKPR".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 rejected void
      *> or paid items, payees not on the master, or printed checks
      *> that do not tie to the rows due, 8+ hard failure -- no check
      *> stock, stock exhausted, or the deposit extract not yet cut).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Paper Check Print Run ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM DETERMINE-TARGET-PERIOD.
           PERFORM LOAD-CHECK-STOCK.
           PERFORM LOAD-CHECK-REGISTER.
           PERFORM LOAD-REISSUE-QUEUE.
      *> A table that could not hold a whole file would be rewritten
      *> short; refuse before anything is touched.
           IF WS-CK-OVERFLOW = 1 OR WS-RQ-OVERFLOW = 1
               DISPLAY "   *** Check register or reissue queue too"
                   " large to hold - NOTHING DONE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STOCK-LOADED = 1
                       AND WS-NEXT-CHECK NOT > WS-CK-HIGHEST
                   DISPLAY "   *** Next check number " WS-NEXT-CHECK
                       " is already on the check register -"
                       " NOTHING DONE ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT RUN-REPORT
                   MOVE WS-TARGET-PERIOD TO WS-RH-PERIOD
                   MOVE WS-ENV-RUN TO WS-RH-RUN-ID
                   MOVE WS-RUN-DATE TO WS-RH-DATE
                   WRITE RUN-REPORT-LINE FROM WS-RP-HEADING
                   MOVE SPACES TO RUN-REPORT-LINE
                   WRITE RUN-REPORT-LINE
                   PERFORM APPLY-PAID-CHECKS
                   PERFORM APPLY-VOID-REQUESTS
                   PERFORM PRINT-THE-CHECKS
                   PERFORM WRITE-CONTROL-TOTALS
                   CLOSE RUN-REPORT
                   PERFORM REWRITE-CHECK-REGISTER
                   PERFORM REWRITE-REISSUE-QUEUE
                   PERFORM WRITE-POSITIVE-PAY
                   IF WS-STOCK-LOADED = 1
                       PERFORM SAVE-CHECK-STOCK
                   END-IF
                   DISPLAY "   Cleared by the bank: " WS-CLEARED-COUNT
                   DISPLAY "   Voided:              " WS-VOIDED-COUNT
                   DISPLAY "   Register checks:     " WS-REG-PRINTED
                       " for " WS-REG-PRINTED-AMT
                   DISPLAY "   Reissue checks:      " WS-RQ-PRINTED
                       " for " WS-RQ-PRINTED-AMT
                   DISPLAY "   Positive pay items:  " WS-POSPAY-COUNT
                   IF WS-STOCK-LOADED = 1
                       COMPUTE WS-STOCK-LEFT =
                           WS-STOCK-LAST + 1 - WS-NEXT-CHECK
                       DISPLAY "   Check stock left:    " WS-STOCK-LEFT
                   END-IF
                   DISPLAY "   Report in empchkpr_report.dat"
                   IF WS-REJECT-COUNT > 0 OR WS-NO-PAYEE-COUNT > 0
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Paper Check Print Run Complete ===".
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

       DETERMINE-TARGET-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPCHKPR_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-ENV-RUN
               FROM ENVIRONMENT "EMPCHKPR_RUN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *> A supplemental run carries its own period, as in EMPBNKEX.
           IF WS-ENV-RUN NOT = SPACES
               PERFORM FIND-RUN-PERIOD
           ELSE
               IF WS-ENV-PERIOD IS NUMERIC
                   MOVE WS-ENV-PERIOD TO WS-TARGET-PERIOD
               END-IF
               IF WS-TARGET-PERIOD = 0
                   PERFORM FIND-NEWEST-CLOSED-PERIOD
               END-IF
           END-IF.

       FIND-RUN-PERIOD.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-RUN-ID = WS-ENV-RUN
                               MOVE PRG-PERIOD TO WS-TARGET-PERIOD
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       FIND-NEWEST-CLOSED-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-STATUS = "C"
                                   AND PP-PERIOD > WS-TARGET-PERIOD
                               MOVE PP-PERIOD TO WS-TARGET-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-CHECK-STOCK.
           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               READ STOCK-FILE
                   NOT AT END
                       IF CKS-FIRST IS NUMERIC
                               AND CKS-LAST IS NUMERIC
                               AND CKS-NEXT IS NUMERIC
                               AND CKS-NEXT NOT < CKS-FIRST
                               AND CKS-NEXT NOT > CKS-LAST + 1
                           MOVE CKS-ACCOUNT TO WS-STOCK-ACCOUNT
                           MOVE CKS-FIRST TO WS-STOCK-FIRST
                           MOVE CKS-LAST TO WS-STOCK-LAST
                           MOVE CKS-NEXT TO WS-NEXT-CHECK
                           MOVE 1 TO WS-STOCK-LOADED
                       END-IF
               END-READ
               CLOSE STOCK-FILE
           END-IF.
           IF WS-STOCK-LOADED = 0
               DISPLAY "   No usable check stock on chkstock.dat"
           END-IF.

       SAVE-CHECK-STOCK.
           OPEN OUTPUT STOCK-FILE.
           MOVE WS-STOCK-ACCOUNT TO CKS-ACCOUNT.
           MOVE WS-STOCK-FIRST TO CKS-FIRST.
           MOVE WS-STOCK-LAST TO CKS-LAST.
           MOVE WS-NEXT-CHECK TO CKS-NEXT.
           WRITE CHECK-STOCK-RECORD.
           CLOSE STOCK-FILE.

       LOAD-CHECK-REGISTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CKREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CK-COUNT < 5000
                               ADD 1 TO WS-CK-COUNT
                               MOVE CKR-CHECK-NO TO
                                   WS-CK-CHECK-NO (WS-CK-COUNT)
                               MOVE CKR-STATUS TO
                                   WS-CK-STATUS (WS-CK-COUNT)
                               MOVE CKR-EMP-ID TO
                                   WS-CK-EMP-ID (WS-CK-COUNT)
                               MOVE CKR-AMOUNT TO
                                   WS-CK-AMOUNT (WS-CK-COUNT)
                               MOVE CKR-PERIOD TO
                                   WS-CK-PERIOD (WS-CK-COUNT)
                               MOVE CKR-RUN-ID TO
                                   WS-CK-RUN-ID (WS-CK-COUNT)
                               MOVE CKR-SOURCE TO
                                   WS-CK-SOURCE (WS-CK-COUNT)
                               MOVE CKR-REFERENCE TO
                                   WS-CK-REFERENCE (WS-CK-COUNT)
                               MOVE CKR-ISSUE-DATE TO
                                   WS-CK-ISSUE-DATE (WS-CK-COUNT)
                               MOVE CKR-STATUS-DATE TO
                                   WS-CK-STATUS-DATE (WS-CK-COUNT)
                               MOVE CKR-VOID-ACTION TO
                                   WS-CK-VOID-ACTION (WS-CK-COUNT)
                               MOVE CKR-OPERATOR TO
                                   WS-CK-OPERATOR (WS-CK-COUNT)
                               MOVE SPACE TO
                                   WS-CK-THIS-RUN (WS-CK-COUNT)
                               IF CKR-CHECK-NO > WS-CK-HIGHEST
                                   MOVE CKR-CHECK-NO TO WS-CK-HIGHEST
                               END-IF
                           ELSE
                               MOVE 1 TO WS-CK-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       LOAD-REISSUE-QUEUE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REISSUE-QUEUE.
           IF WS-REISSUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REISSUE-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RQ-COUNT < 500
                               ADD 1 TO WS-RQ-COUNT
                               MOVE CHQ-EMP-ID TO
                                   WS-RQ-EMP-ID (WS-RQ-COUNT)
                               MOVE CHQ-AMOUNT TO
                                   WS-RQ-AMOUNT (WS-RQ-COUNT)
                               MOVE CHQ-PERIOD TO
                                   WS-RQ-PERIOD (WS-RQ-COUNT)
                               MOVE CHQ-SOURCE TO
                                   WS-RQ-SOURCE (WS-RQ-COUNT)
                               MOVE CHQ-REFERENCE TO
                                   WS-RQ-REFERENCE (WS-RQ-COUNT)
                               MOVE CHQ-QUEUED-DATE TO
                                   WS-RQ-QUEUED (WS-RQ-COUNT)
                               MOVE CHQ-REASON TO
                                   WS-RQ-REASON (WS-RQ-COUNT)
                               MOVE "N" TO WS-RQ-DONE (WS-RQ-COUNT)
                           ELSE
                               MOVE 1 TO WS-RQ-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REISSUE-QUEUE
           END-IF.

       FIND-CHECK-ON-REGISTER.
      *> Caller sets WS-RE-CHECK-NO to the number wanted.
           MOVE 0 TO WS-CK-FOUND-IX.
           PERFORM VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-CK-COUNT
               IF WS-CK-CHECK-NO (WS-CK-IX) = WS-RE-CHECK-NO
                   MOVE WS-CK-IX TO WS-CK-FOUND-IX
               END-IF
           END-PERFORM.

       APPLY-PAID-CHECKS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAID-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-PAID-CHECK
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
      *> Applied once; the bank sends a fresh file next time.
               OPEN OUTPUT PAID-FILE
               CLOSE PAID-FILE
           END-IF.

       APPLY-ONE-PAID-CHECK.
           MOVE PDC-CHECK-NO TO WS-RE-CHECK-NO.
           MOVE 0 TO WS-RE-EMP-ID.
           MOVE PDC-AMOUNT TO WS-RE-AMOUNT.
           PERFORM FIND-CHECK-ON-REGISTER.
           IF WS-CK-FOUND-IX = 0
               MOVE "PAID BY BANK - NOT ON CHECK REGISTER"
                   TO WS-RE-TEXT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-CK-EMP-ID (WS-CK-FOUND-IX) TO WS-RE-EMP-ID
               EVALUATE WS-CK-STATUS (WS-CK-FOUND-IX)
                   WHEN "I"
                       IF PDC-AMOUNT = WS-CK-AMOUNT (WS-CK-FOUND-IX)
                           MOVE "C" TO WS-CK-STATUS (WS-CK-FOUND-IX)
                           MOVE PDC-PAID-DATE TO
                               WS-CK-STATUS-DATE (WS-CK-FOUND-IX)
                           ADD 1 TO WS-CLEARED-COUNT
                           MOVE "CLEARED" TO WS-RE-TEXT
                       ELSE
                           MOVE "PAID AMOUNT DIFFERS FROM ISSUE"
                               TO WS-RE-TEXT
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
                   WHEN "V"
                       MOVE "*** PAID BY BANK AFTER VOID ***"
                           TO WS-RE-TEXT
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OTHER
                       MOVE "ALREADY CLEARED - IGNORED" TO WS-RE-TEXT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.
           WRITE RUN-REPORT-LINE FROM WS-RP-EVENT.

       APPLY-VOID-REQUESTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT VOID-REQUESTS.
           IF WS-VOID-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ VOID-REQUESTS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-VOID-REQUEST
                   END-READ
               END-PERFORM
               CLOSE VOID-REQUESTS
               OPEN OUTPUT VOID-REQUESTS
               CLOSE VOID-REQUESTS
           END-IF.

       APPLY-ONE-VOID-REQUEST.
           MOVE VRQ-CHECK-NO TO WS-RE-CHECK-NO.
           MOVE 0 TO WS-RE-EMP-ID.
           MOVE 0 TO WS-RE-AMOUNT.
           PERFORM FIND-CHECK-ON-REGISTER.
           IF VRQ-ACTION NOT = "R" AND VRQ-ACTION NOT = "S"
               MOVE "VOID REFUSED - ACTION MUST BE R OR S"
                   TO WS-RE-TEXT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-CK-FOUND-IX = 0
                   PERFORM VOID-UNUSED-STOCK-NUMBER
               ELSE
                   PERFORM VOID-ISSUED-CHECK
               END-IF
           END-IF.
           WRITE RUN-REPORT-LINE FROM WS-RP-EVENT.

       VOID-ISSUED-CHECK.
           MOVE WS-CK-EMP-ID (WS-CK-FOUND-IX) TO WS-RE-EMP-ID.
           MOVE WS-CK-AMOUNT (WS-CK-FOUND-IX) TO WS-RE-AMOUNT.
           IF WS-CK-STATUS (WS-CK-FOUND-IX) NOT = "I"
               MOVE "VOID REFUSED - CHECK NOT OUTSTANDING"
                   TO WS-RE-TEXT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "V" TO WS-CK-STATUS (WS-CK-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-CK-STATUS-DATE (WS-CK-FOUND-IX)
               MOVE VRQ-ACTION TO WS-CK-VOID-ACTION (WS-CK-FOUND-IX)
               MOVE VRQ-OPERATOR TO WS-CK-OPERATOR (WS-CK-FOUND-IX)
               MOVE "V" TO WS-CK-THIS-RUN (WS-CK-FOUND-IX)
               ADD 1 TO WS-VOIDED-COUNT
      *> A reissue goes back on the queue and prints this run; a
      *> stop leaves the payment unpaid for payroll to resolve.
               IF VRQ-ACTION = "R" AND WS-RQ-COUNT < 500
                   ADD 1 TO WS-RQ-COUNT
                   MOVE WS-CK-EMP-ID (WS-CK-FOUND-IX)
                       TO WS-RQ-EMP-ID (WS-RQ-COUNT)
                   MOVE WS-CK-AMOUNT (WS-CK-FOUND-IX)
                       TO WS-RQ-AMOUNT (WS-RQ-COUNT)
                   MOVE WS-CK-PERIOD (WS-CK-FOUND-IX)
                       TO WS-RQ-PERIOD (WS-RQ-COUNT)
                   MOVE "CHKVOD" TO WS-RQ-SOURCE (WS-RQ-COUNT)
                   MOVE WS-CK-CHECK-NO (WS-CK-FOUND-IX)
                       TO WS-RQ-REFERENCE (WS-RQ-COUNT)
                   MOVE WS-RUN-DATE TO WS-RQ-QUEUED (WS-RQ-COUNT)
                   MOVE SPACES TO WS-RQ-REASON (WS-RQ-COUNT)
                   MOVE "N" TO WS-RQ-DONE (WS-RQ-COUNT)
                   MOVE "VOIDED - QUEUED FOR REISSUE" TO WS-RE-TEXT
               ELSE
                   IF VRQ-ACTION = "R"
                       MOVE "VOIDED - REISSUE QUEUE FULL, NOT QUEUED"
                           TO WS-RE-TEXT
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE "VOIDED - PAYMENT STOPPED" TO WS-RE-TEXT
                   END-IF
               END-IF
           END-IF.

       VOID-UNUSED-STOCK-NUMBER.
      *> Only the next number on the stock can be voided unused --
      *> a spoiled form -- so the sequence never shows a gap.
           IF WS-STOCK-LOADED = 1
                   AND VRQ-CHECK-NO = WS-NEXT-CHECK
                   AND WS-NEXT-CHECK NOT > WS-STOCK-LAST
                   AND WS-CK-COUNT < 5000
               ADD 1 TO WS-CK-COUNT
               MOVE WS-NEXT-CHECK TO WS-CK-CHECK-NO (WS-CK-COUNT)
               MOVE "V" TO WS-CK-STATUS (WS-CK-COUNT)
               MOVE 0 TO WS-CK-EMP-ID (WS-CK-COUNT)
               MOVE 0 TO WS-CK-AMOUNT (WS-CK-COUNT)
               MOVE 0 TO WS-CK-PERIOD (WS-CK-COUNT)
               MOVE SPACES TO WS-CK-RUN-ID (WS-CK-COUNT)
               MOVE "SPOILD" TO WS-CK-SOURCE (WS-CK-COUNT)
               MOVE SPACES TO WS-CK-REFERENCE (WS-CK-COUNT)
               MOVE WS-RUN-DATE TO WS-CK-ISSUE-DATE (WS-CK-COUNT)
               MOVE WS-RUN-DATE TO WS-CK-STATUS-DATE (WS-CK-COUNT)
               MOVE "S" TO WS-CK-VOID-ACTION (WS-CK-COUNT)
               MOVE VRQ-OPERATOR TO WS-CK-OPERATOR (WS-CK-COUNT)
               MOVE "V" TO WS-CK-THIS-RUN (WS-CK-COUNT)
               ADD 1 TO WS-NEXT-CHECK
               ADD 1 TO WS-VOIDED-COUNT
               MOVE "SPOILED FORM VOIDED - STOCK ADVANCED"
                   TO WS-RE-TEXT
           ELSE
               MOVE "VOID REFUSED - NOT ISSUED, NOT NEXT NUMBER"
                   TO WS-RE-TEXT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       PRINT-THE-CHECKS.
           OPEN OUTPUT CHECK-PRINT.
           IF WS-TARGET-PERIOD = 0
               DISPLAY "   No closed pay period - register rows not"
                   " considered"
           ELSE
               DISPLAY "   Paying period " WS-TARGET-PERIOD
               IF WS-ENV-RUN NOT = SPACES
                   DISPLAY "   Supplemental run " WS-ENV-RUN
               END-IF
               PERFORM LOAD-DEPOSITED-EMPLOYEES
               IF WS-BANK-IN-USE = 1 AND WS-DEPOSIT-CUT = 0
                   DISPLAY "   *** No deposit extract cut for the"
                       " period yet - run EMPBNKEX first ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE < 8
               PERFORM LOAD-PAYEE-NAMES
               IF WS-TARGET-PERIOD > 0
                   PERFORM PAY-REGISTER-ROWS
               END-IF
               PERFORM PAY-REISSUE-REQUESTS
           END-IF.
           CLOSE CHECK-PRINT.

       LOAD-DEPOSITED-EMPLOYEES.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00"
               MOVE 1 TO WS-BANK-IN-USE
               CLOSE BANK-FILE
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SENT-ITEMS.
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENT-ITEMS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BSN-PERIOD = WS-TARGET-PERIOD
                                   AND BSN-RUN-ID = WS-ENV-RUN
                               IF BSN-IS-TRAILER
                                   MOVE 1 TO WS-DEPOSIT-CUT
                               END-IF
                               IF BSN-IS-DETAIL
                                       AND BSN-DEP-TYPE = "L"
                                       AND WS-DEP-COUNT < 2000
                                   ADD 1 TO WS-DEP-COUNT
                                   MOVE BSN-EMP-ID TO
                                       WS-DEP-EMP-ID (WS-DEP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-ITEMS
           END-IF.
      *> Cross-border employees are wired on EMPBNKEX's own file and
      *> never reach empbnkex_sent.dat; each wired payment leaves a
      *> row on empbnkfx_diff.dat under its cross-border sequence,
      *> and the register says which sequences are this run's.
           PERFORM LOAD-WIRED-EMPLOYEES.

       LOAD-WIRED-EMPLOYEES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT XB-XMIT-REGISTER.
           IF WS-XB-XMIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ XB-XMIT-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE XB-XMIT-REGISTER-LINE
                               TO WS-XMIT-LINE-BUILD
                           IF WS-XR-PERIOD = WS-TARGET-PERIOD
                                   AND WS-XR-RUN-ID = WS-ENV-RUN
                                   AND WS-XBS-COUNT < 100
                               ADD 1 TO WS-XBS-COUNT
                               MOVE WS-XR-SEQ TO
                                   WS-XBS-SEQ (WS-XBS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XB-XMIT-REGISTER
           END-IF.
           IF WS-XBS-COUNT > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT FX-DIFF-FILE
               IF WS-FX-DIFF-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ FX-DIFF-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM TAKE-WIRED-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE FX-DIFF-FILE
               END-IF
           END-IF.

       TAKE-WIRED-EMPLOYEE.
           MOVE 0 TO WS-XBS-FOUND.
           PERFORM VARYING WS-XBS-IX FROM 1 BY 1
                   UNTIL WS-XBS-IX > WS-XBS-COUNT
               IF WS-XBS-SEQ (WS-XBS-IX) = FXD-SEQ
                   MOVE 1 TO WS-XBS-FOUND
               END-IF
           END-PERFORM.
           IF WS-XBS-FOUND = 1 AND FXD-PERIOD = WS-TARGET-PERIOD
                   AND WS-DEP-COUNT < 2000
               ADD 1 TO WS-DEP-COUNT
               MOVE FXD-EMP-ID TO WS-DEP-EMP-ID (WS-DEP-COUNT)
           END-IF.

       LOAD-PAYEE-NAMES.
           PERFORM DETERMINE-CURRENT-GENERATION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NAME-COUNT < 2000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE EMP-ID TO
                                   WS-NM-EMP-ID (WS-NAME-COUNT)
                               MOVE EMP-NAME TO
                                   WS-NM-NAME (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY "   Unable to open " WS-GDG-FILENAME
                   ", status " WS-FILE-STATUS
           END-IF.

       PAY-REGISTER-ROWS.
           PERFORM LOAD-VOIDED-ROWS.
           IF WS-VRW-OVERFLOW = 1
               DISPLAY "   *** Over 2000 voided register rows -"
                   " cannot tell which are due, none paid ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PAY-UNVOIDED-ROWS
           END-IF.

       PAY-UNVOIDED-ROWS.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "   No pay register (emppay_register.dat),"
                   " status " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-NO
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           PERFORM SELECT-REGISTER-ROW
                           IF WS-ROW-SELECTED = 1
                               PERFORM PAY-ONE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       LOAD-VOIDED-ROWS.
      *> A reversing row always follows the row it voids, so the
      *> voids are gathered in a pass of their own before paying.
           MOVE 0 TO WS-VRW-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-REVERSAL
                                   AND PRG-VOID-PERIOD
                                       = WS-TARGET-PERIOD
                               IF WS-VRW-COUNT < 2000
                                   ADD 1 TO WS-VRW-COUNT
                                   MOVE PRG-VOID-ROW TO
                                       WS-VRW-ROW (WS-VRW-COUNT)
                               ELSE
                                   MOVE 1 TO WS-VRW-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       SELECT-REGISTER-ROW.
      *> EMPBNKEX's selection, less reversing rows and nil nets.
           MOVE 0 TO WS-ROW-SELECTED.
           IF PRG-PERIOD = WS-TARGET-PERIOD
                   AND NOT PRG-REVERSAL
                   AND PRG-NET > 0
               IF WS-ENV-RUN NOT = SPACES
                   IF PRG-RUN-ID = WS-ENV-RUN
                       MOVE 1 TO WS-ROW-SELECTED
                   END-IF
               ELSE
                   IF PRG-REGULAR-RUN
                       MOVE 1 TO WS-ROW-SELECTED
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-SELECTED = 1
               PERFORM VARYING WS-VRW-IX FROM 1 BY 1
                       UNTIL WS-VRW-IX > WS-VRW-COUNT
                   IF WS-VRW-ROW (WS-VRW-IX) = WS-ROW-NO
                       MOVE 0 TO WS-ROW-SELECTED
                   END-IF
               END-PERFORM
           END-IF.

       PAY-ONE-REGISTER-ROW.
           MOVE 0 TO WS-DEPOSITED.
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > WS-DEP-COUNT
               IF WS-DEP-EMP-ID (WS-DEP-IX) = PRG-EMP-ID
                   MOVE 1 TO WS-DEPOSITED
               END-IF
           END-PERFORM.
           IF WS-DEPOSITED = 0
      *> The register row number is the payment's identity on the
      *> check register; any check ever written for it, voided or
      *> not, means it is not due again (a reissue travels through
      *> the queue instead).
               MOVE WS-ROW-NO TO WS-ROW-REFERENCE
               MOVE 0 TO WS-ALREADY-PAID
               PERFORM VARYING WS-CK-IX FROM 1 BY 1
                       UNTIL WS-CK-IX > WS-CK-COUNT
                   IF WS-CK-SOURCE (WS-CK-IX) = "REGSTR"
                           AND WS-CK-REFERENCE (WS-CK-IX)
                               = WS-ROW-REFERENCE
                       MOVE 1 TO WS-ALREADY-PAID
                   END-IF
               END-PERFORM
               IF WS-ALREADY-PAID = 0
                   ADD 1 TO WS-DUE-COUNT
                   ADD PRG-NET TO WS-DUE-TOTAL
                   MOVE PRG-EMP-ID TO WS-PAY-EMP-ID
                   MOVE PRG-NET TO WS-PAY-AMOUNT
                   MOVE PRG-PERIOD TO WS-PAY-PERIOD
                   MOVE PRG-RUN-ID TO WS-PAY-RUN-ID
                   MOVE "REGSTR" TO WS-PAY-SOURCE
                   MOVE WS-ROW-REFERENCE TO WS-PAY-REFERENCE
                   PERFORM WRITE-ONE-CHECK
                   IF WS-PAY-PRINTED = 1
                       ADD 1 TO WS-REG-PRINTED
                       ADD PRG-NET TO WS-REG-PRINTED-AMT
                   END-IF
               END-IF
           END-IF.

       PAY-REISSUE-REQUESTS.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT
               IF WS-RQ-DONE (WS-RQ-IX) = "N"
                   MOVE WS-RQ-EMP-ID (WS-RQ-IX) TO WS-PAY-EMP-ID
                   MOVE WS-RQ-AMOUNT (WS-RQ-IX) TO WS-PAY-AMOUNT
                   MOVE WS-RQ-PERIOD (WS-RQ-IX) TO WS-PAY-PERIOD
                   MOVE SPACES TO WS-PAY-RUN-ID
                   MOVE WS-RQ-SOURCE (WS-RQ-IX) TO WS-PAY-SOURCE
                   MOVE WS-RQ-REFERENCE (WS-RQ-IX) TO WS-PAY-REFERENCE
                   PERFORM WRITE-ONE-CHECK
                   IF WS-PAY-PRINTED = 1
                       MOVE "Y" TO WS-RQ-DONE (WS-RQ-IX)
                       ADD 1 TO WS-RQ-PRINTED
                       ADD WS-RQ-AMOUNT (WS-RQ-IX) TO WS-RQ-PRINTED-AMT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-CHECK.
      *> Prints the stub and face for WS-PAY-* and registers the
      *> number; WS-PAY-PRINTED says whether it went out.
           MOVE 0 TO WS-PAY-PRINTED.
           MOVE 0 TO WS-PAYEE-FOUND.
           PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                   UNTIL WS-NAME-IX > WS-NAME-COUNT
               IF WS-NM-EMP-ID (WS-NAME-IX) = WS-PAY-EMP-ID
                   MOVE WS-NM-NAME (WS-NAME-IX) TO WS-PAYEE-NAME
                   MOVE 1 TO WS-PAYEE-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAYEE-FOUND = 0
               ADD 1 TO WS-NO-PAYEE-COUNT
               MOVE 0 TO WS-RE-CHECK-NO
               MOVE WS-PAY-EMP-ID TO WS-RE-EMP-ID
               MOVE WS-PAY-AMOUNT TO WS-RE-AMOUNT
               MOVE "NOT PRINTED - PAYEE NOT ON EMPLOYEE MASTER"
                   TO WS-RE-TEXT
               WRITE RUN-REPORT-LINE FROM WS-RP-EVENT
           ELSE
               IF WS-STOCK-LOADED = 0
                       OR WS-NEXT-CHECK > WS-STOCK-LAST
                       OR WS-CK-COUNT NOT < 5000
                   IF WS-STOCK-OUT = 0
                       DISPLAY "   *** Check stock exhausted or not"
                           " loaded - remaining payments NOT"
                           " PRINTED ***"
                       MOVE 1 TO WS-STOCK-OUT
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-CHECK-FORM
                   PERFORM REGISTER-ISSUED-CHECK
                   ADD 1 TO WS-NEXT-CHECK
                   MOVE 1 TO WS-PAY-PRINTED
               END-IF
           END-IF.

       PRINT-CHECK-FORM.
           MOVE WS-PAY-EMP-ID TO WS-S1-EMP-ID.
           MOVE WS-PAYEE-NAME TO WS-S1-NAME.
           MOVE WS-PAY-PERIOD TO WS-S1-PERIOD.
           WRITE CHECK-PRINT-LINE FROM WS-STUB-LINE-1.
           IF WS-PAY-SOURCE = "REGSTR"
               MOVE PRG-GROSS TO WS-S2-GROSS
               MOVE PRG-WITHHOLDING TO WS-TAX-TOTAL
               IF PRG-STATE-WHLD IS NUMERIC
                   ADD PRG-STATE-WHLD TO WS-TAX-TOTAL
               END-IF
               IF PRG-LOCAL-WHLD IS NUMERIC
                   ADD PRG-LOCAL-WHLD TO WS-TAX-TOTAL
               END-IF
               MOVE WS-TAX-TOTAL TO WS-S2-TAXES
               MOVE PRG-DEDUCT TO WS-S2-DEDUCT
               MOVE PRG-NET TO WS-S2-NET
               WRITE CHECK-PRINT-LINE FROM WS-STUB-LINE-2
           ELSE
               IF WS-PAY-SOURCE = "BNKRTN"
                   MOVE "REISSUE OF RETURNED DEPOSIT" TO WS-S3-TEXT
               ELSE
                   MOVE "REISSUE OF VOIDED CHECK" TO WS-S3-TEXT
               END-IF
               MOVE WS-PAY-REFERENCE TO WS-S3-REFERENCE
               MOVE WS-PAY-AMOUNT TO WS-S3-NET
               WRITE CHECK-PRINT-LINE FROM WS-STUB-LINE-3
           END-IF.
           WRITE CHECK-PRINT-LINE FROM WS-TEAR-LINE.
           MOVE WS-NEXT-CHECK TO WS-F1-CHECK-NO.
           WRITE CHECK-PRINT-LINE FROM WS-FACE-LINE-1.
           MOVE WS-RUN-DATE TO WS-F2-DATE.
           WRITE CHECK-PRINT-LINE FROM WS-FACE-LINE-2.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-PAYEE-NAME TO WS-F3-NAME.
           MOVE WS-PAY-AMOUNT TO WS-F3-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM WS-FACE-LINE-3.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-STOCK-ACCOUNT TO WS-F4-ACCOUNT.
           WRITE CHECK-PRINT-LINE FROM WS-FACE-LINE-4.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.

       REGISTER-ISSUED-CHECK.
           ADD 1 TO WS-CK-COUNT.
           MOVE WS-NEXT-CHECK TO WS-CK-CHECK-NO (WS-CK-COUNT).
           MOVE "I" TO WS-CK-STATUS (WS-CK-COUNT).
           MOVE WS-PAY-EMP-ID TO WS-CK-EMP-ID (WS-CK-COUNT).
           MOVE WS-PAY-AMOUNT TO WS-CK-AMOUNT (WS-CK-COUNT).
           MOVE WS-PAY-PERIOD TO WS-CK-PERIOD (WS-CK-COUNT).
           MOVE WS-PAY-RUN-ID TO WS-CK-RUN-ID (WS-CK-COUNT).
           MOVE WS-PAY-SOURCE TO WS-CK-SOURCE (WS-CK-COUNT).
           MOVE WS-PAY-REFERENCE TO WS-CK-REFERENCE (WS-CK-COUNT).
           MOVE WS-RUN-DATE TO WS-CK-ISSUE-DATE (WS-CK-COUNT).
           MOVE WS-RUN-DATE TO WS-CK-STATUS-DATE (WS-CK-COUNT).
           MOVE SPACE TO WS-CK-VOID-ACTION (WS-CK-COUNT).
           MOVE SPACES TO WS-CK-OPERATOR (WS-CK-COUNT).
           MOVE "I" TO WS-CK-THIS-RUN (WS-CK-COUNT).
           MOVE WS-NEXT-CHECK TO WS-RE-CHECK-NO.
           MOVE WS-PAY-EMP-ID TO WS-RE-EMP-ID.
           MOVE WS-PAY-AMOUNT TO WS-RE-AMOUNT.
           MOVE "ISSUED" TO WS-RE-TEXT.
           WRITE RUN-REPORT-LINE FROM WS-RP-EVENT.

       WRITE-CONTROL-TOTALS.
      *> The checks printed from the register must tie to the rows
      *> that were due; a shortfall is stock that ran out or payees
      *> missing from the master, and is listed above.
           MOVE SPACES TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.
           MOVE "REGISTER ROWS DUE BY CHECK" TO WS-RT-LABEL.
           MOVE WS-DUE-COUNT TO WS-RT-COUNT.
           MOVE WS-DUE-TOTAL TO WS-RT-AMOUNT.
           MOVE SPACES TO WS-RT-FLAG.
           WRITE RUN-REPORT-LINE FROM WS-RP-TOTAL.
           MOVE "CHECKS PRINTED FOR REGISTER ROWS" TO WS-RT-LABEL.
           MOVE WS-REG-PRINTED TO WS-RT-COUNT.
           MOVE WS-REG-PRINTED-AMT TO WS-RT-AMOUNT.
           IF WS-REG-PRINTED = WS-DUE-COUNT
                   AND WS-REG-PRINTED-AMT = WS-DUE-TOTAL
               MOVE "IN BALANCE" TO WS-RT-FLAG
           ELSE
               MOVE "*** OUT OF BALANCE" TO WS-RT-FLAG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE RUN-REPORT-LINE FROM WS-RP-TOTAL.
           MOVE "CHECKS PRINTED FOR REISSUES" TO WS-RT-LABEL.
           MOVE WS-RQ-PRINTED TO WS-RT-COUNT.
           MOVE WS-RQ-PRINTED-AMT TO WS-RT-AMOUNT.
           MOVE SPACES TO WS-RT-FLAG.
           WRITE RUN-REPORT-LINE FROM WS-RP-TOTAL.
           MOVE "CHECKS VOIDED" TO WS-RT-LABEL.
           MOVE WS-VOIDED-COUNT TO WS-RT-COUNT.
           MOVE 0 TO WS-RT-AMOUNT.
           WRITE RUN-REPORT-LINE FROM WS-RP-TOTAL.
           MOVE "CHECKS CLEARED BY THE BANK" TO WS-RT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-RT-COUNT.
           WRITE RUN-REPORT-LINE FROM WS-RP-TOTAL.

       REWRITE-CHECK-REGISTER.
           OPEN OUTPUT CHECK-REGISTER.
           PERFORM VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-CK-COUNT
               MOVE WS-CK-CHECK-NO (WS-CK-IX) TO CKR-CHECK-NO
               MOVE WS-CK-STATUS (WS-CK-IX) TO CKR-STATUS
               MOVE WS-CK-EMP-ID (WS-CK-IX) TO CKR-EMP-ID
               MOVE WS-CK-AMOUNT (WS-CK-IX) TO CKR-AMOUNT
               MOVE WS-CK-PERIOD (WS-CK-IX) TO CKR-PERIOD
               MOVE WS-CK-RUN-ID (WS-CK-IX) TO CKR-RUN-ID
               MOVE WS-CK-SOURCE (WS-CK-IX) TO CKR-SOURCE
               MOVE WS-CK-REFERENCE (WS-CK-IX) TO CKR-REFERENCE
               MOVE WS-CK-ISSUE-DATE (WS-CK-IX) TO CKR-ISSUE-DATE
               MOVE WS-CK-STATUS-DATE (WS-CK-IX) TO CKR-STATUS-DATE
               MOVE WS-CK-VOID-ACTION (WS-CK-IX) TO CKR-VOID-ACTION
               MOVE WS-CK-OPERATOR (WS-CK-IX) TO CKR-OPERATOR
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM.
           CLOSE CHECK-REGISTER.

       REWRITE-REISSUE-QUEUE.
      *> What printed leaves the queue; the rest waits for stock.
           OPEN OUTPUT REISSUE-QUEUE.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT
               IF WS-RQ-DONE (WS-RQ-IX) = "N"
                   MOVE WS-RQ-EMP-ID (WS-RQ-IX) TO CHQ-EMP-ID
                   MOVE WS-RQ-AMOUNT (WS-RQ-IX) TO CHQ-AMOUNT
                   MOVE WS-RQ-PERIOD (WS-RQ-IX) TO CHQ-PERIOD
                   MOVE WS-RQ-SOURCE (WS-RQ-IX) TO CHQ-SOURCE
                   MOVE WS-RQ-REFERENCE (WS-RQ-IX) TO CHQ-REFERENCE
                   MOVE WS-RQ-QUEUED (WS-RQ-IX) TO CHQ-QUEUED-DATE
                   MOVE WS-RQ-REASON (WS-RQ-IX) TO CHQ-REASON
                   WRITE CHECK-REISSUE-RECORD
               END-IF
           END-PERFORM.
           CLOSE REISSUE-QUEUE.

       WRITE-POSITIVE-PAY.
      *> Every check issued or voided this run, so the bank honours
      *> only what was written and refuses what was voided. TOTAL is
      *> the issued amount; voids count but carry no total.
           OPEN OUTPUT POSPAY-FILE.
           MOVE WS-STOCK-ACCOUNT TO WS-PH-ACCOUNT.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           WRITE POSPAY-LINE FROM WS-PP-HEADER.
           PERFORM VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-CK-COUNT
               IF WS-CK-THIS-RUN (WS-CK-IX) NOT = SPACE
                   MOVE WS-CK-THIS-RUN (WS-CK-IX) TO WS-PD-TYPE
                   MOVE WS-CK-CHECK-NO (WS-CK-IX) TO WS-PD-CHECK-NO
                   MOVE WS-CK-AMOUNT (WS-CK-IX) TO WS-PD-AMOUNT
                   MOVE WS-CK-ISSUE-DATE (WS-CK-IX) TO WS-PD-DATE
                   MOVE SPACES TO WS-PD-PAYEE
                   PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                           UNTIL WS-NAME-IX > WS-NAME-COUNT
                       IF WS-NM-EMP-ID (WS-NAME-IX)
                               = WS-CK-EMP-ID (WS-CK-IX)
                           MOVE WS-NM-NAME (WS-NAME-IX) TO WS-PD-PAYEE
                       END-IF
                   END-PERFORM
                   WRITE POSPAY-LINE FROM WS-PP-DETAIL
                   ADD 1 TO WS-POSPAY-COUNT
                   IF WS-CK-THIS-RUN (WS-CK-IX) = "I"
                       ADD WS-CK-AMOUNT (WS-CK-IX) TO WS-POSPAY-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-POSPAY-COUNT TO WS-PT-COUNT.
           MOVE WS-POSPAY-TOTAL TO WS-PT-TOTAL.
           WRITE POSPAY-LINE FROM WS-PP-TRAILER.
           CLOSE POSPAY-FILE.

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
