      *> silently skipped. The period comes from EMPBNKEX_PERIOD
      *> (EMPSENIO_MONTH convention); unset means the most recently
      *> closed period on payperiod.dat.
      *> Supplemental runs (EMPSUPRN) land in the register under
      *> their own run id and are paid on their own: with
      *> EMPBNKEX_RUN set (e.g. SUP000012) only that run's rows go
      *> out, under the period the run was posted to; without it the
      *> regular rows of the period go out and supplemental rows are
      *> left for their own extract. The run id is recorded on the
      *> transmission register line.
      *> Voided payments (EMPVOID) wait in empbnkex_reversal.dat and
      *> go out on the next extract, whichever run it is, as "R"
      *> detail records carrying the voided net and the original
      *> period. They count in the trailer COUNT but not in TOTAL,
      *> which stays the credit total. A request for an employee
      *> with no bank detail stays queued and is warned.
      *> Every detail record and the trailer are also appended to
      *> empbnkex_sent.dat (EMPBSNR.cpy) under the transmission
      *> sequence, since the deposit file itself is overwritten by
      *> the next run; the bank returns processor EMPBNKRT matches
      *> returned items against it.
      *> A period's regular run is only extracted once a payroll
      *> supervisor has released it through EMPPAYRL after the
      *> EMPPAYVR variance review: the release journal
      *> empvar_release.dat (EMPRELR.cpy) must carry a release of
      *> the period whose row count and net total still match the
      *> register, or the extract is refused with RC 8 and nothing
      *> is cut. Supplemental runs are paid on their own request
      *> and are not held.
      *> A row EMPVOID voided before it was extracted is not paid:
      *> its reversing row names it by position (PRG-VOID-ROW), and
      *> the release check and both files pass over it, as EMPCHKPR
      *> does. More voided rows than the table holds refuses the
      *> extract RC 8.
      *> An account changed through EMPBNKMT while live is in a
      *> cooling-off hold until its BNK-HOLD-UNTIL date: the new
      *> account gets nothing, not even its prenote, until the hold
      *> runs out. Meanwhile the net goes to the previous account
      *> when the hold says so (BNK-HOLD-ACTION "P"), or no deposit
      *> is sent and EMPCHKPR pays it by check ("C"). A reversal of
      *> a deposit during the hold debits the previous account.
      *> Employees paid in a currency other than their company's
      *> base currency (EMP-CURRENCY on the employee master against
      *> CMP-BASE-CURR on cotable.dat; spaces on either mean the
      *> shop base, USD) are not deposited domestically. Their rows
      *> go to empbank_xborder.dat under its own sequence
      *> (empbnkfx.seq) and transmission register
      *> (empbnkfx_register.dat): each entry carries the net in the
      *> employee's currency, the base-currency amount it converts
      *> to at the rate in effect on the pay period's end date, the
      *> rate used and the beneficiary details from empbank_fx.dat
      *> (EMPBFXR.cpy, maintained by EMPBFXMT). The difference
      *> between that booked amount and the amount at the rate in
      *> effect on the day the file is cut is appended to
      *> empbnkfx_diff.dat (EMPFXDR.cpy) for EMPREVAL's realized
      *> gain/loss. A cross-border employee without beneficiary
      *> details or without a usable rate is held, listed and
      *> warned; a reversal of a cross-border payment goes out on
      *> the cross-border file. Cross-border items are not logged
      *> to empbnkex_sent.dat -- international returns come back
      *> through the correspondent bank, not the domestic returns
      *> EMPBNKRT reads. An employee master that cannot be read, or
      *> more cross-border employees than the table holds, refuses
      *> the whole extract RC 8: paying someone domestically in the
      *> wrong currency is worse than paying nobody today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT XMIT-REGISTER ASSIGN TO "empbnkex_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT REVERSAL-QUEUE ASSIGN TO "empbnkex_reversal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.
           SELECT SENT-ITEMS ASSIGN TO "empbnkex_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT RELEASE-JOURNAL ASSIGN TO "empvar_release.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "fxrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-BENEF-FILE ASSIGN TO "empbank_fx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT XBORDER-FILE ASSIGN TO "empbank_xborder.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XBORDER-STATUS.
           SELECT XB-SEQ-COUNTER-FILE ASSIGN TO "empbnkfx.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XB-SEQ-STATUS.
           SELECT XB-XMIT-REGISTER ASSIGN TO "empbnkfx_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XB-XMIT-STATUS.
           SELECT FX-DIFF-FILE ASSIGN TO "empbnkfx_diff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-DIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD XMIT-REGISTER.
       01 XMIT-REGISTER-LINE PIC X(60).

       FD REVERSAL-QUEUE.
           COPY EMPRVQR.

       FD SENT-ITEMS.
           COPY EMPBSNR.

       FD RELEASE-JOURNAL.
           COPY EMPRELR.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD FX-RATE-FILE.
      *> The exchange-rate table, same layout DEMO4RPT reads.
       01 FX-RATE-RECORD.
          05 FX-CURRENCY   PIC X(3).
          05 FX-EFF-DATE   PIC 9(8).
          05 FX-RATE       PIC 9(3)V9(6).

       FD FX-BENEF-FILE.
           COPY EMPBFXR.

       FD XBORDER-FILE.
       01 XBORDER-LINE PIC X(180).

       FD XB-SEQ-COUNTER-FILE.
       01 XB-SEQ-COUNTER-LINE PIC X(6).

       FD XB-XMIT-REGISTER.
       01 XB-XMIT-REGISTER-LINE PIC X(60).

       FD FX-DIFF-FILE.
           COPY EMPFXDR.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-BANK-STATUS     PIC XX VALUE SPACES.
       01 WS-DEPOSIT-STATUS  PIC XX VALUE SPACES.
       01 WS-SEQ-STATUS      PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS     PIC XX VALUE SPACES.
       01 WS-SENT-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

      *> Target period, env var first, newest closed period second.
       01 WS-ENV-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-TARGET-PERIOD   PIC 9(6) VALUE 0.
      *> Supplemental run to pay; spaces means the regular run.
       01 WS-ENV-RUN         PIC X(9) VALUE SPACES.
       01 WS-ROW-SELECTED    PIC 9 VALUE 0.
      *> Register row position (1 = first row) and the period's
      *> voided rows, gathered before any pass that selects.
       01 WS-ROW-NO          PIC 9(7) VALUE 0.
       01 WS-VRW-COUNT       PIC 9(4) VALUE 0.
       01 WS-VRW-TABLE.
          05 WS-VRW-ROW OCCURS 2000 TIMES PIC 9(7).
       01 WS-VRW-IX          PIC 9(4) VALUE 0.
       01 WS-VRW-OVERFLOW    PIC 9 VALUE 0.

      *> The supervisor's release of the period's regular run, and
      *> what the register holds for it now.
       01 WS-RELEASE-STATUS  PIC XX VALUE SPACES.
       01 WS-PERIOD-RELEASED PIC 9 VALUE 0.
       01 WS-RELEASE-ROWS    PIC 9(6) VALUE 0.
       01 WS-RELEASE-NET     PIC 9(9)V99 VALUE 0.

      *> Bank details held for the run; the prenote flag flips in
      *> the table and the file is rewritten after the envelope cut.
             10 WS-BT-ACCOUNT   PIC X(12).
             10 WS-BT-PRENOTE   PIC X.
             10 WS-BT-PRE-DATE  PIC 9(8).
             10 WS-BT-PREV-ROUTING PIC 9(9).
             10 WS-BT-PREV-ACCOUNT PIC X(12).
             10 WS-BT-HOLD-UNTIL   PIC 9(8).
             10 WS-BT-HOLD-ACTION  PIC X.
       01 WS-BANK-IX         PIC 9(4) VALUE 0.
       01 WS-FOUND-IX        PIC 9(4) VALUE 0.
       01 WS-PRENOTES-SENT   PIC 9(4) VALUE 0.
       01 WS-PAID-PREVIOUS   PIC 9(4) VALUE 0.
       01 WS-HELD-FOR-CHECK  PIC 9(4) VALUE 0.
       01 WS-HOLD-ACTIVE     PIC 9 VALUE 0.

       01 WS-DEPOSIT-COUNT   PIC 9(6) VALUE 0.
       01 WS-DEPOSIT-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-NO-BANK-COUNT   PIC 9(5) VALUE 0.
       01 WS-ROWS-IN-PERIOD  PIC 9(6) VALUE 0.

      *> Reversal requests, held whole so the unsent ones can be
      *> written back.
       01 WS-REVQ-STATUS     PIC XX VALUE SPACES.
       01 WS-REVQ-COUNT      PIC 9(3) VALUE 0.
       01 WS-REVQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 200 TIMES.
             10 WS-RQ-EMP-ID    PIC 9(5).
             10 WS-RQ-NET       PIC 9(6)V99.
             10 WS-RQ-PERIOD    PIC 9(6).
             10 WS-RQ-ROW       PIC 9(7).
             10 WS-RQ-RUN-ID    PIC X(9).
             10 WS-RQ-SENT      PIC X.
       01 WS-REVQ-IX         PIC 9(3) VALUE 0.
       01 WS-REVQ-OVERFLOW   PIC 9 VALUE 0.
       01 WS-REVERSALS-SENT  PIC 9(3) VALUE 0.
       01 WS-REVERSAL-TOTAL  PIC 9(9)V99 VALUE 0.

      *> Req 082-style transmission sequencing.
       01 WS-TRANSMIT-SEQ    PIC 9(6) VALUE 0.

          05 WS-DL-TYPE      PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-AMOUNT    PIC 9(6).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-ORIG-PERIOD PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(11) VALUE SPACES.
       01 WS-TRAILER-LINE-BUILD.
          05 FILLER          PIC X(8) VALUE "T COUNT=".
          05 WS-TL-COUNT     PIC 9(6).
          05 FILLER          PIC X(7) VALUE " TOTAL=".
          05 WS-TL-TOTAL     PIC 9(9).99.
          05 FILLER          PIC X(27) VALUE SPACES.
           COPY EMPXMRW.

      *> Cross-border payments: who is paid outside their company's
      *> base currency, from the employee master and cotable.dat.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-COMPANY-STATUS      PIC XX VALUE SPACES.
       01 WS-FX-STATUS           PIC XX VALUE SPACES.
       01 WS-BENEF-STATUS        PIC XX VALUE SPACES.
       01 WS-XBORDER-STATUS      PIC XX VALUE SPACES.
       01 WS-XB-SEQ-STATUS       PIC XX VALUE SPACES.
       01 WS-XB-XMIT-STATUS      PIC XX VALUE SPACES.
       01 WS-FX-DIFF-STATUS      PIC XX VALUE SPACES.
       01 WS-SHOP-BASE           PIC X(3) VALUE "USD".

      *> Same counter/filename convention as DEMO4RPT (req 019).
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob/req 024.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

       01 WS-CO-COUNT            PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE      PIC X(2).
             10 WS-CO-BASE      PIC X(3).
       01 WS-CO-IX               PIC 9(2) VALUE 0.
       01 WS-EMP-CURR-WORK       PIC X(3) VALUE SPACES.
       01 WS-CO-BASE-WORK        PIC X(3) VALUE SPACES.

       01 WS-XE-COUNT            PIC 9(3) VALUE 0.
       01 WS-XE-TABLE.
          05 WS-XE-ENTRY OCCURS 500 TIMES.
             10 WS-XE-EMP-ID    PIC 9(5).
             10 WS-XE-COMPANY   PIC X(2).
             10 WS-XE-CURR      PIC X(3).
             10 WS-XE-BASE      PIC X(3).
       01 WS-XE-IX               PIC 9(3) VALUE 0.
       01 WS-XE-FOUND            PIC 9(3) VALUE 0.
       01 WS-XE-FIND-ID          PIC 9(5) VALUE 0.
       01 WS-XE-OVERFLOW         PIC 9 VALUE 0.

      *> Beneficiary details, loaded once.
       01 WS-BF-COUNT            PIC 9(3) VALUE 0.
       01 WS-BF-TABLE.
          05 WS-BF-ENTRY OCCURS 500 TIMES.
             10 WS-BF-EMP-ID    PIC 9(5).
             10 WS-BF-NAME      PIC X(30).
             10 WS-BF-BIC       PIC X(11).
             10 WS-BF-IBAN      PIC X(34).
             10 WS-BF-BANK      PIC X(30).
             10 WS-BF-COUNTRY   PIC X(2).
       01 WS-BF-IX               PIC 9(3) VALUE 0.
       01 WS-BF-FOUND            PIC 9(3) VALUE 0.

      *> The rate table (the EMPGLEXT idiom). Rates are base units
      *> per unit of the currency; the shop base is 1 by
      *> definition, and a cross rate between two currencies is the
      *> ratio of their rates.
       01 WS-FX-EOF              PIC 9 VALUE 0.
       01 WS-FX-COUNT            PIC 9(2) VALUE 0.
       01 WS-FX-TABLE.
          05 WS-FX-ENTRY OCCURS 50 TIMES.
             10 WS-FX-CURR      PIC X(3).
             10 WS-FX-DATE      PIC 9(8).
             10 WS-FX-VALUE     PIC 9(3)V9(6).
       01 WS-FX-IX               PIC 9(2) VALUE 0.
       01 WS-RT-CURR             PIC X(3) VALUE SPACES.
       01 WS-RT-DATE             PIC 9(8) VALUE 0.
       01 WS-RT-BEST-DATE        PIC 9(8) VALUE 0.
       01 WS-RT-VALUE            PIC 9(3)V9(6) VALUE 0.
       01 WS-RT-FOUND            PIC 9 VALUE 0.
       01 WS-EMP-RATE            PIC 9(3)V9(6) VALUE 0.
       01 WS-CROSS-RATE          PIC 9(3)V9(6) VALUE 0.
       01 WS-CROSS-FOUND         PIC 9 VALUE 0.
       01 WS-BOOK-RATE           PIC 9(3)V9(6) VALUE 0.
       01 WS-PAY-RATE            PIC 9(3)V9(6) VALUE 0.
       01 WS-RATES-OK            PIC 9 VALUE 0.
       01 WS-PERIOD-END-DATE     PIC 9(8) VALUE 0.
       01 WS-XB-NET              PIC 9(6)V99 VALUE 0.
       01 WS-BOOK-AMT            PIC 9(9)V99 VALUE 0.
       01 WS-PAY-AMT             PIC 9(9)V99 VALUE 0.
       01 WS-FX-NET-DIFF         PIC S9(9)V99 VALUE 0.

       01 WS-XB-TRANSMIT-SEQ     PIC 9(6) VALUE 0.
       01 WS-XB-ROWS             PIC 9(6) VALUE 0.
       01 WS-XB-COUNT            PIC 9(6) VALUE 0.
       01 WS-XB-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-XB-NO-BENEF         PIC 9(5) VALUE 0.
       01 WS-XB-NO-RATE          PIC 9(5) VALUE 0.
       01 WS-XB-REVQ-WAITING     PIC 9(3) VALUE 0.
       01 WS-XB-REVERSALS        PIC 9(3) VALUE 0.

      *> Cross-border envelope lines, built with MOVE like the
      *> domestic ones. TOTAL on the trailer is the control total
      *> of the booked base-currency amounts.
       01 WS-XB-HEADER-BUILD.
          05 FILLER          PIC X(6) VALUE "H SEQ=".
          05 WS-XH-SEQ       PIC 9(6).
          05 FILLER          PIC X(6) VALUE " DATE=".
          05 WS-XH-DATE      PIC 9(8).
          05 FILLER          PIC X(8) VALUE " PERIOD=".
          05 WS-XH-PERIOD    PIC 9(6).
          05 FILLER          PIC X(11) VALUE " RATE-DATE=".
          05 WS-XH-RATE-DATE PIC 9(8).
          05 FILLER          PIC X(121) VALUE SPACES.
       01 WS-XB-DETAIL-BUILD.
          05 FILLER          PIC X(2) VALUE "D ".
          05 WS-XD-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-TYPE      PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-CURR      PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-AMOUNT    PIC 9(6).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-BASE      PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-BASE-AMT  PIC 9(9).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-RATE      PIC 9(3).9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-BIC       PIC X(11).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-IBAN      PIC X(34).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-NAME      PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-BANK      PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-COUNTRY   PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XD-ORIG-PERIOD PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(10) VALUE SPACES.

      *> Req 090: no-bank-detail warnings go to the central alerts.
       01 WS-ALERT-TEXT PIC X(60) VALUE SPACES.
              " EMPLOYEE(S) WITHOUT BANK DETAIL THIS".
          05 FILLER          PIC X(10) VALUE " DEPOSIT".
          05 FILLER          PIC X(8) VALUE SPACES.
       01 WS-RATE-ALERT-BUILD.
          05 WS-RA-COUNT     PIC 9(5).
          05 FILLER          PIC X(31) VALUE
              " CROSS-BORDER PAYMENT(S) HELD -".
          05 FILLER          PIC X(24) VALUE " NO USABLE FX RATE".

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPBNKEX".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM DETERMINE-TARGET-PERIOD.
           IF WS-TARGET-PERIOD = 0
               IF WS-ENV-RUN NOT = SPACES
                   DISPLAY "   No register rows for run " WS-ENV-RUN
                       " - nothing to do"
               ELSE
                   DISPLAY "   No closed pay period to extract -"
                       " nothing to do"
               END-IF
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "   Extracting period " WS-TARGET-PERIOD
               IF WS-ENV-RUN NOT = SPACES
                   DISPLAY "   Supplemental run " WS-ENV-RUN
               END-IF
               PERFORM LOAD-VOIDED-ROWS
               IF WS-VRW-OVERFLOW = 1
                   DISPLAY "   *** Over 2000 voided register rows -"
                       " cannot tell which are due, NOTHING"
                       " EXTRACTED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-PERIOD-RELEASED
                   IF WS-PERIOD-RELEASED = 0
                       DISPLAY "   *** Period " WS-TARGET-PERIOD
                           " has not been released for payment -"
                           " NOTHING EXTRACTED ***"
                       DISPLAY "   Review it (EMPPAYVR) and have a"
                           " supervisor release it (EMPPAYRL)"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF RETURN-CODE < 8
                   PERFORM LOAD-BANK-DETAILS
                   DISPLAY "   Bank details loaded: " WS-BANK-COUNT
                   PERFORM LOAD-CROSS-BORDER-DETAILS
                   IF RETURN-CODE < 8
                       PERFORM CUT-DEPOSIT-FILE
                   END-IF
                   IF RETURN-CODE < 8
                       PERFORM CUT-CROSS-BORDER-FILE
                       PERFORM FLIP-PRENOTES-LIVE
                       PERFORM REWRITE-REVERSAL-QUEUE
                       DISPLAY "   Register rows in period: "
                           WS-ROWS-IN-PERIOD
                       DISPLAY "   Deposits written:  "
                           WS-DEPOSIT-COUNT
                       DISPLAY "   Deposit total:     "
                           WS-DEPOSIT-TOTAL
                       DISPLAY "   Prenotes sent:     "
                           WS-PRENOTES-SENT
                       DISPLAY "   Held, paid to previous account: "
                           WS-PAID-PREVIOUS
                       DISPLAY "   Held, paid by check:            "
                           WS-HELD-FOR-CHECK
                       DISPLAY "   Reversals sent:    "
                           WS-REVERSALS-SENT
                           " for " WS-REVERSAL-TOTAL
                       DISPLAY "   Cross-border rows: "
                           WS-XB-ROWS
                       DISPLAY "   Cross-border payments written: "
                           WS-XB-COUNT
                       DISPLAY "   Cross-border booked total:     "
                           WS-XB-TOTAL
                       DISPLAY "   Cross-border reversals sent:   "
                           WS-XB-REVERSALS
                       DISPLAY "   FX difference, payment v booking: "
                           WS-FX-NET-DIFF
                       DISPLAY "   Without bank data: "
                           WS-NO-BANK-COUNT
                       IF WS-XB-NO-RATE > 0
                           DISPLAY "   Held, no usable FX rate: "
                               WS-XB-NO-RATE
                           MOVE WS-XB-NO-RATE TO WS-RA-COUNT
                           MOVE WS-RATE-ALERT-BUILD TO WS-ALERT-TEXT
                           MOVE RETURN-CODE TO WS-HOLD-RC
                           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W"
                               WS-ALERT-TEXT
                           MOVE WS-HOLD-RC TO RETURN-CODE
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-NO-BANK-COUNT > 0
                           MOVE WS-NO-BANK-COUNT TO WS-AB-COUNT
                           MOVE WS-ALERT-BUILD TO WS-ALERT-TEXT
                           MOVE RETURN-CODE TO WS-HOLD-RC
                           CALL "ALERTLOG" USING WS-PROGRAM-NAME "W"
                               WS-ALERT-TEXT
                           MOVE WS-HOLD-RC TO RETURN-CODE
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-ENV-RUN
               FROM ENVIRONMENT "EMPBNKEX_RUN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *> A supplemental run carries its own period; the period
      *> parameter and payperiod.dat do not apply to it.
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

       CHECK-PERIOD-RELEASED.
      *> Only a release whose figures still match the register
      *> counts; pay added or voided after it needs a new review
      *> and release.
           MOVE 0 TO WS-PERIOD-RELEASED.
           IF WS-ENV-RUN NOT = SPACES
               MOVE 1 TO WS-PERIOD-RELEASED
           ELSE
               OPEN INPUT REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   MOVE 0 TO WS-EOF
                   MOVE 0 TO WS-ROW-NO
                   PERFORM UNTIL WS-EOF = 1
                       READ REGISTER-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-ROW-NO
                               PERFORM SELECT-REGISTER-ROW
                               IF WS-ROW-SELECTED = 1
                                   ADD 1 TO WS-RELEASE-ROWS
                                   ADD PRG-NET TO WS-RELEASE-NET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
               OPEN INPUT RELEASE-JOURNAL
               IF WS-RELEASE-STATUS = "00"
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ RELEASE-JOURNAL
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF REL-PERIOD = WS-TARGET-PERIOD
                                       AND REL-ROWS = WS-RELEASE-ROWS
                                       AND REL-NET-TOTAL
                                           = WS-RELEASE-NET
                                   MOVE 1 TO WS-PERIOD-RELEASED
                                   DISPLAY "   Released by "
                                       REL-OPERATOR " on " REL-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELEASE-JOURNAL
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
                                   WS-BT-PRENOTE (WS-BANK-COUNT)
                               MOVE BNK-PRENOTE-DATE TO
                                   WS-BT-PRE-DATE (WS-BANK-COUNT)
                               PERFORM TAKE-HOLD-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       TAKE-HOLD-FIELDS.
      *> Rows written before the cooling-off hold carry spaces in
      *> the hold fields; they read as no hold and no previous
      *> account.
           IF BNK-HOLD-UNTIL IS NUMERIC
               MOVE BNK-PREV-ROUTING
                   TO WS-BT-PREV-ROUTING (WS-BANK-COUNT)
               MOVE BNK-PREV-ACCOUNT
                   TO WS-BT-PREV-ACCOUNT (WS-BANK-COUNT)
               MOVE BNK-HOLD-UNTIL TO WS-BT-HOLD-UNTIL (WS-BANK-COUNT)
               MOVE BNK-HOLD-ACTION TO WS-BT-HOLD-ACTION (WS-BANK-COUNT)
           ELSE
               MOVE 0 TO WS-BT-PREV-ROUTING (WS-BANK-COUNT)
               MOVE SPACES TO WS-BT-PREV-ACCOUNT (WS-BANK-COUNT)
               MOVE 0 TO WS-BT-HOLD-UNTIL (WS-BANK-COUNT)
               MOVE SPACE TO WS-BT-HOLD-ACTION (WS-BANK-COUNT)
           END-IF.

       CUT-DEPOSIT-FILE.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
           ELSE
               PERFORM ASSIGN-TRANSMISSION-SEQUENCE
               OPEN OUTPUT DEPOSIT-FILE
               OPEN EXTEND SENT-ITEMS
               IF WS-SENT-STATUS = "35"
                   OPEN OUTPUT SENT-ITEMS
               END-IF
               PERFORM WRITE-HEADER-RECORD
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-NO
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           PERFORM SELECT-REGISTER-ROW
                           IF WS-ROW-SELECTED = 1
                               ADD 1 TO WS-ROWS-IN-PERIOD
                               MOVE PRG-EMP-ID TO WS-XE-FIND-ID
                               PERFORM FIND-CROSS-BORDER-EMPLOYEE
                               IF WS-XE-FOUND > 0
                                   ADD 1 TO WS-XB-ROWS
                               ELSE
                                   PERFORM DEPOSIT-ONE-EMPLOYEE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM SEND-REVERSAL-REQUESTS
               PERFORM WRITE-TRAILER-RECORD
               CLOSE REGISTER-FILE
               CLOSE DEPOSIT-FILE
               CLOSE SENT-ITEMS
               PERFORM RECORD-IN-XMIT-REGISTER
               IF WS-ROWS-IN-PERIOD = 0
                   DISPLAY "   No register rows for period "
               END-IF
           END-IF.

       LOAD-VOIDED-ROWS.
      *> A reversing row always follows the row it voids, so the
      *> voids are gathered in a pass of their own before selecting.
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
      *> EMPVOID's reversing rows carry the voided row's run ID but
      *> pay nobody, and the row a reversal voids (WS-ROW-NO on the
      *> voided list) is not paid either.
           MOVE 0 TO WS-ROW-SELECTED.
           IF PRG-PERIOD = WS-TARGET-PERIOD
                   AND NOT PRG-REVERSAL
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

       DEPOSIT-ONE-EMPLOYEE.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   MOVE WS-BANK-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX > 0
               PERFORM CHECK-CHANGE-HOLD
           END-IF.
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-NO-BANK-COUNT
               DISPLAY "   No bank detail for " PRG-EMP-ID
                   " - pay by check"
           ELSE
               IF WS-HOLD-ACTIVE = 1
                   PERFORM DEPOSIT-DURING-HOLD
               ELSE
                   MOVE PRG-EMP-ID TO WS-DL-EMP-ID
                   MOVE WS-BT-ROUTING (WS-FOUND-IX) TO WS-DL-ROUTING
                   MOVE WS-BT-ACCOUNT (WS-FOUND-IX) TO WS-DL-ACCOUNT
                   IF WS-BT-PRENOTE (WS-FOUND-IX) = "P"
      *> One zero-amount prenote cycle before live money moves;
      *> this period's net is paid by check alongside it.
                       MOVE "P" TO WS-DL-TYPE
                       MOVE 0 TO WS-DL-AMOUNT
                       MOVE 0 TO BSN-AMOUNT
                       ADD 1 TO WS-PRENOTES-SENT
                       MOVE "S" TO WS-BT-PRENOTE (WS-FOUND-IX)
                       DISPLAY "   Prenote sent for " PRG-EMP-ID
                           " - this period pays by check"
                   ELSE
                       MOVE "L" TO WS-DL-TYPE
                       MOVE PRG-NET TO WS-DL-AMOUNT
                       MOVE PRG-NET TO BSN-AMOUNT
                       ADD PRG-NET TO WS-DEPOSIT-TOTAL
                   END-IF
                   MOVE WS-DETAIL-LINE-BUILD TO DEPOSIT-LINE
                   WRITE DEPOSIT-LINE
                   PERFORM LOG-SENT-DETAIL
                   ADD 1 TO WS-DEPOSIT-COUNT
               END-IF
           END-IF.

       CHECK-CHANGE-HOLD.
           MOVE 0 TO WS-HOLD-ACTIVE.
           IF WS-BT-HOLD-UNTIL (WS-FOUND-IX) >= WS-RUN-DATE
               MOVE 1 TO WS-HOLD-ACTIVE
           END-IF.

       DEPOSIT-DURING-HOLD.
      *> The new account waits out the hold untouched; its prenote
      *> (if still pending) goes out on the first run after it.
           IF WS-BT-HOLD-ACTION (WS-FOUND-IX) = "P"
                   AND WS-BT-PREV-ACCOUNT (WS-FOUND-IX) NOT = SPACES
               MOVE PRG-EMP-ID TO WS-DL-EMP-ID
               MOVE WS-BT-PREV-ROUTING (WS-FOUND-IX) TO WS-DL-ROUTING
               MOVE WS-BT-PREV-ACCOUNT (WS-FOUND-IX) TO WS-DL-ACCOUNT
               MOVE "L" TO WS-DL-TYPE
               MOVE PRG-NET TO WS-DL-AMOUNT
               MOVE PRG-NET TO BSN-AMOUNT
               ADD PRG-NET TO WS-DEPOSIT-TOTAL
               MOVE WS-DETAIL-LINE-BUILD TO DEPOSIT-LINE
               WRITE DEPOSIT-LINE
               PERFORM LOG-SENT-DETAIL
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD 1 TO WS-PAID-PREVIOUS
               DISPLAY "   Account change on hold for " PRG-EMP-ID
                   " until " WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                   " - paid to previous account"
           ELSE
               ADD 1 TO WS-HELD-FOR-CHECK
               DISPLAY "   Account change on hold for " PRG-EMP-ID
                   " until " WS-BT-HOLD-UNTIL (WS-FOUND-IX)
                   " - deposit held, pay by check"
           END-IF.

       SEND-REVERSAL-REQUESTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REVERSAL-QUEUE.
           IF WS-REVQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REVERSAL-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-REVQ-COUNT < 200
                               ADD 1 TO WS-REVQ-COUNT
                               MOVE RVQ-EMP-ID TO
                                   WS-RQ-EMP-ID (WS-REVQ-COUNT)
                               MOVE RVQ-NET TO
                                   WS-RQ-NET (WS-REVQ-COUNT)
                               MOVE RVQ-ORIG-PERIOD TO
                                   WS-RQ-PERIOD (WS-REVQ-COUNT)
                               MOVE RVQ-ORIG-ROW TO
                                   WS-RQ-ROW (WS-REVQ-COUNT)
                               MOVE RVQ-RUN-ID TO
                                   WS-RQ-RUN-ID (WS-REVQ-COUNT)
                               MOVE "N" TO WS-RQ-SENT (WS-REVQ-COUNT)
                           ELSE
                               MOVE 1 TO WS-REVQ-OVERFLOW
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-QUEUE
           END-IF.
      *> An overfull queue is left whole rather than half sent.
           IF WS-REVQ-OVERFLOW = 1
               DISPLAY "   *** Reversal queue over 200 requests -"
                   " none sent, split empbnkex_reversal.dat ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
      *> A cross-border payment is reversed on the cross-border
      *> file; those wait ("X") for that pass.
               PERFORM VARYING WS-REVQ-IX FROM 1 BY 1
                       UNTIL WS-REVQ-IX > WS-REVQ-COUNT
                   MOVE WS-RQ-EMP-ID (WS-REVQ-IX) TO WS-XE-FIND-ID
                   PERFORM FIND-CROSS-BORDER-EMPLOYEE
                   IF WS-XE-FOUND > 0
                       MOVE "X" TO WS-RQ-SENT (WS-REVQ-IX)
                       ADD 1 TO WS-XB-REVQ-WAITING
                   ELSE
                       PERFORM SEND-ONE-REVERSAL
                   END-IF
               END-PERFORM
           END-IF.

       SEND-ONE-REVERSAL.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-BANK-COUNT
               IF WS-BT-EMP-ID (WS-BANK-IX)
                       = WS-RQ-EMP-ID (WS-REVQ-IX)
                   MOVE WS-BANK-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-NO-BANK-COUNT
               DISPLAY "   No bank detail for reversal of "
                   WS-RQ-EMP-ID (WS-REVQ-IX) " period "
                   WS-RQ-PERIOD (WS-REVQ-IX) " - left queued"
           ELSE
               MOVE WS-RQ-EMP-ID (WS-REVQ-IX) TO WS-DL-EMP-ID
               MOVE WS-BT-ROUTING (WS-FOUND-IX) TO WS-DL-ROUTING
               MOVE WS-BT-ACCOUNT (WS-FOUND-IX) TO WS-DL-ACCOUNT
      *> During a hold the credit being reversed went to the
      *> previous account, so the debit goes there too.
               PERFORM CHECK-CHANGE-HOLD
               IF WS-HOLD-ACTIVE = 1
                       AND WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                           NOT = SPACES
                   MOVE WS-BT-PREV-ROUTING (WS-FOUND-IX)
                       TO WS-DL-ROUTING
                   MOVE WS-BT-PREV-ACCOUNT (WS-FOUND-IX)
                       TO WS-DL-ACCOUNT
               END-IF
               MOVE "R" TO WS-DL-TYPE
               MOVE WS-RQ-NET (WS-REVQ-IX) TO WS-DL-AMOUNT
               MOVE WS-RQ-PERIOD (WS-REVQ-IX) TO WS-DL-ORIG-PERIOD
               MOVE WS-DETAIL-LINE-BUILD TO DEPOSIT-LINE
               WRITE DEPOSIT-LINE
               MOVE WS-RQ-NET (WS-REVQ-IX) TO BSN-AMOUNT
               PERFORM LOG-SENT-DETAIL
               MOVE SPACES TO WS-DL-ORIG-PERIOD
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD 1 TO WS-REVERSALS-SENT
               ADD WS-RQ-NET (WS-REVQ-IX) TO WS-REVERSAL-TOTAL
               MOVE "Y" TO WS-RQ-SENT (WS-REVQ-IX)
           END-IF.

       LOG-SENT-DETAIL.
      *> BSN-AMOUNT is set by the caller; the rest comes from the
      *> detail record just written.
           MOVE WS-TRANSMIT-SEQ TO BSN-SEQ.
           MOVE "D" TO BSN-REC-TYPE.
           MOVE WS-DL-EMP-ID TO BSN-EMP-ID.
           MOVE WS-DL-TYPE TO BSN-DEP-TYPE.
           MOVE 0 TO BSN-COUNT.
           MOVE WS-TARGET-PERIOD TO BSN-PERIOD.
           MOVE WS-ENV-RUN TO BSN-RUN-ID.
           MOVE WS-RUN-DATE TO BSN-SENT-DATE.
           WRITE BANK-SENT-ITEM.

       REWRITE-REVERSAL-QUEUE.
      *> Only after the envelope is cut and registered; what was
      *> sent leaves the queue, the rest waits.
           IF WS-REVERSALS-SENT > 0 OR WS-XB-REVERSALS > 0
               OPEN OUTPUT REVERSAL-QUEUE
               PERFORM VARYING WS-REVQ-IX FROM 1 BY 1
                       UNTIL WS-REVQ-IX > WS-REVQ-COUNT
                   IF WS-RQ-SENT (WS-REVQ-IX) = "N"
                       MOVE WS-RQ-EMP-ID (WS-REVQ-IX) TO RVQ-EMP-ID
                       MOVE WS-RQ-NET (WS-REVQ-IX) TO RVQ-NET
                       MOVE WS-RQ-PERIOD (WS-REVQ-IX)
                           TO RVQ-ORIG-PERIOD
                       MOVE WS-RQ-ROW (WS-REVQ-IX) TO RVQ-ORIG-ROW
                       MOVE WS-RQ-RUN-ID (WS-REVQ-IX) TO RVQ-RUN-ID
                       WRITE BANK-REVERSAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-QUEUE
           END-IF.

       FLIP-PRENOTES-LIVE.
                       TO BNK-PRENOTE-STATUS
                   MOVE WS-BT-PRE-DATE (WS-BANK-IX)
                       TO BNK-PRENOTE-DATE
                   MOVE WS-BT-PREV-ROUTING (WS-BANK-IX)
                       TO BNK-PREV-ROUTING
                   MOVE WS-BT-PREV-ACCOUNT (WS-BANK-IX)
                       TO BNK-PREV-ACCOUNT
                   MOVE WS-BT-HOLD-UNTIL (WS-BANK-IX) TO BNK-HOLD-UNTIL
                   MOVE WS-BT-HOLD-ACTION (WS-BANK-IX)
                       TO BNK-HOLD-ACTION
                   WRITE BANK-DETAIL-RECORD
               END-PERFORM
               CLOSE BANK-FILE
           MOVE WS-DEPOSIT-TOTAL TO WS-TL-TOTAL.
           MOVE WS-TRAILER-LINE-BUILD TO DEPOSIT-LINE.
           WRITE DEPOSIT-LINE.
           MOVE WS-TRANSMIT-SEQ TO BSN-SEQ.
           MOVE "T" TO BSN-REC-TYPE.
           MOVE 0 TO BSN-EMP-ID.
           MOVE SPACE TO BSN-DEP-TYPE.
           MOVE WS-DEPOSIT-TOTAL TO BSN-AMOUNT.
           MOVE WS-DEPOSIT-COUNT TO BSN-COUNT.
           MOVE WS-TARGET-PERIOD TO BSN-PERIOD.
           MOVE WS-ENV-RUN TO BSN-RUN-ID.
           MOVE WS-RUN-DATE TO BSN-SENT-DATE.
           WRITE BANK-SENT-ITEM.

       RECORD-IN-XMIT-REGISTER.
           OPEN EXTEND XMIT-REGISTER.
           MOVE WS-TRANSMIT-SEQ TO WS-XR-SEQ.
           MOVE WS-RUN-DATE TO WS-XR-DATE.
           MOVE WS-TARGET-PERIOD TO WS-XR-PERIOD.
           MOVE WS-ENV-RUN TO WS-XR-RUN-ID.
           MOVE WS-DEPOSIT-COUNT TO WS-XR-COUNT.
           MOVE WS-XMIT-LINE-BUILD TO XMIT-REGISTER-LINE.
           WRITE XMIT-REGISTER-LINE.
           CLOSE XMIT-REGISTER.

       LOAD-CROSS-BORDER-DETAILS.
      *> Who is paid outside their company's base currency, and
      *> everything needed to pay them: beneficiaries, rates and the
      *> period-end date the booking rate is taken at.
           PERFORM LOAD-COMPANY-BASES.
           PERFORM LOAD-FX-RATES.
           PERFORM LOAD-FX-BENEFICIARIES.
           PERFORM FIND-PERIOD-END-DATE.
           PERFORM DETERMINE-CURRENT-GENERATION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   *** Unable to open " WS-GDG-FILENAME
                   ", status " WS-FILE-STATUS
               DISPLAY "   Cannot tell cross-border employees -"
                   " NOTHING EXTRACTED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM NOTE-CROSS-BORDER-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               IF WS-XE-OVERFLOW = 1
                   DISPLAY "   *** Over 500 cross-border employees -"
                       " NOTHING EXTRACTED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "   Cross-border employees: " WS-XE-COUNT
                       " (rates as at " WS-PERIOD-END-DATE ")"
               END-IF
           END-IF.

       NOTE-CROSS-BORDER-EMPLOYEE.
           MOVE EMP-CURRENCY TO WS-EMP-CURR-WORK.
           IF WS-EMP-CURR-WORK = SPACES
               MOVE WS-SHOP-BASE TO WS-EMP-CURR-WORK
           END-IF.
           MOVE WS-SHOP-BASE TO WS-CO-BASE-WORK.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IX) = EMP-COMPANY
                       AND WS-CO-BASE (WS-CO-IX) NOT = SPACES
                   MOVE WS-CO-BASE (WS-CO-IX) TO WS-CO-BASE-WORK
               END-IF
           END-PERFORM.
           IF WS-EMP-CURR-WORK NOT = WS-CO-BASE-WORK
               IF WS-XE-COUNT < 500
                   ADD 1 TO WS-XE-COUNT
                   MOVE EMP-ID TO WS-XE-EMP-ID (WS-XE-COUNT)
                   MOVE EMP-COMPANY TO WS-XE-COMPANY (WS-XE-COUNT)
                   MOVE WS-EMP-CURR-WORK TO WS-XE-CURR (WS-XE-COUNT)
                   MOVE WS-CO-BASE-WORK TO WS-XE-BASE (WS-XE-COUNT)
               ELSE
                   MOVE 1 TO WS-XE-OVERFLOW
               END-IF
           END-IF.

       FIND-CROSS-BORDER-EMPLOYEE.
           MOVE 0 TO WS-XE-FOUND.
           PERFORM VARYING WS-XE-IX FROM 1 BY 1
                   UNTIL WS-XE-IX > WS-XE-COUNT
               IF WS-XE-EMP-ID (WS-XE-IX) = WS-XE-FIND-ID
                   MOVE WS-XE-IX TO WS-XE-FOUND
               END-IF
           END-PERFORM.

       LOAD-COMPANY-BASES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-TABLE-FILE.
           IF WS-COMPANY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-TABLE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 20
                               ADD 1 TO WS-CO-COUNT
                               MOVE CMP-CODE
                                   TO WS-CO-CODE (WS-CO-COUNT)
                               MOVE CMP-BASE-CURR
                                   TO WS-CO-BASE (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE-FILE
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 1
                   READ FX-RATE-FILE
                       AT END MOVE 1 TO WS-FX-EOF
                       NOT AT END
                           IF WS-FX-COUNT < 50
                               ADD 1 TO WS-FX-COUNT
                               MOVE FX-CURRENCY
                                   TO WS-FX-CURR (WS-FX-COUNT)
                               MOVE FX-EFF-DATE
                                   TO WS-FX-DATE (WS-FX-COUNT)
                               MOVE FX-RATE
                                   TO WS-FX-VALUE (WS-FX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       LOAD-FX-BENEFICIARIES.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FX-BENEF-FILE.
           IF WS-BENEF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FX-BENEF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-BF-COUNT < 500
                               ADD 1 TO WS-BF-COUNT
                               MOVE BFX-EMP-ID
                                   TO WS-BF-EMP-ID (WS-BF-COUNT)
                               MOVE BFX-BENEF-NAME
                                   TO WS-BF-NAME (WS-BF-COUNT)
                               MOVE BFX-SWIFT-BIC
                                   TO WS-BF-BIC (WS-BF-COUNT)
                               MOVE BFX-IBAN
                                   TO WS-BF-IBAN (WS-BF-COUNT)
                               MOVE BFX-BANK-NAME
                                   TO WS-BF-BANK (WS-BF-COUNT)
                               MOVE BFX-COUNTRY
                                   TO WS-BF-COUNTRY (WS-BF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-BENEF-FILE
           END-IF.

       FIND-PERIOD-END-DATE.
      *> The booking rate is the one in effect on the pay period's
      *> end date; a period not on payperiod.dat books at today's.
           MOVE WS-RUN-DATE TO WS-PERIOD-END-DATE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PP-PERIOD = WS-TARGET-PERIOD
                                   AND PP-END-DATE IS NUMERIC
                                   AND PP-END-DATE > 0
                               MOVE PP-END-DATE TO WS-PERIOD-END-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
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

       CUT-CROSS-BORDER-FILE.
      *> Its own envelope, sequence and register; only cut when
      *> there is something to send.
           IF WS-XB-ROWS > 0 OR WS-XB-REVQ-WAITING > 0
               PERFORM ASSIGN-XB-SEQUENCE
               OPEN OUTPUT XBORDER-FILE
               OPEN EXTEND FX-DIFF-FILE
               IF WS-FX-DIFF-STATUS = "35"
                   OPEN OUTPUT FX-DIFF-FILE
               END-IF
               MOVE WS-XB-TRANSMIT-SEQ TO WS-XH-SEQ
               MOVE WS-RUN-DATE TO WS-XH-DATE
               MOVE WS-TARGET-PERIOD TO WS-XH-PERIOD
               MOVE WS-PERIOD-END-DATE TO WS-XH-RATE-DATE
               MOVE WS-XB-HEADER-BUILD TO XBORDER-LINE
               WRITE XBORDER-LINE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-NO
               OPEN INPUT REGISTER-FILE
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           PERFORM SELECT-REGISTER-ROW
                           IF WS-ROW-SELECTED = 1
                               MOVE PRG-EMP-ID TO WS-XE-FIND-ID
                               PERFORM FIND-CROSS-BORDER-EMPLOYEE
                               IF WS-XE-FOUND > 0
                                   PERFORM PAY-ONE-CROSS-BORDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               PERFORM VARYING WS-REVQ-IX FROM 1 BY 1
                       UNTIL WS-REVQ-IX > WS-REVQ-COUNT
                   IF WS-RQ-SENT (WS-REVQ-IX) = "X"
                       PERFORM SEND-ONE-XB-REVERSAL
                   END-IF
               END-PERFORM
               MOVE WS-XB-COUNT TO WS-TL-COUNT
               MOVE WS-XB-TOTAL TO WS-TL-TOTAL
               MOVE WS-TRAILER-LINE-BUILD TO XBORDER-LINE
               WRITE XBORDER-LINE
               CLOSE XBORDER-FILE
               CLOSE FX-DIFF-FILE
               PERFORM RECORD-IN-XB-REGISTER
           END-IF.

       PAY-ONE-CROSS-BORDER.
           MOVE PRG-EMP-ID TO WS-XE-FIND-ID.
           PERFORM FIND-XB-BENEFICIARY.
           IF WS-BF-FOUND = 0
               ADD 1 TO WS-XB-NO-BENEF
               ADD 1 TO WS-NO-BANK-COUNT
               DISPLAY "   No cross-border beneficiary for "
                   PRG-EMP-ID " - pay manually"
           ELSE
               PERFORM PRICE-CROSS-BORDER-PAYMENT
               IF WS-RATES-OK = 0
                   ADD 1 TO WS-XB-NO-RATE
                   DISPLAY "   No usable " WS-XE-CURR (WS-XE-FOUND)
                       "/" WS-XE-BASE (WS-XE-FOUND) " rate for "
                       PRG-EMP-ID " - payment held"
               ELSE
                   MOVE PRG-NET TO WS-XB-NET
                   COMPUTE WS-BOOK-AMT ROUNDED =
                       WS-XB-NET * WS-BOOK-RATE
                   COMPUTE WS-PAY-AMT ROUNDED =
                       WS-XB-NET * WS-PAY-RATE
                   MOVE "L" TO WS-XD-TYPE
                   MOVE SPACES TO WS-XD-ORIG-PERIOD
                   PERFORM WRITE-XB-DETAIL
                   ADD WS-BOOK-AMT TO WS-XB-TOTAL
                   PERFORM WRITE-FX-DIFFERENCE
               END-IF
           END-IF.

       SEND-ONE-XB-REVERSAL.
      *> Debited back at the booking rate of this run; a reversal
      *> books no FX difference of its own.
           MOVE WS-RQ-EMP-ID (WS-REVQ-IX) TO WS-XE-FIND-ID.
           PERFORM FIND-CROSS-BORDER-EMPLOYEE.
           PERFORM FIND-XB-BENEFICIARY.
           MOVE "N" TO WS-RQ-SENT (WS-REVQ-IX).
           IF WS-BF-FOUND = 0
               ADD 1 TO WS-NO-BANK-COUNT
               DISPLAY "   No cross-border beneficiary for reversal"
                   " of " WS-RQ-EMP-ID (WS-REVQ-IX) " period "
                   WS-RQ-PERIOD (WS-REVQ-IX) " - left queued"
           ELSE
               PERFORM PRICE-CROSS-BORDER-PAYMENT
               IF WS-RATES-OK = 0
                   ADD 1 TO WS-XB-NO-RATE
                   DISPLAY "   No usable rate for reversal of "
                       WS-RQ-EMP-ID (WS-REVQ-IX) " - left queued"
               ELSE
                   MOVE WS-RQ-NET (WS-REVQ-IX) TO WS-XB-NET
                   COMPUTE WS-BOOK-AMT ROUNDED =
                       WS-XB-NET * WS-BOOK-RATE
                   MOVE "R" TO WS-XD-TYPE
                   MOVE WS-RQ-PERIOD (WS-REVQ-IX)
                       TO WS-XD-ORIG-PERIOD
                   PERFORM WRITE-XB-DETAIL
                   MOVE SPACES TO WS-XD-ORIG-PERIOD
                   ADD 1 TO WS-XB-REVERSALS
                   MOVE "Y" TO WS-RQ-SENT (WS-REVQ-IX)
               END-IF
           END-IF.

       FIND-XB-BENEFICIARY.
           MOVE 0 TO WS-BF-FOUND.
           PERFORM VARYING WS-BF-IX FROM 1 BY 1
                   UNTIL WS-BF-IX > WS-BF-COUNT
               IF WS-BF-EMP-ID (WS-BF-IX) = WS-XE-FIND-ID
                   MOVE WS-BF-IX TO WS-BF-FOUND
               END-IF
           END-PERFORM.

       PRICE-CROSS-BORDER-PAYMENT.
      *> Booking rate at the period end; payment rate today, or the
      *> booking rate when nothing newer is on file.
           MOVE 1 TO WS-RATES-OK.
           MOVE WS-PERIOD-END-DATE TO WS-RT-DATE.
           PERFORM CROSS-RATE-ON-DATE.
           IF WS-CROSS-FOUND = 1
               MOVE WS-CROSS-RATE TO WS-BOOK-RATE
           ELSE
               MOVE 0 TO WS-RATES-OK
           END-IF.
           MOVE WS-RUN-DATE TO WS-RT-DATE.
           PERFORM CROSS-RATE-ON-DATE.
           IF WS-CROSS-FOUND = 1
               MOVE WS-CROSS-RATE TO WS-PAY-RATE
           ELSE
               MOVE WS-BOOK-RATE TO WS-PAY-RATE
           END-IF.

       CROSS-RATE-ON-DATE.
      *> Company-base units per unit of the employee's currency.
           MOVE 0 TO WS-CROSS-FOUND.
           MOVE WS-XE-CURR (WS-XE-FOUND) TO WS-RT-CURR.
           PERFORM FIND-RATE-ON-DATE.
           IF WS-RT-FOUND = 1
               MOVE WS-RT-VALUE TO WS-EMP-RATE
               MOVE WS-XE-BASE (WS-XE-FOUND) TO WS-RT-CURR
               PERFORM FIND-RATE-ON-DATE
               IF WS-RT-FOUND = 1
                   COMPUTE WS-CROSS-RATE ROUNDED =
                       WS-EMP-RATE / WS-RT-VALUE
                   IF WS-CROSS-RATE > 0
                       MOVE 1 TO WS-CROSS-FOUND
                   END-IF
               END-IF
           END-IF.

       FIND-RATE-ON-DATE.
      *> The newest rate not after WS-RT-DATE, per DEMO4RPT.
           MOVE 0 TO WS-RT-FOUND.
           MOVE 0 TO WS-RT-BEST-DATE.
           MOVE 0 TO WS-RT-VALUE.
           IF WS-RT-CURR = WS-SHOP-BASE
               MOVE 1 TO WS-RT-VALUE
               MOVE 1 TO WS-RT-FOUND
           ELSE
               PERFORM VARYING WS-FX-IX FROM 1 BY 1
                       UNTIL WS-FX-IX > WS-FX-COUNT
                   IF WS-FX-CURR (WS-FX-IX) = WS-RT-CURR
                           AND WS-FX-DATE (WS-FX-IX) <= WS-RT-DATE
                           AND WS-FX-DATE (WS-FX-IX)
                               >= WS-RT-BEST-DATE
                           AND WS-FX-VALUE (WS-FX-IX) > 0
                       MOVE WS-FX-DATE (WS-FX-IX) TO WS-RT-BEST-DATE
                       MOVE WS-FX-VALUE (WS-FX-IX) TO WS-RT-VALUE
                       MOVE 1 TO WS-RT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-XB-DETAIL.
      *> WS-XB-NET, WS-BOOK-AMT and WS-XD-TYPE are set by the
      *> caller.
           MOVE WS-XE-EMP-ID (WS-XE-FOUND) TO WS-XD-EMP-ID.
           MOVE WS-XE-CURR (WS-XE-FOUND) TO WS-XD-CURR.
           MOVE WS-XB-NET TO WS-XD-AMOUNT.
           MOVE WS-XE-BASE (WS-XE-FOUND) TO WS-XD-BASE.
           MOVE WS-BOOK-AMT TO WS-XD-BASE-AMT.
           MOVE WS-BOOK-RATE TO WS-XD-RATE.
           MOVE WS-BF-BIC (WS-BF-FOUND) TO WS-XD-BIC.
           MOVE WS-BF-IBAN (WS-BF-FOUND) TO WS-XD-IBAN.
           MOVE WS-BF-NAME (WS-BF-FOUND) TO WS-XD-NAME.
           MOVE WS-BF-BANK (WS-BF-FOUND) TO WS-XD-BANK.
           MOVE WS-BF-COUNTRY (WS-BF-FOUND) TO WS-XD-COUNTRY.
           MOVE WS-XB-DETAIL-BUILD TO XBORDER-LINE.
           WRITE XBORDER-LINE.
           ADD 1 TO WS-XB-COUNT.

       WRITE-FX-DIFFERENCE.
           MOVE WS-XB-TRANSMIT-SEQ TO FXD-SEQ.
           MOVE WS-XE-EMP-ID (WS-XE-FOUND) TO FXD-EMP-ID.
           MOVE WS-XE-COMPANY (WS-XE-FOUND) TO FXD-COMPANY.
           MOVE WS-XE-CURR (WS-XE-FOUND) TO FXD-CURRENCY.
           MOVE WS-XE-BASE (WS-XE-FOUND) TO FXD-BASE-CURR.
           MOVE WS-TARGET-PERIOD TO FXD-PERIOD.
           MOVE WS-XB-NET TO FXD-FOREIGN-AMT.
           MOVE WS-BOOK-RATE TO FXD-BOOK-RATE.
           MOVE WS-BOOK-AMT TO FXD-BOOK-AMT.
           MOVE WS-PAY-RATE TO FXD-PAY-RATE.
           MOVE WS-PAY-AMT TO FXD-PAY-AMT.
           IF WS-PAY-AMT < WS-BOOK-AMT
               COMPUTE FXD-DIFF = WS-BOOK-AMT - WS-PAY-AMT
               MOVE "-" TO FXD-DIFF-SIGN
               SUBTRACT FXD-DIFF FROM WS-FX-NET-DIFF
           ELSE
               COMPUTE FXD-DIFF = WS-PAY-AMT - WS-BOOK-AMT
               MOVE "+" TO FXD-DIFF-SIGN
               ADD FXD-DIFF TO WS-FX-NET-DIFF
           END-IF.
           MOVE WS-RUN-DATE TO FXD-PAY-DATE.
           WRITE FX-DIFFERENCE-RECORD.

       ASSIGN-XB-SEQUENCE.
      *> The single-line counter convention, on its own counter so
      *> the domestic sequence the bank reconciles stays unbroken.
           OPEN INPUT XB-SEQ-COUNTER-FILE.
           IF WS-XB-SEQ-STATUS = "00"
               READ XB-SEQ-COUNTER-FILE
                   AT END MOVE 0 TO WS-XB-TRANSMIT-SEQ
                   NOT AT END MOVE XB-SEQ-COUNTER-LINE
                       TO WS-XB-TRANSMIT-SEQ
               END-READ
               CLOSE XB-SEQ-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-XB-TRANSMIT-SEQ
           END-IF.
           ADD 1 TO WS-XB-TRANSMIT-SEQ.
           OPEN OUTPUT XB-SEQ-COUNTER-FILE.
           MOVE WS-XB-TRANSMIT-SEQ TO XB-SEQ-COUNTER-LINE.
           WRITE XB-SEQ-COUNTER-LINE.
           CLOSE XB-SEQ-COUNTER-FILE.

       RECORD-IN-XB-REGISTER.
           OPEN EXTEND XB-XMIT-REGISTER.
           IF WS-XB-XMIT-STATUS = "35"
               OPEN OUTPUT XB-XMIT-REGISTER
           END-IF.
           MOVE WS-XB-TRANSMIT-SEQ TO WS-XR-SEQ.
           MOVE WS-RUN-DATE TO WS-XR-DATE.
           MOVE WS-TARGET-PERIOD TO WS-XR-PERIOD.
           MOVE WS-ENV-RUN TO WS-XR-RUN-ID.
           MOVE WS-XB-COUNT TO WS-XR-COUNT.
           MOVE WS-XMIT-LINE-BUILD TO XB-XMIT-REGISTER-LINE.
           WRITE XB-XMIT-REGISTER-LINE.
           CLOSE XB-XMIT-REGISTER.
