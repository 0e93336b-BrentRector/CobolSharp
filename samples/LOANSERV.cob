      *> The run ends with a 30/60/90 delinquency aging
      *> report (loanserv_aging.dat) and an ALERTLOG warning the
      *> first time a loan enters the 90-day bucket.
      *> Collections: after the aging pass every loan past due sits
      *> on the collections queue loan_collq.dat (LOANCQR.cpy). A
      *> loan newly past due is assigned to the active collector on
      *> loan_collectors.dat with the fewest open items; a loan
      *> current again comes off as cured. The queue is rewritten in
      *> working order -- broken promises first, then by bucket,
      *> then by balance -- with a printable worklist in
      *> loancoll_worklist.dat. Each payment posted counts toward
      *> any promise to pay recorded through LOANCOLL: the promise
      *> is kept when the promised amount has arrived by the
      *> promised date and broken when it has not, and either way
      *> the contact log loan_contacts.dat (LOANCNTR.cpy) says so.
      *> Late fees: an installment still unpaid when the grace
      *> period on the loan's late fee schedule (loan_fees.dat by
      *> the application's rate code, LOANFEER.cpy) has run out is
      *> charged one fee into LNB-FEE-BALANCE. Money received now
      *> clears fees first, then whole installments (interest, then
      *> principal). Every fee assessed or collected is logged to
      *> loan_fee_txn.dat (LOANFTXR.cpy), and the fees assessed and
      *> the LOANCOLL waivers not yet posted go to the ledger in
      *> loanfee_posting.dat, the LOANACCR H/D/T layout.
      *> Charge-off: a loan LOANCOAP has charged off (status X) no
      *> longer ages, takes fees or sits on the collections queue
      *> (it leaves with a CO contact row, not as cured), and money
      *> received on it is logged to loan_recoveries.dat
      *> (LOANRCVR.cpy) as a recovery instead of being posted to
      *> installments.
      *> Modified loans: a LOANMOD deferral or capitalization
      *> pushes the loan's due dates out by LNB-DUE-SHIFT months and
      *> the loan is re-aged on its modified schedule; the aging
      *> report marks every modified loan MOD.
      *> Payment history: every payment applied is logged to
      *> loan_payhist.dat (LOANPHR.cpy) with its split into fees,
      *> interest, principal and extra principal, for the LOANSTMT
      *> billing statements.
      *>
      *> loan_payments.dat, one payment per line:
      *>   col 1-8   applicant ID
           SELECT NOTICE-FILE ASSIGN TO "loanserv_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      *> The collections queue, its collectors, contact log and the
      *> worklist.
           SELECT COLLECTION-QUEUE ASSIGN TO "loan_collq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT COLLECTOR-ROSTER ASSIGN TO "loan_collectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CONTACT-LOG ASSIGN TO "loan_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "loancoll_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
      *> Late fee schedule, fee transactions and their GL posting.
           SELECT FEE-TABLE ASSIGN TO "loan_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT FEE-TXN-LOG ASSIGN TO "loan_fee_txn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TXN-STATUS.
           SELECT FEE-POSTING ASSIGN TO "loanfee_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-POST-STATUS.
           SELECT FEE-GL-MARK ASSIGN TO "loanfee_glmark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-MARK-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "glsuspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RECOVERY-LOG ASSIGN TO "loan_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "loan_payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(100).

       FD COLLECTION-QUEUE.
           COPY LOANCQR.

       FD COLLECTOR-ROSTER.
      *> One row per collector: operator ID, name, A active.
       01 COLLECTOR-RECORD.
          05 COL-ID          PIC X(8).
          05 COL-NAME        PIC X(20).
          05 COL-ACTIVE      PIC X.

       FD CONTACT-LOG.
           COPY LOANCNTR.

       FD WORKLIST-FILE.
       01 WORKLIST-LINE PIC X(100).

       FD FEE-TABLE.
           COPY LOANFEER.

       FD FEE-TXN-LOG.
           COPY LOANFTXR.

       FD FEE-POSTING.
       01 FEE-POSTING-LINE PIC X(60).

       FD FEE-GL-MARK.
      *> Count of loan_fee_txn.dat rows already posted.
       01 FEE-GL-MARK-LINE PIC 9(7).

       FD SUSPENSE-FILE.
           COPY GLSUSR.

       FD RECOVERY-LOG.
           COPY LOANRCVR.

       FD PAYMENT-HISTORY.
           COPY LOANPHR.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS     PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS  PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-EXC-STATUS      PIC XX VALUE SPACES.
       01 WS-NOTICE-STATUS   PIC XX VALUE SPACES.
       01 WS-QUEUE-STATUS    PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS   PIC XX VALUE SPACES.
       01 WS-CONTACT-STATUS  PIC XX VALUE SPACES.
       01 WS-WORKLIST-STATUS PIC XX VALUE SPACES.
       01 WS-FEE-STATUS      PIC XX VALUE SPACES.
       01 WS-FEE-TXN-STATUS  PIC XX VALUE SPACES.
       01 WS-FEE-POST-STATUS PIC XX VALUE SPACES.
       01 WS-FEE-MARK-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-RECOVERY-STATUS PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YYYY      PIC 9(4).
          05 WS-TODAY-MM        PIC 9(2).
          05 WS-TODAY-DD        PIC 9(2).
       01 WS-TODAY-INT       PIC S9(9) VALUE 0.

       01 WS-PAYMENTS-READ   PIC 9(5) VALUE 0.
      *> Req 117: prepayment and underpayment outcomes.
       01 WS-PREPAY-COUNT    PIC 9(4) VALUE 0.
       01 WS-UNDERPAY-COUNT  PIC 9(4) VALUE 0.
       01 WS-RECOVERY-COUNT  PIC 9(4) VALUE 0.
       01 WS-RECOVERY-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-INSTALL-THIS-PAY PIC 9(3) VALUE 0.
       01 WS-PREPAY-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-SIM-BALANCE     PIC 9(7)V99 VALUE 0.
       01 WS-INT-AFTER       PIC 9(9)V99 VALUE 0.
       01 WS-INT-SAVED       PIC 9(9)V99 VALUE 0.
       01 WS-NEW-TERM        PIC 9(3) VALUE 0.
      *> Where the payment in hand went, for loan_payhist.dat.
       01 WS-PH-FEES         PIC 9(5)V99 VALUE 0.
       01 WS-PH-INTEREST     PIC 9(7)V99 VALUE 0.
       01 WS-PH-PRINCIPAL    PIC 9(7)V99 VALUE 0.
       01 WS-PH-EXTRA        PIC 9(7)V99 VALUE 0.

      *> Balances held whole for the run (the EMPPERGN idiom).
       01 WS-BAL-COUNT       PIC 9(4) VALUE 0.
             10 WS-LB-NEXTDUE  PIC 9(8).
             10 WS-LB-UNAPPL   PIC 9(7)V99.
             10 WS-LB-BUCKET   PIC 9(2).
             10 WS-LB-DAYS     PIC S9(5).
             10 WS-LB-FEE-BAL  PIC 9(5)V99.
             10 WS-LB-FEE-THRU PIC 9(3).
             10 WS-LB-MOD      PIC X.
             10 WS-LB-SHIFT    PIC 9(3).
       01 WS-BAL-IX          PIC 9(4) VALUE 0.

      *> Late fee schedule rows, and each loan's rate code off
      *> loan_apps.dat.
       01 WS-FEE-COUNT       PIC 9(3) VALUE 0.
       01 WS-FEE-SCHED-TABLE.
          05 WS-FS-ENTRY OCCURS 100 TIMES.
             10 WS-FS-RATE-CODE   PIC X(4).
             10 WS-FS-EFF-DATE    PIC 9(8).
             10 WS-FS-GRACE       PIC 9(3).
             10 WS-FS-TYPE        PIC X.
             10 WS-FS-FLAT        PIC 9(5)V99.
             10 WS-FS-PCT         PIC 9V9(4).
             10 WS-FS-MAX         PIC 9(5)V99.
       01 WS-FS-IX           PIC 9(3) VALUE 0.
       01 WS-FS-FOUND        PIC 9(3) VALUE 0.
       01 WS-CODE-COUNT      PIC 9(4) VALUE 0.
       01 WS-CODE-TABLE.
          05 WS-RC-ENTRY OCCURS 500 TIMES.
             10 WS-RC-APP-ID      PIC X(8).
             10 WS-RC-RATE-CODE   PIC X(4).
       01 WS-RC-IX           PIC 9(4) VALUE 0.
       01 WS-FEE-RATE-CODE   PIC X(4) VALUE SPACES.
       01 WS-FEE-INST        PIC 9(3) VALUE 0.
       01 WS-FEE-DUE-INT     PIC S9(9) VALUE 0.
       01 WS-FEE-STOP        PIC 9 VALUE 0.
       01 WS-FEE-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-FEES-ASSESSED   PIC 9(5) VALUE 0.
       01 WS-FEE-ASSESS-AMT  PIC 9(7)V99 VALUE 0.
       01 WS-FEE-COLLECT-AMT PIC 9(7)V99 VALUE 0.
       01 WS-FT-TYPE         PIC X VALUE SPACE.

      *> Fee transactions not yet posted, held until the balance
      *> check releases loanfee_posting.dat (the LOANACCR shape).
       01 WS-FEE-MARK        PIC 9(7) VALUE 0.
       01 WS-FEE-TXN-ROWS    PIC 9(7) VALUE 0.
       01 WS-FP-COUNT        PIC 9(4) VALUE 0.
       01 WS-FP-TABLE.
          05 WS-FP-ENTRY OCCURS 1000 TIMES.
             10 WS-FP-TYPE        PIC X.
             10 WS-FP-AMOUNT      PIC 9(5)V99.
       01 WS-FP-IX           PIC 9(4) VALUE 0.
       01 WS-FP-DR-ACCOUNT   PIC X(14) VALUE SPACES.
       01 WS-FP-CR-ACCOUNT   PIC X(14) VALUE SPACES.
       01 WS-RECV-ACCOUNT    PIC X(14) VALUE "FEE-RECEIVABLE".
       01 WS-INCOME-ACCOUNT  PIC X(14) VALUE "FEE-INCOME".
       01 WS-WAIVER-ACCOUNT  PIC X(14) VALUE "FEE-WAIVERS".
       01 WS-RECV-SUSPENDED  PIC 9 VALUE 0.
       01 WS-INCOME-SUSPENDED PIC 9 VALUE 0.
       01 WS-WAIVER-SUSPENDED PIC 9 VALUE 0.
       01 WS-GL-VALID        PIC 9 VALUE 0.
       01 WS-SUSPENSE-COUNT  PIC 9(4) VALUE 0.
       01 WS-FP-LINE-COUNT   PIC 9(6) VALUE 0.
       01 WS-FP-HASH-TOTAL   PIC 9(9) VALUE 0.
       01 WS-FP-DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-FP-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FP-HEADER-BUILD.
          05 FILLER             PIC X(10) VALUE "H RUNDATE=".
          05 WS-FH-DATE         PIC 9(8).
          05 FILLER             PIC X(5) VALUE " GEN=".
          05 WS-FH-GENERATION   PIC 9(4).
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-FP-DETAIL-BUILD.
          05 FILLER             PIC X(2) VALUE "D ".
          05 WS-FD-DEPT         PIC X(3).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-FD-ACCOUNT      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-FD-DRCR         PIC X(2).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-FD-AMOUNT       PIC 9(9).99.
          05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-FP-TRAILER-BUILD.
          05 FILLER             PIC X(8) VALUE "T COUNT=".
          05 WS-FT-COUNT        PIC 9(6).
          05 FILLER             PIC X(6) VALUE " HASH=".
          05 WS-FT-HASH         PIC 9(9).
          05 FILLER             PIC X(31) VALUE SPACES.

      *> The collections queue, held whole like the balances.
       01 WS-QUEUE-COUNT     PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QT-ENTRY OCCURS 500 TIMES.
             10 WS-QT-APP-ID      PIC X(8).
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
             10 WS-QT-KEEP        PIC 9.
             10 WS-QT-WRITTEN     PIC 9.
       01 WS-QT-IX           PIC 9(4) VALUE 0.
       01 WS-QT-FOUND        PIC 9(4) VALUE 0.
       01 WS-QT-BEST         PIC 9(4) VALUE 0.
       01 WS-QT-RANK         PIC 9(4) VALUE 0.
       01 WS-QT-KEPT-ROWS    PIC 9(4) VALUE 0.
       01 WS-QT-BETTER       PIC 9 VALUE 0.
       01 WS-QUEUE-NEW       PIC 9(4) VALUE 0.
       01 WS-QUEUE-CURED     PIC 9(4) VALUE 0.
       01 WS-QT-CHARGED      PIC 9 VALUE 0.
       01 WS-PROMISES-KEPT   PIC 9(4) VALUE 0.
       01 WS-PROMISES-BROKEN PIC 9(4) VALUE 0.
       01 WS-MISSED-MONTHS   PIC S9(5) VALUE 0.
       01 WS-PAST-DUE-AMT    PIC S9(9)V99 VALUE 0.

      *> Active collectors and their open workload.
       01 WS-COL-COUNT       PIC 9(2) VALUE 0.
       01 WS-COL-TABLE.
          05 WS-COL-ENTRY OCCURS 50 TIMES.
             10 WS-CT-ID          PIC X(8).
             10 WS-CT-LOAD        PIC 9(4).
       01 WS-COL-IX          PIC 9(2) VALUE 0.
       01 WS-COL-PICK        PIC 9(2) VALUE 0.

      *> A row the run itself writes to the contact log.
       01 WS-SC-OUTCOME      PIC X(2) VALUE SPACES.
       01 WS-SC-NOTE         PIC X(40) VALUE SPACES.

      *> Worklist lines built with MOVE.
       01 WS-WL-HEAD-BUILD.
          05 FILLER            PIC X(31) VALUE
              "LOAN COLLECTIONS WORKLIST - RUN".
          05 FILLER            PIC X VALUE SPACE.
          05 WS-WH-DATE        PIC 9(8).
          05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-WL-DETAIL-BUILD.
          05 WS-WD-RANK        PIC ZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-WD-APP-ID      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-WD-COLLECTOR   PIC X(8).
          05 FILLER            PIC X(5) VALUE " BKT ".
          05 WS-WD-BUCKET      PIC 9(2).
          05 FILLER            PIC X(6) VALUE " DAYS ".
          05 WS-WD-DAYS        PIC ZZZZ9.
          05 FILLER            PIC X(5) VALUE " BAL ".
          05 WS-WD-BALANCE     PIC ZZZZZZ9.99.
          05 FILLER            PIC X(6) VALUE " PAST ".
          05 WS-WD-PAST-DUE    PIC ZZZZZZ9.99.
          05 FILLER            PIC X(5) VALUE " PRM ".
          05 WS-WD-PROM-STATUS PIC X.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-WD-PROM-DATE   PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-WD-PROM-AMT    PIC ZZZZZZ9.99 BLANK WHEN ZERO.
       01 WS-FOUND-IX        PIC 9(4) VALUE 0.

      *> Installment-split work fields (DEMO5AMRT's arithmetic).
          05 WS-DL-DAYS        PIC ZZZZ9-.
          05 FILLER            PIC X(5) VALUE " BKT ".
          05 WS-DL-BUCKET      PIC 9(2).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-MOD         PIC X(3).
          05 FILLER            PIC X(10) VALUE SPACES.
       01 WS-BUCKET-LINE-BUILD.
          05 WS-BL-LABEL       PIC X(22).
          05 WS-BL-AMOUNT      PIC Z(8)9.99.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM LOAD-BALANCES.
           PERFORM LOAD-COLLECTIONS-QUEUE.
           PERFORM OPEN-OUTCOME-FILES.
           PERFORM POST-PAYMENT-FEED.
           PERFORM CLOSE-OUTCOME-FILES.
           IF RETURN-CODE < 8
               PERFORM LOAD-FEE-SCHEDULE
               PERFORM LOAD-LOAN-RATE-CODES
               PERFORM AGE-ALL-LOANS
               PERFORM REWRITE-BALANCE-FILE
               PERFORM WRITE-AGING-REPORT
               PERFORM REBUILD-COLLECTIONS-QUEUE
               PERFORM POST-FEE-TRANSACTIONS
               DISPLAY "   Payments read:      " WS-PAYMENTS-READ
               DISPLAY "   Installments posted: " WS-POSTED-COUNT
               DISPLAY "   Unknown-loan lines:  " WS-NOLOAN-COUNT
               DISPLAY "   Prepayments applied: " WS-PREPAY-COUNT
               DISPLAY "   Underpayments:       " WS-UNDERPAY-COUNT
               DISPLAY "   Recoveries logged:   " WS-RECOVERY-COUNT
                   " for " WS-RECOVERY-AMT
               DISPLAY "   New 90-day loans:    " WS-NEW-90-COUNT
               DISPLAY "   Aging in loanserv_aging.dat"
               DISPLAY "   Collections queue:   " WS-QT-KEPT-ROWS
                   " (" WS-QUEUE-NEW " new, " WS-QUEUE-CURED
                   " cured)"
               DISPLAY "   Promises kept:       " WS-PROMISES-KEPT
               DISPLAY "   Promises broken:     " WS-PROMISES-BROKEN
               DISPLAY "   Worklist in loancoll_worklist.dat"
               DISPLAY "   Late fees assessed:  " WS-FEES-ASSESSED
                   " for " WS-FEE-ASSESS-AMT
               DISPLAY "   Fee money collected: " WS-FEE-COLLECT-AMT
               DISPLAY "   Fee txns to the GL:  " WS-FP-COUNT
               IF (WS-NOLOAN-COUNT > 0 OR WS-NEW-90-COUNT > 0
                       OR WS-UNDERPAY-COUNT > 0)
                       AND RETURN-CODE < 4
                                   WS-LB-UNAPPL (WS-BAL-COUNT)
                               MOVE LNB-AGE-BUCKET TO
                                   WS-LB-BUCKET (WS-BAL-COUNT)
                               MOVE 0 TO WS-LB-DAYS (WS-BAL-COUNT)
                               PERFORM TAKE-FEE-FIELDS
                               PERFORM TAKE-MOD-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "   No schedule for " PAY-APP-ID
                   " - payment not posted"
           ELSE
               EVALUATE WS-LB-STATUS (WS-FOUND-IX)
                   WHEN "C"
                       ADD 1 TO WS-NOLOAN-COUNT
                       DISPLAY "   Loan " PAY-APP-ID
                           " already paid off - payment not posted"
                   WHEN "X"
                       PERFORM RECORD-RECOVERY
                   WHEN OTHER
                       PERFORM APPLY-MONEY-TO-LOAN
                       PERFORM NOTE-PAYMENT-FOR-PROMISE
               END-EVALUATE
           END-IF.

       FIND-BALANCE-ROW.
                           PERFORM FIND-ORIGINATION-DATE
                           MOVE 0 TO WS-LB-UNAPPL (WS-FOUND-IX)
                           MOVE 0 TO WS-LB-BUCKET (WS-FOUND-IX)
                           MOVE 0 TO WS-LB-DAYS (WS-FOUND-IX)
                           MOVE 0 TO WS-LB-FEE-BAL (WS-FOUND-IX)
                           MOVE 0 TO WS-LB-FEE-THRU (WS-FOUND-IX)
                           MOVE SPACE TO WS-LB-MOD (WS-FOUND-IX)
                           MOVE 0 TO WS-LB-SHIFT (WS-FOUND-IX)
                           PERFORM SET-NEXT-DUE-DATE
                       END-IF
               END-READ
      *> installments first.
           COMPUTE WS-AVAILABLE =
               PAY-AMOUNT + WS-LB-UNAPPL (WS-FOUND-IX).
           MOVE 0 TO WS-PH-FEES.
           MOVE 0 TO WS-PH-INTEREST.
           MOVE 0 TO WS-PH-PRINCIPAL.
           MOVE 0 TO WS-PH-EXTRA.
      *> Late fees outstanding are cleared before any installment.
           IF WS-LB-FEE-BAL (WS-FOUND-IX) > 0 AND WS-AVAILABLE > 0
               PERFORM COLLECT-LATE-FEES
           END-IF.
           MOVE 0 TO WS-INSTALL-THIS-PAY.
           PERFORM UNTIL WS-AVAILABLE < WS-LB-PMT (WS-FOUND-IX)
                   OR WS-LB-STATUS (WS-FOUND-IX) = "C"
               WHEN OTHER
                   PERFORM REJECT-UNDERPAYMENT
           END-EVALUATE.
           PERFORM WRITE-PAYMENT-HISTORY.

       POST-ONE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE =
           END-IF.
           SUBTRACT WS-PRIN-PORTION FROM WS-LB-PRIN (WS-FOUND-IX).
           SUBTRACT WS-LB-PMT (WS-FOUND-IX) FROM WS-AVAILABLE.
           ADD WS-INTEREST TO WS-PH-INTEREST.
           ADD WS-PRIN-PORTION TO WS-PH-PRINCIPAL.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-INSTALL-THIS-PAY.
           IF WS-LB-PRIN (WS-FOUND-IX) = 0
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           OPEN EXTEND RECOVERY-LOG.
           IF WS-RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-LOG
           END-IF.
           OPEN EXTEND PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAYMENT-HISTORY
           END-IF.

       CLOSE-OUTCOME-FILES.
           CLOSE LOAN-EXCEPTIONS.
           CLOSE NOTICE-FILE.
           CLOSE RECOVERY-LOG.
           CLOSE PAYMENT-HISTORY.

       RECORD-RECOVERY.
      *> The loan is written off; the money is a recovery for
      *> LOANCOAP to post and is not applied to installments.
           MOVE PAY-APP-ID TO RCV-APP-ID.
           MOVE PAY-DATE TO RCV-DATE.
           MOVE PAY-AMOUNT TO RCV-AMOUNT.
           WRITE RECOVERY-RECORD.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD PAY-AMOUNT TO WS-RECOVERY-AMT.
           DISPLAY "   Loan " PAY-APP-ID
               " charged off - payment logged as a recovery".

       WRITE-PAYMENT-HISTORY.
      *> One row per payment applied; whatever did not go to fees,
      *> installments or extra principal is what is held.
           MOVE PAY-APP-ID TO PH-APP-ID.
           MOVE PAY-DATE TO PH-DATE.
           MOVE PAY-AMOUNT TO PH-AMOUNT.
           MOVE WS-PH-FEES TO PH-FEES.
           MOVE WS-PH-INTEREST TO PH-INTEREST.
           MOVE WS-PH-PRINCIPAL TO PH-PRINCIPAL.
           MOVE WS-PH-EXTRA TO PH-EXTRA-PRIN.
           MOVE WS-LB-UNAPPL (WS-FOUND-IX) TO PH-HELD.
           WRITE PAYMENT-HISTORY-RECORD.

       APPLY-EXTRA-PRINCIPAL.
      *> Req 117: the overshoot reduces principal now; the schedule
               PERFORM REGENERATE-SHORTENED-SCHEDULE
           END-IF.
           COMPUTE WS-INT-SAVED = WS-INT-BEFORE - WS-INT-AFTER.
           MOVE WS-PREPAY-AMOUNT TO WS-PH-EXTRA.
           ADD 1 TO WS-PREPAY-COUNT.
           PERFORM WRITE-PREPAY-NOTICE.

               " held unapplied".

       SET-NEXT-DUE-DATE.
      *> Installment n falls due n months after origination, plus
      *> any LOANMOD deferral shift; the day clamps to 28 so the
      *> result is always a real date for INTEGER-OF-DATE.
           MOVE WS-LB-ORIG (WS-FOUND-IX) (1:4) TO WS-DUE-YEAR.
           MOVE WS-LB-ORIG (WS-FOUND-IX) (5:2) TO WS-DUE-MONTH.
           MOVE WS-LB-ORIG (WS-FOUND-IX) (7:2) TO WS-DUE-DAY.
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-DUE-MONTH = WS-DUE-MONTH
               + WS-LB-SHIFT (WS-FOUND-IX)
               + WS-LB-PAIDTHRU (WS-FOUND-IX) + 1.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > WS-BAL-COUNT
               IF WS-LB-STATUS (WS-FOUND-IX) = "O"
                   PERFORM ASSESS-LATE-FEES
                   PERFORM AGE-ONE-LOAN
               END-IF
           END-PERFORM.
               MOVE WS-HOLD-RC TO RETURN-CODE
           END-IF.
           MOVE WS-NEW-BUCKET TO WS-LB-BUCKET (WS-FOUND-IX).
           MOVE WS-DAYS-PAST-DUE TO WS-LB-DAYS (WS-FOUND-IX).
           EVALUATE WS-NEW-BUCKET
               WHEN 90 ADD WS-LB-PRIN (WS-FOUND-IX) TO WS-BKT-90
               WHEN 60 ADD WS-LB-PRIN (WS-FOUND-IX) TO WS-BKT-60
               MOVE WS-LB-NEXTDUE (WS-BAL-IX) TO LNB-NEXT-DUE
               MOVE WS-LB-UNAPPL (WS-BAL-IX) TO LNB-UNAPPLIED
               MOVE WS-LB-BUCKET (WS-BAL-IX) TO LNB-AGE-BUCKET
               MOVE WS-LB-FEE-BAL (WS-BAL-IX) TO LNB-FEE-BALANCE
               MOVE WS-LB-FEE-THRU (WS-BAL-IX) TO LNB-FEE-THROUGH
               MOVE WS-LB-MOD (WS-BAL-IX) TO LNB-MOD-FLAG
               MOVE WS-LB-SHIFT (WS-BAL-IX) TO LNB-DUE-SHIFT
               WRITE LOAN-BALANCE-RECORD
           END-PERFORM.
           CLOSE BALANCE-FILE.
                       TO WS-DL-PAIDTHRU
                   MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
                   MOVE WS-LB-BUCKET (WS-FOUND-IX) TO WS-DL-BUCKET
                   IF WS-LB-MOD (WS-FOUND-IX) = "M"
                       MOVE "MOD" TO WS-DL-MOD
                   ELSE
                       MOVE SPACES TO WS-DL-MOD
                   END-IF
                   MOVE WS-DETAIL-LINE-BUILD TO AGING-REPORT-LINE
                   WRITE AGING-REPORT-LINE
               END-IF
           MOVE WS-BUCKET-LINE-BUILD TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           CLOSE AGING-REPORT.

       LOAD-COLLECTIONS-QUEUE.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COLLECTION-QUEUE.
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COLLECTION-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-QUEUE-COUNT < 500
                               ADD 1 TO WS-QUEUE-COUNT
                               PERFORM TAKE-QUEUE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-QUEUE
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-QUEUE-ROW.
           MOVE CQ-APP-ID TO WS-QT-APP-ID (WS-QUEUE-COUNT).
           MOVE CQ-COLLECTOR TO WS-QT-COLLECTOR (WS-QUEUE-COUNT).
           MOVE CQ-DAYS-PAST-DUE TO WS-QT-DAYS (WS-QUEUE-COUNT).
           MOVE CQ-BUCKET TO WS-QT-BUCKET (WS-QUEUE-COUNT).
           MOVE CQ-BALANCE TO WS-QT-BALANCE (WS-QUEUE-COUNT).
           MOVE CQ-PAST-DUE-AMT TO WS-QT-PAST-DUE (WS-QUEUE-COUNT).
           MOVE CQ-NEXT-DUE TO WS-QT-NEXT-DUE (WS-QUEUE-COUNT).
           MOVE CQ-ENTERED-DATE TO WS-QT-ENTERED (WS-QUEUE-COUNT).
           MOVE CQ-LAST-CONTACT
               TO WS-QT-LAST-CONTACT (WS-QUEUE-COUNT).
           MOVE CQ-LAST-OUTCOME
               TO WS-QT-LAST-OUTCOME (WS-QUEUE-COUNT).
           MOVE CQ-PROMISE-STATUS
               TO WS-QT-PROM-STATUS (WS-QUEUE-COUNT).
           MOVE CQ-PROMISE-DATE TO WS-QT-PROM-DATE (WS-QUEUE-COUNT).
           MOVE CQ-PROMISE-AMT TO WS-QT-PROM-AMT (WS-QUEUE-COUNT).
           MOVE CQ-PROMISE-PAID TO WS-QT-PROM-PAID (WS-QUEUE-COUNT).
           MOVE CQ-LETTER-LEVEL TO WS-QT-LETTER (WS-QUEUE-COUNT).
           MOVE 0 TO WS-QT-KEEP (WS-QUEUE-COUNT).
           MOVE 0 TO WS-QT-WRITTEN (WS-QUEUE-COUNT).

       FIND-QUEUE-ROW.
      *> WS-QT-FOUND for the loan in WS-LB-APP-ID (WS-FOUND-IX).
           MOVE 0 TO WS-QT-FOUND.
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                   UNTIL WS-QT-IX > WS-QUEUE-COUNT
               IF WS-QT-APP-ID (WS-QT-IX) = WS-LB-APP-ID (WS-FOUND-IX)
                   MOVE WS-QT-IX TO WS-QT-FOUND
               END-IF
           END-PERFORM.

       NOTE-PAYMENT-FOR-PROMISE.
      *> Money toward a pending promise: kept once the promised
      *> amount is in by the promised date, broken if it comes late.
           PERFORM FIND-QUEUE-ROW.
           IF WS-QT-FOUND > 0
               IF WS-QT-PROM-STATUS (WS-QT-FOUND) = "P"
                   ADD PAY-AMOUNT TO WS-QT-PROM-PAID (WS-QT-FOUND)
                   IF PAY-DATE > WS-QT-PROM-DATE (WS-QT-FOUND)
                       PERFORM BREAK-THE-PROMISE
                       MOVE "PAID AFTER THE PROMISED DATE"
                           TO WS-SC-NOTE
                       PERFORM WRITE-SYSTEM-CONTACT
                   ELSE
                       IF WS-QT-PROM-PAID (WS-QT-FOUND)
                               >= WS-QT-PROM-AMT (WS-QT-FOUND)
                           MOVE "K" TO WS-QT-PROM-STATUS (WS-QT-FOUND)
                           ADD 1 TO WS-PROMISES-KEPT
                           MOVE "PK" TO WS-SC-OUTCOME
                           MOVE "PROMISED AMOUNT RECEIVED"
                               TO WS-SC-NOTE
                           PERFORM WRITE-SYSTEM-CONTACT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BREAK-THE-PROMISE.
           MOVE "B" TO WS-QT-PROM-STATUS (WS-QT-FOUND).
           ADD 1 TO WS-PROMISES-BROKEN.
           MOVE "PB" TO WS-SC-OUTCOME.

       REBUILD-COLLECTIONS-QUEUE.
      *> Loans still past due keep their row (and collector); loans
      *> newly past due are added and assigned; the rest are cured.
           PERFORM LOAD-COLLECTOR-ROSTER.
           MOVE 0 TO WS-QUEUE-NEW.
           MOVE 0 TO WS-QUEUE-CURED.
           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > WS-BAL-COUNT
               IF WS-LB-STATUS (WS-FOUND-IX) = "O"
                       AND WS-LB-DAYS (WS-FOUND-IX) > 0
                   PERFORM FIND-QUEUE-ROW
                   IF WS-QT-FOUND > 0
                       PERFORM REFRESH-QUEUE-ROW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > WS-BAL-COUNT
               IF WS-LB-STATUS (WS-FOUND-IX) = "O"
                       AND WS-LB-DAYS (WS-FOUND-IX) > 0
                   PERFORM FIND-QUEUE-ROW
                   IF WS-QT-FOUND = 0 AND WS-QUEUE-COUNT < 500
                       PERFORM ADD-QUEUE-ROW
                       PERFORM REFRESH-QUEUE-ROW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                   UNTIL WS-QT-IX > WS-QUEUE-COUNT
               IF WS-QT-KEEP (WS-QT-IX) = 0
                   MOVE WS-QT-IX TO WS-QT-FOUND
                   PERFORM CHECK-QUEUE-LOAN-CHARGED
                   IF WS-QT-CHARGED = 1
                       MOVE "CO" TO WS-SC-OUTCOME
                       MOVE "CHARGED OFF - OFF THE QUEUE"
                           TO WS-SC-NOTE
                   ELSE
                       ADD 1 TO WS-QUEUE-CURED
                       MOVE "CU" TO WS-SC-OUTCOME
                       MOVE "CURRENT AGAIN - OFF THE QUEUE"
                           TO WS-SC-NOTE
                   END-IF
                   PERFORM WRITE-SYSTEM-CONTACT
               END-IF
           END-PERFORM.
           PERFORM WRITE-COLLECTIONS-QUEUE.

       CHECK-QUEUE-LOAN-CHARGED.
           MOVE 0 TO WS-QT-CHARGED.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               IF WS-LB-APP-ID (WS-BAL-IX)
                       = WS-QT-APP-ID (WS-QT-FOUND)
                       AND WS-LB-STATUS (WS-BAL-IX) = "X"
                   MOVE 1 TO WS-QT-CHARGED
               END-IF
           END-PERFORM.

       LOAD-COLLECTOR-ROSTER.
           MOVE 0 TO WS-COL-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COLLECTOR-ROSTER.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ COLLECTOR-ROSTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COL-ACTIVE = "A" AND WS-COL-COUNT < 50
                               ADD 1 TO WS-COL-COUNT
                               MOVE COL-ID TO WS-CT-ID (WS-COL-COUNT)
                               MOVE 0 TO WS-CT-LOAD (WS-COL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTOR-ROSTER
           END-IF.
           MOVE 0 TO WS-EOF.

       ADD-QUEUE-ROW.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE WS-QUEUE-COUNT TO WS-QT-FOUND.
           ADD 1 TO WS-QUEUE-NEW.
           MOVE WS-LB-APP-ID (WS-FOUND-IX)
               TO WS-QT-APP-ID (WS-QT-FOUND).
           MOVE WS-TODAY-DATE TO WS-QT-ENTERED (WS-QT-FOUND).
           MOVE 0 TO WS-QT-LAST-CONTACT (WS-QT-FOUND).
           MOVE SPACES TO WS-QT-LAST-OUTCOME (WS-QT-FOUND).
           MOVE SPACE TO WS-QT-PROM-STATUS (WS-QT-FOUND).
           MOVE 0 TO WS-QT-PROM-DATE (WS-QT-FOUND).
           MOVE 0 TO WS-QT-PROM-AMT (WS-QT-FOUND).
           MOVE 0 TO WS-QT-PROM-PAID (WS-QT-FOUND).
           MOVE 0 TO WS-QT-LETTER (WS-QT-FOUND).
           MOVE 0 TO WS-QT-WRITTEN (WS-QT-FOUND).
           PERFORM PICK-COLLECTOR.

       PICK-COLLECTOR.
      *> The active collector with the fewest open items; with no
      *> roster the row waits unassigned for LOANCOLL to hand out.
           MOVE SPACES TO WS-QT-COLLECTOR (WS-QT-FOUND).
           MOVE 0 TO WS-COL-PICK.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COL-COUNT
               MOVE 0 TO WS-CT-LOAD (WS-COL-IX)
               PERFORM VARYING WS-QT-IX FROM 1 BY 1
                       UNTIL WS-QT-IX > WS-QUEUE-COUNT
                   IF WS-QT-KEEP (WS-QT-IX) = 1
                           AND WS-QT-COLLECTOR (WS-QT-IX)
                               = WS-CT-ID (WS-COL-IX)
                       ADD 1 TO WS-CT-LOAD (WS-COL-IX)
                   END-IF
               END-PERFORM
               IF WS-COL-PICK = 0
                   MOVE WS-COL-IX TO WS-COL-PICK
               ELSE
                   IF WS-CT-LOAD (WS-COL-IX)
                           < WS-CT-LOAD (WS-COL-PICK)
                       MOVE WS-COL-IX TO WS-COL-PICK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COL-PICK > 0
               MOVE WS-CT-ID (WS-COL-PICK)
                   TO WS-QT-COLLECTOR (WS-QT-FOUND)
           END-IF.

       REFRESH-QUEUE-ROW.
           MOVE 1 TO WS-QT-KEEP (WS-QT-FOUND).
           MOVE WS-LB-DAYS (WS-FOUND-IX) TO WS-QT-DAYS (WS-QT-FOUND).
           MOVE WS-LB-BUCKET (WS-FOUND-IX)
               TO WS-QT-BUCKET (WS-QT-FOUND).
           MOVE WS-LB-PRIN (WS-FOUND-IX)
               TO WS-QT-BALANCE (WS-QT-FOUND).
           MOVE WS-LB-NEXTDUE (WS-FOUND-IX)
               TO WS-QT-NEXT-DUE (WS-QT-FOUND).
      *> Installments fallen due since the next due date, the first
      *> included, less money already held unapplied.
           MOVE WS-LB-NEXTDUE (WS-FOUND-IX) (1:4) TO WS-DUE-YEAR.
           MOVE WS-LB-NEXTDUE (WS-FOUND-IX) (5:2) TO WS-DUE-MONTH.
           MOVE WS-LB-NEXTDUE (WS-FOUND-IX) (7:2) TO WS-DUE-DAY.
           COMPUTE WS-MISSED-MONTHS =
               (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           IF WS-TODAY-DD < WS-DUE-DAY
               SUBTRACT 1 FROM WS-MISSED-MONTHS
           END-IF.
           IF WS-MISSED-MONTHS < 1
               MOVE 1 TO WS-MISSED-MONTHS
           END-IF.
           COMPUTE WS-PAST-DUE-AMT =
               WS-MISSED-MONTHS * WS-LB-PMT (WS-FOUND-IX)
               - WS-LB-UNAPPL (WS-FOUND-IX).
           IF WS-PAST-DUE-AMT < 0
               MOVE 0 TO WS-PAST-DUE-AMT
           END-IF.
           MOVE WS-PAST-DUE-AMT TO WS-QT-PAST-DUE (WS-QT-FOUND).
      *> A promise whose date has passed without the money is
      *> broken, and the loan goes back to the top of the queue.
           IF WS-QT-PROM-STATUS (WS-QT-FOUND) = "P"
                   AND WS-QT-PROM-DATE (WS-QT-FOUND) < WS-TODAY-DATE
               PERFORM BREAK-THE-PROMISE
               MOVE "NOT PAID BY THE PROMISED DATE" TO WS-SC-NOTE
               PERFORM WRITE-SYSTEM-CONTACT
           END-IF.

       WRITE-SYSTEM-CONTACT.
      *> WS-SC-OUTCOME and WS-SC-NOTE are set by the caller, for the
      *> queue row WS-QT-FOUND. OPEN OUTPUT only on status 35, the
      *> AUDITLOG guard.
           OPEN EXTEND CONTACT-LOG.
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG
           END-IF.
           MOVE WS-QT-APP-ID (WS-QT-FOUND) TO CC-APP-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CC-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO CC-COLLECTOR.
           MOVE "S" TO CC-METHOD.
           MOVE WS-SC-OUTCOME TO CC-OUTCOME.
           MOVE WS-QT-PROM-DATE (WS-QT-FOUND) TO CC-PROMISE-DATE.
           MOVE WS-QT-PROM-AMT (WS-QT-FOUND) TO CC-PROMISE-AMT.
           MOVE WS-SC-NOTE TO CC-NOTE.
           WRITE COLLECTION-CONTACT-RECORD.
           CLOSE CONTACT-LOG.

       WRITE-COLLECTIONS-QUEUE.
      *> Written in working order, one selection pass per rank.
           MOVE 0 TO WS-QT-KEPT-ROWS.
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                   UNTIL WS-QT-IX > WS-QUEUE-COUNT
               IF WS-QT-KEEP (WS-QT-IX) = 1
                   ADD 1 TO WS-QT-KEPT-ROWS
               END-IF
           END-PERFORM.
           OPEN OUTPUT COLLECTION-QUEUE.
           OPEN OUTPUT WORKLIST-FILE.
           MOVE WS-TODAY-DATE TO WS-WH-DATE.
           MOVE WS-WL-HEAD-BUILD TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           PERFORM VARYING WS-QT-RANK FROM 1 BY 1
                   UNTIL WS-QT-RANK > WS-QT-KEPT-ROWS
               PERFORM PICK-NEXT-IN-ORDER
               PERFORM WRITE-ONE-QUEUE-ROW
           END-PERFORM.
           CLOSE COLLECTION-QUEUE.
           CLOSE WORKLIST-FILE.

       PICK-NEXT-IN-ORDER.
      *> Broken promise first, then the older bucket, then the
      *> larger balance.
           MOVE 0 TO WS-QT-BEST.
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                   UNTIL WS-QT-IX > WS-QUEUE-COUNT
               IF WS-QT-KEEP (WS-QT-IX) = 1
                       AND WS-QT-WRITTEN (WS-QT-IX) = 0
                   IF WS-QT-BEST = 0
                       MOVE WS-QT-IX TO WS-QT-BEST
                   ELSE
                       PERFORM COMPARE-TO-BEST
                       IF WS-QT-BETTER = 1
                           MOVE WS-QT-IX TO WS-QT-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-QT-WRITTEN (WS-QT-BEST).

       COMPARE-TO-BEST.
           MOVE 0 TO WS-QT-BETTER.
           EVALUATE TRUE
               WHEN WS-QT-PROM-STATUS (WS-QT-IX) = "B"
                       AND WS-QT-PROM-STATUS (WS-QT-BEST) NOT = "B"
                   MOVE 1 TO WS-QT-BETTER
               WHEN WS-QT-PROM-STATUS (WS-QT-IX) NOT = "B"
                       AND WS-QT-PROM-STATUS (WS-QT-BEST) = "B"
                   CONTINUE
               WHEN WS-QT-BUCKET (WS-QT-IX)
                       > WS-QT-BUCKET (WS-QT-BEST)
                   MOVE 1 TO WS-QT-BETTER
               WHEN WS-QT-BUCKET (WS-QT-IX)
                       = WS-QT-BUCKET (WS-QT-BEST)
                       AND WS-QT-BALANCE (WS-QT-IX)
                           > WS-QT-BALANCE (WS-QT-BEST)
                   MOVE 1 TO WS-QT-BETTER
           END-EVALUATE.

       WRITE-ONE-QUEUE-ROW.
           MOVE WS-QT-APP-ID (WS-QT-BEST) TO CQ-APP-ID.
           MOVE WS-QT-RANK TO CQ-PRIORITY.
           MOVE WS-QT-COLLECTOR (WS-QT-BEST) TO CQ-COLLECTOR.
           MOVE WS-QT-DAYS (WS-QT-BEST) TO CQ-DAYS-PAST-DUE.
           MOVE WS-QT-BUCKET (WS-QT-BEST) TO CQ-BUCKET.
           MOVE WS-QT-BALANCE (WS-QT-BEST) TO CQ-BALANCE.
           MOVE WS-QT-PAST-DUE (WS-QT-BEST) TO CQ-PAST-DUE-AMT.
           MOVE WS-QT-NEXT-DUE (WS-QT-BEST) TO CQ-NEXT-DUE.
           MOVE WS-QT-ENTERED (WS-QT-BEST) TO CQ-ENTERED-DATE.
           MOVE WS-QT-LAST-CONTACT (WS-QT-BEST) TO CQ-LAST-CONTACT.
           MOVE WS-QT-LAST-OUTCOME (WS-QT-BEST) TO CQ-LAST-OUTCOME.
           MOVE WS-QT-PROM-STATUS (WS-QT-BEST) TO CQ-PROMISE-STATUS.
           MOVE WS-QT-PROM-DATE (WS-QT-BEST) TO CQ-PROMISE-DATE.
           MOVE WS-QT-PROM-AMT (WS-QT-BEST) TO CQ-PROMISE-AMT.
           MOVE WS-QT-PROM-PAID (WS-QT-BEST) TO CQ-PROMISE-PAID.
           MOVE WS-QT-LETTER (WS-QT-BEST) TO CQ-LETTER-LEVEL.
           WRITE COLLECTION-QUEUE-RECORD.
           MOVE WS-QT-RANK TO WS-WD-RANK.
           MOVE CQ-APP-ID TO WS-WD-APP-ID.
           IF CQ-COLLECTOR = SPACES
               MOVE "UNASSIGN" TO WS-WD-COLLECTOR
           ELSE
               MOVE CQ-COLLECTOR TO WS-WD-COLLECTOR
           END-IF.
           MOVE CQ-BUCKET TO WS-WD-BUCKET.
           MOVE CQ-DAYS-PAST-DUE TO WS-WD-DAYS.
           MOVE CQ-BALANCE TO WS-WD-BALANCE.
           MOVE CQ-PAST-DUE-AMT TO WS-WD-PAST-DUE.
           MOVE CQ-PROMISE-STATUS TO WS-WD-PROM-STATUS.
           IF CQ-NO-PROMISE
               MOVE SPACES TO WS-WD-PROM-DATE
               MOVE 0 TO WS-WD-PROM-AMT
           ELSE
               MOVE CQ-PROMISE-DATE TO WS-WD-PROM-DATE
               MOVE CQ-PROMISE-AMT TO WS-WD-PROM-AMT
           END-IF.
           MOVE WS-WL-DETAIL-BUILD TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       TAKE-FEE-FIELDS.
      *> Balance rows from before the fee fields carry spaces.
           IF LNB-FEE-BALANCE NUMERIC
               MOVE LNB-FEE-BALANCE TO WS-LB-FEE-BAL (WS-BAL-COUNT)
           ELSE
               MOVE 0 TO WS-LB-FEE-BAL (WS-BAL-COUNT)
           END-IF.
           IF LNB-FEE-THROUGH NUMERIC
               MOVE LNB-FEE-THROUGH TO WS-LB-FEE-THRU (WS-BAL-COUNT)
           ELSE
               MOVE 0 TO WS-LB-FEE-THRU (WS-BAL-COUNT)
           END-IF.

       TAKE-MOD-FIELDS.
      *> Balance rows from before the modification fields carry
      *> spaces.
           MOVE LNB-MOD-FLAG TO WS-LB-MOD (WS-BAL-COUNT).
           IF LNB-DUE-SHIFT NUMERIC
               MOVE LNB-DUE-SHIFT TO WS-LB-SHIFT (WS-BAL-COUNT)
           ELSE
               MOVE 0 TO WS-LB-SHIFT (WS-BAL-COUNT)
           END-IF.

       COLLECT-LATE-FEES.
           IF WS-AVAILABLE < WS-LB-FEE-BAL (WS-FOUND-IX)
               MOVE WS-AVAILABLE TO WS-FEE-AMOUNT
           ELSE
               MOVE WS-LB-FEE-BAL (WS-FOUND-IX) TO WS-FEE-AMOUNT
           END-IF.
           SUBTRACT WS-FEE-AMOUNT FROM WS-AVAILABLE.
           SUBTRACT WS-FEE-AMOUNT FROM WS-LB-FEE-BAL (WS-FOUND-IX).
           ADD WS-FEE-AMOUNT TO WS-FEE-COLLECT-AMT.
           ADD WS-FEE-AMOUNT TO WS-PH-FEES.
           MOVE "P" TO WS-FT-TYPE.
           MOVE 0 TO WS-FEE-INST.
           PERFORM WRITE-FEE-TRANSACTION.

       LOAD-FEE-SCHEDULE.
      *> No schedule file means no fees, as before.
           MOVE 0 TO WS-FEE-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FEE-TABLE.
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FEE-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-FEE-COUNT < 100
                               ADD 1 TO WS-FEE-COUNT
                               PERFORM TAKE-FEE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-TABLE
           END-IF.
           MOVE 0 TO WS-EOF.

       TAKE-FEE-ROW.
           MOVE LFS-RATE-CODE TO WS-FS-RATE-CODE (WS-FEE-COUNT).
           MOVE LFS-EFF-DATE TO WS-FS-EFF-DATE (WS-FEE-COUNT).
           MOVE LFS-GRACE-DAYS TO WS-FS-GRACE (WS-FEE-COUNT).
           MOVE LFS-FEE-TYPE TO WS-FS-TYPE (WS-FEE-COUNT).
           MOVE LFS-FEE-FLAT TO WS-FS-FLAT (WS-FEE-COUNT).
           MOVE LFS-FEE-PCT TO WS-FS-PCT (WS-FEE-COUNT).
           MOVE LFS-FEE-MAX TO WS-FS-MAX (WS-FEE-COUNT).

       LOAD-LOAN-RATE-CODES.
           MOVE 0 TO WS-CODE-COUNT.
           IF WS-FEE-COUNT > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT LOAN-APPS
               IF WS-APPS-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ LOAN-APPS
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF WS-CODE-COUNT < 500
                                   ADD 1 TO WS-CODE-COUNT
                                   MOVE APP-ID TO
                                       WS-RC-APP-ID (WS-CODE-COUNT)
                                   MOVE APP-RATE-CODE TO
                                       WS-RC-RATE-CODE (WS-CODE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-APPS
               END-IF
               MOVE 0 TO WS-EOF
           END-IF.

       ASSESS-LATE-FEES.
      *> Each installment past its grace period and not yet charged
      *> gets one fee, oldest first; the walk stops at the first
      *> installment still inside its grace period.
           MOVE SPACES TO WS-FEE-RATE-CODE.
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-CODE-COUNT
               IF WS-RC-APP-ID (WS-RC-IX) = WS-LB-APP-ID (WS-FOUND-IX)
                   MOVE WS-RC-RATE-CODE (WS-RC-IX) TO WS-FEE-RATE-CODE
               END-IF
           END-PERFORM.
           IF WS-LB-FEE-THRU (WS-FOUND-IX)
                   > WS-LB-PAIDTHRU (WS-FOUND-IX)
               COMPUTE WS-FEE-INST = WS-LB-FEE-THRU (WS-FOUND-IX) + 1
           ELSE
               COMPUTE WS-FEE-INST = WS-LB-PAIDTHRU (WS-FOUND-IX) + 1
           END-IF.
           MOVE 0 TO WS-FEE-STOP.
           IF WS-FEE-RATE-CODE = SPACES
               MOVE 1 TO WS-FEE-STOP
           END-IF.
           PERFORM UNTIL WS-FEE-STOP = 1
               IF WS-FEE-INST > WS-LB-TERM (WS-FOUND-IX)
                   MOVE 1 TO WS-FEE-STOP
               ELSE
                   PERFORM INSTALLMENT-DUE-DATE
                   PERFORM FIND-FEE-ROW
                   IF WS-FS-FOUND = 0
                       MOVE 1 TO WS-FEE-STOP
                   ELSE
                       IF WS-TODAY-INT > WS-FEE-DUE-INT
                               + WS-FS-GRACE (WS-FS-FOUND)
                           PERFORM CHARGE-ONE-LATE-FEE
                           ADD 1 TO WS-FEE-INST
                       ELSE
                           MOVE 1 TO WS-FEE-STOP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INSTALLMENT-DUE-DATE.
      *> Installment WS-FEE-INST falls due that many months after
      *> origination, day clamped to 28 (SET-NEXT-DUE-DATE's rule).
           MOVE WS-LB-ORIG (WS-FOUND-IX) (1:4) TO WS-DUE-YEAR.
           MOVE WS-LB-ORIG (WS-FOUND-IX) (5:2) TO WS-DUE-MONTH.
           MOVE WS-LB-ORIG (WS-FOUND-IX) (7:2) TO WS-DUE-DAY.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           ADD WS-LB-SHIFT (WS-FOUND-IX) TO WS-DUE-MONTH.
           ADD WS-FEE-INST TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-PERFORM.
           MOVE WS-DUE-YEAR TO WS-DD-YEAR.
           MOVE WS-DUE-MONTH TO WS-DD-MONTH.
           MOVE WS-DUE-DAY TO WS-DD-DAY.
           COMPUTE WS-FEE-DUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N).

       FIND-FEE-ROW.
      *> The newest row for the rate code effective on or before
      *> the installment's due date.
           MOVE 0 TO WS-FS-FOUND.
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > WS-FEE-COUNT
               IF WS-FS-RATE-CODE (WS-FS-IX) = WS-FEE-RATE-CODE
                       AND WS-FS-EFF-DATE (WS-FS-IX) <= WS-DUE-DATE-N
                   IF WS-FS-FOUND = 0
                       MOVE WS-FS-IX TO WS-FS-FOUND
                   ELSE
                       IF WS-FS-EFF-DATE (WS-FS-IX)
                               > WS-FS-EFF-DATE (WS-FS-FOUND)
                           MOVE WS-FS-IX TO WS-FS-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHARGE-ONE-LATE-FEE.
           IF WS-FS-TYPE (WS-FS-FOUND) = "P"
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-LB-PMT (WS-FOUND-IX) * WS-FS-PCT (WS-FS-FOUND)
           ELSE
               MOVE WS-FS-FLAT (WS-FS-FOUND) TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FS-MAX (WS-FS-FOUND) > 0
                   AND WS-FEE-AMOUNT > WS-FS-MAX (WS-FS-FOUND)
               MOVE WS-FS-MAX (WS-FS-FOUND) TO WS-FEE-AMOUNT
           END-IF.
           MOVE WS-FEE-INST TO WS-LB-FEE-THRU (WS-FOUND-IX).
           IF WS-FEE-AMOUNT > 0
               ADD WS-FEE-AMOUNT TO WS-LB-FEE-BAL (WS-FOUND-IX)
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-FEE-AMOUNT TO WS-FEE-ASSESS-AMT
               MOVE "A" TO WS-FT-TYPE
               PERFORM WRITE-FEE-TRANSACTION
           END-IF.

       WRITE-FEE-TRANSACTION.
      *> WS-FT-TYPE, WS-FEE-INST and WS-FEE-AMOUNT set by the
      *> caller. OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND FEE-TXN-LOG.
           IF WS-FEE-TXN-STATUS = "35"
               OPEN OUTPUT FEE-TXN-LOG
           END-IF.
           MOVE WS-LB-APP-ID (WS-FOUND-IX) TO FT-APP-ID.
           MOVE WS-TODAY-DATE TO FT-DATE.
           MOVE WS-FT-TYPE TO FT-TYPE.
           MOVE WS-FEE-INST TO FT-INSTALLMENT.
           MOVE WS-FEE-AMOUNT TO FT-AMOUNT.
           MOVE SPACES TO FT-REASON.
           MOVE WS-PROGRAM-NAME TO FT-OPERATOR.
           WRITE FEE-TRANSACTION-RECORD.
           CLOSE FEE-TXN-LOG.

       POST-FEE-TRANSACTIONS.
      *> Fees assessed and waived since the last posted row go to
      *> the ledger; collections are cash and post with the loan
      *> payments, not here.
           MOVE 0 TO WS-FEE-MARK.
           OPEN INPUT FEE-GL-MARK.
           IF WS-FEE-MARK-STATUS = "00"
               READ FEE-GL-MARK
                   NOT AT END
                       IF FEE-GL-MARK-LINE NUMERIC
                           MOVE FEE-GL-MARK-LINE TO WS-FEE-MARK
                       END-IF
               END-READ
               CLOSE FEE-GL-MARK
           END-IF.
           MOVE 0 TO WS-FEE-TXN-ROWS.
           MOVE 0 TO WS-FP-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FEE-TXN-LOG.
           IF WS-FEE-TXN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FEE-TXN-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FEE-TXN-ROWS
                           IF WS-FEE-TXN-ROWS > WS-FEE-MARK
                                   AND (FT-ASSESSED OR FT-WAIVED)
                                   AND WS-FP-COUNT < 1000
                               ADD 1 TO WS-FP-COUNT
                               MOVE FT-TYPE TO WS-FP-TYPE (WS-FP-COUNT)
                               MOVE FT-AMOUNT
                                   TO WS-FP-AMOUNT (WS-FP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-TXN-LOG
           END-IF.
           MOVE 0 TO WS-EOF.
           IF WS-FP-COUNT > 0
               PERFORM BALANCE-AND-RELEASE-FEES
           END-IF.

       BALANCE-AND-RELEASE-FEES.
      *> The debit and credit sides are totalled apart and compared
      *> before one line is written -- EMPGLEXT's rule.
           MOVE 0 TO WS-FP-DEBIT-TOTAL.
           MOVE 0 TO WS-FP-CREDIT-TOTAL.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FP-COUNT
               ADD WS-FP-AMOUNT (WS-FP-IX) TO WS-FP-DEBIT-TOTAL
               ADD WS-FP-AMOUNT (WS-FP-IX) TO WS-FP-CREDIT-TOTAL
           END-PERFORM.
           IF WS-FP-DEBIT-TOTAL NOT = WS-FP-CREDIT-TOTAL
               DISPLAY "   *** FEE POSTING OUT OF BALANCE: DR "
                   WS-FP-DEBIT-TOTAL " CR " WS-FP-CREDIT-TOTAL
                   " - FILE NOT RELEASED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-FEE-ACCOUNTS
               PERFORM WRITE-FEE-POSTING-FILE
               OPEN OUTPUT FEE-GL-MARK
               MOVE WS-FEE-TXN-ROWS TO FEE-GL-MARK-LINE
               WRITE FEE-GL-MARK-LINE
               CLOSE FEE-GL-MARK
               IF WS-SUSPENSE-COUNT > 0
                   DISPLAY "   *** " WS-SUSPENSE-COUNT " FEE LINE(S)"
                       " ROUTED TO SUSPENSE - SEE glsuspense.dat"
                       " ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY "   Fee posting file released:"
                   " loanfee_posting.dat"
           END-IF.

       VALIDATE-FEE-ACCOUNTS.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-RECV-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               MOVE 1 TO WS-RECV-SUSPENDED
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-INCOME-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               MOVE 1 TO WS-INCOME-SUSPENDED
           END-IF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-WAIVER-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               MOVE 1 TO WS-WAIVER-SUSPENDED
           END-IF.

       WRITE-FEE-POSTING-FILE.
      *> An assessment is DR FEE-RECEIVABLE / CR FEE-INCOME; a
      *> waiver is DR FEE-WAIVERS / CR FEE-RECEIVABLE.
           OPEN OUTPUT FEE-POSTING.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO WS-FH-DATE.
      *> No employee generation feeds this file; the GEN field
      *> carries zero, as on loangl_posting.dat.
           MOVE 0 TO WS-FH-GENERATION.
           MOVE WS-FP-HEADER-BUILD TO FEE-POSTING-LINE.
           WRITE FEE-POSTING-LINE.
           MOVE 0 TO WS-FP-LINE-COUNT.
           MOVE 0 TO WS-FP-HASH-TOTAL.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FP-COUNT
               IF WS-FP-TYPE (WS-FP-IX) = "A"
                   MOVE WS-RECV-ACCOUNT TO WS-FP-DR-ACCOUNT
                   MOVE WS-INCOME-ACCOUNT TO WS-FP-CR-ACCOUNT
               ELSE
                   MOVE WS-WAIVER-ACCOUNT TO WS-FP-DR-ACCOUNT
                   MOVE WS-RECV-ACCOUNT TO WS-FP-CR-ACCOUNT
               END-IF
               MOVE "DR" TO WS-FD-DRCR
               MOVE WS-FP-DR-ACCOUNT TO WS-FD-ACCOUNT
               PERFORM WRITE-ONE-FEE-LINE
               MOVE "CR" TO WS-FD-DRCR
               MOVE WS-FP-CR-ACCOUNT TO WS-FD-ACCOUNT
               PERFORM WRITE-ONE-FEE-LINE
           END-PERFORM.
           MOVE WS-FP-LINE-COUNT TO WS-FT-COUNT.
           MOVE WS-FP-HASH-TOTAL TO WS-FT-HASH.
           MOVE WS-FP-TRAILER-BUILD TO FEE-POSTING-LINE.
           WRITE FEE-POSTING-LINE.
           CLOSE FEE-POSTING.
           CLOSE SUSPENSE-FILE.

       WRITE-ONE-FEE-LINE.
      *> WS-FD-ACCOUNT and WS-FD-DRCR set by the caller; an account
      *> off the chart posts to SUSPENSE-CLRG with the original
      *> logged.
           MOVE "LNS" TO WS-FD-DEPT.
           IF (WS-FD-ACCOUNT = WS-RECV-ACCOUNT
                   AND WS-RECV-SUSPENDED = 1)
                   OR (WS-FD-ACCOUNT = WS-INCOME-ACCOUNT
                       AND WS-INCOME-SUSPENDED = 1)
                   OR (WS-FD-ACCOUNT = WS-WAIVER-ACCOUNT
                       AND WS-WAIVER-SUSPENDED = 1)
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE WS-TODAY-DATE TO SUS-DATE
               MOVE WS-PROGRAM-NAME TO SUS-SOURCE
               MOVE "LNS" TO SUS-DEPT
               MOVE WS-FD-ACCOUNT TO SUS-ACCOUNT
               MOVE WS-FD-DRCR TO SUS-DRCR
               MOVE WS-FP-AMOUNT (WS-FP-IX) TO SUS-AMOUNT
               MOVE "N" TO SUS-STATUS
               WRITE SUSPENSE-RECORD
               MOVE "SUSPENSE-CLRG" TO WS-FD-ACCOUNT
           END-IF.
           MOVE WS-FP-AMOUNT (WS-FP-IX) TO WS-FD-AMOUNT.
           MOVE WS-FP-DETAIL-BUILD TO FEE-POSTING-LINE.
           WRITE FEE-POSTING-LINE.
           ADD 1 TO WS-FP-LINE-COUNT.
      *> OBTRLR-style control hash over the posted amounts, the
      *> EMPGLEXT formula.
           COMPUTE WS-FP-HASH-TOTAL =
               FUNCTION MOD (WS-FP-HASH-TOTAL
                   + WS-FP-AMOUNT (WS-FP-IX), 999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-FP-HASH-TOTAL
           END-COMPUTE.
