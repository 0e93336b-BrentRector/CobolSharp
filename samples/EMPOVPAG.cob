       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOVPAG.
      *> Monthly open-overpayments aging report, in the EMPEXAGE
      *> style. Every open case on empovpay.dat (EMPOVPR.cpy, status
      *> "A") is listed with its balance and aged by the days since
      *> the case was opened: 0-30, 31-60, 61-90, 91-180 and over 180
      *> days, with the case count and balance outstanding in each
      *> bucket. Closed, waived and settled cases are counted but not
      *> listed. The run date is today unless EMPOVPAG_DATE
      *> (YYYYMMDD) names another, so month end can be rerun. Any
      *> balance over 180 days old makes the run RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERPAY-FILE ASSIGN TO "empovpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVP-STATUS.
           SELECT AGING-REPORT ASSIGN TO "empovpay_aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERPAY-FILE.
           COPY EMPOVPR.

       FD AGING-REPORT.
       01 AGING-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OVP-STATUS        PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-OPEN-COUNT        PIC 9(5) VALUE 0.
       01 WS-OTHER-COUNT       PIC 9(5) VALUE 0.
       01 WS-OPEN-BALANCE      PIC 9(9)V99 VALUE 0.

      *> One row per bucket: the upper age in days, the label, and
      *> the count and balance aged into it.
       01 WS-BUCKET-TABLE.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BK-LIMIT      PIC 9(5).
             10 WS-BK-LABEL      PIC X(20).
             10 WS-BK-COUNT      PIC 9(5).
             10 WS-BK-BALANCE    PIC 9(9)V99.
       01 WS-BK-IX             PIC 9 VALUE 0.
       01 WS-BK-HIT            PIC 9 VALUE 0.

       01 WS-RUN-DATE          PIC 9(8) VALUE 0.
       01 WS-ENV-DATE          PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID        PIC 9 VALUE 0.
       01 WS-RUN-INT           PIC S9(9) VALUE 0.
       01 WS-OPENED-INT        PIC S9(9) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(5) VALUE 0.

      *> Report lines built with MOVE, not STRING, like EMPEXAGE's.
       01 WS-HEADING-BUILD.
          05 FILLER            PIC X(29)
                 VALUE "OPEN OVERPAYMENT AGING AS OF ".
          05 WS-HB-DATE        PIC 9(8).
          05 FILLER            PIC X(43) VALUE SPACES.
       01 WS-COLUMN-LINE.
          05 FILLER            PIC X(40)
                 VALUE "EMPID CASE  REASON               OPENED".
          05 FILLER            PIC X(40)
                 VALUE "    AGE     BALANCE  PER PERIOD".
       01 WS-DETAIL-LINE-BUILD.
          05 WS-DL-EMP-ID      PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-CASE-NO     PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-REASON      PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-OPENED      PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-AGE         PIC ZZZZ9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-BALANCE     PIC Z(6)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-DL-RECOVER     PIC Z(5)9.99.
          05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-BUCKET-LINE-BUILD.
          05 WS-BL-LABEL       PIC X(30).
          05 WS-BL-COUNT       PIC Z(4)9.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-BL-BALANCE     PIC Z(8)9.99.
          05 FILLER            PIC X(30) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPOVPAG".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a balance over
      *> 180 days old, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Open Overpayment Aging Report ===".
           DISPLAY " ".

           PERFORM DETERMINE-RUN-DATE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM SET-UP-BUCKETS.

           OPEN INPUT OVERPAY-FILE.
           IF WS-OVP-STATUS NOT = "00"
               DISPLAY "   No overpayment cases on file, status "
                   WS-OVP-STATUS
           ELSE
               OPEN OUTPUT AGING-REPORT
               MOVE WS-RUN-DATE TO WS-HB-DATE
               WRITE AGING-REPORT-LINE FROM WS-HEADING-BUILD
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE FROM WS-COLUMN-LINE
               PERFORM AGE-ALL-CASES
               PERFORM WRITE-BUCKET-SUMMARY
               CLOSE OVERPAY-FILE
               CLOSE AGING-REPORT
               DISPLAY "   Run date:            " WS-RUN-DATE
               DISPLAY "   Open cases:          " WS-OPEN-COUNT
               DISPLAY "   Open balance:        " WS-OPEN-BALANCE
               DISPLAY "   Other cases skipped: " WS-OTHER-COUNT
               DISPLAY "   Report written to empovpay_aging.dat"
               IF WS-BK-COUNT (5) > 0
                   DISPLAY "   *** " WS-BK-COUNT (5)
                       " case(s) open over 180 days ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Open Overpayment Aging Report Complete ===".
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

       DETERMINE-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-ENV-DATE
               FROM ENVIRONMENT "EMPOVPAG_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
               CALL "EMPDATEV" USING WS-RUN-DATE WS-DATE-VALID
               IF WS-DATE-VALID = 0
                   DISPLAY "   EMPOVPAG_DATE " WS-ENV-DATE
                       " is not a valid date - today used"
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
               END-IF
           END-IF.

       SET-UP-BUCKETS.
           MOVE 30 TO WS-BK-LIMIT (1).
           MOVE "OPEN 0-30 DAYS:" TO WS-BK-LABEL (1).
           MOVE 60 TO WS-BK-LIMIT (2).
           MOVE "OPEN 31-60 DAYS:" TO WS-BK-LABEL (2).
           MOVE 90 TO WS-BK-LIMIT (3).
           MOVE "OPEN 61-90 DAYS:" TO WS-BK-LABEL (3).
           MOVE 180 TO WS-BK-LIMIT (4).
           MOVE "OPEN 91-180 DAYS:" TO WS-BK-LABEL (4).
           MOVE 99999 TO WS-BK-LIMIT (5).
           MOVE "OPEN OVER 180 DAYS:" TO WS-BK-LABEL (5).
           PERFORM VARYING WS-BK-IX FROM 1 BY 1 UNTIL WS-BK-IX > 5
               MOVE 0 TO WS-BK-COUNT (WS-BK-IX)
               MOVE 0 TO WS-BK-BALANCE (WS-BK-IX)
           END-PERFORM.

       AGE-ALL-CASES.
           READ OVERPAY-FILE
               AT END MOVE 1 TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 1
               IF OVP-OPEN
                   PERFORM AGE-ONE-CASE
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
               END-IF
               READ OVERPAY-FILE
                   AT END MOVE 1 TO WS-EOF
               END-READ
           END-PERFORM.

       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD OVP-BALANCE TO WS-OPEN-BALANCE.
      *> A case with no usable opened date ages as the oldest, so it
      *> surfaces for correction instead of hiding in 0-30.
           IF OVP-OPENED-DATE NOT NUMERIC
                   OR OVP-OPENED-DATE = 0
                   OR OVP-OPENED-DATE > WS-RUN-DATE
               MOVE 9999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE (OVP-OPENED-DATE)
               COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-OPENED-INT
           END-IF.
           MOVE 0 TO WS-BK-HIT.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > 5 OR WS-BK-HIT = 1
               IF WS-AGE-DAYS <= WS-BK-LIMIT (WS-BK-IX)
                   ADD 1 TO WS-BK-COUNT (WS-BK-IX)
                   ADD OVP-BALANCE TO WS-BK-BALANCE (WS-BK-IX)
                   MOVE 1 TO WS-BK-HIT
               END-IF
           END-PERFORM.
           MOVE OVP-EMP-ID TO WS-DL-EMP-ID.
           MOVE OVP-CASE-NO TO WS-DL-CASE-NO.
           MOVE OVP-REASON TO WS-DL-REASON.
           MOVE OVP-OPENED-DATE TO WS-DL-OPENED.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.
           MOVE OVP-BALANCE TO WS-DL-BALANCE.
           MOVE OVP-RECOVER-AMT TO WS-DL-RECOVER.
           MOVE WS-DETAIL-LINE-BUILD TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-BK-IX FROM 1 BY 1 UNTIL WS-BK-IX > 5
               MOVE WS-BK-LABEL (WS-BK-IX) TO WS-BL-LABEL
               MOVE WS-BK-COUNT (WS-BK-IX) TO WS-BL-COUNT
               MOVE WS-BK-BALANCE (WS-BK-IX) TO WS-BL-BALANCE
               MOVE WS-BUCKET-LINE-BUILD TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM.
           MOVE "TOTAL OPEN:" TO WS-BL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-BL-COUNT.
           MOVE WS-OPEN-BALANCE TO WS-BL-BALANCE.
           MOVE WS-BUCKET-LINE-BUILD TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
