       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSUPRN.
      *> Off-cycle supplemental pay run. EMPPAYRN pays only the
      *> regular period PICK-PERIOD-DUE chooses, so a bonus, a
      *> correction check or a terminated employee's final pay used
      *> to wait for the next cycle or be cut outside the system.
      *> This run pays a feed of one-time payments
      *> (empsupp_feed.dat: EMP-ID, amount, earning type, reason)
      *> and appends one register row per payment to
      *> emppay_register.dat under a supplemental run identifier --
      *> PRG-RUN-TYPE "S", PRG-RUN-ID "SUP" plus the run number kept
      *> in empsuprn.seq. Federal withholding is the flat
      *> supplemental rate (netpay_supp.dat, one 9v9999 line;
      *> 0.2200 when absent) instead of the brackets, nothing for an
      *> exempt tax profile; state and local withholding come from
      *> jurtax.dat exactly as on the regular run. No voluntary
      *> deductions are taken from a one-time payment.
      *>
      *> The rows carry the pay period of the run date (or
      *> EMPSUPRN_PERIOD, YYYYMM), so EMPYTD and EMPGLEXT take them
      *> with that period's regular rows, and the bank extract pays
      *> the run on its own when EMPBNKEX_RUN names it. payperiod.dat
      *> is never touched: the open/closed state of the regular
      *> period is exactly what it was.
      *>
      *> A payment for an employee not on the current generation, a
      *> non-numeric or zero amount, or an employee with no state
      *> jurisdiction is rejected and listed on empsuprn_report.dat
      *> with the payments made. Once the rows are on the register
      *> the feed is rewritten without the payments made, so a rerun
      *> cannot pay them twice; a rejected payment stays on the feed
      *> until payroll corrects or removes it -- a leaver's payout
      *> from EMPTRMST has already come off the leave balance and
      *> must not be lost.

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
           SELECT FEED-FILE ASSIGN TO "empsupp_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SUPP-RATE-FILE ASSIGN TO "netpay_supp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-RATE-STATUS.
           SELECT SEQ-COUNTER-FILE ASSIGN TO "empsuprn.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT TAX-PROFILE-FILE ASSIGN TO "emptax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT JURISDICTION-FILE ASSIGN TO "jurtax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT RUN-REPORT ASSIGN TO "empsuprn_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD FEED-FILE.
           COPY EMPSUPR.

       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD SUPP-RATE-FILE.
       01 SUPP-RATE-RECORD.
          05 SR-RATE         PIC 9V9(4).

       FD SEQ-COUNTER-FILE.
       01 SEQ-COUNTER-LINE PIC X(6).

       FD TAX-PROFILE-FILE.
           COPY EMPTAXR.

       FD JURISDICTION-FILE.
           COPY JURTAXR.

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD RUN-REPORT.
       01 RUN-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-FEED-STATUS         PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-SUPP-RATE-STATUS    PIC XX VALUE SPACES.
       01 WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01 WS-TAX-STATUS          PIC XX VALUE SPACES.
       01 WS-JUR-STATUS          PIC XX VALUE SPACES.
       01 WS-ADDR-STATUS         PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.

      *> The flat supplemental rate, compiled default 22 percent.
       01 WS-SUPP-RATE           PIC 9V9(4) VALUE 0.2200.

      *> The run identifier on every row this run writes.
       01 WS-RUN-SEQ             PIC 9(6) VALUE 0.
       01 WS-RUN-ID-BUILD.
          05 FILLER              PIC X(3) VALUE "SUP".
          05 WS-RIB-SEQ          PIC 9(6).
       01 WS-RUN-ID              PIC X(9) VALUE SPACES.
       01 WS-ENV-PERIOD          PIC X(6) VALUE SPACES.
       01 WS-RUN-PERIOD          PIC 9(6) VALUE 0.

      *> The feed, held whole; each row is marked once it is paid or
      *> rejected so anything left over is a missing employee.
       01 WS-FEED-COUNT          PIC 9(3) VALUE 0.
       01 WS-FEED-TABLE.
          05 WS-FEED-ENTRY OCCURS 500 TIMES.
             10 WS-FD-EMP-ID     PIC 9(5).
             10 WS-FD-AMOUNT     PIC 9(6)V99.
             10 WS-FD-AMOUNT-X REDEFINES WS-FD-AMOUNT PIC X(8).
             10 WS-FD-EARN-TYPE  PIC X(4).
             10 WS-FD-REASON     PIC X(30).
             10 WS-FD-DONE       PIC X.
       01 WS-FEED-IX             PIC 9(3) VALUE 0.
       01 WS-FEED-OVERFLOW       PIC 9 VALUE 0.

      *> Exempt flags off emptax.dat.
       01 WS-TAX-EOF             PIC 9 VALUE 0.
       01 WS-TAX-COUNT           PIC 9(4) VALUE 0.
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TX-EMP-ID     PIC 9(5).
             10 WS-TX-EXEMPT     PIC X.
       01 WS-TAX-IX              PIC 9(4) VALUE 0.
       01 WS-EMP-EXEMPT          PIC X VALUE SPACE.

      *> Jurisdictions and addresses, as EMPPAYRN loads them. No
      *> jurisdiction table means no state/local withholding.
       01 WS-JUR-EOF             PIC 9 VALUE 0.
       01 WS-ADDR-EOF            PIC 9 VALUE 0.
       01 WS-JUR-COUNT           PIC 9(3) VALUE 0.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 200 TIMES.
             10 WS-JT-STATE      PIC X(2).
             10 WS-JT-LOCALITY   PIC X(20).
             10 WS-JT-RATE       PIC 9V9(4).
       01 WS-JUR-IX              PIC 9(3) VALUE 0.
       01 WS-ADDR-COUNT          PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-EMP-ID     PIC 9(5).
             10 WS-AT-STATE      PIC X(2).
             10 WS-AT-CITY       PIC X(20).
       01 WS-ADDR-IX             PIC 9(4) VALUE 0.
       01 WS-EMP-STATE           PIC X(2) VALUE SPACES.
       01 WS-EMP-CITY            PIC X(20) VALUE SPACES.
       01 WS-EMP-LOCALITY        PIC X(20) VALUE SPACES.
       01 WS-STATE-RATE          PIC 9V9(4) VALUE 0.
       01 WS-LOCAL-RATE          PIC 9V9(4) VALUE 0.
       01 WS-STATE-FOUND         PIC 9 VALUE 0.

      *> One payment.
       01 WS-PAY-GROSS           PIC 9(6)V99 VALUE 0.
       01 WS-WITHHOLDING         PIC 9(6)V99 VALUE 0.
       01 WS-STATE-WHLD          PIC 9(6)V99 VALUE 0.
       01 WS-LOCAL-WHLD          PIC 9(6)V99 VALUE 0.
       01 WS-NET-PAY             PIC 9(6)V99 VALUE 0.
       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.

      *> Run totals.
       01 WS-PAID-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01 WS-GROSS-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-WHLD-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-STATE-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-LOCAL-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-NET-TOTAL           PIC 9(9)V99 VALUE 0.

      *> Report lines built with MOVE, not STRING.
       01 WS-HEADING-BUILD.
          05 FILLER              PIC X(28)
                 VALUE "SUPPLEMENTAL PAY RUN ".
          05 WS-HB-RUN-ID        PIC X(9).
          05 FILLER              PIC X(9) VALUE "  PERIOD ".
          05 WS-HB-PERIOD        PIC 9(6).
          05 FILLER              PIC X(7) VALUE "  RATE ".
          05 WS-HB-RATE          PIC 9.9999.
          05 FILLER              PIC X(35) VALUE SPACES.
       01 WS-PAID-LINE-BUILD.
          05 FILLER              PIC X(5) VALUE "PAID ".
          05 WS-PL-EMP-ID        PIC 9(5).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-EARN-TYPE     PIC X(4).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-GROSS         PIC Z(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-FED           PIC Z(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-STATE         PIC Z(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-LOCAL         PIC Z(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-NET           PIC Z(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-PL-REASON        PIC X(30).
       01 WS-REJECT-LINE-BUILD.
          05 FILLER              PIC X(9) VALUE "REJECTED ".
          05 WS-RL-EMP-ID        PIC 9(5).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-EARN-TYPE     PIC X(4).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-AMOUNT        PIC X(8).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-REASON        PIC X(40).
          05 FILLER              PIC X(31) VALUE SPACES.
       01 WS-TOTAL-LINE-BUILD.
          05 WS-TLB-LABEL        PIC X(20).
          05 WS-TLB-AMOUNT       PIC Z(8)9.99.
          05 FILLER              PIC X(68) VALUE SPACES.

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

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPSUPRN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 every payment made, 4
      *> payments rejected or an empty feed, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Supplemental Pay Run ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-SUPPLEMENTAL-FEED.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "   No supplemental feed (empsupp_feed.dat),"
                   " status " WS-FEED-STATUS " - nothing to pay"
               MOVE 4 TO RETURN-CODE
           ELSE IF WS-FEED-OVERFLOW = 1
               DISPLAY "   Feed holds more than 500 payments -"
                   " run refused, split the feed"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-FEED-COUNT = 0
               DISPLAY "   Supplemental feed is empty - nothing"
                   " to pay"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM LOAD-SUPPLEMENTAL-RATE
               PERFORM LOAD-TAX-PROFILES
               PERFORM LOAD-JURISDICTION-TABLE
               PERFORM DETERMINE-CURRENT-GENERATION
               PERFORM ASSIGN-RUN-NUMBER
               DISPLAY "   Run " WS-RUN-ID " for period "
                   WS-RUN-PERIOD ", supplemental rate " WS-SUPP-RATE
               DISPLAY "   Feed rows: " WS-FEED-COUNT
               PERFORM PAY-THE-FEED
               IF RETURN-CODE < 8
                   PERFORM REWRITE-THE-FEED
                   DISPLAY "   Payments made:  " WS-PAID-COUNT
                   DISPLAY "   Rejected:       " WS-REJECT-COUNT
                   DISPLAY "   Gross:          " WS-GROSS-TOTAL
                   DISPLAY "   Withholding:    " WS-WHLD-TOTAL
                   DISPLAY "   State withheld: " WS-STATE-TOTAL
                   DISPLAY "   Local withheld: " WS-LOCAL-TOTAL
                   DISPLAY "   Net:            " WS-NET-TOTAL
                   DISPLAY "   Report in empsuprn_report.dat; pay"
                       " the run with EMPBNKEX_RUN=" WS-RUN-ID
                   IF WS-REJECT-COUNT > 0
                       DISPLAY "   *** " WS-REJECT-COUNT
                           " payment(s) rejected - see"
                           " empsuprn_report.dat; left on"
                           " empsupp_feed.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Supplemental Pay Run Complete ===".
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

       DETERMINE-RUN-PERIOD.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPSUPRN_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-RUN-PERIOD
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-RUN-PERIOD
           END-IF.

       LOAD-SUPPLEMENTAL-FEED.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FEED-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-FEED-COUNT < 500
                               ADD 1 TO WS-FEED-COUNT
                               MOVE SUP-EMP-ID TO
                                   WS-FD-EMP-ID (WS-FEED-COUNT)
                               MOVE SUP-AMOUNT TO
                                   WS-FD-AMOUNT (WS-FEED-COUNT)
                               MOVE SUP-EARN-TYPE TO
                                   WS-FD-EARN-TYPE (WS-FEED-COUNT)
                               MOVE SUP-REASON TO
                                   WS-FD-REASON (WS-FEED-COUNT)
                               MOVE "N" TO WS-FD-DONE (WS-FEED-COUNT)
                           ELSE
                               MOVE 1 TO WS-FEED-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF.

       LOAD-SUPPLEMENTAL-RATE.
      *> One line, the flat rate; absent, the compiled default.
           OPEN INPUT SUPP-RATE-FILE.
           IF WS-SUPP-RATE-STATUS = "00"
               READ SUPP-RATE-FILE
                   NOT AT END
                       IF SR-RATE IS NUMERIC
                           MOVE SR-RATE TO WS-SUPP-RATE
                       END-IF
               END-READ
               CLOSE SUPP-RATE-FILE
           END-IF.

       LOAD-TAX-PROFILES.
           OPEN INPUT TAX-PROFILE-FILE.
           IF WS-TAX-STATUS = "00"
               PERFORM UNTIL WS-TAX-EOF = 1
                   READ TAX-PROFILE-FILE
                       AT END MOVE 1 TO WS-TAX-EOF
                       NOT AT END
                           IF WS-TAX-COUNT < 2000
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TXP-EMP-ID TO
                                   WS-TX-EMP-ID (WS-TAX-COUNT)
                               MOVE TXP-EXEMPT TO
                                   WS-TX-EXEMPT (WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-PROFILE-FILE
           END-IF.

       LOAD-JURISDICTION-TABLE.
           OPEN INPUT JURISDICTION-FILE.
           IF WS-JUR-STATUS = "00"
               PERFORM UNTIL WS-JUR-EOF = 1
                   READ JURISDICTION-FILE
                       AT END MOVE 1 TO WS-JUR-EOF
                       NOT AT END
                           IF WS-JUR-COUNT < 200
                               ADD 1 TO WS-JUR-COUNT
                               MOVE JUR-STATE TO
                                   WS-JT-STATE (WS-JUR-COUNT)
                               MOVE JUR-LOCALITY TO
                                   WS-JT-LOCALITY (WS-JUR-COUNT)
                               MOVE JUR-RATE TO
                                   WS-JT-RATE (WS-JUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURISDICTION-FILE
           END-IF.
           IF WS-JUR-COUNT > 0
               OPEN INPUT ADDRESS-FILE
               IF WS-ADDR-STATUS = "00"
                   PERFORM UNTIL WS-ADDR-EOF = 1
                       READ ADDRESS-FILE
                           AT END MOVE 1 TO WS-ADDR-EOF
                           NOT AT END
                               IF WS-ADDR-COUNT < 2000
                                   ADD 1 TO WS-ADDR-COUNT
                                   MOVE ADR-EMP-ID TO
                                       WS-AT-EMP-ID (WS-ADDR-COUNT)
                                   MOVE ADR-STATE TO
                                       WS-AT-STATE (WS-ADDR-COUNT)
                                   MOVE ADR-CITY TO
                                       WS-AT-CITY (WS-ADDR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADDRESS-FILE
               END-IF
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

       ASSIGN-RUN-NUMBER.
      *> Same single-line counter convention as empbnkex.seq.
           OPEN INPUT SEQ-COUNTER-FILE.
           IF WS-SEQ-STATUS = "00"
               READ SEQ-COUNTER-FILE
                   AT END MOVE 0 TO WS-RUN-SEQ
                   NOT AT END MOVE SEQ-COUNTER-LINE TO WS-RUN-SEQ
               END-READ
               CLOSE SEQ-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-RUN-SEQ
           END-IF.
           ADD 1 TO WS-RUN-SEQ.
           OPEN OUTPUT SEQ-COUNTER-FILE.
           MOVE WS-RUN-SEQ TO SEQ-COUNTER-LINE.
           WRITE SEQ-COUNTER-LINE.
           CLOSE SEQ-COUNTER-FILE.
           MOVE WS-RUN-SEQ TO WS-RIB-SEQ.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.

       PAY-THE-FEED.
      *> Every employee on the generation is eligible, terminated
      *> ones included -- a final check is paid after termination.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND REGISTER-FILE
      *> OPEN OUTPUT only on status 35 -- a blind fallback would
      *> truncate every period already paid.
               IF WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "   Unable to open register, status "
                       WS-REGISTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE EMPLOYEE-FILE
               ELSE
                   OPEN OUTPUT RUN-REPORT
                   MOVE WS-RUN-ID TO WS-HB-RUN-ID
                   MOVE WS-RUN-PERIOD TO WS-HB-PERIOD
                   MOVE WS-SUPP-RATE TO WS-HB-RATE
                   MOVE WS-HEADING-BUILD TO RUN-REPORT-LINE
                   WRITE RUN-REPORT-LINE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ EMPLOYEE-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM PAY-EMPLOYEE-FEED-ROWS
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-FILE
                   CLOSE REGISTER-FILE
      *> Whatever is still unmarked matched no employee.
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
                   PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                           UNTIL WS-FEED-IX > WS-FEED-COUNT
                       IF WS-FD-DONE (WS-FEED-IX) = "N"
                           PERFORM REJECT-ONE-PAYMENT
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE RUN-REPORT
               END-IF
           END-IF.

       PAY-EMPLOYEE-FEED-ROWS.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-FEED-COUNT
               IF WS-FD-EMP-ID (WS-FEED-IX) = EMP-ID
                       AND WS-FD-DONE (WS-FEED-IX) = "N"
                   IF WS-FD-AMOUNT-X (WS-FEED-IX) NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                       PERFORM REJECT-ONE-PAYMENT
                   ELSE IF WS-FD-AMOUNT (WS-FEED-IX) = 0
                       MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
                       PERFORM REJECT-ONE-PAYMENT
                   ELSE
                       PERFORM FIND-EMPLOYEE-JURISDICTION
                       IF WS-STATE-FOUND = 0
                           IF WS-EMP-STATE = SPACES
                               MOVE "NO ADDRESS ON empaddr.dat"
                                   TO WS-REJECT-REASON
                           ELSE
                               MOVE "NO JURISDICTION FOR STATE"
                                   TO WS-REJECT-REASON
                               MOVE WS-EMP-STATE
                                   TO WS-REJECT-REASON (27:2)
                           END-IF
                           PERFORM REJECT-ONE-PAYMENT
                       ELSE
                           PERFORM PAY-ONE-PAYMENT
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE-JURISDICTION.
      *> EMPPAYRN's rule: the state row must exist, a locality row
      *> for the employee's city is optional.
           MOVE SPACES TO WS-EMP-STATE.
           MOVE SPACES TO WS-EMP-CITY.
           MOVE SPACES TO WS-EMP-LOCALITY.
           MOVE 0 TO WS-STATE-RATE.
           MOVE 0 TO WS-LOCAL-RATE.
           IF WS-JUR-COUNT = 0
               MOVE 1 TO WS-STATE-FOUND
           ELSE
               MOVE 0 TO WS-STATE-FOUND
               PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                       UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                   IF WS-AT-EMP-ID (WS-ADDR-IX) = EMP-ID
                       MOVE WS-AT-STATE (WS-ADDR-IX) TO WS-EMP-STATE
                       MOVE WS-AT-CITY (WS-ADDR-IX) TO WS-EMP-CITY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                       UNTIL WS-JUR-IX > WS-JUR-COUNT
                   IF WS-EMP-STATE NOT = SPACES
                           AND WS-JT-STATE (WS-JUR-IX) = WS-EMP-STATE
                       IF WS-JT-LOCALITY (WS-JUR-IX) = SPACES
                           MOVE 1 TO WS-STATE-FOUND
                           MOVE WS-JT-RATE (WS-JUR-IX)
                               TO WS-STATE-RATE
                       ELSE
                           IF WS-JT-LOCALITY (WS-JUR-IX)
                                   = WS-EMP-CITY
                               MOVE WS-EMP-CITY TO WS-EMP-LOCALITY
                               MOVE WS-JT-RATE (WS-JUR-IX)
                                   TO WS-LOCAL-RATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PAY-ONE-PAYMENT.
           MOVE WS-FD-AMOUNT (WS-FEED-IX) TO WS-PAY-GROSS.
           MOVE SPACE TO WS-EMP-EXEMPT.
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
                   UNTIL WS-TAX-IX > WS-TAX-COUNT
               IF WS-TX-EMP-ID (WS-TAX-IX) = EMP-ID
                   MOVE WS-TX-EXEMPT (WS-TAX-IX) TO WS-EMP-EXEMPT
               END-IF
           END-PERFORM.
      *> Flat supplemental rate, not the brackets; an exempt profile
      *> withholds nothing, as NETPAY treats it on the regular run.
           IF WS-EMP-EXEMPT = "Y"
               MOVE 0 TO WS-WITHHOLDING
           ELSE
               COMPUTE WS-WITHHOLDING ROUNDED =
                   WS-PAY-GROSS * WS-SUPP-RATE
           END-IF.
           IF WS-WITHHOLDING > WS-PAY-GROSS
               MOVE WS-PAY-GROSS TO WS-WITHHOLDING
           END-IF.
           COMPUTE WS-NET-PAY = WS-PAY-GROSS - WS-WITHHOLDING.
           COMPUTE WS-STATE-WHLD ROUNDED =
               WS-PAY-GROSS * WS-STATE-RATE.
           COMPUTE WS-LOCAL-WHLD ROUNDED =
               WS-PAY-GROSS * WS-LOCAL-RATE.
           IF WS-STATE-WHLD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-STATE-WHLD
           END-IF.
           SUBTRACT WS-STATE-WHLD FROM WS-NET-PAY.
           IF WS-LOCAL-WHLD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-LOCAL-WHLD
           END-IF.
           SUBTRACT WS-LOCAL-WHLD FROM WS-NET-PAY.
           MOVE WS-RUN-PERIOD TO PRG-PERIOD.
           MOVE EMP-ID TO PRG-EMP-ID.
           MOVE EMP-COMPANY TO PRG-COMPANY.
           MOVE EMP-DEPT TO PRG-DEPT.
           MOVE WS-PAY-GROSS TO PRG-GROSS.
           MOVE WS-WITHHOLDING TO PRG-WITHHOLDING.
           MOVE 0 TO PRG-DEDUCT.
           MOVE WS-NET-PAY TO PRG-NET.
           MOVE WS-EMP-STATE TO PRG-STATE.
           MOVE WS-EMP-LOCALITY TO PRG-LOCALITY.
           MOVE WS-STATE-WHLD TO PRG-STATE-WHLD.
           MOVE WS-LOCAL-WHLD TO PRG-LOCAL-WHLD.
           MOVE "S" TO PRG-RUN-TYPE.
           MOVE WS-RUN-ID TO PRG-RUN-ID.
           MOVE WS-FD-EARN-TYPE (WS-FEED-IX) TO PRG-EARN-TYPE.
           IF PRG-EARN-TYPE = SPACES
               MOVE "SUPP" TO PRG-EARN-TYPE
           END-IF.
           MOVE 0 TO PRG-VOID-ROW.
           MOVE 0 TO PRG-VOID-PERIOD.
           MOVE SPACES TO PRG-VOID-OPERATOR.
           WRITE PAY-REGISTER-RECORD.
           MOVE "Y" TO WS-FD-DONE (WS-FEED-IX).
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PAY-GROSS TO WS-GROSS-TOTAL.
           ADD WS-WITHHOLDING TO WS-WHLD-TOTAL.
           ADD WS-STATE-WHLD TO WS-STATE-TOTAL.
           ADD WS-LOCAL-WHLD TO WS-LOCAL-TOTAL.
           ADD WS-NET-PAY TO WS-NET-TOTAL.
           MOVE EMP-ID TO WS-PL-EMP-ID.
           MOVE PRG-EARN-TYPE TO WS-PL-EARN-TYPE.
           MOVE WS-PAY-GROSS TO WS-PL-GROSS.
           MOVE WS-WITHHOLDING TO WS-PL-FED.
           MOVE WS-STATE-WHLD TO WS-PL-STATE.
           MOVE WS-LOCAL-WHLD TO WS-PL-LOCAL.
           MOVE WS-NET-PAY TO WS-PL-NET.
           MOVE WS-FD-REASON (WS-FEED-IX) TO WS-PL-REASON.
           MOVE WS-PAID-LINE-BUILD TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.

       REJECT-ONE-PAYMENT.
           MOVE "R" TO WS-FD-DONE (WS-FEED-IX).
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-FD-EMP-ID (WS-FEED-IX) TO WS-RL-EMP-ID.
           MOVE WS-FD-EARN-TYPE (WS-FEED-IX) TO WS-RL-EARN-TYPE.
           MOVE WS-FD-AMOUNT-X (WS-FEED-IX) TO WS-RL-AMOUNT.
           MOVE WS-REJECT-REASON TO WS-RL-REASON.
           MOVE WS-REJECT-LINE-BUILD TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.
           MOVE "PAYMENTS MADE" TO WS-TLB-LABEL.
           MOVE WS-PAID-COUNT TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "PAYMENTS REJECTED" TO WS-TLB-LABEL.
           MOVE WS-REJECT-COUNT TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "GROSS" TO WS-TLB-LABEL.
           MOVE WS-GROSS-TOTAL TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "FEDERAL WITHHELD" TO WS-TLB-LABEL.
           MOVE WS-WHLD-TOTAL TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "STATE WITHHELD" TO WS-TLB-LABEL.
           MOVE WS-STATE-TOTAL TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "LOCAL WITHHELD" TO WS-TLB-LABEL.
           MOVE WS-LOCAL-TOTAL TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.
           MOVE "NET" TO WS-TLB-LABEL.
           MOVE WS-NET-TOTAL TO WS-TLB-AMOUNT.
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-TOTAL-LINE-BUILD TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.

       REWRITE-THE-FEED.
      *> The payments are on the register and leave the feed; the
      *> rejects are on the report and stay for the next run. A
      *> feed entry is the feed record plus its marker byte, so the
      *> row goes back exactly as it was keyed.
           OPEN OUTPUT FEED-FILE.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-FEED-COUNT
               IF WS-FD-DONE (WS-FEED-IX) NOT = "Y"
                   MOVE WS-FEED-ENTRY (WS-FEED-IX) TO SUPP-FEED-RECORD
                   WRITE SUPP-FEED-RECORD
               END-IF
           END-PERFORM.
           CLOSE FEED-FILE.
