      *> passed is a missed period and raises an ALERTLOG warning
      *> instead of vanishing. When no period is due the run stands
      *> down with RC 4, the CALGUARD convention.
      *> Each employee's tax profile (emptax.dat, EMPTAXR.cpy, kept
      *> by EMPTAXMT) is handed to NETPAY with the gross, so filing
      *> status, allowances, the extra flat amount and exemption all
      *> shape the withholding. An employee with no profile is still
      *> paid, on the default bracket set, and is listed on
      *> emptax_exceptions.dat for payroll to chase; any such line
      *> makes the run RC 4.
      *> State and local withholding comes from the jurisdiction
      *> table (jurtax.dat, JURTAXR.cpy) by the employee's ADR-STATE
      *> and ADR-CITY on empaddr.dat, and is carried on the register
      *> beside PRG-WITHHOLDING. An employee whose address is missing
      *> or whose state has no jurisdiction row is NOT paid -- the
      *> rejection goes to the same exceptions list and the run ends
      *> RC 4. With no jurisdiction table at all the run pays as it
      *> always has, with no state or local withholding.
      *> Once the period's register rows are written, the employer's
      *> own cost is priced from erctable.dat (ERCOSTR.cpy): each
      *> cost type's rate on the period gross, stopped at its annual
      *> wage base by the year's wages already on empytd.dat. One
      *> row per employee per cost type is appended to
      *> emperc_register.dat (ERCREGR.cpy) for EMPGLEXT to post.
      *> No cost table means no employer cost, as before.
      *> An hourly employee (basis "H" on emppbas.dat, EMPPBSR.cpy,
      *> kept by EMPPBSMT) is paid from the period's timecard on
      *> emptcard.dat (EMPTCDR.cpy) instead of the salary: regular
      *> hours at the hourly rate plus overtime hours at the rate
      *> times the premium multiplier, both from emptcard_ctl.dat
      *> with the hours ceiling (1.50 and 200.00 hours when the file
      *> is absent). A timecard for an unknown, terminated or
      *> salaried employee, a duplicate, one for another period, or
      *> one above the ceiling is not paid and is listed on
      *> emptcard_exceptions.dat, as is an hourly employee with no
      *> timecard; any such line makes the run RC 4.
      *> Court and agency garnishment orders (empgarn.dat,
      *> EMPGARR.cpy, kept by EMPGARMT) come off after withholding
      *> and before the voluntary deductions, in legal priority by
      *> order type. Disposable pay is the gross less federal, state
      *> and local withholding; each order stops at its legal cap
      *> percentage of disposable pay, counting what the orders
      *> ahead of it already took, and at the balance still owed.
      *> What is taken goes on the deduction register (code "GN"
      *> plus the order type), is carried in PRG-DEDUCT, and is
      *> logged per order on empgarn_register.dat with the amount
      *> the cap held back; the satisfied amounts are written back
      *> to empgarn.dat and a paid-off order goes to status "S".
      *> empgarn_remit.dat lists the period's amounts by payee for
      *> the remittance to the courts and agencies.
      *> Retirement deferrals come off after the garnishments and
      *> ahead of the voluntary deductions: the employee's election
      *> on empcontr.dat (EMPRTER.cpy, kept by EMPRTEMT) is a
      *> percentage of the period gross, stopped for the year at the
      *> plan's deferral limit (plus the catch-up limit when the
      *> employee elected catch-up) from retplan.dat (RETPLNR.cpy),
      *> and never more than the net left. The employer matches its
      *> percentage of the deferral, counting deferrals up to the
      *> plan's cap on the gross, stopped at the plan's match limit.
      *> The year so far is the employee's own rows on
      *> empret_register.dat (RETREGR.cpy), one appended per period.
      *> The deferral goes on the deduction register as code RETD and
      *> into PRG-DEDUCT; the match is an employer cost row (type
      *> RETMAT) for EMPGLEXT to post. Once the period closes, the
      *> recordkeeper contribution file retkeep_yyyymm.dat carries
      *> the period's employee deferral, catch-up and employer match
      *> money by employee. Without plan rules nobody is deferred,
      *> and any election then waiting makes the run RC 4.
      *> Overpayment recovery cases (empovpay.dat, EMPOVPR.cpy, kept
      *> by EMPOVPMT) come off after the garnishments and ahead of
      *> the retirement deferral and the voluntary deductions: each
      *> open case takes its agreed amount per period, stopped at
      *> the balance still owed and at the net pay floor on
      *> empovpay_ctl.dat (no floor when the file is absent), so a
      *> recovery never leaves the employee less than the floor.
      *> What is taken goes on the deduction register as code OVPY
      *> and into PRG-DEDUCT, and is logged per case on
      *> empovpay_register.dat with what the floor held back; the
      *> balances are written back to empovpay.dat and a case paid
      *> off goes to status "C" with the closing date.
      *> When the period closes, the generation it was paid from is
      *> appended to emppay_genlog.dat (EMPPGLR.cpy) with the paid
      *> date, so the pay trace can show the master values used.
      *> The pass can be split for the batch window. The partition
      *> table (emppay_partition.dat) holds one row per partition:
      *>   col  1-4   partition ID (letters or digits, no spaces)
      *>   col  5-6   EMP-COMPANY it pays, blank for any company
      *>   col  7-11  lowest EMP-ID, col 12-16 highest EMP-ID, both
      *>              zero or blank for any ID
      *> and an employee belongs to the first row that takes them.
      *> With EMPPAYRN_PARTITION set to a partition ID the run pays
      *> only that partition's employees, and everything it would
      *> have appended -- the pay, deduction, arrears, garnishment,
      *> retirement, overpayment and employer-cost registers, and
      *> both exception lists -- goes to the partition's own files,
      *> emppay_part_<id>_<kind>.dat, emptied at the start, with its
      *> control totals on emppay_part_<id>_control.dat. Nothing
      *> shared is rewritten and the period stays open, so the
      *> partitions can run side by side and a failed one is simply
      *> run again. EMPPAYRN_PARTITION=MERGE is the step after them:
      *> it refuses unless every partition completed for the period
      *> on the current generation, each partial register agrees
      *> with its control totals and every active employee fell to
      *> a partition; then it appends the partials to the shared
      *> registers, checks the merged register against the sum of
      *> the control totals, settles the garnishment and
      *> overpayment files and closes the period as a single run
      *> does. Unset, the run pays everyone in one pass as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PERIOD-FILE ASSIGN TO "payperiod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      *> Req 102: voluntary deductions applied after withholding.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT DED-REGISTER ASSIGN TO DYNAMIC WS-DED-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT ARREARS-FILE ASSIGN TO DYNAMIC WS-ARREARS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
      *> Per-employee tax profiles and the run's missing-profile list.
           SELECT TAX-PROFILE-FILE ASSIGN TO "emptax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT TAX-EXCEPTIONS ASSIGN TO DYNAMIC WS-TAX-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXC-STATUS.
      *> State/local jurisdiction rates and the employee addresses
      *> they are chosen by.
           SELECT JURISDICTION-FILE ASSIGN TO "jurtax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-STATUS.
      *> Employer cost: the cost table, the year's wages so far, and
      *> the employer-cost register the GL extract posts from.
           SELECT COST-TABLE-FILE ASSIGN TO "erctable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERC-STATUS.
           SELECT YTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT COST-REGISTER ASSIGN TO DYNAMIC WS-ERC-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERC-REG-STATUS.
      *> Hourly pay: the pay basis file, the period's timecards, the
      *> overtime/ceiling control line and the exceptions list.
           SELECT PAY-BASIS-FILE ASSIGN TO "emppbas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBS-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO "emptcard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCD-STATUS.
           SELECT TIMECARD-CONTROL ASSIGN TO "emptcard_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCC-STATUS.
           SELECT TIMECARD-EXCEPTIONS
                   ASSIGN TO DYNAMIC WS-TCX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCX-STATUS.
      *> Garnishment orders, the per-order register and the period's
      *> remittance listing by payee.
           SELECT GARNISH-FILE ASSIGN TO "empgarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.
           SELECT GARNISH-REGISTER ASSIGN TO DYNAMIC WS-GRG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRG-STATUS.
           SELECT GARNISH-REMIT ASSIGN TO "empgarn_remit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRM-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "empcontr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.
           SELECT PLAN-RULES-FILE ASSIGN TO "retplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-STATUS.
           SELECT RET-REGISTER ASSIGN TO DYNAMIC WS-RRG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-STATUS.
           SELECT RECORDKEEPER-FILE ASSIGN TO DYNAMIC WS-RK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.
      *> Overpayment recovery cases, the net pay floor and the
      *> per-case recovery register.
           SELECT OVERPAY-FILE ASSIGN TO "empovpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVP-STATUS.
           SELECT OVERPAY-CONTROL ASSIGN TO "empovpay_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVC-STATUS.
           SELECT OVERPAY-REGISTER ASSIGN TO DYNAMIC WS-OVR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT GENERATION-LOG ASSIGN TO "emppay_genlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENLOG-STATUS.
      *> Partitioned runs: the partition table, each partition's
      *> control totals, and its partial files read back by the
      *> merge.
           SELECT PARTITION-TABLE ASSIGN TO "emppay_partition.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTN-STATUS.
           SELECT PARTITION-CONTROL ASSIGN TO DYNAMIC WS-PTC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTC-STATUS.
           SELECT PARTIAL-FILE ASSIGN TO DYNAMIC WS-PARTIAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ARR-CODE       PIC X(4).
          05 ARR-AMOUNT     PIC 9(6)V99.

       FD TAX-PROFILE-FILE.
           COPY EMPTAXR.

       FD TAX-EXCEPTIONS.
      *> Rewritten every run: the employees this period paid on the
      *> default bracket set because emptax.dat has no row for them,
      *> and those left unpaid for want of a state jurisdiction.
       01 TAX-EXCEPTION-LINE PIC X(80).

       FD JURISDICTION-FILE.
           COPY JURTAXR.

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD COST-TABLE-FILE.
           COPY ERCOSTR.

       FD YTD-FILE.
           COPY EMPYTDR.

       FD COST-REGISTER.
           COPY ERCREGR.

       FD PAY-BASIS-FILE.
           COPY EMPPBSR.

       FD TIMECARD-FILE.
           COPY EMPTCDR.

       FD TIMECARD-CONTROL.
      *> One line: the most hours (regular plus overtime) one
      *> timecard may claim, and the overtime premium multiplier.
       01 TIMECARD-CONTROL-RECORD.
          05 TCC-HOURS-CEILING  PIC 9(3)V99.
          05 TCC-OT-MULTIPLIER  PIC 9V99.

       FD TIMECARD-EXCEPTIONS.
      *> Rewritten every run: the timecards this period did not pay
      *> and the hourly employees who had none.
       01 TIMECARD-EXCEPTION-LINE PIC X(80).

       FD GARNISH-FILE.
           COPY EMPGARR.

       FD GARNISH-REGISTER.
      *> One line per order the period looked at: what the order
      *> asked for, what was taken, and why any shortfall (C the
      *> legal cap, N no net pay left). The balance is what is still
      *> owed after this period; zero on an open-ended order.
       01 GARNISH-REGISTER-RECORD.
          05 GRG-PERIOD      PIC 9(6).
          05 GRG-EMP-ID      PIC 9(5).
          05 GRG-ORDER-TYPE  PIC X(2).
          05 GRG-CASE-NO     PIC X(15).
          05 GRG-PAYEE       PIC X(20).
          05 GRG-DISPOSABLE  PIC 9(6)V99.
          05 GRG-WANTED      PIC 9(6)V99.
          05 GRG-TAKEN       PIC 9(6)V99.
          05 GRG-BALANCE     PIC 9(7)V99.
          05 GRG-LIMITED     PIC X.

       FD GARNISH-REMIT.
      *> Rewritten every run: the period's garnishments by payee.
       01 GARNISH-REMIT-LINE PIC X(80).

       FD ELECTION-FILE.
           COPY EMPRTER.

       FD PLAN-RULES-FILE.
           COPY RETPLNR.

       FD RET-REGISTER.
           COPY RETREGR.

       FD RECORDKEEPER-FILE.
      *> One file per period for the plan recordkeeper: H, one D
      *> line per employee per money type, T.
       01 RECORDKEEPER-LINE PIC X(80).

       FD OVERPAY-FILE.
           COPY EMPOVPR.

       FD OVERPAY-CONTROL.
      *> One line: the least net pay a recovery may leave.
       01 OVERPAY-CONTROL-RECORD.
          05 OVC-NET-FLOOR      PIC 9(6)V99.

       FD OVERPAY-REGISTER.
      *> One line per open case the period looked at: the agreed
      *> amount, what was taken, the balance after this period, and
      *> F when the net pay floor held part of it back.
       01 OVERPAY-REGISTER-RECORD.
          05 OVR-PERIOD      PIC 9(6).
          05 OVR-EMP-ID      PIC 9(5).
          05 OVR-CASE-NO     PIC 9(5).
          05 OVR-WANTED      PIC 9(6)V99.
          05 OVR-TAKEN       PIC 9(6)V99.
          05 OVR-BALANCE     PIC 9(7)V99.
          05 OVR-LIMITED     PIC X.

       FD GENERATION-LOG.
           COPY EMPPGLR.

       FD PARTITION-TABLE.
       01 PARTITION-RECORD.
          05 PTN-ID          PIC X(4).
          05 PTN-COMPANY     PIC X(2).
          05 PTN-RANGE.
             10 PTN-LOW-EMP  PIC 9(5).
             10 PTN-HIGH-EMP PIC 9(5).

       FD PARTITION-CONTROL.
      *> One line, rewritten by each run of the partition: R while
      *> it runs, C once its partial files are complete, with the
      *> totals the merge holds them to.
       01 PARTITION-CONTROL-RECORD.
          05 PTC-PARTITION     PIC X(4).
          05 PTC-PERIOD        PIC 9(6).
          05 PTC-GENERATION    PIC 9(4).
          05 PTC-STATUS        PIC X.
             88 PTC-COMPLETE      VALUE "C".
          05 PTC-RUN-DATE      PIC 9(8).
          05 PTC-SCOPE         PIC 9(5).
          05 PTC-PAID          PIC 9(5).
          05 PTC-GROSS         PIC 9(9)V99.
          05 PTC-NET           PIC 9(9)V99.
          05 PTC-NO-PROFILE    PIC 9(5).
          05 PTC-STATE-REJECT  PIC 9(5).
          05 PTC-TCX           PIC 9(5).
          05 PTC-RET-NO-PLAN   PIC 9(5).
          05 PTC-TCD-OVERFLOW  PIC 9.
          05 PTC-YTD-OVERFLOW  PIC 9.

       FD PARTIAL-FILE.
       01 PARTIAL-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
             10 WS-DD-PRIORITY  PIC 9(2).
             10 WS-DD-STATUS    PIC X.
       01 WS-DED-IX          PIC 9(3) VALUE 0.
       01 WS-PRIORITY-PASS   PIC 9(3) VALUE 0.
       01 WS-DED-WANTED      PIC 9(6)V99 VALUE 0.
       01 WS-DED-APPLIED     PIC 9(6)V99 VALUE 0.
       01 WS-DED-SHORT       PIC 9(6)V99 VALUE 0.
       01 WS-DED-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-ARREARS-COUNT   PIC 9(5) VALUE 0.

      *> The tax profile file loaded once for the run; the matching
      *> row is handed to NETPAY as WS-TP-FIELDS.
       01 WS-TAX-STATUS      PIC XX VALUE SPACES.
       01 WS-TAX-EXC-STATUS  PIC XX VALUE SPACES.
       01 WS-TAX-EOF         PIC 9 VALUE 0.
       01 WS-TAX-COUNT       PIC 9(4) VALUE 0.
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TX-EMP-ID         PIC 9(5).
             10 WS-TX-FILING-STATUS  PIC X.
             10 WS-TX-ALLOWANCES     PIC 9(2).
             10 WS-TX-ADDL-WHLD      PIC 9(5)V99.
             10 WS-TX-EXEMPT         PIC X.
       01 WS-TAX-IX          PIC 9(4) VALUE 0.
       01 WS-TAX-FOUND       PIC 9 VALUE 0.
       01 WS-TP-FIELDS.
          05 WS-TP-FILING-STATUS    PIC X VALUE SPACE.
          05 WS-TP-ALLOWANCES       PIC 9(2) VALUE 0.
          05 WS-TP-ADDL-WHLD        PIC 9(5)V99 VALUE 0.
          05 WS-TP-EXEMPT           PIC X VALUE SPACE.
       01 WS-NO-PROFILE-COUNT PIC 9(5) VALUE 0.
      *> Built with MOVE, not STRING, like the alert line below.
       01 WS-TAX-EXC-HEADING.
          05 FILLER          PIC X(36)
                 VALUE "PAYROLL TAX EXCEPTIONS -- PERIOD ".
          05 WS-TEH-PERIOD   PIC 9(6).
          05 FILLER          PIC X(38) VALUE SPACES.
       01 WS-TAX-EXC-BUILD.
          05 WS-TEB-EMP-ID   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TEB-NAME     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TEB-COMPANY  PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TEB-REASON   PIC X(47).
       01 WS-TAX-EXC-TRAILER.
          05 FILLER          PIC X(20) VALUE "EMPLOYEES LISTED: ".
          05 WS-TET-COUNT    PIC 9(5).
          05 FILLER          PIC X(55) VALUE SPACES.
      *> The regular run's identifier on every row it writes.
       01 WS-REG-RUN-ID-BUILD.
          05 FILLER          PIC X(3) VALUE "REG".
          05 WS-RRB-PERIOD   PIC 9(6).
       01 WS-TEB-STATE-REASON.
          05 FILLER          PIC X(26)
                 VALUE "NO JURISDICTION FOR STATE ".
          05 WS-TSR-STATE    PIC X(2).
          05 FILLER          PIC X(19) VALUE " - NOT PAID".

      *> The jurisdiction table and the address file, loaded once.
      *> No jurisdiction table means no state/local withholding and
      *> nobody rejected for it -- the run as it was before.
       01 WS-JUR-STATUS      PIC XX VALUE SPACES.
       01 WS-ADDR-STATUS     PIC XX VALUE SPACES.
       01 WS-JUR-EOF         PIC 9 VALUE 0.
       01 WS-ADDR-EOF        PIC 9 VALUE 0.
       01 WS-JUR-COUNT       PIC 9(3) VALUE 0.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 200 TIMES.
             10 WS-JT-STATE     PIC X(2).
             10 WS-JT-LOCALITY  PIC X(20).
             10 WS-JT-RATE      PIC 9V9(4).
       01 WS-JUR-IX          PIC 9(3) VALUE 0.
       01 WS-ADDR-COUNT      PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-EMP-ID    PIC 9(5).
             10 WS-AT-STATE     PIC X(2).
             10 WS-AT-CITY      PIC X(20).
       01 WS-ADDR-IX         PIC 9(4) VALUE 0.
       01 WS-EMP-STATE       PIC X(2) VALUE SPACES.
       01 WS-EMP-CITY        PIC X(20) VALUE SPACES.
       01 WS-EMP-LOCALITY    PIC X(20) VALUE SPACES.
       01 WS-STATE-RATE      PIC 9V9(4) VALUE 0.
       01 WS-LOCAL-RATE      PIC 9V9(4) VALUE 0.
       01 WS-STATE-FOUND     PIC 9 VALUE 0.
       01 WS-STATE-WHLD      PIC 9(6)V99 VALUE 0.
       01 WS-LOCAL-WHLD      PIC 9(6)V99 VALUE 0.
       01 WS-STATE-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-LOCAL-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-STATE-REJECT-COUNT PIC 9(5) VALUE 0.

      *> Employer cost types, and each employee's wages so far this
      *> year by company (empytd.dat as EMPYTD last built it).
       01 WS-ERC-STATUS      PIC XX VALUE SPACES.
       01 WS-YTD-STATUS      PIC XX VALUE SPACES.
       01 WS-ERC-REG-STATUS  PIC XX VALUE SPACES.
       01 WS-ERC-EOF         PIC 9 VALUE 0.
       01 WS-YTD-EOF         PIC 9 VALUE 0.
       01 WS-ERC-COUNT       PIC 9(2) VALUE 0.
       01 WS-ERC-TABLE.
          05 WS-ERC-ENTRY OCCURS 20 TIMES.
             10 WS-ET-TYPE      PIC X(6).
             10 WS-ET-RATE      PIC 9V9(4).
             10 WS-ET-BASE      PIC 9(8)V99.
             10 WS-ET-EXP-ACCT  PIC X(14).
             10 WS-ET-LIAB-ACCT PIC X(14).
             10 WS-ET-TOTAL     PIC 9(9)V99.
       01 WS-ERC-IX          PIC 9(2) VALUE 0.
       01 WS-YTD-COUNT       PIC 9(4) VALUE 0.
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 2000 TIMES.
             10 WS-YT-EMP-ID    PIC 9(5).
             10 WS-YT-COMPANY   PIC X(2).
             10 WS-YT-GROSS     PIC 9(8)V99.
       01 WS-YTD-IX          PIC 9(4) VALUE 0.
       01 WS-YTD-OVERFLOW    PIC 9 VALUE 0.
       01 WS-DUE-YEAR        PIC 9(4) VALUE 0.
       01 WS-WAGES-BEFORE    PIC 9(8)V99 VALUE 0.
       01 WS-BASE-LEFT       PIC 9(8)V99 VALUE 0.
       01 WS-COST-WAGES      PIC 9(6)V99 VALUE 0.
       01 WS-COST-AMOUNT     PIC 9(6)V99 VALUE 0.
       01 WS-COST-ROWS       PIC 9(6) VALUE 0.
       01 WS-COST-TOTAL      PIC 9(9)V99 VALUE 0.

      *> Pay basis rows and the period's timecards, loaded once. A
      *> card's state: space not yet matched to the master, P paid,
      *> T employee not active, S employee salaried, C above the
      *> ceiling, D duplicate, W another period, J employee not paid
      *> for want of a jurisdiction, O employee paid by another
      *> partition. WS-TC-MINE marks the cards of the employees a
      *> partition run pays.
       01 WS-PBS-STATUS      PIC XX VALUE SPACES.
       01 WS-TCD-STATUS      PIC XX VALUE SPACES.
       01 WS-TCC-STATUS      PIC XX VALUE SPACES.
       01 WS-TCX-STATUS      PIC XX VALUE SPACES.
       01 WS-PBS-EOF         PIC 9 VALUE 0.
       01 WS-TCD-EOF         PIC 9 VALUE 0.
       01 WS-PBS-COUNT       PIC 9(4) VALUE 0.
       01 WS-PBS-TABLE.
          05 WS-PBS-ENTRY OCCURS 2000 TIMES.
             10 WS-PB-EMP-ID    PIC 9(5).
             10 WS-PB-BASIS     PIC X.
             10 WS-PB-RATE      PIC 9(4)V99.
       01 WS-PBS-IX          PIC 9(4) VALUE 0.
       01 WS-TCD-COUNT       PIC 9(4) VALUE 0.
       01 WS-TCD-TABLE.
          05 WS-TCD-ENTRY OCCURS 2000 TIMES.
             10 WS-TC-EMP-ID    PIC 9(5).
             10 WS-TC-PERIOD    PIC 9(6).
             10 WS-TC-REG       PIC 9(3)V99.
             10 WS-TC-OT        PIC 9(3)V99.
             10 WS-TC-SHIFT     PIC X(2).
             10 WS-TC-STATE     PIC X.
             10 WS-TC-MINE      PIC 9.
       01 WS-TCD-IX          PIC 9(4) VALUE 0.
       01 WS-TCD-SCAN-IX     PIC 9(4) VALUE 0.
       01 WS-TCD-FOUND-IX    PIC 9(4) VALUE 0.
       01 WS-TCD-OVERFLOW    PIC 9 VALUE 0.
       01 WS-HOURS-CEILING   PIC 9(3)V99 VALUE 200.00.
       01 WS-OT-MULTIPLIER   PIC 9V99 VALUE 1.50.
       01 WS-EMP-HOURLY      PIC 9 VALUE 0.
       01 WS-EMP-RATE        PIC 9(4)V99 VALUE 0.
       01 WS-PAY-OK          PIC 9 VALUE 0.
       01 WS-CARD-HOURS      PIC 9(4)V99 VALUE 0.
       01 WS-HOURLY-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-TCX-COUNT       PIC 9(5) VALUE 0.
      *> Built with MOVE, not STRING, like the tax exceptions.
       01 WS-TCX-HEADING.
          05 FILLER          PIC X(36)
                 VALUE "TIMECARD EXCEPTIONS -- PERIOD ".
          05 WS-TXH-PERIOD   PIC 9(6).
          05 FILLER          PIC X(38) VALUE SPACES.
       01 WS-TCX-BUILD.
          05 WS-TXB-EMP-ID   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TXB-PERIOD   PIC 9(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TXB-REG      PIC ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TXB-OT       PIC ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TXB-SHIFT    PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-TXB-REASON   PIC X(47).
       01 WS-TCX-TRAILER.
          05 FILLER          PIC X(20) VALUE "TIMECARDS LISTED: ".
          05 WS-TXT-COUNT    PIC 9(5).
          05 FILLER          PIC X(55) VALUE SPACES.

      *> Garnishment orders loaded once, each with its legal rank
      *> (1 support, 2 bankruptcy, 3 tax levy, 4 student loan,
      *> 5 creditor).
       01 WS-GRN-STATUS      PIC XX VALUE SPACES.
       01 WS-GRG-STATUS      PIC XX VALUE SPACES.
       01 WS-GRM-STATUS      PIC XX VALUE SPACES.
       01 WS-GRN-EOF         PIC 9 VALUE 0.
       01 WS-GRN-COUNT       PIC 9(3) VALUE 0.
       01 WS-GRN-OVERFLOW    PIC 9 VALUE 0.
       01 WS-GRN-TABLE.
          05 WS-GRN-ENTRY OCCURS 500 TIMES.
             10 WS-GO-EMP-ID      PIC 9(5).
             10 WS-GO-TYPE        PIC X(2).
             10 WS-GO-CASE-NO     PIC X(15).
             10 WS-GO-PAYEE       PIC X(20).
             10 WS-GO-METHOD      PIC X.
             10 WS-GO-VALUE       PIC 9(5)V99.
             10 WS-GO-CAP-PCT     PIC 9(2)V99.
             10 WS-GO-OWED        PIC 9(7)V99.
             10 WS-GO-SATISFIED   PIC 9(7)V99.
             10 WS-GO-STATUS      PIC X.
             10 WS-GO-ENTERED     PIC 9(8).
             10 WS-GO-OPERATOR    PIC X(8).
             10 WS-GO-RANK        PIC 9.
       01 WS-GRN-IX          PIC 9(3) VALUE 0.
       01 WS-GARN-RANK       PIC 9 VALUE 0.
       01 WS-DISPOSABLE-PAY  PIC 9(6)V99 VALUE 0.
       01 WS-GARN-CAP-ROOM   PIC S9(7)V99 VALUE 0.
       01 WS-GARN-WANTED     PIC 9(6)V99 VALUE 0.
       01 WS-GARN-TAKEN      PIC 9(6)V99 VALUE 0.
       01 WS-GARN-LEFT       PIC 9(7)V99 VALUE 0.
       01 WS-GARN-LIMITED    PIC X VALUE SPACE.
       01 WS-EMP-GARN-TOTAL  PIC 9(6)V99 VALUE 0.
       01 WS-GARN-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-GARN-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-GARN-PAID-OFF   PIC 9(3) VALUE 0.
       01 WS-GARN-CODE-BUILD.
          05 FILLER          PIC X(2) VALUE "GN".
          05 WS-GCB-TYPE     PIC X(2).
      *> The period's takings, listed by payee once the run is done.
       01 WS-RMT-COUNT       PIC 9(4) VALUE 0.
       01 WS-RMT-TABLE.
          05 WS-RMT-ENTRY OCCURS 2000 TIMES.
             10 WS-RM-PAYEE     PIC X(20).
             10 WS-RM-CASE-NO   PIC X(15).
             10 WS-RM-EMP-ID    PIC 9(5).
             10 WS-RM-TYPE      PIC X(2).
             10 WS-RM-AMOUNT    PIC 9(6)V99.
             10 WS-RM-LISTED    PIC 9.
       01 WS-RMT-IX          PIC 9(4) VALUE 0.
       01 WS-RMT-SCAN-IX     PIC 9(4) VALUE 0.
       01 WS-RMT-OVERFLOW    PIC 9 VALUE 0.
       01 WS-PAYEE-ITEMS     PIC 9(4) VALUE 0.
       01 WS-PAYEE-TOTAL     PIC 9(8)V99 VALUE 0.
       01 WS-REMIT-TOTAL     PIC 9(9)V99 VALUE 0.
      *> Built with MOVE, not STRING, like the tax exceptions.
       01 WS-GRM-HEADING.
          05 FILLER          PIC X(36)
                 VALUE "GARNISHMENT REMITTANCE -- PERIOD ".
          05 WS-GMH-PERIOD   PIC 9(6).
          05 FILLER          PIC X(38) VALUE SPACES.
       01 WS-GRM-PAYEE-LINE.
          05 FILLER          PIC X(7) VALUE "PAYEE: ".
          05 WS-GMP-PAYEE    PIC X(20).
          05 FILLER          PIC X(53) VALUE SPACES.
       01 WS-GRM-DETAIL.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-GMD-CASE-NO  PIC X(15).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-GMD-EMP-ID   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-GMD-TYPE     PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-GMD-AMOUNT   PIC ZZZ,ZZ9.99.
          05 FILLER          PIC X(38) VALUE SPACES.
       01 WS-GRM-PAYEE-TOTAL.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 FILLER          PIC X(14) VALUE "PAYEE TOTAL ".
          05 WS-GMT-ITEMS    PIC ZZZ9.
          05 FILLER          PIC X(8) VALUE " ITEM(S)".
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-GMT-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(35) VALUE SPACES.
       01 WS-GRM-TRAILER.
          05 FILLER          PIC X(20) VALUE "ITEMS REMITTED: ".
          05 WS-GMR-COUNT    PIC ZZZ9.
          05 FILLER          PIC X(10) VALUE "  TOTAL: ".
          05 WS-GMR-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(32) VALUE SPACES.

      *> Retirement elections loaded once, each carrying the year's
      *> deferral and match so far from empret_register.dat; the
      *> plan rules row for the paying year.
       01 WS-RTE-STATUS      PIC XX VALUE SPACES.
       01 WS-RPL-STATUS      PIC XX VALUE SPACES.
       01 WS-RRG-STATUS      PIC XX VALUE SPACES.
       01 WS-RK-STATUS       PIC XX VALUE SPACES.
       01 WS-RTE-EOF         PIC 9 VALUE 0.
       01 WS-RTE-COUNT       PIC 9(4) VALUE 0.
       01 WS-RTE-OVERFLOW    PIC 9 VALUE 0.
       01 WS-RTE-TABLE.
          05 WS-RTE-ENTRY OCCURS 2000 TIMES.
             10 WS-RE-EMP-ID      PIC 9(5).
             10 WS-RE-PCT         PIC 9(2)V99.
             10 WS-RE-CATCHUP     PIC X.
             10 WS-RE-STATUS      PIC X.
             10 WS-RE-YTD-EE      PIC 9(7)V99.
             10 WS-RE-YTD-ER      PIC 9(7)V99.
       01 WS-RTE-IX          PIC 9(4) VALUE 0.
       01 WS-RTE-FOUND-IX    PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND      PIC 9 VALUE 0.
       01 WS-PLAN-YEAR       PIC 9(4) VALUE 0.
       01 WS-PLAN-MATCH-PCT  PIC 9(3)V99 VALUE 0.
       01 WS-PLAN-CAP-PCT    PIC 9(2)V99 VALUE 0.
       01 WS-PLAN-DEFER-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-PLAN-CATCH-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-PLAN-MATCH-LIM  PIC 9(6)V99 VALUE 0.
       01 WS-PLAN-EXP-ACCT   PIC X(14) VALUE SPACES.
       01 WS-PLAN-LIAB-ACCT  PIC X(14) VALUE SPACES.
       01 WS-RET-WANTED      PIC 9(6)V99 VALUE 0.
       01 WS-RET-ROOM        PIC S9(7)V99 VALUE 0.
       01 WS-RET-REG-ROOM    PIC S9(7)V99 VALUE 0.
       01 WS-RET-DEFERRAL    PIC 9(6)V99 VALUE 0.
       01 WS-RET-REGULAR     PIC 9(6)V99 VALUE 0.
       01 WS-RET-CATCHUP     PIC 9(6)V99 VALUE 0.
       01 WS-RET-SHORT       PIC 9(6)V99 VALUE 0.
       01 WS-RET-MATCH-BASE  PIC 9(6)V99 VALUE 0.
       01 WS-RET-MATCH       PIC 9(6)V99 VALUE 0.
       01 WS-RET-MATCH-ROOM  PIC S9(7)V99 VALUE 0.
       01 WS-EMP-RET-TOTAL   PIC 9(6)V99 VALUE 0.
       01 WS-RET-DEFER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RET-MATCH-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RET-ROWS        PIC 9(5) VALUE 0.
       01 WS-RET-NO-PLAN     PIC 9(5) VALUE 0.
       01 WS-RK-LINES        PIC 9(6) VALUE 0.
       01 WS-RK-TOTAL        PIC 9(9)V99 VALUE 0.
      *> Recordkeeper file name and lines, built with MOVE, not
      *> STRING.
       01 WS-RK-FILENAME-BUILD.
          05 FILLER          PIC X(8) VALUE "retkeep_".
          05 WS-RFB-PERIOD   PIC 9(6).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RK-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-RK-HEADER.
          05 FILLER          PIC X(7) VALUE "H PLAN=".
          05 WS-RKH-YEAR     PIC 9(4).
          05 FILLER          PIC X(8) VALUE " PERIOD=".
          05 WS-RKH-PERIOD   PIC 9(6).
          05 FILLER          PIC X(9) VALUE " RUNDATE=".
          05 WS-RKH-DATE     PIC 9(8).
          05 FILLER          PIC X(38) VALUE SPACES.
       01 WS-RK-DETAIL.
          05 FILLER          PIC X(2) VALUE "D ".
          05 WS-RKD-EMP-ID   PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RKD-NAME     PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RKD-COMPANY  PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RKD-MONEY    PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RKD-AMOUNT   PIC 9(6).99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RKD-GROSS    PIC 9(6).99.
          05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RK-TRAILER.
          05 FILLER          PIC X(8) VALUE "T COUNT=".
          05 WS-RKT-COUNT    PIC 9(6).
          05 FILLER          PIC X(7) VALUE " TOTAL=".
          05 WS-RKT-TOTAL    PIC 9(9).99.
          05 FILLER          PIC X(47) VALUE SPACES.

      *> Overpayment cases loaded once, with the net pay floor.
       01 WS-OVP-STATUS      PIC XX VALUE SPACES.
       01 WS-OVC-STATUS      PIC XX VALUE SPACES.
       01 WS-OVR-STATUS      PIC XX VALUE SPACES.
       01 WS-GENLOG-STATUS   PIC XX VALUE SPACES.
       01 WS-OVP-EOF         PIC 9 VALUE 0.
       01 WS-OVP-COUNT       PIC 9(3) VALUE 0.
       01 WS-OVP-OVERFLOW    PIC 9 VALUE 0.
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
       01 WS-NET-FLOOR       PIC 9(6)V99 VALUE 0.
       01 WS-OVP-ROOM        PIC S9(7)V99 VALUE 0.
       01 WS-OVP-WANTED      PIC 9(6)V99 VALUE 0.
       01 WS-OVP-TAKEN       PIC 9(6)V99 VALUE 0.
       01 WS-OVP-LIMITED     PIC X VALUE SPACE.
       01 WS-EMP-OVP-TOTAL   PIC 9(6)V99 VALUE 0.
       01 WS-OVP-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-OVP-HELD-COUNT  PIC 9(5) VALUE 0.
       01 WS-OVP-CLOSED-COUNT PIC 9(3) VALUE 0.

      *> Same counter/filename convention as DEMO4RPT (req 019).
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
          05 FILLER          PIC X(30) VALUE " STILL OPEN PAST ITS END".
          05 FILLER          PIC X(12) VALUE SPACES.

      *> The files a pass appends to; a partition run points them
      *> at its own partial files.
       01 WS-REGISTER-NAME   PIC X(40) VALUE "emppay_register.dat".
       01 WS-DED-REG-NAME    PIC X(40) VALUE "empded_register.dat".
       01 WS-ARREARS-NAME    PIC X(40) VALUE "empded_arrears.dat".
       01 WS-TAX-EXC-NAME    PIC X(40) VALUE "emptax_exceptions.dat".
       01 WS-ERC-REG-NAME    PIC X(40) VALUE "emperc_register.dat".
       01 WS-TCX-NAME        PIC X(40)
          VALUE "emptcard_exceptions.dat".
       01 WS-GRG-NAME        PIC X(40) VALUE "empgarn_register.dat".
       01 WS-RRG-NAME        PIC X(40) VALUE "empret_register.dat".
       01 WS-OVR-NAME        PIC X(40) VALUE "empovpay_register.dat".

      *> Partitioned runs: S one pass over everyone, P one partition,
      *> M the merge.
       01 WS-RUN-MODE        PIC X VALUE "S".
          88 WS-PARTITION-RUN   VALUE "P".
          88 WS-MERGE-RUN       VALUE "M".
       01 WS-ENV-PARTITION   PIC X(8) VALUE SPACES.
       01 WS-PTN-STATUS      PIC XX VALUE SPACES.
       01 WS-PTC-STATUS      PIC XX VALUE SPACES.
       01 WS-PARTIAL-STATUS  PIC XX VALUE SPACES.
       01 WS-PTN-EOF         PIC 9 VALUE 0.
       01 WS-PTN-COUNT       PIC 9(2) VALUE 0.
       01 WS-PTN-TABLE.
          05 WS-PTN-ENTRY OCCURS 50 TIMES.
             10 WS-PN-ID          PIC X(4).
             10 WS-PN-COMPANY     PIC X(2).
             10 WS-PN-LOW-EMP     PIC 9(5).
             10 WS-PN-HIGH-EMP    PIC 9(5).
             10 WS-PN-SCOPE       PIC 9(5).
             10 WS-PN-COUNTED     PIC 9(5).
             10 WS-PN-PAID        PIC 9(5).
             10 WS-PN-GROSS       PIC 9(9)V99.
             10 WS-PN-NET         PIC 9(9)V99.
       01 WS-PTN-IX          PIC 9(2) VALUE 0.
       01 WS-RUN-PTN-IX      PIC 9(2) VALUE 0.
       01 WS-EMP-PTN-IX      PIC 9(2) VALUE 0.
       01 WS-EMP-IN-PARTITION PIC 9 VALUE 1.
       01 WS-LEAD-PARTITION  PIC 9 VALUE 0.
       01 WS-SCOPE-COUNT     PIC 9(5) VALUE 0.
       01 WS-ID-SPACES       PIC 9(2) VALUE 0.
       01 WS-PTC-RUN-STATUS  PIC X VALUE SPACE.
      *> Partial file names built with MOVE, not STRING.
       01 WS-PART-NAME-BUILD.
          05 FILLER          PIC X(12) VALUE "emppay_part_".
          05 WS-PNB-ID       PIC X(4).
          05 FILLER          PIC X VALUE "_".
          05 WS-PNB-KIND     PIC X(12).
          05 FILLER          PIC X(11) VALUE SPACES.
       01 WS-PTC-NAME        PIC X(40) VALUE SPACES.
       01 WS-PARTIAL-NAME    PIC X(40) VALUE SPACES.
      *> The merge's checks and the sum of the control totals.
       01 WS-MERGE-OK        PIC 9 VALUE 1.
       01 WS-MRG-FOUND       PIC 9 VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHK-ROWS        PIC 9(5) VALUE 0.
       01 WS-CHK-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-CHK-NET         PIC 9(9)V99 VALUE 0.
       01 WS-CTL-PAID        PIC 9(5) VALUE 0.
       01 WS-CTL-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-CTL-NET         PIC 9(9)V99 VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPPAYRN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.
      *> Any CALL resets RETURN-CODE (see DEMO4MNT); NETPAY and
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "   Paying period " WS-DUE-PERIOD
                   PERFORM DETERMINE-RUN-MODE
      *> The merge flags missed periods once for all partitions.
                   IF NOT WS-PARTITION-RUN
                       PERFORM FLAG-MISSED-PERIODS
                   END-IF
                   PERFORM DETERMINE-CURRENT-GENERATION
                   DISPLAY "   Reading generation " WS-GDG-FILENAME
      *> Req 102: deduction master loaded once for the run.
                   PERFORM LOAD-DEDUCTION-MASTER
                   DISPLAY "   Deduction rows loaded: " WS-DED-COUNT
                   PERFORM LOAD-TAX-PROFILES
                   DISPLAY "   Tax profiles loaded:   " WS-TAX-COUNT
                   PERFORM LOAD-JURISDICTION-TABLE
                   DISPLAY "   Jurisdiction rows:     " WS-JUR-COUNT
                   PERFORM LOAD-HOURLY-PAY-INPUTS
                   DISPLAY "   Pay basis rows:        " WS-PBS-COUNT
                   DISPLAY "   Timecards loaded:      " WS-TCD-COUNT
                   PERFORM LOAD-GARNISH-ORDERS
                   DISPLAY "   Garnishment orders:    " WS-GRN-COUNT
                   PERFORM LOAD-RETIREMENT-INPUTS
                   DISPLAY "   Retirement elections:  " WS-RTE-COUNT
                   PERFORM LOAD-OVERPAY-CASES
                   DISPLAY "   Overpayment cases:     " WS-OVP-COUNT
      *> Orders past the table would be paid nothing and then lost
      *> from empgarn.dat on the rewrite; refuse the run instead.
                   IF WS-GRN-OVERFLOW = 1
                       DISPLAY "   More than 500 garnishment orders -"
                           " period not paid"
                       MOVE 8 TO RETURN-CODE
                   ELSE
      *> An election past the table would go undeducted, or its
      *> year so far uncounted against the limit.
                       IF WS-RTE-OVERFLOW = 1
                           DISPLAY "   More than 2000 retirement"
                               " elections - period not paid"
                           MOVE 8 TO RETURN-CODE
                       ELSE
      *> Cases past the table would be lost from empovpay.dat on the
      *> rewrite, the same as the orders.
                           IF WS-OVP-OVERFLOW = 1
                               DISPLAY "   More than 500 overpayment"
                                   " cases - period not paid"
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               PERFORM RUN-THE-PERIOD
                           END-IF
                       END-IF
                   END-IF
      *> The partitions priced their own employer cost and match.
                   IF RETURN-CODE < 8 AND NOT WS-MERGE-RUN
                       PERFORM PRICE-EMPLOYER-COST
                   END-IF
                   IF RETURN-CODE < 8 AND NOT WS-MERGE-RUN
                       PERFORM POST-RETIREMENT-MATCH
                   END-IF
                   IF RETURN-CODE < 8
                       IF WS-PARTITION-RUN
                           MOVE "C" TO WS-PTC-RUN-STATUS
                           PERFORM WRITE-PARTITION-CONTROL
                       ELSE
                           PERFORM SETTLE-GARNISH-ORDERS
                           PERFORM SETTLE-OVERPAY-CASES
                           PERFORM CLOSE-THE-PERIOD
                           PERFORM LOG-PAID-GENERATION
                           PERFORM WRITE-RECORDKEEPER-FILE
                       END-IF
                       DISPLAY "   Employees paid: " WS-PAID-COUNT
                       DISPLAY "   Period gross:   " WS-GROSS-TOTAL
                       DISPLAY "   Withholding:    " WS-WHLD-TOTAL
                       DISPLAY "   State withheld: " WS-STATE-TOTAL
                       DISPLAY "   Local withheld: " WS-LOCAL-TOTAL
                       DISPLAY "   Deductions:     " WS-DED-TOTAL
                       DISPLAY "   of which garnished: " WS-GARN-TOTAL
                       DISPLAY "   of which retirement: "
                           WS-RET-DEFER-TOTAL
                       DISPLAY "   of which recovered:  " WS-OVP-TOTAL
                       DISPLAY "   Employer match:     "
                           WS-RET-MATCH-TOTAL
                       DISPLAY "   Recordkeeper file:  " WS-RK-FILENAME
                       IF WS-RET-NO-PLAN > 0
                           DISPLAY "   *** " WS-RET-NO-PLAN
                               " retirement election(s) not deducted"
                               " - no plan rules on retplan.dat ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-GARN-HELD-COUNT > 0
                           DISPLAY "   " WS-GARN-HELD-COUNT
                               " garnishment(s) held back by the legal"
                               " cap or net pay - see"
                               " empgarn_register.dat"
                       END-IF
                       IF WS-GARN-PAID-OFF > 0
                           DISPLAY "   " WS-GARN-PAID-OFF
                               " garnishment order(s) paid off"
                       END-IF
                       IF WS-OVP-HELD-COUNT > 0
                           DISPLAY "   " WS-OVP-HELD-COUNT
                               " overpayment recovery(ies) held back"
                               " by the net pay floor - see"
                               " empovpay_register.dat"
                       END-IF
                       IF WS-OVP-CLOSED-COUNT > 0
                           DISPLAY "   " WS-OVP-CLOSED-COUNT
                               " overpayment case(s) paid off"
                       END-IF
                       IF WS-RMT-OVERFLOW = 1
                           DISPLAY "   *** More than 2000 garnishment"
                               " items - remittance listing"
                               " incomplete ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       DISPLAY "   Period net:     " WS-NET-TOTAL
                       IF WS-ARREARS-COUNT > 0
                           DISPLAY "   *** " WS-ARREARS-COUNT
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-STATE-REJECT-COUNT > 0
                           DISPLAY "   *** " WS-STATE-REJECT-COUNT
                               " employee(s) NOT PAID - no state"
                               " jurisdiction - see"
                               " emptax_exceptions.dat ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       DISPLAY "   Paid from timecard: "
                           WS-HOURLY-PAID-COUNT
                       IF WS-TCX-COUNT > 0
                           DISPLAY "   *** " WS-TCX-COUNT
                               " timecard exception(s) NOT PAID - see"
                               " emptcard_exceptions.dat ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-TCD-OVERFLOW = 1
                           DISPLAY "   *** More than 2000 timecards -"
                               " the rest were not read ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-NO-PROFILE-COUNT > 0
                           DISPLAY "   *** " WS-NO-PROFILE-COUNT
                               " employee(s) with no tax profile - see"
                               " emptax_exceptions.dat ***"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       IF WS-PARTITION-RUN
                           DISPLAY "   Partition "
                               WS-PN-ID (WS-RUN-PTN-IX)
                               " complete - " WS-REGISTER-NAME
                           DISPLAY "   Period " WS-DUE-PERIOD
                               " stays open for the merge"
                       ELSE
                           DISPLAY "   Period " WS-DUE-PERIOD
                               " closed - register appended to"
                               " emppay_register.dat"
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   IF WS-ARREARS-STATUS = "35"
                       OPEN OUTPUT ARREARS-FILE
                   END-IF
                   OPEN EXTEND GARNISH-REGISTER
                   IF WS-GRG-STATUS = "35"
                       OPEN OUTPUT GARNISH-REGISTER
                   END-IF
                   OPEN EXTEND RET-REGISTER
                   IF WS-RRG-STATUS = "35"
                       OPEN OUTPUT RET-REGISTER
                   END-IF
                   OPEN EXTEND OVERPAY-REGISTER
                   IF WS-OVR-STATUS = "35"
                       OPEN OUTPUT OVERPAY-REGISTER
                   END-IF
                   OPEN OUTPUT TAX-EXCEPTIONS
                   MOVE WS-DUE-PERIOD TO WS-TEH-PERIOD
                   WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-HEADING
                   OPEN OUTPUT TIMECARD-EXCEPTIONS
                   MOVE WS-DUE-PERIOD TO WS-TXH-PERIOD
                   WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-HEADING
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ EMPLOYEE-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-EMPLOYEE-PARTITION
                               IF WS-EMP-IN-PARTITION = 1
                                   PERFORM PAY-EMPLOYEE-IF-DUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
                   CLOSE DED-REGISTER
                   CLOSE ARREARS-FILE
                   CLOSE GARNISH-REGISTER
                   CLOSE RET-REGISTER
                   CLOSE OVERPAY-REGISTER
                   COMPUTE WS-TET-COUNT = WS-NO-PROFILE-COUNT
                       + WS-STATE-REJECT-COUNT
                   WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-TRAILER
                   CLOSE TAX-EXCEPTIONS
                   PERFORM LIST-UNPAID-TIMECARDS
                   MOVE WS-TCX-COUNT TO WS-TXT-COUNT
                   WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-TRAILER
                   CLOSE TIMECARD-EXCEPTIONS
               END-IF
           END-IF.

       PAY-EMPLOYEE-IF-DUE.
      *> Every employee is matched to the timecards first, so a
      *> card for a terminated or salaried employee is caught too.
           PERFORM MATCH-EMPLOYEE-TIMECARD.
      *> Req 059: active employees only, same rule as DEMO4RPT.
           IF (EMP-IS-ACTIVE OR EMP-STATUS = SPACE)
                   AND WS-PAY-OK = 1
               PERFORM FIND-EMPLOYEE-JURISDICTION
               IF WS-STATE-FOUND = 1
                   PERFORM PAY-ONE-EMPLOYEE
               ELSE
                   PERFORM REJECT-NO-JURISDICTION
                   IF WS-TCD-FOUND-IX > 0
                       MOVE "J" TO WS-TC-STATE (WS-TCD-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       PAY-ONE-EMPLOYEE.
      *> Per-period gross: one-twelfth of the annual salary -- the
      *> periods EMPPERGN cuts are calendar months. An hourly
      *> employee's gross was already priced from the timecard.
           IF WS-EMP-HOURLY = 0
               COMPUTE WS-PERIOD-GROSS ROUNDED = EMP-SALARY / 12
           END-IF.
           PERFORM FIND-TAX-PROFILE.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "NETPAY" USING WS-PERIOD-GROSS WS-WITHHOLDING
               WS-NET-PAY WS-TP-FIELDS.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           PERFORM APPLY-STATE-LOCAL-WHLD.
      *> Garnishment orders rank ahead of every voluntary deduction.
           PERFORM APPLY-GARNISH-ORDERS.
      *> Overpayment recovery is owed to us, not to a court; it
      *> follows the orders and stops at the net pay floor.
           PERFORM APPLY-OVERPAY-RECOVERY.
      *> The retirement deferral next, ahead of the voluntary rows.
           PERFORM APPLY-RETIREMENT-DEFERRAL.
      *> Req 102: voluntary deductions come off after withholding,
      *> in priority order, never driving net below zero.
           PERFORM APPLY-VOLUNTARY-DEDUCTIONS.
           ADD WS-EMP-GARN-TOTAL TO WS-EMP-DED-TOTAL.
           ADD WS-EMP-OVP-TOTAL TO WS-EMP-DED-TOTAL.
           ADD WS-EMP-RET-TOTAL TO WS-EMP-DED-TOTAL.
           MOVE WS-DUE-PERIOD TO PRG-PERIOD.
           MOVE EMP-ID TO PRG-EMP-ID.
           MOVE EMP-COMPANY TO PRG-COMPANY.
           MOVE WS-WITHHOLDING TO PRG-WITHHOLDING.
           MOVE WS-EMP-DED-TOTAL TO PRG-DEDUCT.
           MOVE WS-NET-AVAILABLE TO PRG-NET.
           MOVE WS-EMP-STATE TO PRG-STATE.
           MOVE WS-EMP-LOCALITY TO PRG-LOCALITY.
           MOVE WS-STATE-WHLD TO PRG-STATE-WHLD.
           MOVE WS-LOCAL-WHLD TO PRG-LOCAL-WHLD.
           MOVE "R" TO PRG-RUN-TYPE.
           MOVE WS-DUE-PERIOD TO WS-RRB-PERIOD.
           MOVE WS-REG-RUN-ID-BUILD TO PRG-RUN-ID.
           IF WS-EMP-HOURLY = 1
               MOVE "HRLY" TO PRG-EARN-TYPE
               ADD 1 TO WS-HOURLY-PAID-COUNT
           ELSE
               MOVE "REG" TO PRG-EARN-TYPE
           END-IF.
           MOVE 0 TO PRG-VOID-ROW.
           MOVE 0 TO PRG-VOID-PERIOD.
           MOVE SPACES TO PRG-VOID-OPERATOR.
           WRITE PAY-REGISTER-RECORD.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PERIOD-GROSS TO WS-GROSS-TOTAL.
           ADD WS-WITHHOLDING TO WS-WHLD-TOTAL.
           ADD WS-STATE-WHLD TO WS-STATE-TOTAL.
           ADD WS-LOCAL-WHLD TO WS-LOCAL-TOTAL.
           ADD WS-EMP-DED-TOTAL TO WS-DED-TOTAL.
           ADD WS-NET-AVAILABLE TO WS-NET-TOTAL.

       LOAD-HOURLY-PAY-INPUTS.
           OPEN INPUT TIMECARD-CONTROL.
           IF WS-TCC-STATUS = "00"
               READ TIMECARD-CONTROL
                   NOT AT END
                       IF TCC-HOURS-CEILING IS NUMERIC
                               AND TCC-HOURS-CEILING > 0
                           MOVE TCC-HOURS-CEILING TO WS-HOURS-CEILING
                       END-IF
                       IF TCC-OT-MULTIPLIER IS NUMERIC
                               AND TCC-OT-MULTIPLIER > 0
                           MOVE TCC-OT-MULTIPLIER TO WS-OT-MULTIPLIER
                       END-IF
               END-READ
               CLOSE TIMECARD-CONTROL
           END-IF.
           OPEN INPUT PAY-BASIS-FILE.
           IF WS-PBS-STATUS = "00"
               PERFORM UNTIL WS-PBS-EOF = 1
                   READ PAY-BASIS-FILE
                       AT END MOVE 1 TO WS-PBS-EOF
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
           OPEN INPUT TIMECARD-FILE.
           IF WS-TCD-STATUS = "00"
               PERFORM UNTIL WS-TCD-EOF = 1
                   READ TIMECARD-FILE
                       AT END MOVE 1 TO WS-TCD-EOF
                       NOT AT END
                           IF WS-TCD-COUNT < 2000
                               PERFORM LOAD-ONE-TIMECARD
                           ELSE
                               MOVE 1 TO WS-TCD-OVERFLOW
                               MOVE 1 TO WS-TCD-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
           END-IF.

       LOAD-ONE-TIMECARD.
           ADD 1 TO WS-TCD-COUNT.
           MOVE TCD-EMP-ID TO WS-TC-EMP-ID (WS-TCD-COUNT).
           MOVE TCD-PERIOD TO WS-TC-PERIOD (WS-TCD-COUNT).
           MOVE TCD-SHIFT TO WS-TC-SHIFT (WS-TCD-COUNT).
           MOVE SPACE TO WS-TC-STATE (WS-TCD-COUNT).
           MOVE 0 TO WS-TC-MINE (WS-TCD-COUNT).
      *> Hours that are not numeric cannot be priced; the card is
      *> held as N and refused when its employee is matched.
           IF TCD-REG-HOURS IS NUMERIC AND TCD-OT-HOURS IS NUMERIC
               MOVE TCD-REG-HOURS TO WS-TC-REG (WS-TCD-COUNT)
               MOVE TCD-OT-HOURS TO WS-TC-OT (WS-TCD-COUNT)
           ELSE
               MOVE 0 TO WS-TC-REG (WS-TCD-COUNT)
               MOVE 0 TO WS-TC-OT (WS-TCD-COUNT)
               MOVE "N" TO WS-TC-STATE (WS-TCD-COUNT)
           END-IF.
           IF TCD-PERIOD NOT = WS-DUE-PERIOD
               MOVE "W" TO WS-TC-STATE (WS-TCD-COUNT)
           ELSE
               PERFORM VARYING WS-TCD-SCAN-IX FROM 1 BY 1
                       UNTIL WS-TCD-SCAN-IX >= WS-TCD-COUNT
                   IF WS-TC-EMP-ID (WS-TCD-SCAN-IX) = TCD-EMP-ID
                           AND WS-TC-PERIOD (WS-TCD-SCAN-IX)
                               = WS-DUE-PERIOD
                       MOVE "D" TO WS-TC-STATE (WS-TCD-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-EMPLOYEE-TIMECARD.
      *> Sets WS-PAY-OK (0 = do not pay this employee this period)
      *> and, for a payable hourly card, prices WS-PERIOD-GROSS.
           MOVE 1 TO WS-PAY-OK.
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
           MOVE 0 TO WS-TCD-FOUND-IX.
           PERFORM VARYING WS-TCD-IX FROM 1 BY 1
                   UNTIL WS-TCD-IX > WS-TCD-COUNT
                   OR WS-TCD-FOUND-IX > 0
               IF WS-TC-EMP-ID (WS-TCD-IX) = EMP-ID
                       AND WS-TC-PERIOD (WS-TCD-IX) = WS-DUE-PERIOD
                       AND WS-TC-STATE (WS-TCD-IX) NOT = "D"
                   MOVE WS-TCD-IX TO WS-TCD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-TCD-FOUND-IX > 0
               COMPUTE WS-CARD-HOURS = WS-TC-REG (WS-TCD-FOUND-IX)
                   + WS-TC-OT (WS-TCD-FOUND-IX)
               EVALUATE TRUE
                   WHEN NOT (EMP-IS-ACTIVE OR EMP-STATUS = SPACE)
                       MOVE "T" TO WS-TC-STATE (WS-TCD-FOUND-IX)
                   WHEN WS-EMP-HOURLY = 0
                       MOVE "S" TO WS-TC-STATE (WS-TCD-FOUND-IX)
                   WHEN WS-TC-STATE (WS-TCD-FOUND-IX) = "N"
                       MOVE 0 TO WS-PAY-OK
                   WHEN WS-CARD-HOURS > WS-HOURS-CEILING
                       MOVE "C" TO WS-TC-STATE (WS-TCD-FOUND-IX)
                       MOVE 0 TO WS-PAY-OK
                   WHEN OTHER
                       MOVE "P" TO WS-TC-STATE (WS-TCD-FOUND-IX)
                       COMPUTE WS-PERIOD-GROSS ROUNDED =
                           WS-TC-REG (WS-TCD-FOUND-IX) * WS-EMP-RATE
                           + WS-TC-OT (WS-TCD-FOUND-IX) * WS-EMP-RATE
                           * WS-OT-MULTIPLIER
               END-EVALUATE
           ELSE
               IF WS-EMP-HOURLY = 1
                   MOVE 0 TO WS-PAY-OK
                   IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                       ADD 1 TO WS-TCX-COUNT
                       MOVE EMP-ID TO WS-TXB-EMP-ID
                       MOVE WS-DUE-PERIOD TO WS-TXB-PERIOD
                       MOVE 0 TO WS-TXB-REG
                       MOVE 0 TO WS-TXB-OT
                       MOVE SPACES TO WS-TXB-SHIFT
                       MOVE "HOURLY EMPLOYEE - NO TIMECARD - NOT PAID"
                           TO WS-TXB-REASON
                       WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-BUILD
                   END-IF
               END-IF
           END-IF.

       LIST-UNPAID-TIMECARDS.
      *> A partition lists only its own employees' cards; a card no
      *> employee on the master owns is listed by the first
      *> partition on the table.
           PERFORM VARYING WS-TCD-IX FROM 1 BY 1
                   UNTIL WS-TCD-IX > WS-TCD-COUNT
               IF WS-TC-STATE (WS-TCD-IX) NOT = "P"
                       AND WS-TC-STATE (WS-TCD-IX) NOT = "O"
                       AND (NOT WS-PARTITION-RUN
                           OR WS-TC-MINE (WS-TCD-IX) = 1
                           OR WS-LEAD-PARTITION = 1)
                   MOVE WS-TC-EMP-ID (WS-TCD-IX) TO WS-TXB-EMP-ID
                   MOVE WS-TC-PERIOD (WS-TCD-IX) TO WS-TXB-PERIOD
                   MOVE WS-TC-REG (WS-TCD-IX) TO WS-TXB-REG
                   MOVE WS-TC-OT (WS-TCD-IX) TO WS-TXB-OT
                   MOVE WS-TC-SHIFT (WS-TCD-IX) TO WS-TXB-SHIFT
                   EVALUATE WS-TC-STATE (WS-TCD-IX)
                       WHEN SPACE
                           MOVE "UNKNOWN EMPLOYEE - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "T"
                           MOVE "EMPLOYEE NOT ACTIVE - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "S"
                           MOVE "SALARIED EMPLOYEE - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "C"
                           MOVE "HOURS OVER CEILING - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "N"
                           MOVE "HOURS NOT NUMERIC - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "D"
                           MOVE "DUPLICATE TIMECARD - NOT PAID"
                               TO WS-TXB-REASON
                       WHEN "W"
                           MOVE "NOT FOR THE PERIOD BEING PAID"
                               TO WS-TXB-REASON
                       WHEN OTHER
                           MOVE "NO JURISDICTION - NOT PAID"
                               TO WS-TXB-REASON
                   END-EVALUATE
                   ADD 1 TO WS-TCX-COUNT
                   WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-BUILD
               END-IF
           END-PERFORM.

       PRICE-EMPLOYER-COST.
      *> Priced from the register rows this run just wrote, so the
      *> cost always matches the gross actually paid.
           PERFORM LOAD-EMPLOYER-COST-TABLE.
           IF WS-ERC-COUNT > 0
               PERFORM LOAD-YEAR-WAGES
               OPEN INPUT REGISTER-FILE
               OPEN EXTEND COST-REGISTER
      *> OPEN OUTPUT only on status 35 -- earlier periods' cost
      *> rows must survive.
               IF WS-ERC-REG-STATUS = "35"
                   OPEN OUTPUT COST-REGISTER
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                       OR WS-ERC-REG-STATUS NOT = "00"
                   DISPLAY "   Unable to price employer cost -"
                       " register status " WS-REGISTER-STATUS
                       ", cost register status " WS-ERC-REG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ REGISTER-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF PRG-PERIOD = WS-DUE-PERIOD
                                       AND PRG-REGULAR-RUN
                                       AND (PRG-EARN-TYPE = "REG"
                                       OR PRG-EARN-TYPE = "HRLY")
                                   PERFORM PRICE-ONE-EMPLOYEE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
                   CLOSE COST-REGISTER
                   DISPLAY "   Employer cost rows:   " WS-COST-ROWS
                   DISPLAY "   Employer cost:        " WS-COST-TOTAL
                   PERFORM VARYING WS-ERC-IX FROM 1 BY 1
                           UNTIL WS-ERC-IX > WS-ERC-COUNT
                       DISPLAY "      " WS-ET-TYPE (WS-ERC-IX) " "
                           WS-ET-TOTAL (WS-ERC-IX)
                   END-PERFORM
                   IF WS-YTD-OVERFLOW = 1
                       DISPLAY "   *** More than 2000 year-to-date"
                           " rows - wage bases not applied past"
                           " them ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-EMPLOYER-COST-TABLE.
           OPEN INPUT COST-TABLE-FILE.
           IF WS-ERC-STATUS = "00"
               PERFORM UNTIL WS-ERC-EOF = 1
                   READ COST-TABLE-FILE
                       AT END MOVE 1 TO WS-ERC-EOF
                       NOT AT END
                           IF WS-ERC-COUNT < 20
                                   AND ERC-RATE IS NUMERIC
                                   AND ERC-WAGE-BASE IS NUMERIC
                               ADD 1 TO WS-ERC-COUNT
                               MOVE ERC-TYPE TO
                                   WS-ET-TYPE (WS-ERC-COUNT)
                               MOVE ERC-RATE TO
                                   WS-ET-RATE (WS-ERC-COUNT)
                               MOVE ERC-WAGE-BASE TO
                                   WS-ET-BASE (WS-ERC-COUNT)
                               MOVE ERC-EXP-ACCT TO
                                   WS-ET-EXP-ACCT (WS-ERC-COUNT)
                               MOVE ERC-LIAB-ACCT TO
                                   WS-ET-LIAB-ACCT (WS-ERC-COUNT)
                               MOVE 0 TO WS-ET-TOTAL (WS-ERC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-TABLE-FILE
           END-IF.

       LOAD-YEAR-WAGES.
      *> Only the paying period's year counts toward a wage base;
      *> a new year starts every base from nothing.
           MOVE WS-DUE-PERIOD (1:4) TO WS-DUE-YEAR.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
               PERFORM UNTIL WS-YTD-EOF = 1
                   READ YTD-FILE
                       AT END MOVE 1 TO WS-YTD-EOF
                       NOT AT END
                           IF YTD-YEAR = WS-DUE-YEAR
                               IF WS-YTD-COUNT < 2000
                                   ADD 1 TO WS-YTD-COUNT
                                   MOVE YTD-EMP-ID TO
                                       WS-YT-EMP-ID (WS-YTD-COUNT)
                                   MOVE YTD-COMPANY TO
                                       WS-YT-COMPANY (WS-YTD-COUNT)
                                   MOVE YTD-ANN-GROSS TO
                                       WS-YT-GROSS (WS-YTD-COUNT)
                               ELSE
                                   MOVE 1 TO WS-YTD-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       PRICE-ONE-EMPLOYEE.
           MOVE 0 TO WS-WAGES-BEFORE.
           PERFORM VARYING WS-YTD-IX FROM 1 BY 1
                   UNTIL WS-YTD-IX > WS-YTD-COUNT
               IF WS-YT-EMP-ID (WS-YTD-IX) = PRG-EMP-ID
                       AND WS-YT-COMPANY (WS-YTD-IX) = PRG-COMPANY
                   MOVE WS-YT-GROSS (WS-YTD-IX) TO WS-WAGES-BEFORE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ERC-IX FROM 1 BY 1
                   UNTIL WS-ERC-IX > WS-ERC-COUNT
               MOVE PRG-GROSS TO WS-COST-WAGES
               IF WS-ET-BASE (WS-ERC-IX) > 0
                   IF WS-WAGES-BEFORE >= WS-ET-BASE (WS-ERC-IX)
                       MOVE 0 TO WS-COST-WAGES
                   ELSE
                       COMPUTE WS-BASE-LEFT =
                           WS-ET-BASE (WS-ERC-IX) - WS-WAGES-BEFORE
                       IF WS-COST-WAGES > WS-BASE-LEFT
                           MOVE WS-BASE-LEFT TO WS-COST-WAGES
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-COST-AMOUNT ROUNDED =
                   WS-COST-WAGES * WS-ET-RATE (WS-ERC-IX)
               IF WS-COST-AMOUNT > 0
                   MOVE PRG-PERIOD TO ERR-PERIOD
                   MOVE PRG-EMP-ID TO ERR-EMP-ID
                   MOVE PRG-COMPANY TO ERR-COMPANY
                   MOVE PRG-DEPT TO ERR-DEPT
                   MOVE WS-ET-TYPE (WS-ERC-IX) TO ERR-TYPE
                   MOVE WS-COST-WAGES TO ERR-WAGES
                   MOVE WS-COST-AMOUNT TO ERR-AMOUNT
                   MOVE WS-ET-EXP-ACCT (WS-ERC-IX) TO ERR-EXP-ACCT
                   MOVE WS-ET-LIAB-ACCT (WS-ERC-IX) TO ERR-LIAB-ACCT
                   WRITE EMPLOYER-COST-REG-RECORD
                   ADD 1 TO WS-COST-ROWS
                   ADD WS-COST-AMOUNT TO WS-COST-TOTAL
                   ADD WS-COST-AMOUNT TO WS-ET-TOTAL (WS-ERC-IX)
               END-IF
           END-PERFORM.

       LOAD-DEDUCTION-MASTER.
           MOVE 0 TO WS-DED-EOF.
           OPEN INPUT DEDUCT-FILE.
               CLOSE DEDUCT-FILE
           END-IF.

       LOAD-TAX-PROFILES.
           MOVE 0 TO WS-TAX-EOF.
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
                               MOVE TXP-FILING-STATUS TO
                                   WS-TX-FILING-STATUS (WS-TAX-COUNT)
                               MOVE TXP-ALLOWANCES TO
                                   WS-TX-ALLOWANCES (WS-TAX-COUNT)
                               MOVE TXP-ADDL-WHLD TO
                                   WS-TX-ADDL-WHLD (WS-TAX-COUNT)
                               MOVE TXP-EXEMPT TO
                                   WS-TX-EXEMPT (WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-PROFILE-FILE
           END-IF.

       FIND-TAX-PROFILE.
      *> No row: a blank profile, which NETPAY withholds on exactly
      *> as it did before profiles, and a line on the exceptions list.
           MOVE SPACE TO WS-TP-FILING-STATUS.
           MOVE 0 TO WS-TP-ALLOWANCES.
           MOVE 0 TO WS-TP-ADDL-WHLD.
           MOVE SPACE TO WS-TP-EXEMPT.
           MOVE 0 TO WS-TAX-FOUND.
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
                   UNTIL WS-TAX-IX > WS-TAX-COUNT OR WS-TAX-FOUND = 1
               IF WS-TX-EMP-ID (WS-TAX-IX) = EMP-ID
                   MOVE 1 TO WS-TAX-FOUND
                   MOVE WS-TX-FILING-STATUS (WS-TAX-IX)
                       TO WS-TP-FILING-STATUS
                   MOVE WS-TX-ALLOWANCES (WS-TAX-IX)
                       TO WS-TP-ALLOWANCES
                   MOVE WS-TX-ADDL-WHLD (WS-TAX-IX)
                       TO WS-TP-ADDL-WHLD
                   MOVE WS-TX-EXEMPT (WS-TAX-IX) TO WS-TP-EXEMPT
               END-IF
           END-PERFORM.
           IF WS-TAX-FOUND = 0
               ADD 1 TO WS-NO-PROFILE-COUNT
               MOVE EMP-ID TO WS-TEB-EMP-ID
               MOVE EMP-NAME TO WS-TEB-NAME
               MOVE EMP-COMPANY TO WS-TEB-COMPANY
               MOVE "NO TAX PROFILE - DEFAULT BRACKETS USED"
                   TO WS-TEB-REASON
               WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-BUILD
           END-IF.

       LOAD-JURISDICTION-TABLE.
           MOVE 0 TO WS-JUR-EOF.
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
      *> Addresses matter only when there is something to look up.
           IF WS-JUR-COUNT > 0
               MOVE 0 TO WS-ADDR-EOF
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

       FIND-EMPLOYEE-JURISDICTION.
      *> The state row (blank locality) must exist; a locality row
      *> for the employee's city is optional -- most cities levy no
      *> income tax of their own.
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

       APPLY-STATE-LOCAL-WHLD.
      *> Flat shares of the period gross, taken after NETPAY and
      *> before voluntary deductions; never more than the net left.
           COMPUTE WS-STATE-WHLD ROUNDED =
               WS-PERIOD-GROSS * WS-STATE-RATE.
           COMPUTE WS-LOCAL-WHLD ROUNDED =
               WS-PERIOD-GROSS * WS-LOCAL-RATE.
           IF WS-STATE-WHLD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-STATE-WHLD
           END-IF.
           SUBTRACT WS-STATE-WHLD FROM WS-NET-PAY.
           IF WS-LOCAL-WHLD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-LOCAL-WHLD
           END-IF.
           SUBTRACT WS-LOCAL-WHLD FROM WS-NET-PAY.

       REJECT-NO-JURISDICTION.
           ADD 1 TO WS-STATE-REJECT-COUNT.
           MOVE EMP-ID TO WS-TEB-EMP-ID.
           MOVE EMP-NAME TO WS-TEB-NAME.
           MOVE EMP-COMPANY TO WS-TEB-COMPANY.
           IF WS-EMP-STATE = SPACES
               MOVE "NO ADDRESS ON empaddr.dat - NOT PAID"
                   TO WS-TEB-REASON
           ELSE
               MOVE WS-EMP-STATE TO WS-TSR-STATE
               MOVE WS-TEB-STATE-REASON TO WS-TEB-REASON
           END-IF.
           WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-BUILD.

       APPLY-VOLUNTARY-DEDUCTIONS.
      *> Priority 1 applies first (garnishments before savings);
      *> within a pass the rows apply in file order. What the
               WRITE PAY-PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

       LOG-PAID-GENERATION.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard.
           OPEN EXTEND GENERATION-LOG.
           IF WS-GENLOG-STATUS = "35"
               OPEN OUTPUT GENERATION-LOG
           END-IF.
           MOVE WS-DUE-PERIOD TO PGL-PERIOD.
           MOVE WS-GDG-GENERATION TO PGL-GENERATION.
           MOVE WS-TODAY-DATE TO PGL-PAID-DATE.
           WRITE PAID-GENERATION-RECORD.
           CLOSE GENERATION-LOG.

       LOAD-GARNISH-ORDERS.
           MOVE 0 TO WS-GRN-EOF.
           OPEN INPUT GARNISH-FILE.
           IF WS-GRN-STATUS = "00"
               PERFORM UNTIL WS-GRN-EOF = 1
                   READ GARNISH-FILE
                       AT END MOVE 1 TO WS-GRN-EOF
                       NOT AT END
                           IF WS-GRN-COUNT < 500
                               ADD 1 TO WS-GRN-COUNT
                               PERFORM LOAD-ONE-GARNISH-ORDER
                           ELSE
                               MOVE 1 TO WS-GRN-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.

       LOAD-ONE-GARNISH-ORDER.
           MOVE GRN-EMP-ID TO WS-GO-EMP-ID (WS-GRN-COUNT).
           MOVE GRN-ORDER-TYPE TO WS-GO-TYPE (WS-GRN-COUNT).
           MOVE GRN-CASE-NO TO WS-GO-CASE-NO (WS-GRN-COUNT).
           MOVE GRN-PAYEE TO WS-GO-PAYEE (WS-GRN-COUNT).
           MOVE GRN-METHOD TO WS-GO-METHOD (WS-GRN-COUNT).
           MOVE GRN-VALUE TO WS-GO-VALUE (WS-GRN-COUNT).
           MOVE GRN-CAP-PCT TO WS-GO-CAP-PCT (WS-GRN-COUNT).
           MOVE GRN-TOTAL-OWED TO WS-GO-OWED (WS-GRN-COUNT).
           MOVE GRN-SATISFIED TO WS-GO-SATISFIED (WS-GRN-COUNT).
           MOVE GRN-STATUS TO WS-GO-STATUS (WS-GRN-COUNT).
           MOVE GRN-ENTERED-DATE TO WS-GO-ENTERED (WS-GRN-COUNT).
           MOVE GRN-OPERATOR TO WS-GO-OPERATOR (WS-GRN-COUNT).
      *> Legal priority: support first, then bankruptcy, tax levy
      *> and student loan; an ordinary creditor comes last, as does
      *> any type EMPGARMT would not have accepted.
           EVALUATE GRN-ORDER-TYPE
               WHEN "CS"
                   MOVE 1 TO WS-GO-RANK (WS-GRN-COUNT)
               WHEN "BK"
                   MOVE 2 TO WS-GO-RANK (WS-GRN-COUNT)
               WHEN "TL"
                   MOVE 3 TO WS-GO-RANK (WS-GRN-COUNT)
               WHEN "SL"
                   MOVE 4 TO WS-GO-RANK (WS-GRN-COUNT)
               WHEN OTHER
                   MOVE 5 TO WS-GO-RANK (WS-GRN-COUNT)
           END-EVALUATE.

       APPLY-GARNISH-ORDERS.
      *> What is left after federal, state and local withholding is
      *> the disposable pay every order's cap is measured against.
      *> Rank by rank, and within a rank in file (entry) order.
           MOVE WS-NET-PAY TO WS-DISPOSABLE-PAY.
           MOVE 0 TO WS-EMP-GARN-TOTAL.
           PERFORM VARYING WS-GARN-RANK FROM 1 BY 1
                   UNTIL WS-GARN-RANK > 5
               PERFORM VARYING WS-GRN-IX FROM 1 BY 1
                       UNTIL WS-GRN-IX > WS-GRN-COUNT
                   IF WS-GO-EMP-ID (WS-GRN-IX) = EMP-ID
                           AND WS-GO-STATUS (WS-GRN-IX) = "A"
                           AND WS-GO-RANK (WS-GRN-IX) = WS-GARN-RANK
                       PERFORM APPLY-ONE-GARNISH-ORDER
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-GARNISH-ORDER.
           IF WS-GO-METHOD (WS-GRN-IX) = "P"
               COMPUTE WS-GARN-WANTED ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GO-VALUE (WS-GRN-IX) / 100
           ELSE
               MOVE WS-GO-VALUE (WS-GRN-IX) TO WS-GARN-WANTED
           END-IF.
      *> Never more than the balance still owed.
           IF WS-GO-OWED (WS-GRN-IX) > 0
               COMPUTE WS-GARN-LEFT = WS-GO-OWED (WS-GRN-IX)
                   - WS-GO-SATISFIED (WS-GRN-IX)
               IF WS-GARN-WANTED > WS-GARN-LEFT
                   MOVE WS-GARN-LEFT TO WS-GARN-WANTED
               END-IF
           END-IF.
      *> The cap is on ALL this employee's garnishments together: an
      *> order may only take what its cap leaves after the orders
      *> ranked ahead of it.
           COMPUTE WS-GARN-CAP-ROOM ROUNDED =
               WS-DISPOSABLE-PAY * WS-GO-CAP-PCT (WS-GRN-IX) / 100
               - WS-EMP-GARN-TOTAL.
           IF WS-GARN-CAP-ROOM < 0
               MOVE 0 TO WS-GARN-CAP-ROOM
           END-IF.
           MOVE WS-GARN-WANTED TO WS-GARN-TAKEN.
           MOVE SPACE TO WS-GARN-LIMITED.
           IF WS-GARN-TAKEN > WS-GARN-CAP-ROOM
               MOVE WS-GARN-CAP-ROOM TO WS-GARN-TAKEN
               MOVE "C" TO WS-GARN-LIMITED
           END-IF.
           IF WS-GARN-TAKEN > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-GARN-TAKEN
               MOVE "N" TO WS-GARN-LIMITED
           END-IF.
           IF WS-GARN-LIMITED NOT = SPACE
               ADD 1 TO WS-GARN-HELD-COUNT
           END-IF.
           IF WS-GARN-TAKEN > 0
               MOVE WS-DUE-PERIOD TO DRG-PERIOD
               MOVE EMP-ID TO DRG-EMP-ID
               MOVE WS-GO-TYPE (WS-GRN-IX) TO WS-GCB-TYPE
               MOVE WS-GARN-CODE-BUILD TO DRG-CODE
               MOVE WS-GARN-TAKEN TO DRG-AMOUNT
               WRITE DED-REGISTER-RECORD
               SUBTRACT WS-GARN-TAKEN FROM WS-NET-PAY
               ADD WS-GARN-TAKEN TO WS-EMP-GARN-TOTAL
               ADD WS-GARN-TAKEN TO WS-GARN-TOTAL
               ADD WS-GARN-TAKEN TO WS-GO-SATISFIED (WS-GRN-IX)
               PERFORM LIST-GARNISH-REMITTANCE
           END-IF.
           MOVE 0 TO WS-GARN-LEFT.
           IF WS-GO-OWED (WS-GRN-IX) > 0
               COMPUTE WS-GARN-LEFT = WS-GO-OWED (WS-GRN-IX)
                   - WS-GO-SATISFIED (WS-GRN-IX)
               IF WS-GARN-LEFT = 0
                   MOVE "S" TO WS-GO-STATUS (WS-GRN-IX)
                   ADD 1 TO WS-GARN-PAID-OFF
               END-IF
           END-IF.
           MOVE WS-DUE-PERIOD TO GRG-PERIOD.
           MOVE EMP-ID TO GRG-EMP-ID.
           MOVE WS-GO-TYPE (WS-GRN-IX) TO GRG-ORDER-TYPE.
           MOVE WS-GO-CASE-NO (WS-GRN-IX) TO GRG-CASE-NO.
           MOVE WS-GO-PAYEE (WS-GRN-IX) TO GRG-PAYEE.
           MOVE WS-DISPOSABLE-PAY TO GRG-DISPOSABLE.
           MOVE WS-GARN-WANTED TO GRG-WANTED.
           MOVE WS-GARN-TAKEN TO GRG-TAKEN.
           MOVE WS-GARN-LEFT TO GRG-BALANCE.
           MOVE WS-GARN-LIMITED TO GRG-LIMITED.
           WRITE GARNISH-REGISTER-RECORD.

       LIST-GARNISH-REMITTANCE.
           IF WS-RMT-COUNT < 2000
               ADD 1 TO WS-RMT-COUNT
               MOVE WS-GO-PAYEE (WS-GRN-IX) TO
                   WS-RM-PAYEE (WS-RMT-COUNT)
               MOVE WS-GO-CASE-NO (WS-GRN-IX) TO
                   WS-RM-CASE-NO (WS-RMT-COUNT)
               MOVE EMP-ID TO WS-RM-EMP-ID (WS-RMT-COUNT)
               MOVE WS-GO-TYPE (WS-GRN-IX) TO WS-RM-TYPE (WS-RMT-COUNT)
               MOVE WS-GARN-TAKEN TO WS-RM-AMOUNT (WS-RMT-COUNT)
               MOVE 0 TO WS-RM-LISTED (WS-RMT-COUNT)
           ELSE
               MOVE 1 TO WS-RMT-OVERFLOW
           END-IF.

       SETTLE-GARNISH-ORDERS.
      *> The satisfied amounts go back to empgarn.dat before the
      *> period closes, so a rerun of a failed close cannot collect
      *> against a stale balance. No orders on file, nothing to do.
           IF WS-GRN-COUNT > 0
               OPEN OUTPUT GARNISH-FILE
               PERFORM VARYING WS-GRN-IX FROM 1 BY 1
                       UNTIL WS-GRN-IX > WS-GRN-COUNT
                   MOVE WS-GO-EMP-ID (WS-GRN-IX) TO GRN-EMP-ID
                   MOVE WS-GO-TYPE (WS-GRN-IX) TO GRN-ORDER-TYPE
                   MOVE WS-GO-CASE-NO (WS-GRN-IX) TO GRN-CASE-NO
                   MOVE WS-GO-PAYEE (WS-GRN-IX) TO GRN-PAYEE
                   MOVE WS-GO-METHOD (WS-GRN-IX) TO GRN-METHOD
                   MOVE WS-GO-VALUE (WS-GRN-IX) TO GRN-VALUE
                   MOVE WS-GO-CAP-PCT (WS-GRN-IX) TO GRN-CAP-PCT
                   MOVE WS-GO-OWED (WS-GRN-IX) TO GRN-TOTAL-OWED
                   MOVE WS-GO-SATISFIED (WS-GRN-IX) TO GRN-SATISFIED
                   MOVE WS-GO-STATUS (WS-GRN-IX) TO GRN-STATUS
                   MOVE WS-GO-ENTERED (WS-GRN-IX) TO GRN-ENTERED-DATE
                   MOVE WS-GO-OPERATOR (WS-GRN-IX) TO GRN-OPERATOR
                   WRITE GARNISH-ORDER-RECORD
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.
      *> The remittance listing: one block per payee, every case
      *> that payee is owed this period, and the payee's total.
           OPEN OUTPUT GARNISH-REMIT.
           MOVE WS-DUE-PERIOD TO WS-GMH-PERIOD.
           WRITE GARNISH-REMIT-LINE FROM WS-GRM-HEADING.
           MOVE 0 TO WS-REMIT-TOTAL.
           PERFORM VARYING WS-RMT-IX FROM 1 BY 1
                   UNTIL WS-RMT-IX > WS-RMT-COUNT
               IF WS-RM-LISTED (WS-RMT-IX) = 0
                   PERFORM LIST-ONE-PAYEE
               END-IF
           END-PERFORM.
           MOVE WS-RMT-COUNT TO WS-GMR-COUNT.
           MOVE WS-REMIT-TOTAL TO WS-GMR-AMOUNT.
           WRITE GARNISH-REMIT-LINE FROM WS-GRM-TRAILER.
           CLOSE GARNISH-REMIT.

       LIST-ONE-PAYEE.
           MOVE SPACES TO GARNISH-REMIT-LINE.
           WRITE GARNISH-REMIT-LINE.
           MOVE WS-RM-PAYEE (WS-RMT-IX) TO WS-GMP-PAYEE.
           WRITE GARNISH-REMIT-LINE FROM WS-GRM-PAYEE-LINE.
           MOVE 0 TO WS-PAYEE-ITEMS.
           MOVE 0 TO WS-PAYEE-TOTAL.
           PERFORM VARYING WS-RMT-SCAN-IX FROM WS-RMT-IX BY 1
                   UNTIL WS-RMT-SCAN-IX > WS-RMT-COUNT
               IF WS-RM-LISTED (WS-RMT-SCAN-IX) = 0
                       AND WS-RM-PAYEE (WS-RMT-SCAN-IX)
                           = WS-RM-PAYEE (WS-RMT-IX)
                   MOVE WS-RM-CASE-NO (WS-RMT-SCAN-IX)
                       TO WS-GMD-CASE-NO
                   MOVE WS-RM-EMP-ID (WS-RMT-SCAN-IX) TO WS-GMD-EMP-ID
                   MOVE WS-RM-TYPE (WS-RMT-SCAN-IX) TO WS-GMD-TYPE
                   MOVE WS-RM-AMOUNT (WS-RMT-SCAN-IX) TO WS-GMD-AMOUNT
                   WRITE GARNISH-REMIT-LINE FROM WS-GRM-DETAIL
                   ADD 1 TO WS-PAYEE-ITEMS
                   ADD WS-RM-AMOUNT (WS-RMT-SCAN-IX) TO WS-PAYEE-TOTAL
                   MOVE 1 TO WS-RM-LISTED (WS-RMT-SCAN-IX)
               END-IF
           END-PERFORM.
           MOVE WS-PAYEE-ITEMS TO WS-GMT-ITEMS.
           MOVE WS-PAYEE-TOTAL TO WS-GMT-AMOUNT.
           WRITE GARNISH-REMIT-LINE FROM WS-GRM-PAYEE-TOTAL.
           ADD WS-PAYEE-TOTAL TO WS-REMIT-TOTAL.

       LOAD-RETIREMENT-INPUTS.
      *> The plan rules row for the paying year, or the latest
      *> earlier year until the new year's row is keyed.
           MOVE WS-DUE-PERIOD (1:4) TO WS-DUE-YEAR.
           OPEN INPUT PLAN-RULES-FILE.
           IF WS-RPL-STATUS = "00"
               MOVE 0 TO WS-RTE-EOF
               PERFORM UNTIL WS-RTE-EOF = 1
                   READ PLAN-RULES-FILE
                       AT END MOVE 1 TO WS-RTE-EOF
                       NOT AT END
                           IF RPL-YEAR IS NUMERIC
                                   AND RPL-YEAR <= WS-DUE-YEAR
                                   AND RPL-YEAR >= WS-PLAN-YEAR
                               PERFORM TAKE-PLAN-RULES-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-RULES-FILE
           END-IF.
           MOVE 0 TO WS-RTE-EOF.
           OPEN INPUT ELECTION-FILE.
           IF WS-RTE-STATUS = "00"
               PERFORM UNTIL WS-RTE-EOF = 1
                   READ ELECTION-FILE
                       AT END MOVE 1 TO WS-RTE-EOF
                       NOT AT END
                           IF WS-RTE-COUNT < 2000
                               ADD 1 TO WS-RTE-COUNT
                               MOVE RTE-EMP-ID TO
                                   WS-RE-EMP-ID (WS-RTE-COUNT)
                               MOVE RTE-PCT TO
                                   WS-RE-PCT (WS-RTE-COUNT)
                               MOVE RTE-CATCHUP TO
                                   WS-RE-CATCHUP (WS-RTE-COUNT)
                               MOVE RTE-STATUS TO
                                   WS-RE-STATUS (WS-RTE-COUNT)
                               MOVE 0 TO WS-RE-YTD-EE (WS-RTE-COUNT)
                               MOVE 0 TO WS-RE-YTD-ER (WS-RTE-COUNT)
                           ELSE
                               MOVE 1 TO WS-RTE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.
      *> The year so far: this year's earlier periods only, so a
      *> rerun of a period that failed before its close does not
      *> count its own first attempt against the limit.
           MOVE 0 TO WS-RTE-EOF.
           OPEN INPUT RET-REGISTER.
           IF WS-RRG-STATUS = "00"
               PERFORM UNTIL WS-RTE-EOF = 1
                   READ RET-REGISTER
                       AT END MOVE 1 TO WS-RTE-EOF
                       NOT AT END
                           IF RRG-PERIOD (1:4) = WS-DUE-PERIOD (1:4)
                                   AND RRG-PERIOD < WS-DUE-PERIOD
                               PERFORM COUNT-RETIREMENT-YEAR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RET-REGISTER
           END-IF.

       TAKE-PLAN-RULES-ROW.
           MOVE 1 TO WS-PLAN-FOUND.
           MOVE RPL-YEAR TO WS-PLAN-YEAR.
           MOVE RPL-MATCH-PCT TO WS-PLAN-MATCH-PCT.
           MOVE RPL-MATCH-CAP-PCT TO WS-PLAN-CAP-PCT.
           MOVE RPL-DEFER-LIMIT TO WS-PLAN-DEFER-LIM.
           MOVE RPL-CATCHUP-LIMIT TO WS-PLAN-CATCH-LIM.
           MOVE RPL-MATCH-LIMIT TO WS-PLAN-MATCH-LIM.
           MOVE RPL-EXP-ACCT TO WS-PLAN-EXP-ACCT.
           MOVE RPL-LIAB-ACCT TO WS-PLAN-LIAB-ACCT.

       COUNT-RETIREMENT-YEAR-ROW.
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
               IF WS-RE-EMP-ID (WS-RTE-IX) = RRG-EMP-ID
                   ADD RRG-DEFERRAL TO WS-RE-YTD-EE (WS-RTE-IX)
                   ADD RRG-CATCHUP TO WS-RE-YTD-EE (WS-RTE-IX)
                   ADD RRG-MATCH TO WS-RE-YTD-ER (WS-RTE-IX)
               END-IF
           END-PERFORM.

       APPLY-RETIREMENT-DEFERRAL.
           MOVE 0 TO WS-EMP-RET-TOTAL.
           MOVE 0 TO WS-RTE-FOUND-IX.
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
               IF WS-RE-EMP-ID (WS-RTE-IX) = EMP-ID
                       AND WS-RE-STATUS (WS-RTE-IX) NOT = "I"
                       AND WS-RE-PCT (WS-RTE-IX) > 0
                   MOVE WS-RTE-IX TO WS-RTE-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RTE-FOUND-IX > 0 AND WS-PLAN-FOUND = 0
               ADD 1 TO WS-RET-NO-PLAN
           END-IF.
           IF WS-RTE-FOUND-IX > 0 AND WS-PLAN-FOUND = 1
               PERFORM PRICE-RETIREMENT-DEFERRAL
           END-IF.

       PRICE-RETIREMENT-DEFERRAL.
           MOVE WS-RTE-FOUND-IX TO WS-RTE-IX.
           COMPUTE WS-RET-WANTED ROUNDED =
               WS-PERIOD-GROSS * WS-RE-PCT (WS-RTE-IX) / 100.
      *> The year's limit, raised by the catch-up limit for an
      *> employee who elected it.
           COMPUTE WS-RET-ROOM =
               WS-PLAN-DEFER-LIM - WS-RE-YTD-EE (WS-RTE-IX).
           IF WS-RE-CATCHUP (WS-RTE-IX) = "Y"
               ADD WS-PLAN-CATCH-LIM TO WS-RET-ROOM
           END-IF.
           IF WS-RET-ROOM < 0
               MOVE 0 TO WS-RET-ROOM
           END-IF.
           MOVE WS-RET-WANTED TO WS-RET-DEFERRAL.
           IF WS-RET-DEFERRAL > WS-RET-ROOM
               MOVE WS-RET-ROOM TO WS-RET-DEFERRAL
           END-IF.
      *> Short net pay trims the deferral; it is not arrears -- a
      *> missed contribution is not collected later.
           MOVE 0 TO WS-RET-SHORT.
           IF WS-RET-DEFERRAL > WS-NET-PAY
               COMPUTE WS-RET-SHORT = WS-RET-DEFERRAL - WS-NET-PAY
               MOVE WS-NET-PAY TO WS-RET-DEFERRAL
           END-IF.
      *> What fits under the regular limit is deferral; the rest is
      *> catch-up money.
           COMPUTE WS-RET-REG-ROOM =
               WS-PLAN-DEFER-LIM - WS-RE-YTD-EE (WS-RTE-IX).
           IF WS-RET-REG-ROOM < 0
               MOVE 0 TO WS-RET-REG-ROOM
           END-IF.
           MOVE WS-RET-DEFERRAL TO WS-RET-REGULAR.
           IF WS-RET-REGULAR > WS-RET-REG-ROOM
               MOVE WS-RET-REG-ROOM TO WS-RET-REGULAR
           END-IF.
           COMPUTE WS-RET-CATCHUP = WS-RET-DEFERRAL - WS-RET-REGULAR.
      *> The match: its percentage of the deferral, counting only
      *> deferrals up to the cap on the gross, then the year's limit.
           COMPUTE WS-RET-MATCH-BASE ROUNDED =
               WS-PERIOD-GROSS * WS-PLAN-CAP-PCT / 100.
           IF WS-RET-MATCH-BASE > WS-RET-DEFERRAL
               MOVE WS-RET-DEFERRAL TO WS-RET-MATCH-BASE
           END-IF.
           COMPUTE WS-RET-MATCH ROUNDED =
               WS-RET-MATCH-BASE * WS-PLAN-MATCH-PCT / 100.
           IF WS-PLAN-MATCH-LIM > 0
               COMPUTE WS-RET-MATCH-ROOM =
                   WS-PLAN-MATCH-LIM - WS-RE-YTD-ER (WS-RTE-IX)
               IF WS-RET-MATCH-ROOM < 0
                   MOVE 0 TO WS-RET-MATCH-ROOM
               END-IF
               IF WS-RET-MATCH > WS-RET-MATCH-ROOM
                   MOVE WS-RET-MATCH-ROOM TO WS-RET-MATCH
               END-IF
           END-IF.
           IF WS-RET-DEFERRAL > 0
               MOVE WS-DUE-PERIOD TO DRG-PERIOD
               MOVE EMP-ID TO DRG-EMP-ID
               MOVE "RETD" TO DRG-CODE
               MOVE WS-RET-DEFERRAL TO DRG-AMOUNT
               WRITE DED-REGISTER-RECORD
               SUBTRACT WS-RET-DEFERRAL FROM WS-NET-PAY
               MOVE WS-RET-DEFERRAL TO WS-EMP-RET-TOTAL
               ADD WS-RET-DEFERRAL TO WS-RET-DEFER-TOTAL
               ADD WS-RET-DEFERRAL TO WS-RE-YTD-EE (WS-RTE-IX)
           END-IF.
           ADD WS-RET-MATCH TO WS-RET-MATCH-TOTAL.
           ADD WS-RET-MATCH TO WS-RE-YTD-ER (WS-RTE-IX).
           IF WS-RET-DEFERRAL > 0 OR WS-RET-MATCH > 0
                   OR WS-RET-SHORT > 0
               MOVE WS-DUE-PERIOD TO RRG-PERIOD
               MOVE EMP-ID TO RRG-EMP-ID
               MOVE EMP-COMPANY TO RRG-COMPANY
               MOVE EMP-DEPT TO RRG-DEPT
               MOVE EMP-NAME TO RRG-NAME
               MOVE WS-PERIOD-GROSS TO RRG-GROSS
               MOVE WS-RE-PCT (WS-RTE-IX) TO RRG-ELECTED-PCT
               MOVE WS-RET-REGULAR TO RRG-DEFERRAL
               MOVE WS-RET-CATCHUP TO RRG-CATCHUP
               MOVE WS-RET-MATCH TO RRG-MATCH
               MOVE WS-RET-SHORT TO RRG-SHORT
               WRITE RETIREMENT-REG-RECORD
               ADD 1 TO WS-RET-ROWS
           END-IF.

       POST-RETIREMENT-MATCH.
      *> The match is an employer cost: one RETMAT row per employee
      *> on the cost register, from the period's retirement rows.
           IF WS-RET-ROWS > 0
               OPEN INPUT RET-REGISTER
               OPEN EXTEND COST-REGISTER
               IF WS-ERC-REG-STATUS = "35"
                   OPEN OUTPUT COST-REGISTER
               END-IF
               IF WS-RRG-STATUS NOT = "00"
                       OR WS-ERC-REG-STATUS NOT = "00"
                   DISPLAY "   Unable to post employer match -"
                       " retirement register status " WS-RRG-STATUS
                       ", cost register status " WS-ERC-REG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO WS-RTE-EOF
                   PERFORM UNTIL WS-RTE-EOF = 1
                       READ RET-REGISTER
                           AT END MOVE 1 TO WS-RTE-EOF
                           NOT AT END
                               IF RRG-PERIOD = WS-DUE-PERIOD
                                       AND RRG-MATCH > 0
                                   MOVE RRG-PERIOD TO ERR-PERIOD
                                   MOVE RRG-EMP-ID TO ERR-EMP-ID
                                   MOVE RRG-COMPANY TO ERR-COMPANY
                                   MOVE RRG-DEPT TO ERR-DEPT
                                   MOVE "RETMAT" TO ERR-TYPE
                                   MOVE RRG-GROSS TO ERR-WAGES
                                   MOVE RRG-MATCH TO ERR-AMOUNT
                                   MOVE WS-PLAN-EXP-ACCT
                                       TO ERR-EXP-ACCT
                                   MOVE WS-PLAN-LIAB-ACCT
                                       TO ERR-LIAB-ACCT
                                   WRITE EMPLOYER-COST-REG-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RET-REGISTER
                   CLOSE COST-REGISTER
               END-IF
           END-IF.

       WRITE-RECORDKEEPER-FILE.
      *> Written once the period is closed: each employee's money
      *> for the period by type -- EEDF deferral, EECU catch-up,
      *> ERMT employer match -- with the gross it was taken from.
           MOVE WS-DUE-PERIOD TO WS-RFB-PERIOD.
           MOVE WS-RK-FILENAME-BUILD TO WS-RK-FILENAME.
           OPEN OUTPUT RECORDKEEPER-FILE.
           MOVE WS-PLAN-YEAR TO WS-RKH-YEAR.
           MOVE WS-DUE-PERIOD TO WS-RKH-PERIOD.
           MOVE WS-TODAY-DATE TO WS-RKH-DATE.
           MOVE WS-RK-HEADER TO RECORDKEEPER-LINE.
           WRITE RECORDKEEPER-LINE.
           OPEN INPUT RET-REGISTER.
           IF WS-RRG-STATUS = "00"
               MOVE 0 TO WS-RTE-EOF
               PERFORM UNTIL WS-RTE-EOF = 1
                   READ RET-REGISTER
                       AT END MOVE 1 TO WS-RTE-EOF
                       NOT AT END
                           IF RRG-PERIOD = WS-DUE-PERIOD
                               PERFORM WRITE-RECORDKEEPER-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RET-REGISTER
           END-IF.
           MOVE WS-RK-LINES TO WS-RKT-COUNT.
           MOVE WS-RK-TOTAL TO WS-RKT-TOTAL.
           MOVE WS-RK-TRAILER TO RECORDKEEPER-LINE.
           WRITE RECORDKEEPER-LINE.
           CLOSE RECORDKEEPER-FILE.

       WRITE-RECORDKEEPER-LINES.
           MOVE RRG-EMP-ID TO WS-RKD-EMP-ID.
           MOVE RRG-NAME TO WS-RKD-NAME.
           MOVE RRG-COMPANY TO WS-RKD-COMPANY.
           MOVE RRG-GROSS TO WS-RKD-GROSS.
           IF RRG-DEFERRAL > 0
               MOVE "EEDF" TO WS-RKD-MONEY
               MOVE RRG-DEFERRAL TO WS-RKD-AMOUNT
               PERFORM WRITE-ONE-RECORDKEEPER-LINE
               ADD RRG-DEFERRAL TO WS-RK-TOTAL
           END-IF.
           IF RRG-CATCHUP > 0
               MOVE "EECU" TO WS-RKD-MONEY
               MOVE RRG-CATCHUP TO WS-RKD-AMOUNT
               PERFORM WRITE-ONE-RECORDKEEPER-LINE
               ADD RRG-CATCHUP TO WS-RK-TOTAL
           END-IF.
           IF RRG-MATCH > 0
               MOVE "ERMT" TO WS-RKD-MONEY
               MOVE RRG-MATCH TO WS-RKD-AMOUNT
               PERFORM WRITE-ONE-RECORDKEEPER-LINE
               ADD RRG-MATCH TO WS-RK-TOTAL
           END-IF.

       WRITE-ONE-RECORDKEEPER-LINE.
           MOVE WS-RK-DETAIL TO RECORDKEEPER-LINE.
           WRITE RECORDKEEPER-LINE.
           ADD 1 TO WS-RK-LINES.

       LOAD-OVERPAY-CASES.
           MOVE 0 TO WS-OVP-EOF.
           OPEN INPUT OVERPAY-FILE.
           IF WS-OVP-STATUS = "00"
               PERFORM UNTIL WS-OVP-EOF = 1
                   READ OVERPAY-FILE
                       AT END MOVE 1 TO WS-OVP-EOF
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
      *> No control line means no floor: a recovery may take the
      *> whole net left after the garnishments.
           MOVE 0 TO WS-NET-FLOOR.
           OPEN INPUT OVERPAY-CONTROL.
           IF WS-OVC-STATUS = "00"
               READ OVERPAY-CONTROL
                   NOT AT END
                       IF OVC-NET-FLOOR IS NUMERIC
                           MOVE OVC-NET-FLOOR TO WS-NET-FLOOR
                       END-IF
               END-READ
               CLOSE OVERPAY-CONTROL
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

       APPLY-OVERPAY-RECOVERY.
      *> The employee's open cases in file order, oldest first.
           MOVE 0 TO WS-EMP-OVP-TOTAL.
           PERFORM VARYING WS-OVP-IX FROM 1 BY 1
                   UNTIL WS-OVP-IX > WS-OVP-COUNT
               IF WS-OC-EMP-ID (WS-OVP-IX) = EMP-ID
                       AND WS-OC-STATUS (WS-OVP-IX) = "A"
                       AND WS-OC-BALANCE (WS-OVP-IX) > 0
                   PERFORM APPLY-ONE-OVERPAY-CASE
               END-IF
           END-PERFORM.

       APPLY-ONE-OVERPAY-CASE.
           MOVE WS-OC-RECOVER-AMT (WS-OVP-IX) TO WS-OVP-WANTED.
           IF WS-OVP-WANTED > WS-OC-BALANCE (WS-OVP-IX)
               MOVE WS-OC-BALANCE (WS-OVP-IX) TO WS-OVP-WANTED
           END-IF.
           COMPUTE WS-OVP-ROOM = WS-NET-PAY - WS-NET-FLOOR.
           IF WS-OVP-ROOM < 0
               MOVE 0 TO WS-OVP-ROOM
           END-IF.
           MOVE WS-OVP-WANTED TO WS-OVP-TAKEN.
           MOVE SPACE TO WS-OVP-LIMITED.
           IF WS-OVP-TAKEN > WS-OVP-ROOM
               MOVE WS-OVP-ROOM TO WS-OVP-TAKEN
               MOVE "F" TO WS-OVP-LIMITED
               ADD 1 TO WS-OVP-HELD-COUNT
           END-IF.
           IF WS-OVP-TAKEN > 0
               MOVE WS-DUE-PERIOD TO DRG-PERIOD
               MOVE EMP-ID TO DRG-EMP-ID
               MOVE "OVPY" TO DRG-CODE
               MOVE WS-OVP-TAKEN TO DRG-AMOUNT
               WRITE DED-REGISTER-RECORD
               SUBTRACT WS-OVP-TAKEN FROM WS-NET-PAY
               ADD WS-OVP-TAKEN TO WS-EMP-OVP-TOTAL
               ADD WS-OVP-TAKEN TO WS-OVP-TOTAL
               ADD WS-OVP-TAKEN TO WS-OC-RECOVERED (WS-OVP-IX)
               SUBTRACT WS-OVP-TAKEN FROM WS-OC-BALANCE (WS-OVP-IX)
           END-IF.
           IF WS-OC-BALANCE (WS-OVP-IX) = 0
               MOVE "C" TO WS-OC-STATUS (WS-OVP-IX)
               MOVE WS-TODAY-DATE TO WS-OC-CLOSED (WS-OVP-IX)
               ADD 1 TO WS-OVP-CLOSED-COUNT
           END-IF.
           MOVE WS-DUE-PERIOD TO OVR-PERIOD.
           MOVE EMP-ID TO OVR-EMP-ID.
           MOVE WS-OC-CASE-NO (WS-OVP-IX) TO OVR-CASE-NO.
           MOVE WS-OVP-WANTED TO OVR-WANTED.
           MOVE WS-OVP-TAKEN TO OVR-TAKEN.
           MOVE WS-OC-BALANCE (WS-OVP-IX) TO OVR-BALANCE.
           MOVE WS-OVP-LIMITED TO OVR-LIMITED.
           WRITE OVERPAY-REGISTER-RECORD.

       SETTLE-OVERPAY-CASES.
      *> Balances go back to empovpay.dat before the period closes,
      *> as the garnishment orders do. No cases, nothing to do.
           IF WS-OVP-COUNT > 0
               OPEN OUTPUT OVERPAY-FILE
               PERFORM VARYING WS-OVP-IX FROM 1 BY 1
                       UNTIL WS-OVP-IX > WS-OVP-COUNT
                   MOVE WS-OC-EMP-ID (WS-OVP-IX) TO OVP-EMP-ID
                   MOVE WS-OC-CASE-NO (WS-OVP-IX) TO OVP-CASE-NO
                   MOVE WS-OC-REASON (WS-OVP-IX) TO OVP-REASON
                   MOVE WS-OC-REG-ROW (WS-OVP-IX) TO OVP-REG-ROW
                   MOVE WS-OC-REG-PERIOD (WS-OVP-IX) TO OVP-REG-PERIOD
                   MOVE WS-OC-OWED (WS-OVP-IX) TO OVP-AMOUNT-OWED
                   MOVE WS-OC-RECOVER-AMT (WS-OVP-IX)
                       TO OVP-RECOVER-AMT
                   MOVE WS-OC-RECOVERED (WS-OVP-IX) TO OVP-RECOVERED
                   MOVE WS-OC-BALANCE (WS-OVP-IX) TO OVP-BALANCE
                   MOVE WS-OC-STATUS (WS-OVP-IX) TO OVP-STATUS
                   MOVE WS-OC-OPENED (WS-OVP-IX) TO OVP-OPENED-DATE
                   MOVE WS-OC-CLOSED (WS-OVP-IX) TO OVP-CLOSED-DATE
                   MOVE WS-OC-OPERATOR (WS-OVP-IX) TO OVP-OPERATOR
                   WRITE OVERPAY-CASE-RECORD
               END-PERFORM
               CLOSE OVERPAY-FILE
           END-IF.

       DETERMINE-RUN-MODE.
           ACCEPT WS-ENV-PARTITION FROM ENVIRONMENT "EMPPAYRN_PARTITION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PARTITION NOT = SPACES
               PERFORM LOAD-PARTITION-TABLE
               EVALUATE TRUE
                   WHEN WS-PTN-COUNT = 0
                       DISPLAY "   No partition table"
                           " (emppay_partition.dat) - period not paid"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-ENV-PARTITION = "MERGE"
                       MOVE "M" TO WS-RUN-MODE
                       DISPLAY "   Merging " WS-PTN-COUNT
                           " partition(s)"
                   WHEN OTHER
                       MOVE 0 TO WS-RUN-PTN-IX
                       PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                               UNTIL WS-PTN-IX > WS-PTN-COUNT
                           IF WS-PN-ID (WS-PTN-IX) = WS-ENV-PARTITION
                               MOVE WS-PTN-IX TO WS-RUN-PTN-IX
                           END-IF
                       END-PERFORM
                       IF WS-RUN-PTN-IX = 0
                           DISPLAY "   Partition " WS-ENV-PARTITION
                               " is not on emppay_partition.dat -"
                               " period not paid"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "P" TO WS-RUN-MODE
                           IF WS-RUN-PTN-IX = 1
                               MOVE 1 TO WS-LEAD-PARTITION
                           END-IF
                           DISPLAY "   Partition "
                               WS-PN-ID (WS-RUN-PTN-IX) " only"
                       END-IF
               END-EVALUATE
           END-IF.

       LOAD-PARTITION-TABLE.
           MOVE 0 TO WS-PTN-EOF.
           OPEN INPUT PARTITION-TABLE.
           IF WS-PTN-STATUS = "00"
               PERFORM UNTIL WS-PTN-EOF = 1
                   READ PARTITION-TABLE
                       AT END MOVE 1 TO WS-PTN-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-PARTITION-ROW
                   END-READ
               END-PERFORM
               CLOSE PARTITION-TABLE
           END-IF.

       TAKE-ONE-PARTITION-ROW.
      *> The ID is part of the partial file names, so no spaces.
           MOVE 0 TO WS-ID-SPACES.
           INSPECT PTN-ID TALLYING WS-ID-SPACES FOR ALL SPACES.
           IF PTN-RANGE = SPACES
               MOVE 0 TO PTN-LOW-EMP
               MOVE 0 TO PTN-HIGH-EMP
           END-IF.
           EVALUATE TRUE
               WHEN WS-ID-SPACES > 0
                   DISPLAY "   Partition row '" PTN-ID
                       "' - ID must be 4 letters or digits, ignored"
               WHEN PTN-LOW-EMP NOT NUMERIC
                       OR PTN-HIGH-EMP NOT NUMERIC
                   DISPLAY "   Partition " PTN-ID
                       " - EMP-ID range not numeric, ignored"
               WHEN WS-PTN-COUNT >= 50
                   DISPLAY "   Partition " PTN-ID
                       " past the 50 the table holds, ignored"
               WHEN OTHER
                   ADD 1 TO WS-PTN-COUNT
                   MOVE PTN-ID TO WS-PN-ID (WS-PTN-COUNT)
                   MOVE PTN-COMPANY TO WS-PN-COMPANY (WS-PTN-COUNT)
                   MOVE PTN-LOW-EMP TO WS-PN-LOW-EMP (WS-PTN-COUNT)
                   MOVE PTN-HIGH-EMP TO WS-PN-HIGH-EMP (WS-PTN-COUNT)
                   MOVE 0 TO WS-PN-SCOPE (WS-PTN-COUNT)
                   MOVE 0 TO WS-PN-COUNTED (WS-PTN-COUNT)
                   MOVE 0 TO WS-PN-PAID (WS-PTN-COUNT)
                   MOVE 0 TO WS-PN-GROSS (WS-PTN-COUNT)
                   MOVE 0 TO WS-PN-NET (WS-PTN-COUNT)
           END-EVALUATE.

       FIND-EMPLOYEE-PARTITION.
      *> The first row whose company and EMP-ID range take the
      *> employee, so no one can be paid by two partitions.
           MOVE 0 TO WS-EMP-PTN-IX.
           PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                   UNTIL WS-PTN-IX > WS-PTN-COUNT
                   OR WS-EMP-PTN-IX > 0
               IF (WS-PN-COMPANY (WS-PTN-IX) = SPACES
                       OR WS-PN-COMPANY (WS-PTN-IX) = EMP-COMPANY)
                   AND ((WS-PN-LOW-EMP (WS-PTN-IX) = 0
                       AND WS-PN-HIGH-EMP (WS-PTN-IX) = 0)
                       OR (EMP-ID >= WS-PN-LOW-EMP (WS-PTN-IX)
                       AND EMP-ID <= WS-PN-HIGH-EMP (WS-PTN-IX)))
                   MOVE WS-PTN-IX TO WS-EMP-PTN-IX
               END-IF
           END-PERFORM.

       RUN-THE-PERIOD.
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
                   CONTINUE
               WHEN WS-MERGE-RUN
                   PERFORM MERGE-THE-PARTITIONS
               WHEN WS-PARTITION-RUN
                   PERFORM SWITCH-TO-PARTITION-FILES
                   PERFORM PAY-THE-PERIOD
               WHEN OTHER
                   PERFORM PAY-THE-PERIOD
           END-EVALUATE.

       SWITCH-TO-PARTITION-FILES.
      *> Everything the pass appends goes to the partition's own
      *> files, emptied first so a rerun replaces a failed attempt.
      *> The year so far was read from the shared registers before
      *> this point; only the merge appends to them.
           MOVE WS-PN-ID (WS-RUN-PTN-IX) TO WS-PNB-ID.
           MOVE "register.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-REGISTER-NAME.
           MOVE "deduct.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-DED-REG-NAME.
           MOVE "arrears.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-ARREARS-NAME.
           MOVE "garnish.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-GRG-NAME.
           MOVE "retire.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-RRG-NAME.
           MOVE "overpay.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-OVR-NAME.
           MOVE "cost.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-ERC-REG-NAME.
           MOVE "taxexc.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-TAX-EXC-NAME.
           MOVE "tcardexc.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-TCX-NAME.
           MOVE "control.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-PTC-NAME.
           MOVE "R" TO WS-PTC-RUN-STATUS.
           PERFORM WRITE-PARTITION-CONTROL.
           OPEN OUTPUT REGISTER-FILE.
           CLOSE REGISTER-FILE.
           OPEN OUTPUT DED-REGISTER.
           CLOSE DED-REGISTER.
           OPEN OUTPUT ARREARS-FILE.
           CLOSE ARREARS-FILE.
           OPEN OUTPUT GARNISH-REGISTER.
           CLOSE GARNISH-REGISTER.
           OPEN OUTPUT RET-REGISTER.
           CLOSE RET-REGISTER.
           OPEN OUTPUT OVERPAY-REGISTER.
           CLOSE OVERPAY-REGISTER.
           OPEN OUTPUT COST-REGISTER.
           CLOSE COST-REGISTER.

       CHECK-EMPLOYEE-PARTITION.
      *> A single pass pays everyone. A partition run pays its own
      *> employees and sets the others' timecards aside for the
      *> partition that pays them.
           MOVE 1 TO WS-EMP-IN-PARTITION.
           IF WS-PARTITION-RUN
               PERFORM FIND-EMPLOYEE-PARTITION
               IF WS-EMP-PTN-IX NOT = WS-RUN-PTN-IX
                   MOVE 0 TO WS-EMP-IN-PARTITION
               ELSE
                   IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                       ADD 1 TO WS-SCOPE-COUNT
                   END-IF
               END-IF
               PERFORM VARYING WS-TCD-IX FROM 1 BY 1
                       UNTIL WS-TCD-IX > WS-TCD-COUNT
                   IF WS-TC-EMP-ID (WS-TCD-IX) = EMP-ID
                       IF WS-EMP-IN-PARTITION = 1
                           MOVE 1 TO WS-TC-MINE (WS-TCD-IX)
                       ELSE
                           MOVE "O" TO WS-TC-STATE (WS-TCD-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL.
           MOVE WS-PN-ID (WS-RUN-PTN-IX) TO PTC-PARTITION.
           MOVE WS-DUE-PERIOD TO PTC-PERIOD.
           MOVE WS-GDG-GENERATION TO PTC-GENERATION.
           MOVE WS-PTC-RUN-STATUS TO PTC-STATUS.
           MOVE WS-TODAY-DATE TO PTC-RUN-DATE.
           MOVE WS-SCOPE-COUNT TO PTC-SCOPE.
           MOVE WS-PAID-COUNT TO PTC-PAID.
           MOVE WS-GROSS-TOTAL TO PTC-GROSS.
           MOVE WS-NET-TOTAL TO PTC-NET.
           MOVE WS-NO-PROFILE-COUNT TO PTC-NO-PROFILE.
           MOVE WS-STATE-REJECT-COUNT TO PTC-STATE-REJECT.
           MOVE WS-TCX-COUNT TO PTC-TCX.
           MOVE WS-RET-NO-PLAN TO PTC-RET-NO-PLAN.
           MOVE WS-TCD-OVERFLOW TO PTC-TCD-OVERFLOW.
           MOVE WS-YTD-OVERFLOW TO PTC-YTD-OVERFLOW.
           WRITE PARTITION-CONTROL-RECORD.
           CLOSE PARTITION-CONTROL.

       MERGE-THE-PARTITIONS.
      *> Nothing is appended until every partition has completed
      *> for this period on this generation, each partial register
      *> agrees with its control totals, every active employee fell
      *> to a partition, and the period is not on the register yet.
           MOVE 1 TO WS-MERGE-OK.
           PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                   UNTIL WS-PTN-IX > WS-PTN-COUNT
               PERFORM CHECK-ONE-PARTITION
           END-PERFORM.
           IF WS-MERGE-OK = 1
               PERFORM CHECK-PARTITION-COVERAGE
           END-IF.
           IF WS-MERGE-OK = 1
               PERFORM CHECK-NOT-YET-MERGED
           END-IF.
           IF WS-MERGE-OK = 0
               DISPLAY "   Partitions not merged - period "
                   WS-DUE-PERIOD " left open"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPEND-PARTITION-REGISTERS
               PERFORM MERGE-EXCEPTION-LISTS
               PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                       UNTIL WS-PTN-IX > WS-PTN-COUNT
                   DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                       " paid " WS-PN-PAID (WS-PTN-IX)
                       " of " WS-PN-SCOPE (WS-PTN-IX)
                       " gross " WS-PN-GROSS (WS-PTN-IX)
                       " net " WS-PN-NET (WS-PTN-IX)
               END-PERFORM
               DISPLAY "   Employer cost rows:   " WS-COST-ROWS
               DISPLAY "   Employer cost:        " WS-COST-TOTAL
               IF WS-YTD-OVERFLOW = 1
                   DISPLAY "   *** More than 2000 year-to-date"
                       " rows - wage bases not applied past"
                       " them ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
      *> The whole must be the sum of its parts before the period
      *> may close.
               IF WS-PAID-COUNT NOT = WS-CTL-PAID
                       OR WS-GROSS-TOTAL NOT = WS-CTL-GROSS
                       OR WS-NET-TOTAL NOT = WS-CTL-NET
                   DISPLAY "   *** Merged register does not equal the"
                       " partition control totals - period "
                       WS-DUE-PERIOD " left open ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-PARTITION.
           MOVE WS-PN-ID (WS-PTN-IX) TO WS-PNB-ID.
           MOVE "control.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-PTC-NAME.
           MOVE SPACES TO PARTITION-CONTROL-RECORD.
           OPEN INPUT PARTITION-CONTROL.
           IF WS-PTC-STATUS = "00"
               READ PARTITION-CONTROL
                   AT END MOVE SPACES TO PARTITION-CONTROL-RECORD
               END-READ
               CLOSE PARTITION-CONTROL
           END-IF.
           EVALUATE TRUE
               WHEN PTC-PARTITION NOT = WS-PN-ID (WS-PTN-IX)
                   DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                       " has not run"
                   MOVE 0 TO WS-MERGE-OK
               WHEN PTC-PERIOD NOT = WS-DUE-PERIOD
                   DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                       " last ran for period " PTC-PERIOD
                   MOVE 0 TO WS-MERGE-OK
               WHEN NOT PTC-COMPLETE
                   DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                       " did not complete - run it again"
                   MOVE 0 TO WS-MERGE-OK
               WHEN PTC-GENERATION NOT = WS-GDG-GENERATION
                   DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                       " paid from generation " PTC-GENERATION
                       " - run it again"
                   MOVE 0 TO WS-MERGE-OK
               WHEN OTHER
                   PERFORM COUNT-PARTIAL-REGISTER
                   IF WS-CHK-ROWS NOT = PTC-PAID
                           OR WS-CHK-GROSS NOT = PTC-GROSS
                           OR WS-CHK-NET NOT = PTC-NET
                       DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                           " register does not agree with its"
                           " control totals - run it again"
                       MOVE 0 TO WS-MERGE-OK
                   ELSE
                       PERFORM TAKE-PARTITION-CONTROL
                   END-IF
           END-EVALUATE.

       COUNT-PARTIAL-REGISTER.
           MOVE 0 TO WS-CHK-ROWS.
           MOVE 0 TO WS-CHK-GROSS.
           MOVE 0 TO WS-CHK-NET.
           MOVE "register.dat" TO WS-PNB-KIND.
           MOVE WS-PART-NAME-BUILD TO WS-PARTIAL-NAME.
           MOVE 0 TO WS-PTN-EOF.
           OPEN INPUT PARTIAL-FILE.
           IF WS-PARTIAL-STATUS = "00"
               PERFORM UNTIL WS-PTN-EOF = 1
                   READ PARTIAL-FILE
                       AT END MOVE 1 TO WS-PTN-EOF
                       NOT AT END
                           MOVE PARTIAL-LINE TO PAY-REGISTER-RECORD
                           ADD 1 TO WS-CHK-ROWS
                           ADD PRG-GROSS TO WS-CHK-GROSS
                           ADD PRG-NET TO WS-CHK-NET
                   END-READ
               END-PERFORM
               CLOSE PARTIAL-FILE
           END-IF.

       TAKE-PARTITION-CONTROL.
      *> The partition's counts feed the same end-of-run checks a
      *> single pass makes.
           MOVE PTC-SCOPE TO WS-PN-SCOPE (WS-PTN-IX).
           MOVE PTC-PAID TO WS-PN-PAID (WS-PTN-IX).
           MOVE PTC-GROSS TO WS-PN-GROSS (WS-PTN-IX).
           MOVE PTC-NET TO WS-PN-NET (WS-PTN-IX).
           ADD PTC-PAID TO WS-CTL-PAID.
           ADD PTC-GROSS TO WS-CTL-GROSS.
           ADD PTC-NET TO WS-CTL-NET.
           ADD PTC-NO-PROFILE TO WS-NO-PROFILE-COUNT.
           ADD PTC-STATE-REJECT TO WS-STATE-REJECT-COUNT.
           ADD PTC-TCX TO WS-TCX-COUNT.
           ADD PTC-RET-NO-PLAN TO WS-RET-NO-PLAN.
           IF PTC-TCD-OVERFLOW = 1
               MOVE 1 TO WS-TCD-OVERFLOW
           END-IF.
           IF PTC-YTD-OVERFLOW = 1
               MOVE 1 TO WS-YTD-OVERFLOW
           END-IF.

       CHECK-PARTITION-COVERAGE.
      *> Every active employee on the generation must belong to a
      *> partition, and each partition must have seen as many as
      *> the generation gives it.
           MOVE 0 TO WS-UNASSIGNED-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 0 TO WS-MERGE-OK
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                               PERFORM FIND-EMPLOYEE-PARTITION
                               IF WS-EMP-PTN-IX = 0
                                   ADD 1 TO WS-UNASSIGNED-COUNT
                               ELSE
                                   ADD 1 TO
                                       WS-PN-COUNTED (WS-EMP-PTN-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               IF WS-UNASSIGNED-COUNT > 0
                   DISPLAY "   " WS-UNASSIGNED-COUNT
                       " active employee(s) fall to no partition -"
                       " correct emppay_partition.dat"
                   MOVE 0 TO WS-MERGE-OK
               END-IF
               PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                       UNTIL WS-PTN-IX > WS-PTN-COUNT
                   IF WS-PN-COUNTED (WS-PTN-IX)
                           NOT = WS-PN-SCOPE (WS-PTN-IX)
                       DISPLAY "   Partition " WS-PN-ID (WS-PTN-IX)
                           " saw " WS-PN-SCOPE (WS-PTN-IX)
                           " active employee(s), the generation"
                           " gives it " WS-PN-COUNTED (WS-PTN-IX)
                       MOVE 0 TO WS-MERGE-OK
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-NOT-YET-MERGED.
      *> A merge that died after appending must not append again.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-PERIOD = WS-DUE-PERIOD
                                   AND PRG-RUN-TYPE = "R"
                               MOVE 1 TO WS-EOF
                               MOVE 0 TO WS-MERGE-OK
                               DISPLAY "   Period " WS-DUE-PERIOD
                                   " already has regular pay on"
                                   " emppay_register.dat"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       APPEND-PARTITION-REGISTERS.
      *> Partition by partition in table order, each shared file
      *> opened as a single pass opens it.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE "register.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE REGISTER-FILE.
           OPEN EXTEND DED-REGISTER.
           IF WS-DED-REG-STATUS = "35"
               OPEN OUTPUT DED-REGISTER
           END-IF.
           MOVE "deduct.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE DED-REGISTER.
           OPEN EXTEND ARREARS-FILE.
           IF WS-ARREARS-STATUS = "35"
               OPEN OUTPUT ARREARS-FILE
           END-IF.
           MOVE "arrears.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE ARREARS-FILE.
           OPEN EXTEND GARNISH-REGISTER.
           IF WS-GRG-STATUS = "35"
               OPEN OUTPUT GARNISH-REGISTER
           END-IF.
           MOVE "garnish.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE GARNISH-REGISTER.
           OPEN EXTEND RET-REGISTER.
           IF WS-RRG-STATUS = "35"
               OPEN OUTPUT RET-REGISTER
           END-IF.
           MOVE "retire.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE RET-REGISTER.
           OPEN EXTEND OVERPAY-REGISTER.
           IF WS-OVR-STATUS = "35"
               OPEN OUTPUT OVERPAY-REGISTER
           END-IF.
           MOVE "overpay.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE OVERPAY-REGISTER.
           OPEN EXTEND COST-REGISTER.
           IF WS-ERC-REG-STATUS = "35"
               OPEN OUTPUT COST-REGISTER
           END-IF.
           MOVE "cost.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           CLOSE COST-REGISTER.

       APPEND-ONE-KIND.
           PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                   UNTIL WS-PTN-IX > WS-PTN-COUNT
               MOVE WS-PN-ID (WS-PTN-IX) TO WS-PNB-ID
               MOVE WS-PART-NAME-BUILD TO WS-PARTIAL-NAME
               MOVE 0 TO WS-PTN-EOF
               OPEN INPUT PARTIAL-FILE
               IF WS-PARTIAL-STATUS = "00"
                   PERFORM UNTIL WS-PTN-EOF = 1
                       READ PARTIAL-FILE
                           AT END MOVE 1 TO WS-PTN-EOF
                           NOT AT END
                               PERFORM APPEND-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PARTIAL-FILE
               END-IF
           END-PERFORM.

       APPEND-ONE-ROW.
      *> Each row is counted into the run totals as a single pass
      *> would have counted it, then written to the shared file.
           EVALUATE WS-PNB-KIND
               WHEN "register.dat"
                   MOVE PARTIAL-LINE TO PAY-REGISTER-RECORD
                   PERFORM TAKE-MERGED-PAY-ROW
                   WRITE PAY-REGISTER-RECORD
               WHEN "deduct.dat"
                   MOVE PARTIAL-LINE TO DED-REGISTER-RECORD
                   WRITE DED-REGISTER-RECORD
               WHEN "arrears.dat"
                   MOVE PARTIAL-LINE TO ARREARS-RECORD
                   ADD 1 TO WS-ARREARS-COUNT
                   WRITE ARREARS-RECORD
               WHEN "garnish.dat"
                   MOVE PARTIAL-LINE TO GARNISH-REGISTER-RECORD
                   PERFORM TAKE-MERGED-GARNISH-ROW
                   WRITE GARNISH-REGISTER-RECORD
               WHEN "retire.dat"
                   MOVE PARTIAL-LINE TO RETIREMENT-REG-RECORD
                   ADD RRG-DEFERRAL TO WS-RET-DEFER-TOTAL
                   ADD RRG-CATCHUP TO WS-RET-DEFER-TOTAL
                   ADD RRG-MATCH TO WS-RET-MATCH-TOTAL
                   ADD 1 TO WS-RET-ROWS
                   WRITE RETIREMENT-REG-RECORD
               WHEN "overpay.dat"
                   MOVE PARTIAL-LINE TO OVERPAY-REGISTER-RECORD
                   PERFORM TAKE-MERGED-OVERPAY-ROW
                   WRITE OVERPAY-REGISTER-RECORD
               WHEN "cost.dat"
                   MOVE PARTIAL-LINE TO EMPLOYER-COST-REG-RECORD
                   ADD 1 TO WS-COST-ROWS
                   ADD ERR-AMOUNT TO WS-COST-TOTAL
                   WRITE EMPLOYER-COST-REG-RECORD
               WHEN "taxexc.dat"
                   IF PARTIAL-LINE (1:22) NOT = "PAYROLL TAX EXCEPTIONS"
                           AND PARTIAL-LINE (1:17)
                               NOT = "EMPLOYEES LISTED:"
                       WRITE TAX-EXCEPTION-LINE FROM PARTIAL-LINE
                   END-IF
               WHEN "tcardexc.dat"
                   IF PARTIAL-LINE (1:19) NOT = "TIMECARD EXCEPTIONS"
                           AND PARTIAL-LINE (1:17)
                               NOT = "TIMECARDS LISTED:"
                       WRITE TIMECARD-EXCEPTION-LINE FROM PARTIAL-LINE
                   END-IF
           END-EVALUATE.

       TAKE-MERGED-PAY-ROW.
           ADD 1 TO WS-PAID-COUNT.
           ADD PRG-GROSS TO WS-GROSS-TOTAL.
           ADD PRG-WITHHOLDING TO WS-WHLD-TOTAL.
           ADD PRG-STATE-WHLD TO WS-STATE-TOTAL.
           ADD PRG-LOCAL-WHLD TO WS-LOCAL-TOTAL.
           ADD PRG-DEDUCT TO WS-DED-TOTAL.
           ADD PRG-NET TO WS-NET-TOTAL.
           IF PRG-EARN-TYPE = "HRLY"
               ADD 1 TO WS-HOURLY-PAID-COUNT
           END-IF.

       TAKE-MERGED-GARNISH-ROW.
      *> What the partition took goes onto the order table that
      *> SETTLE-GARNISH-ORDERS writes back, and onto the remittance.
           IF GRG-LIMITED NOT = SPACE
               ADD 1 TO WS-GARN-HELD-COUNT
           END-IF.
           ADD GRG-TAKEN TO WS-GARN-TOTAL.
           MOVE 0 TO WS-MRG-FOUND.
           PERFORM VARYING WS-GRN-IX FROM 1 BY 1
                   UNTIL WS-GRN-IX > WS-GRN-COUNT
                   OR WS-MRG-FOUND = 1
               IF WS-GO-EMP-ID (WS-GRN-IX) = GRG-EMP-ID
                       AND WS-GO-TYPE (WS-GRN-IX) = GRG-ORDER-TYPE
                       AND WS-GO-CASE-NO (WS-GRN-IX) = GRG-CASE-NO
                       AND WS-GO-STATUS (WS-GRN-IX) = "A"
                   MOVE 1 TO WS-MRG-FOUND
                   ADD GRG-TAKEN TO WS-GO-SATISFIED (WS-GRN-IX)
                   IF WS-GO-OWED (WS-GRN-IX) > 0 AND GRG-BALANCE = 0
                       MOVE "S" TO WS-GO-STATUS (WS-GRN-IX)
                       ADD 1 TO WS-GARN-PAID-OFF
                   END-IF
               END-IF
           END-PERFORM.
           IF GRG-TAKEN > 0
               IF WS-RMT-COUNT < 2000
                   ADD 1 TO WS-RMT-COUNT
                   MOVE GRG-PAYEE TO WS-RM-PAYEE (WS-RMT-COUNT)
                   MOVE GRG-CASE-NO TO WS-RM-CASE-NO (WS-RMT-COUNT)
                   MOVE GRG-EMP-ID TO WS-RM-EMP-ID (WS-RMT-COUNT)
                   MOVE GRG-ORDER-TYPE TO WS-RM-TYPE (WS-RMT-COUNT)
                   MOVE GRG-TAKEN TO WS-RM-AMOUNT (WS-RMT-COUNT)
                   MOVE 0 TO WS-RM-LISTED (WS-RMT-COUNT)
               ELSE
                   MOVE 1 TO WS-RMT-OVERFLOW
               END-IF
           END-IF.

       TAKE-MERGED-OVERPAY-ROW.
      *> The same for a recovery case and SETTLE-OVERPAY-CASES.
           IF OVR-LIMITED = "F"
               ADD 1 TO WS-OVP-HELD-COUNT
           END-IF.
           ADD OVR-TAKEN TO WS-OVP-TOTAL.
           MOVE 0 TO WS-MRG-FOUND.
           PERFORM VARYING WS-OVP-IX FROM 1 BY 1
                   UNTIL WS-OVP-IX > WS-OVP-COUNT
                   OR WS-MRG-FOUND = 1
               IF WS-OC-EMP-ID (WS-OVP-IX) = OVR-EMP-ID
                       AND WS-OC-CASE-NO (WS-OVP-IX) = OVR-CASE-NO
                       AND WS-OC-STATUS (WS-OVP-IX) = "A"
                   MOVE 1 TO WS-MRG-FOUND
                   ADD OVR-TAKEN TO WS-OC-RECOVERED (WS-OVP-IX)
                   MOVE OVR-BALANCE TO WS-OC-BALANCE (WS-OVP-IX)
                   IF WS-OC-BALANCE (WS-OVP-IX) = 0
                       MOVE "C" TO WS-OC-STATUS (WS-OVP-IX)
                       MOVE WS-TODAY-DATE TO WS-OC-CLOSED (WS-OVP-IX)
                       ADD 1 TO WS-OVP-CLOSED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       MERGE-EXCEPTION-LISTS.
      *> One list each for the whole period, as a single pass
      *> writes them: the partitions' lines under one heading.
           OPEN OUTPUT TAX-EXCEPTIONS.
           MOVE WS-DUE-PERIOD TO WS-TEH-PERIOD.
           WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-HEADING.
           MOVE "taxexc.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           COMPUTE WS-TET-COUNT = WS-NO-PROFILE-COUNT
               + WS-STATE-REJECT-COUNT.
           WRITE TAX-EXCEPTION-LINE FROM WS-TAX-EXC-TRAILER.
           CLOSE TAX-EXCEPTIONS.
           OPEN OUTPUT TIMECARD-EXCEPTIONS.
           MOVE WS-DUE-PERIOD TO WS-TXH-PERIOD.
           WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-HEADING.
           MOVE "tcardexc.dat" TO WS-PNB-KIND.
           PERFORM APPEND-ONE-KIND.
           MOVE WS-TCX-COUNT TO WS-TXT-COUNT.
           WRITE TIMECARD-EXCEPTION-LINE FROM WS-TCX-TRAILER.
           CLOSE TIMECARD-EXCEPTIONS.
