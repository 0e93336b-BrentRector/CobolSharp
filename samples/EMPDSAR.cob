       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDSAR.
      *> Personal data subject access package. When an employee or
      *> former employee asks for everything the shop holds on them,
      *> assembling it meant running a dozen inquiries and cutting
      *> and pasting. Given an EMP-ID, this transaction gathers every
      *> record about that person into one dated package,
      *> empdsar_<EMP-ID>_<YYYYMMDD>.dat (the rptarch_ naming idiom;
      *> a package is never overwritten by another subject's):
      *> every employees.dat generation still on disk, the address,
      *> bank and cross-border beneficiary details, the pay
      *> register, pay history, YTD accumulators, deduction master
      *> and deduction register, leave balance, employee loans and
      *> their balances, master-file exception history, maintenance
      *> journal before/after images and every indexed statement
      *> (the last index entry of each year, the EMPSTMTR rule).
      *> Bank account numbers and IBANs are masked to their last
      *> four characters. Each package is logged to empdsar_log.dat
      *> with the signed-on operator, the person who asked for it,
      *> the time and the package's line count; a package pulls a
      *> whole person's data, so it is supervisor-level work.

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
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT BANK-FILE ASSIGN TO "empbank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT FX-BENEF-FILE ASSIGN TO "empbank_fx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "emppay_history_ix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT YTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "empdeduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "empleave.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT LOAN-APPS ASSIGN TO "loan_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "loan_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "emp_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "empmnt_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STMT-INDEX ASSIGN TO "empstmt_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT DSAR-LOG ASSIGN TO "empdsar_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD BANK-FILE.
           COPY EMPBNKR.

       FD FX-BENEF-FILE.
           COPY EMPBFXR.

       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD HISTORY-FILE.
      *> Keyed on EMP-ID plus generation, the EMPPHINQ layout.
       01 PAY-HISTORY-RECORD.
          05 PH-KEY.
             10 PH-EMP-ID      PIC 9(5).
             10 PH-GENERATION  PIC 9(4).
          05 PH-SALARY      PIC 9(6)V99.

       FD YTD-FILE.
           COPY EMPYTDR.

       FD DEDUCT-FILE.
           COPY EMPDEDR.

       FD DED-REGISTER.
      *> The deduction register layout EMPLNDED reads.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD LEAVE-FILE.
           COPY EMPLVBR.

       FD LOAN-APPS.
       01 LOAN-APPLICATION.
          05 APP-ID          PIC X(8).
          05 APP-PRINCIPAL   PIC 9(7)V99.
          05 APP-RATE        PIC 9V9(4).
          05 APP-RATE-CODE   PIC X(4).
          05 APP-TERM        PIC 9(3).
          05 APP-ORIG-DATE   PIC 9(8).
          05 APP-EMP-ID      PIC 9(5).

       FD BALANCE-FILE.
           COPY LOANBALR.

       FD EXCEPTION-FILE.
           COPY EMPEXC.

       FD JOURNAL-FILE.
           COPY EMPJRN.

       FD STMT-INDEX.
       01 STMT-INDEX-RECORD.
          05 SIX-EMP-ID   PIC 9(5).
          05 SIX-YEAR     PIC 9(4).
          05 SIX-START    PIC 9(6).
          05 SIX-LENGTH   PIC 9(4).

       FD ARCH-FILE.
       01 ARCH-LINE PIC X(132).

       FD PACKAGE-FILE.
       01 PACKAGE-LINE PIC X(132).

       FD DSAR-LOG.
       01 DSAR-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS      PIC XX VALUE SPACES.
       01 WS-BANK-STATUS         PIC XX VALUE SPACES.
       01 WS-BENEF-STATUS        PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-DEDUCT-STATUS       PIC XX VALUE SPACES.
       01 WS-DED-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-LEAVE-STATUS        PIC XX VALUE SPACES.
       01 WS-APPS-STATUS         PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS      PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS    PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS      PIC XX VALUE SPACES.
       01 WS-INDEX-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS         PIC XX VALUE SPACES.
       01 WS-PACKAGE-STATUS      PIC XX VALUE SPACES.
       01 WS-LOG-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-DONE                PIC 9 VALUE 0.
          88 INQUIRY-DONE VALUE 1.

       01 WS-PICK-EMP-ID         PIC 9(5) VALUE 0.
       01 WS-REQUESTED-BY        PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP           PIC 9(14) VALUE 0.
       01 WS-PACKAGE-LINES       PIC 9(6) VALUE 0.
       01 WS-SECTION-ROWS        PIC 9(6) VALUE 0.
       01 WS-RECORDS-FOUND       PIC 9(6) VALUE 0.

      *> Same counter/filename convention as DEMO4RPT,
      *> walked from generation 1 to the current one.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-CURRENT          PIC 9(4) VALUE 0.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-GENS-MISSING         PIC 9(4) VALUE 0.

       01 WS-PACKAGE-NAME-BUILD.
          05 FILLER          PIC X(8) VALUE "empdsar_".
          05 WS-PN-EMP-ID    PIC 9(5).
          05 FILLER          PIC X VALUE "_".
          05 WS-PN-DATE      PIC 9(8).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(14) VALUE SPACES.
       01 WS-PACKAGE-FILENAME PIC X(40) VALUE SPACES.

      *> The statement archive naming EMPSTMTR reads.
       01 WS-ARCH-NAME-BUILD.
          05 FILLER          PIC X(13) VALUE "empstmt_arch.".
          05 WS-AN-YEAR      PIC 9(4).
          05 FILLER          PIC X(4) VALUE ".dat".
          05 FILLER          PIC X(19) VALUE SPACES.
       01 WS-ARCH-FILENAME   PIC X(40) VALUE SPACES.

      *> The last index entry per statement year.
       01 WS-SY-COUNT        PIC 9(2) VALUE 0.
       01 WS-SY-TABLE.
          05 WS-SY-ENTRY OCCURS 50 TIMES.
             10 WS-SY-YEAR      PIC 9(4).
             10 WS-SY-START     PIC 9(6).
             10 WS-SY-LENGTH    PIC 9(4).
       01 WS-SY-IX           PIC 9(2) VALUE 0.
       01 WS-SY-HIT          PIC 9 VALUE 0.
       01 WS-LINE-NO         PIC 9(6) VALUE 0.
       01 WS-STMT-END        PIC 9(6) VALUE 0.

      *> The subject's loans, so their balance rows can be found.
       01 WS-LN-COUNT        PIC 9(2) VALUE 0.
       01 WS-LN-TABLE.
          05 WS-LN-APP-ID OCCURS 50 TIMES PIC X(8).
       01 WS-LN-IX           PIC 9(2) VALUE 0.

      *> Account masking: everything but the last four characters.
       01 WS-MASK-FIELD      PIC X(34) VALUE SPACES.
       01 WS-MASK-END        PIC 9(2) VALUE 0.
       01 WS-MASK-IX         PIC 9(2) VALUE 0.

      *> Package lines built with MOVE, not STRING.
       01 WS-PK-HEADING.
          05 FILLER          PIC X(9) VALUE "SECTION: ".
          05 WS-PH-TITLE     PIC X(40).
          05 FILLER          PIC X(83) VALUE SPACES.
       01 WS-PK-TITLE.
          05 FILLER          PIC X(44) VALUE
              "PERSONAL DATA SUBJECT ACCESS PACKAGE  EMP-ID".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PT-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(10) VALUE "  PREPARED".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PT-STAMP     PIC 9(14).
          05 FILLER          PIC X(4) VALUE " BY ".
          05 WS-PT-OPERATOR  PIC X(8).
          05 FILLER          PIC X(45) VALUE SPACES.
       01 WS-PK-REQUESTER.
          05 FILLER          PIC X(14) VALUE "REQUESTED BY: ".
          05 WS-PR-NAME      PIC X(30).
          05 FILLER          PIC X(88) VALUE SPACES.
       01 WS-PK-COUNT.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-PC-ROWS      PIC ZZZZZ9.
          05 FILLER          PIC X(13) VALUE " RECORD(S)".
          05 WS-PC-NOTE      PIC X(60) VALUE SPACES.
          05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-PK-MASTER-1.
          05 FILLER          PIC X(4) VALUE "GEN ".
          05 WS-PM-GEN       PIC 9(4).
          05 FILLER          PIC X(6) VALUE " NAME ".
          05 WS-PM-NAME      PIC X(20).
          05 FILLER          PIC X(8) VALUE " SALARY ".
          05 WS-PM-SALARY    PIC ZZZZZ9.99.
          05 FILLER          PIC X(6) VALUE " DEPT ".
          05 WS-PM-DEPT      PIC X(3).
          05 FILLER          PIC X(5) VALUE " JOB ".
          05 WS-PM-JOB       PIC X(4).
          05 FILLER          PIC X(7) VALUE " HIRED ".
          05 WS-PM-HIRED     PIC X(8).
          05 FILLER          PIC X(10) VALUE " CURRENCY ".
          05 WS-PM-CURR      PIC X(3).
          05 FILLER          PIC X(9) VALUE " COMPANY ".
          05 WS-PM-COMPANY   PIC X(2).
          05 FILLER          PIC X(24) VALUE SPACES.
       01 WS-PK-MASTER-2.
          05 FILLER          PIC X(15) VALUE "        STATUS ".
          05 WS-PM-STATUS    PIC X.
          05 FILLER          PIC X(7) VALUE " SINCE ".
          05 WS-PM-STAT-DATE PIC X(8).
          05 FILLER          PIC X(12) VALUE " SUPERVISOR ".
          05 WS-PM-SUPER     PIC X(5).
          05 FILLER          PIC X(11) VALUE " ORIG HIRE ".
          05 WS-PM-ORIG-HIRE PIC X(8).
          05 FILLER          PIC X(9) VALUE " SERVICE ".
          05 WS-PM-SERVICE   PIC X(8).
          05 FILLER          PIC X(48) VALUE SPACES.
       01 WS-PK-ADDRESS.
          05 FILLER          PIC X(6) VALUE "PHONE ".
          05 WS-PA-PHONE     PIC X(12).
          05 FILLER          PIC X(114) VALUE SPACES.
       01 WS-PK-CSZ.
          05 WS-PZ-CITY      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PZ-STATE     PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-PZ-ZIP       PIC X(10).
          05 FILLER          PIC X(97) VALUE SPACES.
       01 WS-PK-BANK.
          05 WS-PB-LABEL     PIC X(9).
          05 FILLER          PIC X(9) VALUE " ROUTING ".
          05 WS-PB-ROUTING   PIC X(9).
          05 FILLER          PIC X(9) VALUE " ACCOUNT ".
          05 WS-PB-ACCOUNT   PIC X(12).
          05 FILLER          PIC X(9) VALUE " PRENOTE ".
          05 WS-PB-PRENOTE   PIC X.
          05 FILLER          PIC X(7) VALUE " SINCE ".
          05 WS-PB-PRE-DATE  PIC X(8).
          05 FILLER          PIC X(59) VALUE SPACES.
       01 WS-PK-BENEF.
          05 FILLER          PIC X(12) VALUE "BENEFICIARY ".
          05 WS-PF-NAME      PIC X(30).
          05 FILLER          PIC X(5) VALUE " BIC ".
          05 WS-PF-BIC       PIC X(11).
          05 FILLER          PIC X(6) VALUE " IBAN ".
          05 WS-PF-IBAN      PIC X(34).
          05 FILLER          PIC X(6) VALUE " BANK ".
          05 WS-PF-BANK      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PF-COUNTRY   PIC X(2).
          05 FILLER          PIC X(5) VALUE SPACES.
       01 WS-PK-REGISTER.
          05 FILLER          PIC X(7) VALUE "PERIOD ".
          05 WS-PG-PERIOD    PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PG-COMPANY   PIC X(2).
          05 FILLER          PIC X(7) VALUE " GROSS ".
          05 WS-PG-GROSS     PIC ZZZZZ9.99.
          05 FILLER          PIC X(6) VALUE " WHLD ".
          05 WS-PG-WHLD      PIC ZZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " STATE ".
          05 WS-PG-STATE     PIC ZZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " LOCAL ".
          05 WS-PG-LOCAL     PIC ZZZZZ9.99.
          05 FILLER          PIC X(8) VALUE " DEDUCT ".
          05 WS-PG-DEDUCT    PIC ZZZZZ9.99.
          05 FILLER          PIC X(5) VALUE " NET ".
          05 WS-PG-NET       PIC ZZZZZ9.99.
          05 FILLER          PIC X(5) VALUE " RUN ".
          05 WS-PG-RUN-TYPE  PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PG-RUN-ID    PIC X(9).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PG-EARN-TYPE PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
       01 WS-PK-HISTORY.
          05 FILLER          PIC X(4) VALUE "GEN ".
          05 WS-PY-GEN       PIC 9(4).
          05 FILLER          PIC X(8) VALUE " SALARY ".
          05 WS-PY-SALARY    PIC ZZZZZ9.99.
          05 FILLER          PIC X(107) VALUE SPACES.
       01 WS-PK-YTD.
          05 FILLER          PIC X(5) VALUE "YEAR ".
          05 WS-PD-YEAR      PIC 9(4).
          05 FILLER          PIC X(9) VALUE " COMPANY ".
          05 WS-PD-COMPANY   PIC X(2).
          05 FILLER          PIC X(7) VALUE " GROSS ".
          05 WS-PD-GROSS     PIC ZZZZZZZ9.99.
          05 FILLER          PIC X(6) VALUE " WHLD ".
          05 WS-PD-WHLD      PIC ZZZZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " STATE ".
          05 WS-PD-STATE     PIC ZZZZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " LOCAL ".
          05 WS-PD-LOCAL     PIC ZZZZZZZ9.99.
          05 FILLER          PIC X(5) VALUE " NET ".
          05 WS-PD-NET       PIC ZZZZZZZ9.99.
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-PK-DEDUCTION.
          05 FILLER          PIC X(5) VALUE "CODE ".
          05 WS-PE-CODE      PIC X(4).
          05 FILLER          PIC X(8) VALUE " METHOD ".
          05 WS-PE-METHOD    PIC X.
          05 FILLER          PIC X(7) VALUE " VALUE ".
          05 WS-PE-VALUE     PIC ZZZZ9.99.
          05 FILLER          PIC X(10) VALUE " PRIORITY ".
          05 WS-PE-PRIORITY  PIC X(2).
          05 FILLER          PIC X(8) VALUE " STATUS ".
          05 WS-PE-STATUS    PIC X.
          05 FILLER          PIC X(78) VALUE SPACES.
       01 WS-PK-DED-TAKEN.
          05 FILLER          PIC X(7) VALUE "PERIOD ".
          05 WS-PT-PERIOD    PIC 9(6).
          05 FILLER          PIC X(6) VALUE " CODE ".
          05 WS-PT-CODE      PIC X(4).
          05 FILLER          PIC X(8) VALUE " AMOUNT ".
          05 WS-PT-AMOUNT    PIC ZZZZZ9.99.
          05 FILLER          PIC X(92) VALUE SPACES.
       01 WS-PK-LEAVE.
          05 FILLER          PIC X(8) VALUE "BALANCE ".
          05 WS-PL-BALANCE   PIC ZZZ9.99.
          05 FILLER          PIC X(14) VALUE " DAYS ACCRUED ".
          05 WS-PL-ACCRUED   PIC ZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " TAKEN ".
          05 WS-PL-TAKEN     PIC ZZZZ9.99.
          05 FILLER          PIC X(16) VALUE " ACCRUED THROUGH".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PL-PERIOD    PIC X(6).
          05 FILLER          PIC X(57) VALUE SPACES.
       01 WS-PK-LOAN.
          05 FILLER          PIC X(5) VALUE "LOAN ".
          05 WS-PN-APP-ID    PIC X(8).
          05 FILLER          PIC X(11) VALUE " PRINCIPAL ".
          05 WS-PN-PRINCIPAL PIC ZZZZZZ9.99.
          05 FILLER          PIC X(6) VALUE " RATE ".
          05 WS-PN-RATE      PIC 9.9999.
          05 FILLER          PIC X(6) VALUE " TERM ".
          05 WS-PN-TERM      PIC ZZ9.
          05 FILLER          PIC X(12) VALUE " ORIGINATED ".
          05 WS-PN-ORIG      PIC X(8).
          05 FILLER          PIC X(53) VALUE SPACES.
       01 WS-PK-LOAN-BAL.
          05 FILLER          PIC X(5) VALUE "LOAN ".
          05 WS-PO-APP-ID    PIC X(8).
          05 FILLER          PIC X(8) VALUE " STATUS ".
          05 WS-PO-STATUS    PIC X.
          05 FILLER          PIC X(9) VALUE " PAYMENT ".
          05 WS-PO-PAYMENT   PIC ZZZZZZ9.99.
          05 FILLER          PIC X(14) VALUE " PAID THROUGH ".
          05 WS-PO-PAID      PIC ZZ9.
          05 FILLER          PIC X(10) VALUE " NEXT DUE ".
          05 WS-PO-NEXT-DUE  PIC X(8).
          05 FILLER          PIC X(11) VALUE " UNAPPLIED ".
          05 WS-PO-UNAPPLIED PIC ZZZZZZ9.99.
          05 FILLER          PIC X(35) VALUE SPACES.
       01 WS-PK-EXCEPTION.
          05 FILLER          PIC X(9) VALUE "REJECTED ".
          05 WS-PX-DATE      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PX-REASON    PIC X(30).
          05 FILLER          PIC X(10) VALUE " RESOLVED ".
          05 WS-PX-RESOLVED  PIC X.
          05 FILLER          PIC X(6) VALUE " NAME ".
          05 WS-PX-NAME      PIC X(20).
          05 FILLER          PIC X(8) VALUE " SALARY ".
          05 WS-PX-SALARY    PIC ZZZZZ9.99.
          05 FILLER          PIC X(9) VALUE " COMPANY ".
          05 WS-PX-COMPANY   PIC X(2).
          05 FILLER          PIC X(19) VALUE SPACES.
       01 WS-PK-JOURNAL.
          05 WS-PJ-STAMP     PIC 9(14).
          05 FILLER          PIC X(4) VALUE " BY ".
          05 WS-PJ-OPERATOR  PIC X(8).
          05 FILLER          PIC X(8) VALUE " BEFORE ".
          05 WS-PJ-B-NAME    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PJ-B-SALARY  PIC ZZZZZ9.99.
          05 FILLER          PIC X(7) VALUE " AFTER ".
          05 WS-PJ-A-NAME    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PJ-A-SALARY  PIC ZZZZZ9.99.
          05 FILLER          PIC X(31) VALUE SPACES.
       01 WS-PK-STMT-YEAR.
          05 FILLER          PIC X(15) VALUE "STATEMENT YEAR ".
          05 WS-PS-YEAR      PIC 9(4).
          05 FILLER          PIC X(113) VALUE SPACES.

       01 WS-LOG-LINE-BUILD.
          05 WS-LL-STAMP     PIC 9(14).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LL-OPERATOR  PIC X(8).
          05 FILLER          PIC X(8) VALUE " EMP-ID ".
          05 WS-LL-EMP-ID    PIC 9(5).
          05 FILLER          PIC X(14) VALUE " REQUESTED BY ".
          05 WS-LL-REQUESTER PIC X(30).
          05 FILLER          PIC X(7) VALUE " LINES ".
          05 WS-LL-LINES     PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LL-PACKAGE   PIC X(26).

      *> Interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
       01 WS-SEC-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-SEC-CREDENTIAL  PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY   PIC 9 VALUE 0.
       01 WS-HOLD-RC         PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPDSAR ".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 clean, 4 a request found
      *> nothing or was refused, 8+ hard failure).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== Subject Access Package ===".
           DISPLAY " ".

           PERFORM CENTRAL-SIGN-ON.
           IF WS-SEC-AUTHORITY = 0
               DISPLAY "   Sign-on refused - transaction ended"
               MOVE 8 TO RETURN-CODE
           ELSE
      *> A whole person's data in one file is supervisor work.
               IF WS-SEC-AUTHORITY < 3
                   DISPLAY "   Supervisor authority needed -"
                       " refused"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM DETERMINE-CURRENT-GENERATION
                   PERFORM UNTIL INQUIRY-DONE
                       PERFORM ONE-REQUEST
                   END-PERFORM
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== Subject Access Package Complete ===".
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

       CENTRAL-SIGN-ON.
      *> One sign-on through the shared OPRSEC; lockout, the
      *> activity log and per-transaction authority all live there,
      *> not here.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SEC-OPERATOR.
           DISPLAY "Enter credential: " WITH NO ADVANCING.
           ACCEPT WS-SEC-CREDENTIAL.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "OPRSEC" USING WS-SEC-FUNCTION WS-PROGRAM-NAME
               WS-SEC-OPERATOR WS-SEC-CREDENTIAL
               WS-SEC-AUTHORITY.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-SEC-AUTHORITY > 0
               DISPLAY "   Signed on: " WS-SEC-OPERATOR
                   " authority " WS-SEC-AUTHORITY
           END-IF.

       DETERMINE-CURRENT-GENERATION.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-CURRENT
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-CURRENT
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-CURRENT
           END-IF.

       ONE-REQUEST.
           DISPLAY "Enter EMP-ID (0 ends): " WITH NO ADVANCING.
           MOVE 0 TO WS-PICK-EMP-ID.
           ACCEPT WS-PICK-EMP-ID.
           IF WS-PICK-EMP-ID = 0
               MOVE 1 TO WS-DONE
           ELSE
               DISPLAY "Requested by (name): " WITH NO ADVANCING
               MOVE SPACES TO WS-REQUESTED-BY
               ACCEPT WS-REQUESTED-BY
               IF WS-REQUESTED-BY = SPACES
                   DISPLAY "   The requester must be recorded -"
                       " refused"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM BUILD-THE-PACKAGE
               END-IF
           END-IF.

       BUILD-THE-PACKAGE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           MOVE WS-RUN-STAMP (1:8) TO WS-RUN-DATE.
           MOVE WS-PICK-EMP-ID TO WS-PN-EMP-ID.
           MOVE WS-RUN-DATE TO WS-PN-DATE.
           MOVE WS-PACKAGE-NAME-BUILD TO WS-PACKAGE-FILENAME.
           MOVE 0 TO WS-PACKAGE-LINES.
           MOVE 0 TO WS-RECORDS-FOUND.
           OPEN OUTPUT PACKAGE-FILE.
           IF WS-PACKAGE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-PACKAGE-FILENAME
                   ", status " WS-PACKAGE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-DONE
           ELSE
               MOVE WS-PICK-EMP-ID TO WS-PT-EMP-ID
               MOVE WS-RUN-STAMP TO WS-PT-STAMP
               MOVE WS-SEC-OPERATOR TO WS-PT-OPERATOR
               MOVE WS-PK-TITLE TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
               MOVE WS-REQUESTED-BY TO WS-PR-NAME
               MOVE WS-PK-REQUESTER TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
               PERFORM GATHER-MASTER-GENERATIONS
               PERFORM GATHER-ADDRESS
               PERFORM GATHER-BANK-DETAILS
               PERFORM GATHER-PAY-REGISTER
               PERFORM GATHER-PAY-HISTORY
               PERFORM GATHER-YTD
               PERFORM GATHER-DEDUCTIONS
               PERFORM GATHER-DEDUCTIONS-TAKEN
               PERFORM GATHER-LEAVE
               PERFORM GATHER-LOANS
               PERFORM GATHER-EXCEPTIONS
               PERFORM GATHER-JOURNAL
               PERFORM GATHER-STATEMENTS
               MOVE SPACES TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
               MOVE "END OF PACKAGE" TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
               CLOSE PACKAGE-FILE
               PERFORM LOG-THE-REQUEST
               DISPLAY "   " WS-RECORDS-FOUND " record(s) for "
                   WS-PICK-EMP-ID " in " WS-PACKAGE-FILENAME
               IF WS-RECORDS-FOUND = 0
                   DISPLAY "   Nothing on file for " WS-PICK-EMP-ID
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       PUT-PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           ADD 1 TO WS-PACKAGE-LINES.

       START-SECTION.
      *> WS-PH-TITLE is set by the caller.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE SPACES TO PACKAGE-LINE.
           PERFORM PUT-PACKAGE-LINE.
           MOVE WS-PK-HEADING TO PACKAGE-LINE.
           PERFORM PUT-PACKAGE-LINE.

       END-SECTION.
      *> WS-PC-NOTE may be set by the caller; cleared here.
           MOVE WS-SECTION-ROWS TO WS-PC-ROWS.
           MOVE WS-PK-COUNT TO PACKAGE-LINE.
           PERFORM PUT-PACKAGE-LINE.
           MOVE SPACES TO WS-PC-NOTE.
           ADD WS-SECTION-ROWS TO WS-RECORDS-FOUND.

       PUT-SECTION-ROW.
           PERFORM PUT-PACKAGE-LINE.
           ADD 1 TO WS-SECTION-ROWS.

       MASK-ACCOUNT.
      *> WS-MASK-FIELD is left-justified; all but its last four
      *> characters become asterisks.
           MOVE 34 TO WS-MASK-END.
           PERFORM UNTIL WS-MASK-END = 0
                   OR WS-MASK-FIELD (WS-MASK-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MASK-END
           END-PERFORM.
           IF WS-MASK-END > 4
               PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                       UNTIL WS-MASK-IX > WS-MASK-END - 4
                   MOVE "*" TO WS-MASK-FIELD (WS-MASK-IX:1)
               END-PERFORM
           END-IF.

       GATHER-MASTER-GENERATIONS.
           MOVE "EMPLOYEE MASTER, EVERY GENERATION" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-GENS-MISSING.
           PERFORM VARYING WS-GDG-GENERATION FROM 1 BY 1
                   UNTIL WS-GDG-GENERATION > WS-GDG-CURRENT
               PERFORM SEARCH-ONE-GENERATION
           END-PERFORM.
           IF WS-GENS-MISSING > 0
               MOVE " (EARLIER GENERATIONS PURGED UNDER RETENTION)"
                   TO WS-PC-NOTE
           END-IF.
           PERFORM END-SECTION.

       SEARCH-ONE-GENERATION.
           MOVE WS-GDG-GENERATION TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-GENS-MISSING
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-MASTER-LINES
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       PUT-MASTER-LINES.
           MOVE WS-GDG-GENERATION TO WS-PM-GEN.
           MOVE EMP-NAME TO WS-PM-NAME.
           MOVE EMP-SALARY TO WS-PM-SALARY.
           MOVE EMP-DEPT TO WS-PM-DEPT.
           MOVE EMP-JOB-CODE TO WS-PM-JOB.
           MOVE EMP-HIRE-DATE TO WS-PM-HIRED.
           MOVE EMP-CURRENCY TO WS-PM-CURR.
           MOVE EMP-COMPANY TO WS-PM-COMPANY.
           MOVE WS-PK-MASTER-1 TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.
           MOVE EMP-STATUS TO WS-PM-STATUS.
           MOVE EMP-STATUS-DATE TO WS-PM-STAT-DATE.
           MOVE EMP-SUPERVISOR-ID TO WS-PM-SUPER.
           MOVE EMP-ORIG-HIRE-DATE TO WS-PM-ORIG-HIRE.
           MOVE EMP-SERVICE-DATE TO WS-PM-SERVICE.
           MOVE WS-PK-MASTER-2 TO PACKAGE-LINE.
           PERFORM PUT-PACKAGE-LINE.

       GATHER-ADDRESS.
           MOVE "ADDRESS AND CONTACT" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ADR-EMP-ID = WS-PICK-EMP-ID
                               MOVE ADR-LINE1 TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                               IF ADR-LINE2 NOT = SPACES
                                   MOVE ADR-LINE2 TO PACKAGE-LINE
                                   PERFORM PUT-PACKAGE-LINE
                               END-IF
                               MOVE ADR-CITY TO WS-PZ-CITY
                               MOVE ADR-STATE TO WS-PZ-STATE
                               MOVE ADR-ZIP TO WS-PZ-ZIP
                               MOVE WS-PK-CSZ TO PACKAGE-LINE
                               PERFORM PUT-PACKAGE-LINE
                               MOVE ADR-PHONE TO WS-PA-PHONE
                               MOVE WS-PK-ADDRESS TO PACKAGE-LINE
                               PERFORM PUT-PACKAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM END-SECTION.

       GATHER-BANK-DETAILS.
           MOVE "BANK DETAILS (ACCOUNTS MASKED)" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ BANK-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BNK-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-BANK-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FX-BENEF-FILE.
           IF WS-BENEF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ FX-BENEF-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BFX-EMP-ID = WS-PICK-EMP-ID
                               MOVE BFX-BENEF-NAME TO WS-PF-NAME
                               MOVE BFX-SWIFT-BIC TO WS-PF-BIC
                               MOVE BFX-IBAN TO WS-MASK-FIELD
                               PERFORM MASK-ACCOUNT
                               MOVE WS-MASK-FIELD TO WS-PF-IBAN
                               MOVE BFX-BANK-NAME TO WS-PF-BANK
                               MOVE BFX-COUNTRY TO WS-PF-COUNTRY
                               MOVE WS-PK-BENEF TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-BENEF-FILE
           END-IF.
           PERFORM END-SECTION.

       PUT-BANK-LINES.
           MOVE "DEPOSIT  " TO WS-PB-LABEL.
           MOVE BNK-ROUTING TO WS-PB-ROUTING.
           MOVE BNK-ACCOUNT TO WS-MASK-FIELD.
           PERFORM MASK-ACCOUNT.
           MOVE WS-MASK-FIELD TO WS-PB-ACCOUNT.
           MOVE BNK-PRENOTE-STATUS TO WS-PB-PRENOTE.
           MOVE BNK-PRENOTE-DATE TO WS-PB-PRE-DATE.
           MOVE WS-PK-BANK TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.
      *> The previous account still held during a change hold.
           IF BNK-HOLD-UNTIL IS NUMERIC
                   AND BNK-PREV-ACCOUNT NOT = SPACES
               MOVE "PREVIOUS " TO WS-PB-LABEL
               MOVE BNK-PREV-ROUTING TO WS-PB-ROUTING
               MOVE BNK-PREV-ACCOUNT TO WS-MASK-FIELD
               PERFORM MASK-ACCOUNT
               MOVE WS-MASK-FIELD TO WS-PB-ACCOUNT
               MOVE SPACE TO WS-PB-PRENOTE
               MOVE SPACES TO WS-PB-PRE-DATE
               MOVE WS-PK-BANK TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
           END-IF.

       GATHER-PAY-REGISTER.
           MOVE "PAY REGISTER" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRG-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           PERFORM END-SECTION.

       PUT-REGISTER-LINE.
           MOVE PRG-PERIOD TO WS-PG-PERIOD.
           MOVE PRG-COMPANY TO WS-PG-COMPANY.
           MOVE PRG-GROSS TO WS-PG-GROSS.
           MOVE PRG-WITHHOLDING TO WS-PG-WHLD.
           MOVE PRG-DEDUCT TO WS-PG-DEDUCT.
           MOVE PRG-NET TO WS-PG-NET.
      *> Rows from before state and local withholding read back
      *> as spaces there.
           IF PRG-STATE-WHLD IS NUMERIC
               MOVE PRG-STATE-WHLD TO WS-PG-STATE
           ELSE
               MOVE 0 TO WS-PG-STATE
           END-IF.
           IF PRG-LOCAL-WHLD IS NUMERIC
               MOVE PRG-LOCAL-WHLD TO WS-PG-LOCAL
           ELSE
               MOVE 0 TO WS-PG-LOCAL
           END-IF.
           MOVE PRG-RUN-TYPE TO WS-PG-RUN-TYPE.
           MOVE PRG-RUN-ID TO WS-PG-RUN-ID.
           MOVE PRG-EARN-TYPE TO WS-PG-EARN-TYPE.
           MOVE WS-PK-REGISTER TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.

       GATHER-PAY-HISTORY.
           MOVE "PAY HISTORY BY GENERATION" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE WS-PICK-EMP-ID TO PH-EMP-ID
               MOVE 0 TO PH-GENERATION
               START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PH-EMP-ID NOT = WS-PICK-EMP-ID
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE PH-GENERATION TO WS-PY-GEN
                               MOVE PH-SALARY TO WS-PY-SALARY
                               MOVE WS-PK-HISTORY TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM END-SECTION.

       GATHER-YTD.
           MOVE "YEAR-TO-DATE ACCUMULATORS" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YTD-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-YTD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.
           PERFORM END-SECTION.

       PUT-YTD-LINE.
           MOVE YTD-YEAR TO WS-PD-YEAR.
           MOVE YTD-COMPANY TO WS-PD-COMPANY.
           MOVE YTD-ANN-GROSS TO WS-PD-GROSS.
           MOVE YTD-ANN-WHLD TO WS-PD-WHLD.
           MOVE YTD-ANN-NET TO WS-PD-NET.
           IF YTD-ANN-STATE-WHLD IS NUMERIC
               MOVE YTD-ANN-STATE-WHLD TO WS-PD-STATE
           ELSE
               MOVE 0 TO WS-PD-STATE
           END-IF.
           IF YTD-ANN-LOCAL-WHLD IS NUMERIC
               MOVE YTD-ANN-LOCAL-WHLD TO WS-PD-LOCAL
           ELSE
               MOVE 0 TO WS-PD-LOCAL
           END-IF.
           MOVE WS-PK-YTD TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.

       GATHER-DEDUCTIONS.
           MOVE "DEDUCTIONS ON FILE" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DEDUCT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DED-EMP-ID = WS-PICK-EMP-ID
                               MOVE DED-CODE TO WS-PE-CODE
                               MOVE DED-METHOD TO WS-PE-METHOD
                               MOVE DED-VALUE TO WS-PE-VALUE
                               MOVE DED-PRIORITY TO WS-PE-PRIORITY
                               MOVE DED-STATUS TO WS-PE-STATUS
                               MOVE WS-PK-DEDUCTION TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF.
           PERFORM END-SECTION.

       GATHER-DEDUCTIONS-TAKEN.
           MOVE "DEDUCTIONS TAKEN" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DED-REGISTER.
           IF WS-DED-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DRG-EMP-ID = WS-PICK-EMP-ID
                               MOVE DRG-PERIOD TO WS-PT-PERIOD
                               MOVE DRG-CODE TO WS-PT-CODE
                               MOVE DRG-AMOUNT TO WS-PT-AMOUNT
                               MOVE WS-PK-DED-TAKEN TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
           END-IF.
           PERFORM END-SECTION.

       GATHER-LEAVE.
           MOVE "LEAVE BALANCE" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LEAVE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LVB-EMP-ID = WS-PICK-EMP-ID
                               MOVE LVB-BALANCE TO WS-PL-BALANCE
                               MOVE LVB-ACCRUED-TOTAL TO WS-PL-ACCRUED
                               MOVE LVB-TAKEN-TOTAL TO WS-PL-TAKEN
                               MOVE LVB-LAST-PERIOD TO WS-PL-PERIOD
                               MOVE WS-PK-LEAVE TO PACKAGE-LINE
                               PERFORM PUT-SECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM END-SECTION.

       GATHER-LOANS.
           MOVE "EMPLOYEE LOANS" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-LN-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-APPS.
           IF WS-APPS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ LOAN-APPS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF APP-EMP-ID IS NUMERIC
                                   AND APP-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-LOAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APPS
           END-IF.
           IF WS-LN-COUNT > 0
               MOVE 0 TO WS-EOF
               OPEN INPUT BALANCE-FILE
               IF WS-BALANCE-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 1
                       READ BALANCE-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM PUT-LOAN-BALANCE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
           END-IF.
           PERFORM END-SECTION.

       PUT-LOAN-LINE.
           MOVE APP-ID TO WS-PN-APP-ID.
           MOVE APP-PRINCIPAL TO WS-PN-PRINCIPAL.
           MOVE APP-RATE TO WS-PN-RATE.
           MOVE APP-TERM TO WS-PN-TERM.
           MOVE APP-ORIG-DATE TO WS-PN-ORIG.
           MOVE WS-PK-LOAN TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.
           IF WS-LN-COUNT < 50
               ADD 1 TO WS-LN-COUNT
               MOVE APP-ID TO WS-LN-APP-ID (WS-LN-COUNT)
           END-IF.

       PUT-LOAN-BALANCE-LINE.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-APP-ID (WS-LN-IX) = LNB-APP-ID
                   MOVE LNB-APP-ID TO WS-PO-APP-ID
                   MOVE LNB-STATUS TO WS-PO-STATUS
                   MOVE LNB-PAYMENT TO WS-PO-PAYMENT
                   MOVE LNB-PAID-THROUGH TO WS-PO-PAID
                   MOVE LNB-NEXT-DUE TO WS-PO-NEXT-DUE
                   MOVE LNB-UNAPPLIED TO WS-PO-UNAPPLIED
                   MOVE WS-PK-LOAN-BAL TO PACKAGE-LINE
                   PERFORM PUT-SECTION-ROW
               END-IF
           END-PERFORM.

       GATHER-EXCEPTIONS.
           MOVE "EMPLOYEE MASTER EXCEPTION HISTORY" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EXCEPTION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EXC-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-EXCEPTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM END-SECTION.

       PUT-EXCEPTION-LINE.
           MOVE EXC-REJECT-DATE TO WS-PX-DATE.
           MOVE EXC-REASON TO WS-PX-REASON.
           MOVE EXC-RESOLVED TO WS-PX-RESOLVED.
           MOVE EXC-EMP-NAME TO WS-PX-NAME.
           IF EXC-EMP-SALARY IS NUMERIC
               MOVE EXC-EMP-SALARY TO WS-PX-SALARY
           ELSE
               MOVE 0 TO WS-PX-SALARY
           END-IF.
           MOVE EXC-COMPANY TO WS-PX-COMPANY.
           MOVE WS-PK-EXCEPTION TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.

       GATHER-JOURNAL.
           MOVE "MAINTENANCE JOURNAL" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF JRN-B-EMP-ID = WS-PICK-EMP-ID
                                   OR JRN-A-EMP-ID = WS-PICK-EMP-ID
                               PERFORM PUT-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM END-SECTION.

       PUT-JOURNAL-LINE.
           MOVE JRN-TIMESTAMP TO WS-PJ-STAMP.
           MOVE JRN-OPERATOR TO WS-PJ-OPERATOR.
           MOVE JRN-B-EMP-NAME TO WS-PJ-B-NAME.
           MOVE JRN-B-EMP-SALARY TO WS-PJ-B-SALARY.
           MOVE JRN-A-EMP-NAME TO WS-PJ-A-NAME.
           MOVE JRN-A-EMP-SALARY TO WS-PJ-A-SALARY.
           MOVE WS-PK-JOURNAL TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.

       GATHER-STATEMENTS.
           MOVE "ANNUAL STATEMENTS" TO WS-PH-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SY-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT STMT-INDEX.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ STMT-INDEX
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SIX-EMP-ID = WS-PICK-EMP-ID
                               PERFORM NOTE-STATEMENT-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-INDEX
           END-IF.
           PERFORM VARYING WS-SY-IX FROM 1 BY 1
                   UNTIL WS-SY-IX > WS-SY-COUNT
               PERFORM COPY-ONE-STATEMENT
           END-PERFORM.
           PERFORM END-SECTION.

       NOTE-STATEMENT-YEAR.
      *> The last matching entry for a year wins -- a rerun
      *> supersedes.
           MOVE 0 TO WS-SY-HIT.
           PERFORM VARYING WS-SY-IX FROM 1 BY 1
                   UNTIL WS-SY-IX > WS-SY-COUNT
               IF WS-SY-YEAR (WS-SY-IX) = SIX-YEAR
                   MOVE SIX-START TO WS-SY-START (WS-SY-IX)
                   MOVE SIX-LENGTH TO WS-SY-LENGTH (WS-SY-IX)
                   MOVE 1 TO WS-SY-HIT
               END-IF
           END-PERFORM.
           IF WS-SY-HIT = 0 AND WS-SY-COUNT < 50
               ADD 1 TO WS-SY-COUNT
               MOVE SIX-YEAR TO WS-SY-YEAR (WS-SY-COUNT)
               MOVE SIX-START TO WS-SY-START (WS-SY-COUNT)
               MOVE SIX-LENGTH TO WS-SY-LENGTH (WS-SY-COUNT)
           END-IF.

       COPY-ONE-STATEMENT.
           MOVE WS-SY-YEAR (WS-SY-IX) TO WS-PS-YEAR.
           MOVE WS-PK-STMT-YEAR TO PACKAGE-LINE.
           PERFORM PUT-SECTION-ROW.
           MOVE WS-SY-YEAR (WS-SY-IX) TO WS-AN-YEAR.
           MOVE WS-ARCH-NAME-BUILD TO WS-ARCH-FILENAME.
           COMPUTE WS-STMT-END =
               WS-SY-START (WS-SY-IX) + WS-SY-LENGTH (WS-SY-IX) - 1.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "    (STATEMENT ARCHIVE NO LONGER ON FILE)"
                   TO PACKAGE-LINE
               PERFORM PUT-PACKAGE-LINE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                       OR WS-LINE-NO >= WS-STMT-END
                   READ ARCH-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO >= WS-SY-START (WS-SY-IX)
                               MOVE ARCH-LINE TO PACKAGE-LINE
                               PERFORM PUT-PACKAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

       LOG-THE-REQUEST.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard -- every
      *> package handed out stays on record.
           OPEN EXTEND DSAR-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT DSAR-LOG
           END-IF.
           MOVE WS-RUN-STAMP TO WS-LL-STAMP.
           MOVE WS-SEC-OPERATOR TO WS-LL-OPERATOR.
           MOVE WS-PICK-EMP-ID TO WS-LL-EMP-ID.
           MOVE WS-REQUESTED-BY TO WS-LL-REQUESTER.
           MOVE WS-PACKAGE-LINES TO WS-LL-LINES.
           MOVE WS-PACKAGE-FILENAME TO WS-LL-PACKAGE.
           MOVE WS-LOG-LINE-BUILD TO DSAR-LOG-LINE.
           WRITE DSAR-LOG-LINE.
           CLOSE DSAR-LOG.
