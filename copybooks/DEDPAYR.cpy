      *> Shared deduction payee master layout for dedpayee.dat, one
      *> row per deduction code: who the money withheld under that
      *> code is owed to and how it reaches them. Several codes may
      *> name the same DPY-PAYEE-ID (a union's dues and initiation
      *> fee, a carrier's medical and dental premiums); the
      *> remittance run pays each payee once for all its codes.
      *> Garnishment takings are registered under "GN" plus the
      *> order type, so a row for GNCS names the support
      *> disbursement unit, and so on. DPY-METHOD "E" pays by bank
      *> transfer to DPY-ROUTING/DPY-ACCOUNT, "C" by check to the
      *> address. DPY-FREQUENCY "M" remits after every period, "Q"
      *> after the quarter's last period, "A" after December.
      *> DPY-LIAB-ACCT is the GL liability the withheld amounts sit
      *> in until remitted. EMPDPYMT maintains it under an OPRSEC
      *> sign-on; extracted to a copybook (the EMPREC.cpy
      *> convention) because maintenance, the GL extract and the
      *> remittance run all read it.
       01  DEDUCTION-PAYEE-RECORD.
           05  DPY-DED-CODE       PIC X(4).
           05  DPY-PAYEE-ID       PIC X(8).
           05  DPY-NAME           PIC X(30).
           05  DPY-STREET         PIC X(30).
           05  DPY-CITY           PIC X(20).
           05  DPY-STATE          PIC X(2).
           05  DPY-ZIP            PIC X(10).
           05  DPY-METHOD         PIC X.
               88  DPY-BY-CHECK        VALUE "C".
               88  DPY-BY-TRANSFER     VALUE "E".
           05  DPY-ROUTING        PIC 9(9).
           05  DPY-ACCOUNT        PIC X(17).
           05  DPY-FREQUENCY      PIC X.
               88  DPY-MONTHLY         VALUE "M".
               88  DPY-QUARTERLY       VALUE "Q".
               88  DPY-ANNUALLY        VALUE "A".
           05  DPY-LIAB-ACCT      PIC X(14).
           05  DPY-CHANGE-DATE    PIC 9(8).
           05  DPY-OPERATOR       PIC X(8).
