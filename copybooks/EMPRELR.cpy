      *> Shared payroll release journal layout for
      *> empvar_release.dat. A payroll supervisor releases a
      *> reviewed period for payment through EMPPAYRL; each release
      *> appends one row carrying who released it and when, and the
      *> regular register rows and net total released. EMPBNKEX
      *> will not extract a period's regular run without a release
      *> whose rows and net still match the register, so pay added
      *> after the release has to be reviewed and released again.
      *> Extracted to a copybook (the EMPREC.cpy convention)
      *> because the release and the bank extract both read it.
       01  PAYROLL-RELEASE-RECORD.
           05  REL-PERIOD         PIC 9(6).
           05  REL-DATE           PIC 9(8).
           05  REL-TIME           PIC 9(6).
           05  REL-OPERATOR       PIC X(8).
           05  REL-ROWS           PIC 9(6).
           05  REL-NET-TOTAL      PIC 9(9)V99.
           05  REL-FLAGGED        PIC 9(5).
