      *> Shared employee tax profile record layout for emptax.dat,
      *> keyed EMP-ID -- the withholding form each employee files.
      *> EMPTAXMT maintains it under an OPRSEC sign-on and the pay
      *> register run hands the profile to NETPAY, which picks the
      *> bracket set for TXP-FILING-STATUS out of netpay_rates.dat
      *> and takes the allowance credit off the gross before the
      *> brackets apply. TXP-ADDL-WHLD is a flat extra amount the
      *> employee asked to have withheld every period; an exempt
      *> profile (TXP-EXEMPT "Y") withholds nothing. An employee
      *> with no profile is paid on the default bracket set, the
      *> same as before profiles existed, and is listed on the
      *> pay run's tax profile exceptions report. Extracted to a
      *> copybook (the EMPREC.cpy convention) because maintenance
      *> and the register run both read it.
       01  TAX-PROFILE-RECORD.
           05  TXP-EMP-ID         PIC 9(5).
           05  TXP-FILING-STATUS  PIC X.
               88  TXP-SINGLE          VALUE "S".
               88  TXP-MARRIED         VALUE "M".
               88  TXP-HEAD-HOUSEHOLD  VALUE "H".
               88  TXP-STATUS-VALID    VALUES "S" "M" "H".
           05  TXP-ALLOWANCES     PIC 9(2).
           05  TXP-ADDL-WHLD      PIC 9(5)V99.
           05  TXP-EXEMPT         PIC X.
               88  TXP-IS-EXEMPT       VALUE "Y".
               88  TXP-NOT-EXEMPT      VALUE "N".
           05  TXP-EFF-DATE       PIC 9(8).
           05  TXP-OPERATOR       PIC X(8).
