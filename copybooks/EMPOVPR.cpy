      *> Shared overpayment recovery case layout for empovpay.dat,
      *> one row per overpayment (an employee may carry several),
      *> keyed EMP-ID plus OVP-CASE-NO. OVP-REG-ROW is the position
      *> in emppay_register.dat (1 = first row) of the register row
      *> that overpaid, the PRG-VOID-ROW convention, and
      *> OVP-REG-PERIOD that row's pay period. The pay run takes
      *> OVP-RECOVER-AMT each period after withholding and the
      *> garnishments and ahead of the voluntary deductions, never
      *> more than OVP-BALANCE and never below the net pay floor on
      *> empovpay_ctl.dat; a case paid off goes to status "C".
      *> EMPTRMST moves the balance of a leaver's open case to the
      *> final settlement and sets status "T". EMPOVPMT opens and
      *> maintains cases under an OPRSEC sign-on; EMPOVPAG ages the
      *> open balances.
       01  OVERPAY-CASE-RECORD.
           05  OVP-EMP-ID         PIC 9(5).
           05  OVP-CASE-NO        PIC 9(5).
           05  OVP-REASON         PIC X(30).
           05  OVP-REG-ROW        PIC 9(7).
           05  OVP-REG-PERIOD     PIC 9(6).
           05  OVP-AMOUNT-OWED    PIC 9(7)V99.
           05  OVP-RECOVER-AMT    PIC 9(6)V99.
           05  OVP-RECOVERED      PIC 9(7)V99.
           05  OVP-BALANCE        PIC 9(7)V99.
           05  OVP-STATUS         PIC X.
               88  OVP-OPEN            VALUE "A".
               88  OVP-CLOSED          VALUE "C".
               88  OVP-TO-SETTLEMENT   VALUE "T".
               88  OVP-WAIVED          VALUE "W".
           05  OVP-OPENED-DATE    PIC 9(8).
           05  OVP-CLOSED-DATE    PIC 9(8).
           05  OVP-OPERATOR       PIC X(8).
