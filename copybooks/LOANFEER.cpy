      *> Shared late fee schedule layout for loan_fees.dat, one row
      *> per rate code (the loan_rates.dat product code) and
      *> effective date, maintained through RATEMNT the same way as
      *> the rate table: rows are only ever added, and the row in
      *> effect for an installment is the newest one effective on or
      *> before its due date. An installment still unpaid
      *> LFS-GRACE-DAYS after it fell due is charged one late fee:
      *> LFS-FEE-FLAT when LFS-FEE-TYPE is F, LFS-FEE-PCT of the
      *> installment when it is P, never more than LFS-FEE-MAX
      *> (zero = no cap). A rate code with no row charges no fee.
      *> Extracted to a copybook (the EMPREC.cpy convention) because
      *> the maintenance transaction and the servicing run both use
      *> it.
       01  LATE-FEE-RECORD.
           05  LFS-RATE-CODE     PIC X(4).
           05  LFS-EFF-DATE      PIC 9(8).
           05  LFS-GRACE-DAYS    PIC 9(3).
           05  LFS-FEE-TYPE      PIC X.
               88  LFS-FLAT-FEE      VALUE "F".
               88  LFS-PERCENT-FEE   VALUE "P".
           05  LFS-FEE-FLAT      PIC 9(5)V99.
           05  LFS-FEE-PCT       PIC 9V9(4).
           05  LFS-FEE-MAX       PIC 9(5)V99.
