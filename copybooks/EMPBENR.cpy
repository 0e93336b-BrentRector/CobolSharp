      *> Shared benefits enrollment record layout for empbenef.dat,
      *> one row per employee per plan, keyed EMP-ID plus plan code.
      *> The premiums are priced from benplan.dat (BENPLNR.cpy) for
      *> the plan and tier when the row is keyed and repriced by the
      *> monthly run when the table changes. BEN-END-DATE zero is
      *> open coverage; an ended row (status "E") is kept for the
      *> history. BEN-PENDING holds what the carrier has not yet been
      *> told -- A add, C change, T term, space nothing -- and
      *> BEN-LAST-SEQ the envelope sequence it was last sent under.
      *> EMPBENMT keys it under an OPRSEC sign-on and EMPBENRN
      *> keeps empdeduct.dat and the carriers in step with it;
      *> extracted to a copybook (the EMPREC.cpy convention) because
      *> both read it.
       01  BENEFIT-ENROLL-RECORD.
           05  BEN-EMP-ID         PIC 9(5).
           05  BEN-PLAN-CODE      PIC X(4).
           05  BEN-TIER           PIC X(2).
           05  BEN-EFF-DATE       PIC 9(8).
           05  BEN-END-DATE       PIC 9(8).
           05  BEN-EE-PREMIUM     PIC 9(5)V99.
           05  BEN-ER-PREMIUM     PIC 9(5)V99.
           05  BEN-STATUS         PIC X.
               88  BEN-ENROLLED        VALUE "A".
               88  BEN-ENDED           VALUE "E".
           05  BEN-PENDING        PIC X.
               88  BEN-SEND-ADD        VALUE "A".
               88  BEN-SEND-CHANGE     VALUE "C".
               88  BEN-SEND-TERM       VALUE "T".
               88  BEN-NOTHING-TO-SEND VALUE SPACE.
           05  BEN-LAST-SEQ       PIC 9(6).
           05  BEN-CHANGE-DATE    PIC 9(8).
           05  BEN-OPERATOR       PIC X(8).
