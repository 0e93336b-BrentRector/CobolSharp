      *> Shared retirement election record layout for empcontr.dat,
      *> one row per employee: the percentage of each period's gross
      *> deferred into the plan and whether the employee has elected
      *> catch-up contributions on top of the regular annual limit.
      *> The first two fields are the file's original layout (EMP-ID
      *> cols 1-5, percent 99v99 cols 6-9), so rows keyed before the
      *> election fields existed read back with spaces after them; a
      *> space status counts as active, a space catch-up flag as no.
      *> RTE-STATUS "I" is a stopped election -- rows are stopped,
      *> never deleted. EMPRTEMT maintains it under an OPRSEC
      *> sign-on; extracted to a copybook (the EMPREC.cpy convention)
      *> because maintenance, the pay run and the projection
      *> statements all read it.
       01  RETIREMENT-ELECTION-RECORD.
           05  RTE-EMP-ID         PIC 9(5).
           05  RTE-PCT            PIC 9(2)V99.
           05  RTE-CATCHUP        PIC X.
               88  RTE-CATCHUP-ELECTED  VALUE "Y".
           05  RTE-STATUS         PIC X.
               88  RTE-ACTIVE           VALUES "A" " ".
               88  RTE-STOPPED          VALUE "I".
           05  RTE-CHANGE-DATE    PIC 9(8).
           05  RTE-OPERATOR       PIC X(8).
