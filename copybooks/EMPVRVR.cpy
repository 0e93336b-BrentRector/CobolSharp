      *> Shared payroll variance review record layout for
      *> empvar_review.dat, one row appended each time EMPPAYVR
      *> reviews a period's regular register rows against the
      *> prior period's. VRV-ROWS and VRV-NET-TOTAL are what the
      *> register held for the period when it was reviewed, so the
      *> release transaction EMPPAYRL can tell a review that has
      *> gone stale (rows added or changed since) from a current
      *> one; VRV-FLAGGED is how many employees the review flagged.
      *> Extracted to a copybook (the EMPREC.cpy convention)
      *> because the review run and the release both use it.
       01  VARIANCE-REVIEW-RECORD.
           05  VRV-PERIOD         PIC 9(6).
           05  VRV-PRIOR-PERIOD   PIC 9(6).
           05  VRV-REVIEW-DATE    PIC 9(8).
           05  VRV-REVIEW-TIME    PIC 9(6).
           05  VRV-ROWS           PIC 9(6).
           05  VRV-NET-TOTAL      PIC 9(9)V99.
           05  VRV-FLAGGED        PIC 9(5).
