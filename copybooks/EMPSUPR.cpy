      *> Shared supplemental pay request record layout for
      *> empsupp_feed.dat, the feed the off-cycle run EMPSUPRN pays
      *> (a payment made leaves the feed, a rejected one stays): one
      *> one-time payment per row -- EMP-ID, the gross amount, the
      *> earning type carried to PRG-EARN-TYPE and a free-text
      *> reason for the run report. Payroll keys bonuses
      *> and correction checks into it; the termination settlement
      *> job EMPTRMST appends each leaver's leave payout. Extracted
      *> to a copybook (the EMPREC.cpy convention) because both
      *> programs use it.
       01  SUPP-FEED-RECORD.
           05  SUP-EMP-ID      PIC 9(5).
           05  SUP-AMOUNT      PIC 9(6)V99.
           05  SUP-EARN-TYPE   PIC X(4).
           05  SUP-REASON      PIC X(30).
