      *> Shared loan statement index layout for loanstmt_index.dat,
      *> appended to and never rewritten: LOANSTMT writes one row
      *> per statement as it goes into the month's dated archive
      *> (loanstmt_arch.YYYYMM.dat) -- the loan, the statement
      *> period and run date, and the statement's starting line and
      *> line count in the archive. The reprint transaction LOANSTMR
      *> takes the LAST row for a loan and period, so a rerun
      *> supersedes; LOANSTMT itself takes the latest run date of an
      *> earlier period as the date the previous statement covered
      *> payments through. Extracted to a copybook (the EMPREC.cpy
      *> convention) because the statement run and the reprint both
      *> use it.
       01  STMT-INDEX-RECORD.
           05  SLX-APP-ID        PIC X(8).
           05  SLX-PERIOD        PIC 9(6).
           05  SLX-STMT-DATE     PIC 9(8).
           05  SLX-START         PIC 9(6).
           05  SLX-LENGTH        PIC 9(4).
