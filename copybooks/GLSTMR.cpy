      *> Financial statement line mapping for glstmt_map.dat, read by
      *> GLSTMT. Each row is one printed statement line: the section
      *> it belongs to (the COA-TYPE of the accounts it gathers), its
      *> print order within the section, its caption, and the range
      *> of chart accounts it subtotals. An account falls to the
      *> first row in the file whose section matches its COA-TYPE and
      *> whose range covers it; an account no row covers prints
      *> under the section's OTHER line. Finance keeps the file as
      *> plain text, the loanstrs_scenarios.dat way.
       01  STATEMENT-MAP-RECORD.
           05  SM-SECTION       PIC X.
               88  SM-ASSETS        VALUE "A".
               88  SM-LIABILITIES   VALUE "L".
               88  SM-INCOME        VALUE "I".
               88  SM-EXPENSES      VALUE "E".
           05  SM-LINE-NO       PIC 9(3).
           05  SM-LABEL         PIC X(30).
           05  SM-ACCOUNT-LOW   PIC X(14).
           05  SM-ACCOUNT-HIGH  PIC X(14).
