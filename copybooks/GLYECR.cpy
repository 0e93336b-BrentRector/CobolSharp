      *> GL fiscal year-end control record for glyearend.dat, one row
      *> per fiscal (calendar) year GLYECLS has closed. C: the close
      *> stands -- income and expense zeroed into retained earnings
      *> in closing period YYYY13 and the balance sheet carried into
      *> opening period 00 of the next year, so GLSTMT starts that
      *> year's balances there. O: reopened for audit adjustments,
      *> the close reversed and period 12 open again until GLYECLS
      *> closes the year afresh.
       01  YEAR-END-RECORD.
           05  GYE-YEAR         PIC 9(4).
           05  GYE-STATUS       PIC X.
               88  GYE-IS-CLOSED    VALUE "C".
               88  GYE-IS-REOPENED  VALUE "O".
           05  GYE-ACTION-DATE  PIC 9(8).
           05  GYE-CLOSE-COUNT  PIC 9(2).
