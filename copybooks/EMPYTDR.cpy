           05  YTD-ANN-GROSS    PIC 9(8)V99.
           05  YTD-ANN-WHLD     PIC 9(8)V99.
           05  YTD-ANN-NET      PIC 9(8)V99.
      *> State and local withholding quarter buckets and annual
      *> totals, accumulated from PRG-STATE-WHLD and PRG-LOCAL-WHLD;
      *> YTD-STATE is the state on the employee's latest row.
           05  YTD-STATE        PIC X(2).
           05  YTD-LOCAL-QUARTER OCCURS 4 TIMES.
               10  YTD-Q-STATE-WHLD PIC 9(7)V99.
               10  YTD-Q-LOCAL-WHLD PIC 9(7)V99.
           05  YTD-ANN-STATE-WHLD PIC 9(8)V99.
           05  YTD-ANN-LOCAL-WHLD PIC 9(8)V99.
