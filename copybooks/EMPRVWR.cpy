               88  RVW-APPLIED    VALUE "X".
               88  RVW-REJECTED   VALUE "R".
           05  RVW-OPERATOR     PIC X(8).
      *> The operator who keyed the proposal now standing on the
      *> row, kept through approval so the segregation-of-duties
      *> report SODRPT can find anyone who approved their own.
      *> Rows written before it existed carry spaces.
           05  RVW-PROPOSER     PIC X(8).
