             10 WS-RV-PROPOSED  PIC 9(6)V99.
             10 WS-RV-STATUS    PIC X.
             10 WS-RV-OPERATOR  PIC X(8).
             10 WS-RV-PROPOSER  PIC X(8).
       01 WS-ROW-IX         PIC 9(4) VALUE 0.
       01 WS-FOUND-IX       PIC 9(4) VALUE 0.

                                   WS-RV-STATUS (WS-ROW-COUNT)
                               MOVE RVW-OPERATOR TO
                                   WS-RV-OPERATOR (WS-ROW-COUNT)
                               MOVE RVW-PROPOSER TO
                                   WS-RV-PROPOSER (WS-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RV-PROPOSED (WS-ROW-IX) TO RVW-PROPOSED
               MOVE WS-RV-STATUS (WS-ROW-IX) TO RVW-STATUS
               MOVE WS-RV-OPERATOR (WS-ROW-IX) TO RVW-OPERATOR
               MOVE WS-RV-PROPOSER (WS-ROW-IX) TO RVW-PROPOSER
               WRITE REVIEW-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE WORKSHEET-FILE.
