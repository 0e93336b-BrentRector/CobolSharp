           MOVE 0 TO RVW-PROPOSED.
           MOVE "W" TO RVW-STATUS.
           MOVE SPACES TO RVW-OPERATOR.
           MOVE SPACES TO RVW-PROPOSER.
           WRITE REVIEW-PROPOSAL-RECORD.
           ADD 1 TO WS-ROW-COUNT.

