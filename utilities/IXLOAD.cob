       01 WS-IXJ-B-REC  PIC X(120) VALUE SPACES.
       01 WS-IXJ-A-KEY  PIC X(29) VALUE SPACES.
       01 WS-IXJ-A-REC  PIC X(120) VALUE SPACES.
       01 WS-IXJ-FEED-SEQ PIC 9(6) VALUE 0.
       01 WS-IXJ-B-TAIL PIC X(120) VALUE SPACES.
       01 WS-IXJ-A-TAIL PIC X(120) VALUE SPACES.

      *> Req 126: interface fields for the shared BALLOG recorder.
       01 WS-BAL-POINT PIC X(12) VALUE SPACES.
                   MOVE SPACES TO WS-IXJ-B-REC
                   MOVE WS-FI-KEY TO WS-IXJ-A-KEY
                   MOVE WS-FI-REC-120 TO WS-IXJ-A-REC
                   MOVE WS-LOAD-SEQ TO WS-IXJ-FEED-SEQ
                   MOVE SPACES TO WS-IXJ-B-TAIL
                   MOVE WS-FEED-IMAGE (121:120) TO WS-IXJ-A-TAIL
                   MOVE RETURN-CODE TO WS-HOLD-RC
                   CALL "IXJRNL" USING WS-PROGRAM-NAME
                       WS-IXJ-ACTION WS-IXJ-B-KEY WS-IXJ-B-REC
                       WS-IXJ-A-KEY WS-IXJ-A-REC
                       WS-IXJ-FEED-SEQ WS-IXJ-B-TAIL WS-IXJ-A-TAIL
                   MOVE WS-HOLD-RC TO RETURN-CODE
           END-WRITE.

