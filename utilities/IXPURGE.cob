       01 WS-IXJ-B-REC  PIC X(120) VALUE SPACES.
       01 WS-IXJ-A-KEY  PIC X(29) VALUE SPACES.
       01 WS-IXJ-A-REC  PIC X(120) VALUE SPACES.
       01 WS-IXJ-FEED-SEQ PIC 9(6) VALUE 0.
       01 WS-IXJ-B-TAIL PIC X(120) VALUE SPACES.
       01 WS-IXJ-A-TAIL PIC X(120) VALUE SPACES.
       01 WS-HOLD-RC    PIC S9(4) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "IXPURGE".
                   READ IX-FS3
                       INVALID KEY
                           MOVE SPACES TO WS-IXJ-B-REC
                           MOVE SPACES TO WS-IXJ-B-TAIL
                       NOT INVALID KEY
                           MOVE IX-FS3-REC-120 TO WS-IXJ-B-REC
                           MOVE IX-FS3-REC-120-240 TO WS-IXJ-B-TAIL
                   END-READ
                   DELETE IX-FS3
                       INVALID KEY
                               TO WS-IXJ-B-KEY
                           MOVE SPACES TO WS-IXJ-A-KEY
                           MOVE SPACES TO WS-IXJ-A-REC
                           MOVE 0 TO WS-IXJ-FEED-SEQ
                           MOVE SPACES TO WS-IXJ-A-TAIL
                           MOVE RETURN-CODE TO WS-HOLD-RC
                           CALL "IXJRNL" USING WS-PROGRAM-NAME
                               WS-IXJ-ACTION WS-IXJ-B-KEY
                               WS-IXJ-B-REC WS-IXJ-A-KEY
                               WS-IXJ-A-REC WS-IXJ-FEED-SEQ
                               WS-IXJ-B-TAIL WS-IXJ-A-TAIL
                           MOVE WS-HOLD-RC TO RETURN-CODE
                   END-DELETE
               END-PERFORM
