      *>
      *> CALL "IXJRNL" USING WS-PROGRAM-NAME WS-IXJ-ACTION
      *>     WS-IXJ-B-KEY WS-IXJ-B-REC WS-IXJ-A-KEY WS-IXJ-A-REC
      *>     WS-IXJ-FEED-SEQ WS-IXJ-B-TAIL WS-IXJ-A-TAIL
      *> The feed sequence and the two tails (bytes 121-240 of the
      *> before and after images) let IXRBLD replay the journal
      *> onto a backup to rebuild the file as of a chosen point.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-B-REC        PIC X(120).
       01 LS-A-KEY        PIC X(29).
       01 LS-A-REC        PIC X(120).
       01 LS-FEED-SEQ     PIC 9(6).
       01 LS-B-TAIL       PIC X(120).
       01 LS-A-TAIL       PIC X(120).

       PROCEDURE DIVISION USING LS-PROGRAM-NAME LS-ACTION
               LS-B-KEY LS-B-REC LS-A-KEY LS-A-REC
               LS-FEED-SEQ LS-B-TAIL LS-A-TAIL.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard -- a
      *> blind fallback on a busy journal would truncate the change
      *> history the delta extract depends on.
           MOVE LS-B-REC TO IXJ-B-REC.
           MOVE LS-A-KEY TO IXJ-A-KEY.
           MOVE LS-A-REC TO IXJ-A-REC.
           MOVE LS-FEED-SEQ TO IXJ-FEED-SEQ.
           MOVE LS-B-TAIL TO IXJ-B-TAIL.
           MOVE LS-A-TAIL TO IXJ-A-TAIL.
           WRITE IX-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           GOBACK.
