       IDENTIFICATION DIVISION.
       PROGRAM-ID. IXRBLD.
      *> Point-in-time rebuild of ixfs3.dat. The IXSHADOW standby
      *> only ever holds the current state, so when a bad feed is
      *> found days late the file as it stood before that feed has
      *> to be rebuilt: a base copy is loaded and ixfs3_journal.dat
      *> (IXJRNL) is replayed forward onto it -- accepts written,
      *> purge deletes deleted -- into a separate file,
      *> ixfs3_pit.dat, never over the live one. Controls come from
      *> the environment (the IXRECON env-var convention):
      *>   IXRBLD_BASE       REORG to start from the IXREORG unload
      *>                     (ixfs3_unload.tmp), or an end-of-day set
      *>                     date YYYYMMDD to start from that set's
      *>                     eodbackup_<date>_ixfs3.dat (EODBKUP)
      *>   IXRBLD_BASE_STAMP YYYYMMDDHHMMSS the base was taken; only
      *>                     journal rows after it are replayed.
      *>                     Defaults to the START of the last
      *>                     IXREORG run, or of that day's EODBKUP
      *>                     run, on audit_trail.log
      *>   IXRBLD_TO_STAMP   replay no row later than this
      *>   IXRBLD_TO_SEQ     replay no row of a feed later than this
      *>                     sequence (IXFEEDRG numbering)
      *> With neither TO control the whole journal is replayed.
      *> Feeds to leave out are listed one sequence per line
      *> (col 1-6) in ixrbld_exclude.dat; their accepts are skipped.
      *> A record a later feed also carried was refused by IXLOAD
      *> as a duplicate at the time and so is not on the journal --
      *> reload that feed's R004 rejects after promotion.
      *> The reconciliation then reads the rebuilt file back: its
      *> record count and MOD-999999999 ORD hash (the EODBKUP
      *> arithmetic, over the whole 240-byte record) must equal the
      *> base figures carried forward through every replayed image
      *> on the journal. Figures and every row that could not be
      *> replayed cleanly go to ixrbld_report.dat; the verdict is
      *> appended to ixrbld_status.dat. Only a RECONCILED rebuild
      *> may be promoted over ixfs3.dat.
      *> Journal rows written before IXJRNL carried the record tail
      *> and feed sequence hold the first 120 bytes and the key
      *> only; they are replayed as such and counted as partial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-IX ASSIGN TO DYNAMIC WS-BASE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIX-KEY
               FILE STATUS IS WS-BASE-STATUS.
           SELECT BASE-FLAT ASSIGN TO DYNAMIC WS-BASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ixfs3_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> The alternate key mirrors IXREORG's SELECT so a promoted
      *> rebuild keeps the index IXALTKEY and IXINQ depend on.
           SELECT IX-PIT ASSIGN TO "ixfs3_pit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FS3-KEY
               ALTERNATE RECORD KEY IS IX-FS3-ALTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PIT-STATUS.
           SELECT EXCLUDE-FILE ASSIGN TO "ixrbld_exclude.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "audit_trail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ixrbld_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STATUS-FILE ASSIGN TO "ixrbld_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BASE-IX
           RECORD 240.
       01 BASE-IX-RECORD.
          05 BIX-REC-120   PIC X(120).
          05 FILLER        PIC X(8).
          05 BIX-KEY       PIC X(29).
          05 FILLER        PIC X(83).

       FD BASE-FLAT.
       01 BASE-FLAT-RECORD PIC X(240).

       FD JOURNAL-FILE.
           COPY IXJRNR.

       FD IX-PIT
           RECORD 240
           BLOCK CONTAINS 2 RECORDS.
           COPY IXFS3REC.

       FD EXCLUDE-FILE.
       01 EXCLUDE-RECORD.
          05 EXC-SEQ       PIC X(6).
          05 FILLER        PIC X(74).

       FD AUDIT-TRAIL.
       01 AUDIT-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD STATUS-FILE.
       01 STATUS-RECORD.
          05 RST-STAMP     PIC 9(14).
          05 FILLER        PIC X.
          05 RST-BASE      PIC X(8).
          05 FILLER        PIC X.
          05 RST-LAST-ROW  PIC 9(14).
          05 FILLER        PIC X.
          05 RST-RECORDS   PIC 9(6).
          05 FILLER        PIC X.
          05 RST-HASH      PIC 9(9).
          05 FILLER        PIC X.
          05 RST-VERDICT   PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-BASE-STATUS     PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
       01 WS-PIT-STATUS      PIC XX VALUE SPACES.
       01 WS-EXCLUDE-STATUS  PIC XX VALUE SPACES.
       01 WS-TRAIL-STATUS    PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01 WS-STATUS-STATUS   PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.

       01 WS-ENV-BASE        PIC X(8) VALUE SPACES.
       01 WS-ENV-BASE-STAMP  PIC X(14) VALUE SPACES.
       01 WS-ENV-TO-STAMP    PIC X(14) VALUE SPACES.
       01 WS-ENV-TO-SEQ      PIC X(6) VALUE SPACES.
       01 WS-BASE-KIND       PIC X VALUE SPACE.
          88 WS-BASE-IS-EOD    VALUE "E".
          88 WS-BASE-IS-REORG  VALUE "R".
       01 WS-BASE-NAME       PIC X(60) VALUE SPACES.
      *> Backup name built with MOVE, not STRING (EODBKUP's own
      *> eodbackup_<date>_<name> naming).
       01 WS-BASE-NAME-BUILD.
          05 FILLER          PIC X(10) VALUE "eodbackup_".
          05 WS-BN-DATE      PIC 9(8).
          05 FILLER          PIC X(10) VALUE "_ixfs3.dat".
          05 FILLER          PIC X(32) VALUE SPACES.
       01 WS-BASE-STAMP      PIC 9(14) VALUE 0.
       01 WS-TO-STAMP        PIC 9(14) VALUE 99999999999999.
       01 WS-TO-SEQ          PIC 9(6) VALUE 999999.
       01 WS-AUDIT-PROGRAM   PIC X(8) VALUE SPACES.
       01 WS-AUDIT-DATE      PIC 9(8) VALUE 0.
       01 WS-FOUND-STAMP.
          05 WS-FS-DATE      PIC 9(8).
          05 WS-FS-TIME      PIC 9(6).

      *> Feeds the operator leaves out of the replay.
       01 WS-EXCL-COUNT      PIC 9(3) VALUE 0.
       01 WS-EXCL-TABLE.
          05 WS-EX-ENTRY OCCURS 100 TIMES.
             10 WS-EX-SEQ    PIC 9(6).
             10 WS-EX-ROWS   PIC 9(6).
       01 WS-EX-IX           PIC 9(3) VALUE 0.
       01 WS-EX-HIT          PIC 9 VALUE 0.
       01 WS-ROW-SEQ         PIC 9(6) VALUE 0.

       01 WS-BASE-COUNT      PIC 9(6) VALUE 0.
       01 WS-BASE-DUPS       PIC 9(6) VALUE 0.
       01 WS-JRN-ROWS        PIC 9(7) VALUE 0.
       01 WS-PRIOR-ROWS      PIC 9(7) VALUE 0.
       01 WS-APPLIED-ADDS    PIC 9(6) VALUE 0.
       01 WS-APPLIED-DELS    PIC 9(6) VALUE 0.
       01 WS-EXCLUDED-ROWS   PIC 9(6) VALUE 0.
       01 WS-ADD-CONFLICTS   PIC 9(6) VALUE 0.
       01 WS-DEL-MISSING     PIC 9(6) VALUE 0.
       01 WS-DEL-DIFFERS     PIC 9(6) VALUE 0.
       01 WS-PARTIAL-IMAGES  PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-ROWS    PIC 9(6) VALUE 0.
       01 WS-LAST-STAMP      PIC 9(14) VALUE 0.
       01 WS-STOPPED         PIC 9 VALUE 0.
       01 WS-PIT-COUNT       PIC 9(6) VALUE 0.
       01 WS-EXPECT-COUNT    PIC 9(6) VALUE 0.
       01 WS-RECONCILED      PIC 9 VALUE 0.

      *> A whole record as the journal describes it.
       01 WS-JRN-IMAGE.
          05 WS-JI-REC-120   PIC X(120).
          05 WS-JI-TAIL      PIC X(120).
       01 WS-JRN-KEY-VIEW REDEFINES WS-JRN-IMAGE.
          05 FILLER          PIC X(128).
          05 WS-JI-KEY       PIC X(29).
          05 FILLER          PIC X(83).

      *> EODBKUP-style ORD hash, whole record.
       01 WS-HASH-IMAGE      PIC X(240) VALUE SPACES.
       01 WS-IMAGE-HASH      PIC 9(9) VALUE 0.
       01 WS-CHAR-IX         PIC 9(3) VALUE 0.
       01 WS-EXPECT-HASH     PIC 9(9) VALUE 0.
       01 WS-PIT-HASH        PIC 9(9) VALUE 0.

       01 WS-RPT-TITLE.
          05 FILLER          PIC X(36)
             VALUE "IX-FS3 POINT-IN-TIME REBUILD -- RUN ".
          05 WS-RT-STAMP     PIC 9(14).
          05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-RPT-FIGURE.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RF-LABEL     PIC X(36).
          05 WS-RF-NUMBER    PIC Z(13)9.
          05 FILLER          PIC X(27) VALUE SPACES.
       01 WS-RPT-TEXT.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RX-LABEL     PIC X(36).
          05 WS-RX-VALUE     PIC X(41).
       01 WS-RPT-ROW.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RR-STAMP     PIC 9(14).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RR-ACTION    PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RR-KEY       PIC X(29).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RR-REASON    PIC X(30).

       01 WS-PROGRAM-NAME PIC X(8) VALUE "IXRBLD".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 rebuilt and reconciled,
      *> 4 reconciled but rows could not be replayed cleanly, 8 the
      *> controls or base are unusable or the rebuild does not
      *> reconcile).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== IX-FS3 Point-In-Time Rebuild ===".
           DISPLAY " ".

           PERFORM READ-REBUILD-CONTROLS.
           IF RETURN-CODE < 8 AND WS-BASE-STAMP = 0
               PERFORM FIND-BASE-STAMP
           END-IF.
           IF RETURN-CODE < 8
               PERFORM LOAD-EXCLUSIONS
               OPEN OUTPUT REPORT-FILE
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RT-STAMP
               MOVE WS-RPT-TITLE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM LOAD-BASE-COPY
               IF RETURN-CODE < 8
                   PERFORM REPLAY-JOURNAL
               END-IF
               IF RETURN-CODE < 8
                   PERFORM RECONCILE-REBUILD
                   PERFORM WRITE-REBUILD-FIGURES
                   PERFORM RECORD-REBUILD-STATUS
               END-IF
               CLOSE REPORT-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "=== IX-FS3 Point-In-Time Rebuild Complete ===".
      *> RETURN-CODE is a binary special register; AUDITLOG's
      *> LS-RETURN-CODE is PIC S9(4) DISPLAY, so it must be MOVEd into
      *> a real WS field first or the audit line records garbage.
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "END  " WS-AUDIT-RC.
      *> CALLing AUDITLOG resets RETURN-CODE to 0 (a CALLed
      *> program's own completion status, per COBOL semantics) --
      *> restore it so STOP RUN exits with this program's real code.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

       READ-REBUILD-CONTROLS.
           ACCEPT WS-ENV-BASE
               FROM ENVIRONMENT "IXRBLD_BASE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-ENV-BASE = "REORG"
                   MOVE "R" TO WS-BASE-KIND
                   MOVE "ixfs3_unload.tmp" TO WS-BASE-NAME
                   MOVE "IXREORG" TO WS-AUDIT-PROGRAM
               WHEN WS-ENV-BASE IS NUMERIC
                   MOVE "E" TO WS-BASE-KIND
                   MOVE WS-ENV-BASE TO WS-BN-DATE
                   MOVE WS-ENV-BASE TO WS-AUDIT-DATE
                   MOVE WS-BASE-NAME-BUILD TO WS-BASE-NAME
                   MOVE "EODBKUP" TO WS-AUDIT-PROGRAM
               WHEN OTHER
                   DISPLAY "   IXRBLD_BASE must be REORG or an"
                       " end-of-day set date YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           ACCEPT WS-ENV-BASE-STAMP
               FROM ENVIRONMENT "IXRBLD_BASE_STAMP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-BASE-STAMP NOT = SPACES
               IF WS-ENV-BASE-STAMP IS NUMERIC
                   MOVE WS-ENV-BASE-STAMP TO WS-BASE-STAMP
               ELSE
                   DISPLAY "   IXRBLD_BASE_STAMP must be"
                       " YYYYMMDDHHMMSS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           ACCEPT WS-ENV-TO-STAMP
               FROM ENVIRONMENT "IXRBLD_TO_STAMP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-TO-STAMP NOT = SPACES
               IF WS-ENV-TO-STAMP IS NUMERIC
                   MOVE WS-ENV-TO-STAMP TO WS-TO-STAMP
               ELSE
                   DISPLAY "   IXRBLD_TO_STAMP must be"
                       " YYYYMMDDHHMMSS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           ACCEPT WS-ENV-TO-SEQ
               FROM ENVIRONMENT "IXRBLD_TO_SEQ"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-TO-SEQ NOT = SPACES
               IF WS-ENV-TO-SEQ IS NUMERIC
                   MOVE WS-ENV-TO-SEQ TO WS-TO-SEQ
               ELSE
                   DISPLAY "   IXRBLD_TO_SEQ must be a 6-digit"
                       " feed sequence"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-BASE-STAMP.
      *> The base was taken when its job started: the last START
      *> of IXREORG, or of EODBKUP on the set date.
           MOVE 0 TO WS-EOF.
           OPEN INPUT AUDIT-TRAIL.
           IF WS-TRAIL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ AUDIT-TRAIL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF AUDIT-LINE (1:8) = WS-AUDIT-PROGRAM
                                   AND AUDIT-LINE (10:5) = "START"
                                   AND AUDIT-LINE (16:8) IS NUMERIC
                                   AND AUDIT-LINE (25:6) IS NUMERIC
                                   AND (WS-BASE-IS-REORG
                                   OR AUDIT-LINE (16:8)
                                       = WS-ENV-BASE)
                               MOVE AUDIT-LINE (16:8) TO WS-FS-DATE
                               MOVE AUDIT-LINE (25:6) TO WS-FS-TIME
                               MOVE WS-FOUND-STAMP TO WS-BASE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.
           IF WS-BASE-STAMP = 0
               DISPLAY "   No " WS-AUDIT-PROGRAM " run found on"
                   " audit_trail.log for this base - set"
                   " IXRBLD_BASE_STAMP"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-EXCLUSIONS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EXCLUDE-FILE.
           IF WS-EXCLUDE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ EXCLUDE-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EXC-SEQ IS NUMERIC
                                   AND WS-EXCL-COUNT < 100
                               ADD 1 TO WS-EXCL-COUNT
                               MOVE EXC-SEQ
                                   TO WS-EX-SEQ (WS-EXCL-COUNT)
                               MOVE 0 TO WS-EX-ROWS (WS-EXCL-COUNT)
                           ELSE
                               DISPLAY "   Exclusion '" EXC-SEQ
                                   "' ignored - not a sequence, or"
                                   " past the 100 the table holds"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLUDE-FILE
           END-IF.

       LOAD-BASE-COPY.
           OPEN OUTPUT IX-PIT.
           IF WS-PIT-STATUS NOT = "00"
               DISPLAY "   Unable to create ixfs3_pit.dat, status "
                   WS-PIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EOF
               IF WS-BASE-IS-EOD
                   OPEN INPUT BASE-IX
               ELSE
                   OPEN INPUT BASE-FLAT
               END-IF
               IF WS-BASE-STATUS NOT = "00"
                   DISPLAY "   Unable to open base " WS-BASE-NAME
                   DISPLAY "   status " WS-BASE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       IF WS-BASE-IS-EOD
                           READ BASE-IX NEXT RECORD
                               AT END MOVE 1 TO WS-EOF
                               NOT AT END
                                   MOVE BASE-IX-RECORD
                                       TO IX-FS3R1-F-G-240
                                   PERFORM TAKE-BASE-RECORD
                           END-READ
                       ELSE
                           READ BASE-FLAT
                               AT END MOVE 1 TO WS-EOF
                               NOT AT END
                                   MOVE BASE-FLAT-RECORD
                                       TO IX-FS3R1-F-G-240
                                   PERFORM TAKE-BASE-RECORD
                           END-READ
                       END-IF
                   END-PERFORM
                   IF WS-BASE-IS-EOD
                       CLOSE BASE-IX
                   ELSE
                       CLOSE BASE-FLAT
                   END-IF
                   DISPLAY "   Base " WS-BASE-NAME
                   DISPLAY "   Base records:  " WS-BASE-COUNT
                       " taken at " WS-BASE-STAMP
               END-IF
               CLOSE IX-PIT
           END-IF.

       TAKE-BASE-RECORD.
           MOVE IX-FS3R1-F-G-240 TO WS-HASH-IMAGE.
           WRITE IX-FS3R1-F-G-240
               INVALID KEY
                   ADD 1 TO WS-BASE-DUPS
                   MOVE 0 TO WS-RR-STAMP
                   MOVE "B" TO WS-RR-ACTION
                   MOVE IX-FS3-KEY TO WS-RR-KEY
                   MOVE "DUPLICATE KEY IN BASE COPY" TO WS-RR-REASON
                   PERFORM WRITE-REPORT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-BASE-COUNT
                   PERFORM HASH-ONE-IMAGE
                   PERFORM ADD-IMAGE-HASH
           END-WRITE.

       REPLAY-JOURNAL.
           OPEN I-O IX-PIT.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "   No journal (ixfs3_journal.dat) - the"
                   " rebuild is the base copy alone"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1 OR WS-STOPPED = 1
                   READ JOURNAL-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM REPLAY-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE IX-PIT.

       REPLAY-ONE-ROW.
      *> The journal is in time order, so the first row past either
      *> TO control ends the replay.
           ADD 1 TO WS-JRN-ROWS.
           MOVE 0 TO WS-ROW-SEQ.
           IF IXJ-FEED-SEQ IS NUMERIC
               MOVE IXJ-FEED-SEQ TO WS-ROW-SEQ
           END-IF.
           EVALUATE TRUE
               WHEN IXJ-TIMESTAMP <= WS-BASE-STAMP
                   ADD 1 TO WS-PRIOR-ROWS
               WHEN IXJ-TIMESTAMP > WS-TO-STAMP
                   MOVE 1 TO WS-STOPPED
               WHEN WS-ROW-SEQ > WS-TO-SEQ
                   MOVE 1 TO WS-STOPPED
               WHEN OTHER
                   PERFORM CHECK-ROW-EXCLUDED
                   IF WS-EX-HIT = 1
                       ADD 1 TO WS-EXCLUDED-ROWS
                   ELSE
                       MOVE IXJ-TIMESTAMP TO WS-LAST-STAMP
                       EVALUATE TRUE
                           WHEN IXJ-IS-ACCEPT
                               PERFORM REPLAY-ACCEPT
                           WHEN IXJ-IS-DELETE
                               PERFORM REPLAY-DELETE
                           WHEN OTHER
                               ADD 1 TO WS-UNKNOWN-ROWS
                               MOVE IXJ-TIMESTAMP TO WS-RR-STAMP
                               MOVE IXJ-ACTION TO WS-RR-ACTION
                               MOVE IXJ-A-KEY TO WS-RR-KEY
                               MOVE "UNKNOWN JOURNAL ACTION"
                                   TO WS-RR-REASON
                               PERFORM WRITE-REPORT-ROW
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       CHECK-ROW-EXCLUDED.
           MOVE 0 TO WS-EX-HIT.
           IF WS-ROW-SEQ > 0
               PERFORM VARYING WS-EX-IX FROM 1 BY 1
                       UNTIL WS-EX-IX > WS-EXCL-COUNT
                       OR WS-EX-HIT = 1
                   IF WS-EX-SEQ (WS-EX-IX) = WS-ROW-SEQ
                       MOVE 1 TO WS-EX-HIT
                       ADD 1 TO WS-EX-ROWS (WS-EX-IX)
                   END-IF
               END-PERFORM
           END-IF.

       REPLAY-ACCEPT.
           MOVE IXJ-A-REC TO WS-JI-REC-120.
           IF IXJ-A-TAIL = SPACES
               MOVE SPACES TO WS-JI-TAIL
               MOVE IXJ-A-KEY TO WS-JI-KEY
               ADD 1 TO WS-PARTIAL-IMAGES
           ELSE
               MOVE IXJ-A-TAIL TO WS-JI-TAIL
           END-IF.
           MOVE WS-JRN-IMAGE TO IX-FS3R1-F-G-240.
           WRITE IX-FS3R1-F-G-240
               INVALID KEY
                   ADD 1 TO WS-ADD-CONFLICTS
                   MOVE IXJ-TIMESTAMP TO WS-RR-STAMP
                   MOVE IXJ-ACTION TO WS-RR-ACTION
                   MOVE IXJ-A-KEY TO WS-RR-KEY
                   MOVE "ACCEPT - KEY ALREADY ON FILE" TO WS-RR-REASON
                   PERFORM WRITE-REPORT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-ADDS
                   MOVE WS-JRN-IMAGE TO WS-HASH-IMAGE
                   PERFORM HASH-ONE-IMAGE
                   PERFORM ADD-IMAGE-HASH
           END-WRITE.

       REPLAY-DELETE.
           MOVE IXJ-B-KEY TO IX-FS3-KEY.
           READ IX-PIT
               INVALID KEY
                   ADD 1 TO WS-DEL-MISSING
                   MOVE IXJ-TIMESTAMP TO WS-RR-STAMP
                   MOVE IXJ-ACTION TO WS-RR-ACTION
                   MOVE IXJ-B-KEY TO WS-RR-KEY
                   MOVE "DELETE - KEY NOT ON FILE" TO WS-RR-REASON
                   PERFORM WRITE-REPORT-ROW
               NOT INVALID KEY
                   PERFORM DELETE-JOURNALED-RECORD
           END-READ.

       DELETE-JOURNALED-RECORD.
      *> The hash carried forward drops the record as the journal
      *> saw it; if the file held something else the two part and
      *> the rebuild does not reconcile. A row with no tail can
      *> only speak for the first 120 bytes and the key.
           MOVE IXJ-B-REC TO WS-JI-REC-120.
           IF IXJ-B-TAIL = SPACES
               ADD 1 TO WS-PARTIAL-IMAGES
               MOVE IX-FS3R1-F-G-240 TO WS-JRN-IMAGE
               MOVE IXJ-B-REC TO WS-JI-REC-120
               IF WS-JI-REC-120 NOT = IX-FS3-REC-120
                   PERFORM REPORT-IMAGE-DIFFERS
               END-IF
               MOVE IX-FS3R1-F-G-240 TO WS-HASH-IMAGE
           ELSE
               MOVE IXJ-B-TAIL TO WS-JI-TAIL
               IF WS-JRN-IMAGE NOT = IX-FS3R1-F-G-240
                   PERFORM REPORT-IMAGE-DIFFERS
               END-IF
               MOVE WS-JRN-IMAGE TO WS-HASH-IMAGE
           END-IF.
           DELETE IX-PIT
               INVALID KEY
                   ADD 1 TO WS-DEL-MISSING
                   MOVE IXJ-TIMESTAMP TO WS-RR-STAMP
                   MOVE IXJ-ACTION TO WS-RR-ACTION
                   MOVE IXJ-B-KEY TO WS-RR-KEY
                   MOVE "DELETE FAILED" TO WS-RR-REASON
                   PERFORM WRITE-REPORT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-DELS
                   PERFORM HASH-ONE-IMAGE
                   PERFORM SUBTRACT-IMAGE-HASH
           END-DELETE.

       REPORT-IMAGE-DIFFERS.
           ADD 1 TO WS-DEL-DIFFERS.
           MOVE IXJ-TIMESTAMP TO WS-RR-STAMP.
           MOVE IXJ-ACTION TO WS-RR-ACTION.
           MOVE IXJ-B-KEY TO WS-RR-KEY.
           MOVE "DELETE - BEFORE IMAGE DIFFERS" TO WS-RR-REASON.
           PERFORM WRITE-REPORT-ROW.

       HASH-ONE-IMAGE.
           MOVE 0 TO WS-IMAGE-HASH.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 240
               COMPUTE WS-IMAGE-HASH =
                   FUNCTION MOD (WS-IMAGE-HASH +
                       FUNCTION ORD (WS-HASH-IMAGE (WS-CHAR-IX:1)),
                       999999999)
           END-PERFORM.

       ADD-IMAGE-HASH.
           COMPUTE WS-EXPECT-HASH =
               FUNCTION MOD (WS-EXPECT-HASH + WS-IMAGE-HASH,
                   999999999).

       SUBTRACT-IMAGE-HASH.
           COMPUTE WS-EXPECT-HASH =
               FUNCTION MOD (WS-EXPECT-HASH - WS-IMAGE-HASH
                   + 999999999, 999999999).

       RECONCILE-REBUILD.
      *> The rebuilt file read back on its own; it must hold what
      *> the base and the replayed journal images say it holds.
           COMPUTE WS-EXPECT-COUNT =
               WS-BASE-COUNT + WS-APPLIED-ADDS - WS-APPLIED-DELS.
           MOVE 0 TO WS-PIT-COUNT.
           MOVE 0 TO WS-PIT-HASH.
           MOVE 0 TO WS-EOF.
           OPEN INPUT IX-PIT.
           IF WS-PIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ IX-PIT NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PIT-COUNT
                           MOVE IX-FS3R1-F-G-240 TO WS-HASH-IMAGE
                           PERFORM HASH-ONE-IMAGE
                           COMPUTE WS-PIT-HASH =
                               FUNCTION MOD (WS-PIT-HASH
                                   + WS-IMAGE-HASH, 999999999)
                   END-READ
               END-PERFORM
               CLOSE IX-PIT
           END-IF.
           IF WS-PIT-COUNT = WS-EXPECT-COUNT
                   AND WS-PIT-HASH = WS-EXPECT-HASH
               MOVE 1 TO WS-RECONCILED
               DISPLAY "   Rebuilt " WS-PIT-COUNT " record(s) in"
                   " ixfs3_pit.dat - RECONCILED"
               IF WS-BASE-DUPS > 0 OR WS-ADD-CONFLICTS > 0
                       OR WS-DEL-MISSING > 0 OR WS-DEL-DIFFERS > 0
                       OR WS-UNKNOWN-ROWS > 0
                   DISPLAY "   Journal rows not replayed cleanly -"
                       " see ixrbld_report.dat"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
      *> A record put back from a row with no tail has lost its
      *> alternate key and everything past its own key.
               IF WS-PARTIAL-IMAGES > 0
                   DISPLAY "   " WS-PARTIAL-IMAGES " journal row(s)"
                       " held the first 120 bytes and key only"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-RECONCILED
               DISPLAY "   *** REBUILD DOES NOT RECONCILE - "
                   WS-PIT-COUNT " record(s) against "
                   WS-EXPECT-COUNT " expected; DO NOT PROMOTE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REBUILD-FIGURES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BASE COPY" TO WS-RX-LABEL.
           MOVE WS-BASE-NAME TO WS-RX-VALUE.
           MOVE WS-RPT-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BASE TAKEN AT" TO WS-RF-LABEL.
           MOVE WS-BASE-STAMP TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "REPLAY STOPS AFTER STAMP" TO WS-RF-LABEL.
           MOVE WS-TO-STAMP TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "REPLAY STOPS AFTER FEED SEQUENCE" TO WS-RF-LABEL.
           MOVE WS-TO-SEQ TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "LAST JOURNAL ROW REPLAYED" TO WS-RF-LABEL.
           MOVE WS-LAST-STAMP TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EXCL-COUNT
               MOVE "FEED        EXCLUDED - ROWS SKIPPED"
                   TO WS-RF-LABEL
               MOVE WS-EX-SEQ (WS-EX-IX) TO WS-RF-LABEL (6:6)
               MOVE WS-EX-ROWS (WS-EX-IX) TO WS-RF-NUMBER
               PERFORM WRITE-REPORT-FIGURE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BASE RECORDS LOADED" TO WS-RF-LABEL.
           MOVE WS-BASE-COUNT TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "JOURNAL ROWS READ" TO WS-RF-LABEL.
           MOVE WS-JRN-ROWS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  BEFORE THE BASE" TO WS-RF-LABEL.
           MOVE WS-PRIOR-ROWS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  IN EXCLUDED FEEDS" TO WS-RF-LABEL.
           MOVE WS-EXCLUDED-ROWS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  ACCEPTS REPLAYED" TO WS-RF-LABEL.
           MOVE WS-APPLIED-ADDS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  DELETES REPLAYED" TO WS-RF-LABEL.
           MOVE WS-APPLIED-DELS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  PARTIAL IMAGES (NO TAIL)" TO WS-RF-LABEL.
           MOVE WS-PARTIAL-IMAGES TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  ACCEPTS ON A KEY ALREADY THERE" TO WS-RF-LABEL.
           MOVE WS-ADD-CONFLICTS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  DELETES OF A KEY NOT THERE" TO WS-RF-LABEL.
           MOVE WS-DEL-MISSING TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "  DELETES WHOSE IMAGE DIFFERED" TO WS-RF-LABEL.
           MOVE WS-DEL-DIFFERS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "DUPLICATE KEYS IN BASE COPY" TO WS-RF-LABEL.
           MOVE WS-BASE-DUPS TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS EXPECTED FROM JOURNAL" TO WS-RF-LABEL.
           MOVE WS-EXPECT-COUNT TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "RECORDS ON REBUILT FILE" TO WS-RF-LABEL.
           MOVE WS-PIT-COUNT TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "HASH EXPECTED FROM JOURNAL" TO WS-RF-LABEL.
           MOVE WS-EXPECT-HASH TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "HASH OF REBUILT FILE" TO WS-RF-LABEL.
           MOVE WS-PIT-HASH TO WS-RF-NUMBER.
           PERFORM WRITE-REPORT-FIGURE.
           MOVE "VERDICT" TO WS-RX-LABEL.
           IF WS-RECONCILED = 1
               MOVE "RECONCILED - ixfs3_pit.dat may be promoted"
                   TO WS-RX-VALUE
           ELSE
               MOVE "NOT RECONCILED - DO NOT PROMOTE"
                   TO WS-RX-VALUE
           END-IF.
           MOVE WS-RPT-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-FIGURE.
           MOVE WS-RPT-FIGURE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-ROW.
           MOVE WS-RPT-ROW TO REPORT-LINE.
           WRITE REPORT-LINE.

       RECORD-REBUILD-STATUS.
      *> OPEN OUTPUT only on status 35, the AUDITLOG guard -- the
      *> history shows which rebuild, if any, was fit to promote.
           OPEN EXTEND STATUS-FILE.
           IF WS-STATUS-STATUS = "35"
               OPEN OUTPUT STATUS-FILE
           END-IF.
           MOVE SPACES TO STATUS-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RST-STAMP.
           MOVE WS-ENV-BASE TO RST-BASE.
           MOVE WS-LAST-STAMP TO RST-LAST-ROW.
           MOVE WS-PIT-COUNT TO RST-RECORDS.
           MOVE WS-PIT-HASH TO RST-HASH.
           IF WS-RECONCILED = 1
               MOVE "RECONCILED" TO RST-VERDICT
           ELSE
               MOVE "NOT RECONCILED" TO RST-VERDICT
           END-IF.
           WRITE STATUS-RECORD.
           CLOSE STATUS-FILE.
