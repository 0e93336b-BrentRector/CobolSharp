       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMGEN.
      *> Synthetic volume generator for the NIST job family's files,
      *> EMPGEN's counterpart on the file-handling side. ixfs3.dat,
      *> rlfs.dat/rlfs1.dat and sqfs1.dat through sqfs8.dat only
      *> ever hold the handful of records the decks write, so
      *> IXREORG, RLCOMPAC, SQMERGE and the census have never seen
      *> production-like volume. This program writes N records per
      *> file in the shared FILE-RECORD-INFO layout exactly as the
      *> decks build it -- IX-FS3 in full (240 bytes, RECKEY= and
      *> ALTKEY1= halves, the IX109A key shapes), RL-FS1 and SQ-FS1..8
      *> as the 120-byte first half only -- then writes the matching
      *> RAW-DATA control records (IX109A, IX113A, RL201A, OBSQ34)
      *> and one OBTRLR-format trailer per file, so IXRECON,
      *> OBFASTVAL and OBVRFY reconcile against what was written.
      *>
      *> Environment (IXRECON's env-var convention):
      *>   FAMGEN_COUNT     records per file, default 100, ceiling
      *>                    99999 (keeps XRECORD-NUMBER inside its
      *>                    9(6) after gaps)
      *>   FAMGEN_FAMILIES  any of IX, RL, SQ (e.g. "IX,SQ");
      *>                    blank for all three
      *>   FAMGEN_DUP_PCT   duplicate rate, default 2: IX-FS3 repeats
      *>                    the previous IX-FS3-ALTER-KEY (the
      *>                    prime key is unique by definition);
      *>                    SQ-FS repeats the previous XRECORD-NUMBER
      *>   FAMGEN_GAP_PCT   gap rate, default 5: 1-4 key numbers are
      *>                    skipped before the record (IX-FS3-KEY,
      *>                    SQ-FS XRECORD-NUMBER)
      *>   FAMGEN_DEL_PCT   deleted-slot rate for the relative files,
      *>                    default 10: the slot is left empty
      *> Rates are whole percentages, ceiling 50. The draws are a
      *> fixed multiplicative spread, not random, so a rerun with
      *> the same settings writes the same files and every 100
      *> consecutive records carry the requested rate (the first
      *> record of a file is never a duplicate or a deleted slot).
      *>
      *> A trailer covers the live records in file order (key order,
      *> slot order), hashed by OBTRLR's rules over each record's
      *> 120-byte first half -- the view OBTRLR and OBVRFY take of
      *> a sequential file. For ixfs3.dat and the relative files it
      *> describes their records, not the physical indexed or
      *> relative file OBTRLR would read flat.
      *>
      *> Fresh IX-FS3-ALTER-KEY values are the prime key number
      *> scattered through a multiply-mod-prime, so alternate-key
      *> order has nothing to do with prime-key order (as with real
      *> feeds) and no two fresh values can collide; the only
      *> duplicates are the deliberate ones.
      *>
      *> RAW-DATA's counters are PIC 999. A volume beyond 999 is
      *> written as 999 with a warning (RC 4) -- IXRECON will then
      *> report the mismatch, which is the truth about that field.
      *> The same warning is raised when a relative file's high slot
      *> passes 999, the slot band RLFREE, RLALLOC and RLCOMPAC scan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The alternate key mirrors IXALTKEY's and IXREORG's SELECT.
           SELECT IX-FS3 ASSIGN TO "ixfs3.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-FS3-KEY
               ALTERNATE RECORD KEY IS IX-FS3-ALTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-IX-FS3-STATUS.
           SELECT RL-FS ASSIGN TO DYNAMIC WS-DATA-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RL-SLOT
               FILE STATUS IS WS-RL-FS-STATUS.
           SELECT SQ-FS ASSIGN TO DYNAMIC WS-DATA-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SQ-FS-STATUS.
           SELECT RAW-DATA ASSIGN TO "rawdata.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAW-DATA-KEY
               FILE STATUS IS WS-RAW-DATA-STATUS.
           SELECT TRAILER-FILE ASSIGN TO DYNAMIC WS-TRAILER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAILER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IX-FS3
           RECORD 240
           BLOCK CONTAINS 2 RECORDS.
           COPY IXFS3REC.

       FD RL-FS.
       01 RL-FS-RECORD PIC X(120).

       FD SQ-FS.
       01 SQ-FS-RECORD PIC X(120).

       FD RAW-DATA.
           COPY RAWDATA.

       FD TRAILER-FILE.
       01 TRAILER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IX-FS3-STATUS    PIC XX VALUE SPACES.
       01 WS-RL-FS-STATUS     PIC XX VALUE SPACES.
       01 WS-SQ-FS-STATUS     PIC XX VALUE SPACES.
       01 WS-RAW-DATA-STATUS  PIC XX VALUE SPACES.
       01 WS-TRAILER-STATUS   PIC XX VALUE SPACES.
       01 WS-RUN-STAMP        PIC X(21) VALUE SPACES.

      *> Settings.
       01 WS-ENV-VALUE        PIC X(8) VALUE SPACES.
       01 WS-ENV-FAMILIES     PIC X(20) VALUE SPACES.
       01 WS-TARGET-COUNT     PIC 9(6) VALUE 100.
       01 WS-DUP-PCT          PIC 9(2) VALUE 2.
       01 WS-GAP-PCT          PIC 9(2) VALUE 5.
       01 WS-DEL-PCT          PIC 9(2) VALUE 10.
       01 WS-RATE-VALUE       PIC 9(8) VALUE 0.
       01 WS-FAMILY-HITS      PIC 9(2) VALUE 0.
       01 WS-DO-IX            PIC 9 VALUE 1.
       01 WS-DO-RL            PIC 9 VALUE 1.
       01 WS-DO-SQ            PIC 9 VALUE 1.

      *> The family's files, in the EODBKUP compiled-list idiom:
      *> data file, its trailer, and the deck's FILE-RECORD-INFO
      *> identity for it -- file name, program, and the block size
      *> with its unit (CH characters, RC records) the deck's OPEN
      *> records for that file.
       01 WS-FAMILY-DEFS.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "ixfs3.dat".
             10 FILLER PIC X(20) VALUE "ixfs3_trailer.dat".
             10 FILLER PIC X(6)  VALUE "IX-FS3".
             10 FILLER PIC X(5)  VALUE "IX109".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0002.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "rlfs.dat".
             10 FILLER PIC X(20) VALUE "rlfs_trailer.dat".
             10 FILLER PIC X(6)  VALUE "RL-FS1".
             10 FILLER PIC X(5)  VALUE "RL201".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0001.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "rlfs1.dat".
             10 FILLER PIC X(20) VALUE "rlfs1_trailer.dat".
             10 FILLER PIC X(6)  VALUE "RL-FS1".
             10 FILLER PIC X(5)  VALUE "RL201".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0001.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs1.dat".
             10 FILLER PIC X(20) VALUE "sqfs1_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS1".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0001.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs2.dat".
             10 FILLER PIC X(20) VALUE "sqfs2_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS2".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0005.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs3.dat".
             10 FILLER PIC X(20) VALUE "sqfs3_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS3".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "CH".
             10 FILLER PIC 9(4)  VALUE 1200.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs4.dat".
             10 FILLER PIC X(20) VALUE "sqfs4_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS4".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0010.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs5.dat".
             10 FILLER PIC X(20) VALUE "sqfs5_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS5".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0005.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs6.dat".
             10 FILLER PIC X(20) VALUE "sqfs6_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS6".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "RC".
             10 FILLER PIC 9(4)  VALUE 0010.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs7.dat".
             10 FILLER PIC X(20) VALUE "sqfs7_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS7".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "CH".
             10 FILLER PIC 9(4)  VALUE 2400.
          05 FILLER.
             10 FILLER PIC X(12) VALUE "sqfs8.dat".
             10 FILLER PIC X(20) VALUE "sqfs8_trailer.dat".
             10 FILLER PIC X(6)  VALUE "SQ-FS8".
             10 FILLER PIC X(5)  VALUE "OBSQ3".
             10 FILLER PIC X(2)  VALUE "CH".
             10 FILLER PIC 9(4)  VALUE 0120.
       01 WS-FAMILY-TABLE REDEFINES WS-FAMILY-DEFS.
          05 WS-FAMILY-FILE OCCURS 11 TIMES.
             10 WS-FF-DATA-NAME    PIC X(12).
             10 WS-FF-TRAILER-NAME PIC X(20).
             10 WS-FF-XFILE-NAME   PIC X(6).
             10 WS-FF-PROGRAM      PIC X(5).
             10 WS-FF-CHARS-RECS   PIC X(2).
             10 WS-FF-BLOCK        PIC 9(4).
       01 WS-FF-IX            PIC 9(2) VALUE 0.
       01 WS-DATA-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-TRAILER-FILENAME PIC X(40) VALUE SPACES.

      *> The shared FILE-RECORD-INFO skeleton (IX109A's
      *> FILE-RECORD-INFO-SKELETON), with the fields this program
      *> sets named.
       01 WS-FRI-RECORD.
          05 WS-FRI-P1-120.
             10 FILLER              PIC X(5) VALUE "FILE=".
             10 WS-FRI-FILE-NAME    PIC X(6) VALUE SPACES.
             10 FILLER              PIC X(8) VALUE ",RECORD=".
             10 WS-FRI-RECORD-NAME  PIC X(6) VALUE "R1-F-G".
             10 FILLER              PIC X VALUE "/".
             10 WS-FRI-REELUNIT     PIC 9 VALUE 0.
             10 FILLER              PIC X(7) VALUE ",RECNO=".
             10 WS-FRI-RECNO        PIC 9(6) VALUE 0.
             10 WS-FRI-RECNO-X REDEFINES WS-FRI-RECNO PIC X(6).
             10 FILLER              PIC X(6) VALUE ",UPDT=".
             10 WS-FRI-UPDATE       PIC 99 VALUE 0.
             10 FILLER              PIC X(5) VALUE ",ODO=".
             10 WS-FRI-ODO          PIC 9(4) VALUE 0.
             10 FILLER              PIC X(5) VALUE ",PGM=".
             10 WS-FRI-PROGRAM      PIC X(5) VALUE SPACES.
             10 FILLER              PIC X(7) VALUE ",LRECL=".
             10 WS-FRI-LRECL        PIC 9(6) VALUE 0.
             10 FILLER              PIC X(7) VALUE ",BLKSIZ".
             10 WS-FRI-CHARS-RECS   PIC X(2) VALUE "RC".
             10 FILLER              PIC X VALUE "=".
             10 WS-FRI-BLOCK        PIC 9(4) VALUE 0.
             10 FILLER              PIC X(6) VALUE ",LFIL=".
             10 WS-FRI-RECS-IN-FILE PIC 9(6) VALUE 0.
             10 FILLER              PIC X(5) VALUE ",ORG=".
             10 WS-FRI-ORG          PIC X(2) VALUE SPACES.
             10 FILLER              PIC X(6) VALUE ",LBLR=".
             10 WS-FRI-LABEL        PIC X VALUE "S".
          05 WS-FRI-P121-240.
             10 FILLER              PIC X(8) VALUE ",RECKEY=".
             10 WS-FRI-RECORD-KEY   PIC X(29) VALUE SPACES.
             10 FILLER              PIC X(9) VALUE ",ALTKEY1=".
             10 WS-FRI-ALT-KEY1     PIC X(29) VALUE SPACES.
             10 FILLER              PIC X(9) VALUE ",ALTKEY2=".
             10 WS-FRI-ALT-KEY2     PIC X(29) VALUE SPACES.
             10 FILLER              PIC X(7) VALUE SPACES.

      *> IX109A's GRP-0101 / GRP-0102 key shapes.
       01 WS-PRIME-KEY-BUILD.
          05 FILLER             PIC X(10) VALUE "RECORD-KEY".
          05 WS-PKB-NUMBER      PIC 9(9) VALUE 0.
          05 FILLER             PIC X(10) VALUE "END-OF-KEY".
       01 WS-ALTER-KEY-BUILD.
          05 FILLER             PIC X(10) VALUE "ALTERN-KEY".
          05 WS-AKB-NUMBER      PIC 9(9) VALUE 0.
          05 FILLER             PIC X(10) VALUE "END-AL-KEY".

      *> Per-file generation state.
       01 WS-GEN-IX           PIC 9(6) VALUE 0.
       01 WS-KEY-NUMBER       PIC 9(9) VALUE 0.
       01 WS-RL-SLOT          PIC 9(9) VALUE 0.
       01 WS-DRAW             PIC 9(2) VALUE 0.
       01 WS-SALT             PIC 9(4) VALUE 0.
       01 WS-GAP-SIZE         PIC 9 VALUE 0.
       01 WS-WRITTEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT        PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT        PIC 9(6) VALUE 0.
       01 WS-DELETED-COUNT    PIC 9(6) VALUE 0.
       01 WS-FILE-FAILED      PIC 9 VALUE 0.
       01 WS-SQ-TOTAL         PIC 9(7) VALUE 0.
       01 WS-RL1-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-RL1-DELETED      PIC 9(6) VALUE 0.
       01 WS-IX-WRITTEN       PIC 9(6) VALUE 0.
       01 WS-IX-OK            PIC 9 VALUE 0.
       01 WS-RL-OK            PIC 9 VALUE 0.
       01 WS-SQ-OK            PIC 9 VALUE 0.

      *> OBTRLR's trailer arithmetic, reproduced: none of these
      *> 120-byte views carries a RECKEY= marker, so the hashed key
      *> is XRECORD-NUMBER (bytes 35-40) padded to 29.
       01 WS-TRL-KEY          PIC X(29) VALUE SPACES.
       01 WS-KEY-CHAR-IX      PIC 9(2) VALUE 0.
       01 WS-HASH-TOTAL       PIC 9(9) VALUE 0.
       01 WS-COUNT-EDIT       PIC Z(8)9.
       01 WS-HASH-EDIT        PIC Z(8)9.

      *> RAW-DATA control record settings for one deck key.
       01 WS-CTL-KEY          PIC X(6) VALUE SPACES.
       01 WS-CTL-ALL          PIC 9(7) VALUE 0.
       01 WS-CTL-DELETED      PIC 9(7) VALUE 0.
       01 WS-CTL-FOUND        PIC 9 VALUE 0.

      *> Interface fields for the shared FILESTAT renderer.
       01 WS-FS-FILE     PIC X(12) VALUE SPACES.
       01 WS-FS-OP       PIC X(8) VALUE SPACES.
       01 WS-FS-SEVERITY PIC X VALUE SPACE.
       01 WS-FS-TEXT     PIC X(40) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "FAMGEN".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== NIST Family File Volume Generator ===".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           PERFORM DETERMINE-SETTINGS.
           DISPLAY "   " WS-TARGET-COUNT " record(s) per file;"
               " duplicates " WS-DUP-PCT "%, gaps " WS-GAP-PCT
               "%, deleted slots " WS-DEL-PCT "%".

           IF WS-DO-IX = 1
               PERFORM GENERATE-IX-FS3
           END-IF.
           IF WS-DO-RL = 1
               MOVE 1 TO WS-RL-OK
               PERFORM VARYING WS-FF-IX FROM 2 BY 1
                       UNTIL WS-FF-IX > 3
                   PERFORM GENERATE-RL-FILE
               END-PERFORM
           END-IF.
           IF WS-DO-SQ = 1
               MOVE 1 TO WS-SQ-OK
               PERFORM VARYING WS-FF-IX FROM 4 BY 1
                       UNTIL WS-FF-IX > 11
                   PERFORM GENERATE-SQ-FILE
               END-PERFORM
           END-IF.
           PERFORM WRITE-CONTROL-RECORDS.

           DISPLAY " ".
           DISPLAY "=== NIST Family File Volume Generator"
               " Complete ===".
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

       DETERMINE-SETTINGS.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "FAMGEN_COUNT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-RATE-VALUE
               IF WS-RATE-VALUE > 99999
                   MOVE 99999 TO WS-RATE-VALUE
               END-IF
               IF WS-RATE-VALUE > 0
                   MOVE WS-RATE-VALUE TO WS-TARGET-COUNT
               END-IF
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "FAMGEN_DUP_PCT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM TAKE-RATE-VALUE
               MOVE WS-RATE-VALUE TO WS-DUP-PCT
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "FAMGEN_GAP_PCT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM TAKE-RATE-VALUE
               MOVE WS-RATE-VALUE TO WS-GAP-PCT
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "FAMGEN_DEL_PCT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM TAKE-RATE-VALUE
               MOVE WS-RATE-VALUE TO WS-DEL-PCT
           END-IF.

           ACCEPT WS-ENV-FAMILIES
               FROM ENVIRONMENT "FAMGEN_FAMILIES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-FAMILIES NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-ENV-FAMILIES)
                   TO WS-ENV-FAMILIES
               MOVE 0 TO WS-FAMILY-HITS
               INSPECT WS-ENV-FAMILIES TALLYING WS-FAMILY-HITS
                   FOR ALL "IX"
               IF WS-FAMILY-HITS = 0
                   MOVE 0 TO WS-DO-IX
               END-IF
               MOVE 0 TO WS-FAMILY-HITS
               INSPECT WS-ENV-FAMILIES TALLYING WS-FAMILY-HITS
                   FOR ALL "RL"
               IF WS-FAMILY-HITS = 0
                   MOVE 0 TO WS-DO-RL
               END-IF
               MOVE 0 TO WS-FAMILY-HITS
               INSPECT WS-ENV-FAMILIES TALLYING WS-FAMILY-HITS
                   FOR ALL "SQ"
               IF WS-FAMILY-HITS = 0
                   MOVE 0 TO WS-DO-SQ
               END-IF
               IF WS-DO-IX = 0 AND WS-DO-RL = 0 AND WS-DO-SQ = 0
                   DISPLAY "   FAMGEN_FAMILIES names none of IX,"
                       " RL, SQ -- nothing generated"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TAKE-RATE-VALUE.
      *> A whole percentage; past half the file the "rate" stops
      *> describing a realistic file, so 50 is the ceiling.
           MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-RATE-VALUE.
           IF WS-RATE-VALUE > 50
               MOVE 50 TO WS-RATE-VALUE
           END-IF.

       TAKE-DRAW.
      *> 7919 is coprime with 100, so any 100 consecutive records
      *> draw each of 0-99 exactly once; the salt keeps the
      *> duplicate, gap and slot draws (and each file) out of step.
           COMPUTE WS-DRAW =
               FUNCTION MOD (WS-GEN-IX * 7919 + WS-SALT, 100).

       START-ONE-FILE.
           MOVE WS-FF-DATA-NAME (WS-FF-IX) TO WS-DATA-FILENAME.
           MOVE WS-FF-TRAILER-NAME (WS-FF-IX) TO WS-TRAILER-FILENAME.
           MOVE WS-FF-XFILE-NAME (WS-FF-IX) TO WS-FRI-FILE-NAME.
           MOVE WS-FF-PROGRAM (WS-FF-IX) TO WS-FRI-PROGRAM.
           MOVE WS-FF-CHARS-RECS (WS-FF-IX) TO WS-FRI-CHARS-RECS.
           MOVE WS-FF-BLOCK (WS-FF-IX) TO WS-FRI-BLOCK.
           MOVE WS-TARGET-COUNT TO WS-FRI-RECS-IN-FILE.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 0 TO WS-GAP-COUNT.
           MOVE 0 TO WS-DELETED-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-KEY-NUMBER.
           MOVE 0 TO WS-FILE-FAILED.

      *> --------------------------------------------------------------
      *> IX-FS3: 240-byte records in ascending IX-FS3-KEY order, as
      *> IX109A writes them, with gaps in the key numbers and runs of
      *> duplicate alternate keys.
      *> --------------------------------------------------------------
       GENERATE-IX-FS3.
           MOVE 1 TO WS-FF-IX.
           PERFORM START-ONE-FILE.
           MOVE 240 TO WS-FRI-LRECL.
           MOVE "IX" TO WS-FRI-ORG.
           OPEN OUTPUT IX-FS3.
           IF WS-IX-FS3-STATUS NOT = "00"
               MOVE "IX-FS3" TO WS-FS-FILE
               MOVE "OPEN" TO WS-FS-OP
               CALL "FILESTAT" USING WS-IX-FS3-STATUS WS-FS-FILE
                   WS-FS-OP WS-FS-SEVERITY WS-FS-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX > WS-TARGET-COUNT
                          OR WS-FILE-FAILED = 1
                   PERFORM GENERATE-ONE-IX-RECORD
               END-PERFORM
               CLOSE IX-FS3
               PERFORM FINISH-ONE-FILE
               IF WS-FILE-FAILED = 0
                   MOVE 1 TO WS-IX-OK
                   MOVE WS-WRITTEN-COUNT TO WS-IX-WRITTEN
               END-IF
           END-IF.

       GENERATE-ONE-IX-RECORD.
           MOVE 11 TO WS-SALT.
           PERFORM TAKE-DRAW.
           IF WS-DRAW < WS-GAP-PCT
               COMPUTE WS-GAP-SIZE = FUNCTION MOD (WS-GEN-IX, 4) + 1
               ADD WS-GAP-SIZE TO WS-KEY-NUMBER
               ADD 1 TO WS-GAP-COUNT
           END-IF.
           ADD 1 TO WS-KEY-NUMBER.
      *> IX109A: XRECORD-KEY carries XRECORD-NUMBER.
           MOVE WS-KEY-NUMBER TO WS-FRI-RECNO.
           MOVE WS-KEY-NUMBER TO WS-PKB-NUMBER.
           MOVE WS-PRIME-KEY-BUILD TO WS-FRI-RECORD-KEY.
           MOVE 37 TO WS-SALT.
           PERFORM TAKE-DRAW.
           IF WS-DRAW < WS-DUP-PCT AND WS-GEN-IX > 1
               ADD 1 TO WS-DUP-COUNT
           ELSE
               COMPUTE WS-AKB-NUMBER = FUNCTION MOD
                   (WS-KEY-NUMBER * 7919, 999999937)
           END-IF.
           MOVE WS-ALTER-KEY-BUILD TO WS-FRI-ALT-KEY1.
           MOVE WS-FRI-RECORD TO IX-FS3R1-F-G-240.
           WRITE IX-FS3R1-F-G-240
               INVALID KEY
                   DISPLAY "   IX-FS3 write refused at key "
                       WS-KEY-NUMBER ", status " WS-IX-FS3-STATUS
                   MOVE 1 TO WS-FILE-FAILED
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM ACCUMULATE-HASH-TOTAL
           END-WRITE.

      *> --------------------------------------------------------------
      *> RL-FS1: 120-byte records, XRECORD-NUMBER = slot as RL201A
      *> writes them, with deleted slots left empty between.
      *> --------------------------------------------------------------
       GENERATE-RL-FILE.
           PERFORM START-ONE-FILE.
           MOVE 120 TO WS-FRI-LRECL.
           MOVE "RL" TO WS-FRI-ORG.
           OPEN OUTPUT RL-FS.
           IF WS-RL-FS-STATUS NOT = "00"
               MOVE "RL-FS1" TO WS-FS-FILE
               MOVE "OPEN" TO WS-FS-OP
               CALL "FILESTAT" USING WS-RL-FS-STATUS WS-FS-FILE
                   WS-FS-OP WS-FS-SEVERITY WS-FS-TEXT
               MOVE 0 TO WS-RL-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-RL-SLOT
               MOVE 1 TO WS-GEN-IX
               PERFORM UNTIL WS-WRITTEN-COUNT >= WS-TARGET-COUNT
                          OR WS-FILE-FAILED = 1
                   PERFORM GENERATE-ONE-RL-SLOT
                   ADD 1 TO WS-GEN-IX
               END-PERFORM
               CLOSE RL-FS
               PERFORM FINISH-ONE-FILE
               IF WS-FILE-FAILED = 1
                   MOVE 0 TO WS-RL-OK
               END-IF
               IF WS-RL-SLOT > 999
                   DISPLAY "   WARNING: high slot " WS-RL-SLOT
                       " is past the 999-slot band RLFREE,"
                       " RLALLOC and RLCOMPAC scan"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
      *> rlfs1.dat is RL201A's RL-FS1 -- the one its control
      *> record describes.
               IF WS-FF-IX = 3
                   MOVE WS-WRITTEN-COUNT TO WS-RL1-WRITTEN
                   MOVE WS-DELETED-COUNT TO WS-RL1-DELETED
               END-IF
           END-IF.

       GENERATE-ONE-RL-SLOT.
           ADD 1 TO WS-RL-SLOT.
           COMPUTE WS-SALT = 53 + WS-FF-IX.
           PERFORM TAKE-DRAW.
      *> The first slot is always live, so a file never opens on a
      *> hole RL201A would not have left.
           IF WS-DRAW < WS-DEL-PCT AND WS-RL-SLOT > 1
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               MOVE WS-RL-SLOT TO WS-FRI-RECNO
               MOVE WS-FRI-P1-120 TO RL-FS-RECORD
               WRITE RL-FS-RECORD
                   INVALID KEY
                       DISPLAY "   " WS-DATA-FILENAME
                           " write refused at slot " WS-RL-SLOT
                           ", status " WS-RL-FS-STATUS
                       MOVE 1 TO WS-FILE-FAILED
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                       PERFORM ACCUMULATE-HASH-TOTAL
               END-WRITE
           END-IF.

      *> --------------------------------------------------------------
      *> SQ-FS1..8: 120-byte records as OBSQ3A writes them, with
      *> gaps and repeats in XRECORD-NUMBER.
      *> --------------------------------------------------------------
       GENERATE-SQ-FILE.
           PERFORM START-ONE-FILE.
           MOVE 120 TO WS-FRI-LRECL.
           MOVE "SQ" TO WS-FRI-ORG.
           OPEN OUTPUT SQ-FS.
           IF WS-SQ-FS-STATUS NOT = "00"
               MOVE WS-FF-XFILE-NAME (WS-FF-IX) TO WS-FS-FILE
               MOVE "OPEN" TO WS-FS-OP
               CALL "FILESTAT" USING WS-SQ-FS-STATUS WS-FS-FILE
                   WS-FS-OP WS-FS-SEVERITY WS-FS-TEXT
               MOVE 0 TO WS-SQ-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX > WS-TARGET-COUNT
                          OR WS-FILE-FAILED = 1
                   PERFORM GENERATE-ONE-SQ-RECORD
               END-PERFORM
               CLOSE SQ-FS
               PERFORM FINISH-ONE-FILE
               IF WS-FILE-FAILED = 1
                   MOVE 0 TO WS-SQ-OK
               END-IF
               ADD WS-WRITTEN-COUNT TO WS-SQ-TOTAL
           END-IF.

       GENERATE-ONE-SQ-RECORD.
           COMPUTE WS-SALT = 71 + WS-FF-IX.
           PERFORM TAKE-DRAW.
           IF WS-DRAW < WS-DUP-PCT AND WS-GEN-IX > 1
               ADD 1 TO WS-DUP-COUNT
           ELSE
               COMPUTE WS-SALT = 89 + WS-FF-IX
               PERFORM TAKE-DRAW
               IF WS-DRAW < WS-GAP-PCT
                   COMPUTE WS-GAP-SIZE =
                       FUNCTION MOD (WS-GEN-IX, 4) + 1
                   ADD WS-GAP-SIZE TO WS-KEY-NUMBER
                   ADD 1 TO WS-GAP-COUNT
               END-IF
               ADD 1 TO WS-KEY-NUMBER
           END-IF.
           MOVE WS-KEY-NUMBER TO WS-FRI-RECNO.
           MOVE WS-FRI-P1-120 TO SQ-FS-RECORD.
           WRITE SQ-FS-RECORD.
           IF WS-SQ-FS-STATUS NOT = "00"
               DISPLAY "   " WS-DATA-FILENAME " write failed,"
                   " status " WS-SQ-FS-STATUS
               MOVE 1 TO WS-FILE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM ACCUMULATE-HASH-TOTAL
           END-IF.

      *> --------------------------------------------------------------
      *> Trailers and per-file summary.
      *> --------------------------------------------------------------
       ACCUMULATE-HASH-TOTAL.
           MOVE SPACES TO WS-TRL-KEY.
           MOVE WS-FRI-RECNO-X TO WS-TRL-KEY.
           PERFORM VARYING WS-KEY-CHAR-IX FROM 1 BY 1
                   UNTIL WS-KEY-CHAR-IX > 29
               COMPUTE WS-HASH-TOTAL =
                   FUNCTION MOD (WS-HASH-TOTAL +
                       FUNCTION ORD (WS-TRL-KEY (WS-KEY-CHAR-IX:1)),
                       999999999)
                   ON SIZE ERROR
                       MOVE 0 TO WS-HASH-TOTAL
               END-COMPUTE
           END-PERFORM.

       FINISH-ONE-FILE.
           DISPLAY "   " WS-DATA-FILENAME (1:12) WS-WRITTEN-COUNT
               " written, " WS-DUP-COUNT " dup, " WS-GAP-COUNT
               " gap, " WS-DELETED-COUNT " deleted".
           IF WS-FILE-FAILED = 1
               DISPLAY "   " WS-DATA-FILENAME (1:12)
                   "incomplete -- no trailer written"
           ELSE
               PERFORM WRITE-TRAILER-RECORD
           END-IF.

       WRITE-TRAILER-RECORD.
      *> OBTRLR's own line: TRAILER COUNT=zzzzzzzz9 HASH=zzzzzzzz9.
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT.
           OPEN OUTPUT TRAILER-FILE.
           IF WS-TRAILER-STATUS NOT = "00"
               DISPLAY "   Unable to write " WS-TRAILER-FILENAME
                   ", status " WS-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TRAILER-LINE
               STRING "TRAILER COUNT=" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " HASH=" DELIMITED BY SIZE
                   WS-HASH-EDIT DELIMITED BY SIZE
                   INTO TRAILER-LINE
               WRITE TRAILER-LINE
               CLOSE TRAILER-FILE
           END-IF.

      *> --------------------------------------------------------------
      *> RAW-DATA control records for the decks whose files were
      *> generated cleanly: C-ALL and C-OK carry the record count
      *> (SQ: all eight files together, as OBFASTVAL reconciles
      *> it), C-DELETED the relative file's empty slots.
      *> --------------------------------------------------------------
       WRITE-CONTROL-RECORDS.
           IF WS-IX-OK = 1 OR WS-RL-OK = 1 OR WS-SQ-OK = 1
               OPEN I-O RAW-DATA
               IF WS-RAW-DATA-STATUS = "35"
                   OPEN OUTPUT RAW-DATA
                   CLOSE RAW-DATA
                   OPEN I-O RAW-DATA
               END-IF
               IF WS-RAW-DATA-STATUS NOT = "00"
                   MOVE "RAW-DATA" TO WS-FS-FILE
                   MOVE "OPEN" TO WS-FS-OP
                   CALL "FILESTAT" USING WS-RAW-DATA-STATUS
                       WS-FS-FILE WS-FS-OP WS-FS-SEVERITY WS-FS-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO WS-CTL-DELETED
                   IF WS-IX-OK = 1
                       MOVE WS-IX-WRITTEN TO WS-CTL-ALL
                       MOVE "IX109A" TO WS-CTL-KEY
                       PERFORM WRITE-ONE-CONTROL-RECORD
                       MOVE "IX113A" TO WS-CTL-KEY
                       PERFORM WRITE-ONE-CONTROL-RECORD
                   END-IF
                   IF WS-RL-OK = 1
                       MOVE WS-RL1-WRITTEN TO WS-CTL-ALL
                       MOVE WS-RL1-DELETED TO WS-CTL-DELETED
                       MOVE "RL201A" TO WS-CTL-KEY
                       PERFORM WRITE-ONE-CONTROL-RECORD
                       MOVE 0 TO WS-CTL-DELETED
                   END-IF
                   IF WS-SQ-OK = 1
                       MOVE WS-SQ-TOTAL TO WS-CTL-ALL
                       MOVE "OBSQ34" TO WS-CTL-KEY
                       PERFORM WRITE-ONE-CONTROL-RECORD
                   END-IF
                   CLOSE RAW-DATA
               END-IF
           END-IF.

       WRITE-ONE-CONTROL-RECORD.
           MOVE WS-CTL-KEY TO RAW-DATA-KEY.
           MOVE 1 TO WS-CTL-FOUND.
           READ RAW-DATA
               INVALID KEY
                   MOVE 0 TO WS-CTL-FOUND
           END-READ.
           MOVE SPACES TO RAW-DATA-SATZ.
           MOVE WS-CTL-KEY TO RAW-DATA-KEY.
           MOVE WS-RUN-STAMP (3:6) TO C-DATE.
           MOVE WS-RUN-STAMP (9:8) TO C-TIME.
           MOVE 1 TO C-NO-OF-TESTS.
           IF WS-CTL-ALL > 999 OR WS-CTL-DELETED > 999
               DISPLAY "   WARNING: " WS-CTL-KEY " volume past the"
                   " PIC 999 RAW-DATA counters -- recorded as 999"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CTL-ALL > 999
               MOVE 999 TO C-OK
               MOVE 999 TO C-ALL
           ELSE
               MOVE WS-CTL-ALL TO C-OK
               MOVE WS-CTL-ALL TO C-ALL
           END-IF.
           MOVE 0 TO C-FAIL.
           IF WS-CTL-DELETED > 999
               MOVE 999 TO C-DELETED
           ELSE
               MOVE WS-CTL-DELETED TO C-DELETED
           END-IF.
           MOVE 0 TO C-INSPECT.
           MOVE "FAMGEN VOLUME" TO C-NOTE.
           MOVE "OK.     " TO C-ABORT.
           IF WS-CTL-FOUND = 1
               REWRITE RAW-DATA-SATZ
                   INVALID KEY
                       DISPLAY "   RAW-DATA rewrite failed for "
                           WS-CTL-KEY ", status " WS-RAW-DATA-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE RAW-DATA-SATZ
                   INVALID KEY
                       DISPLAY "   RAW-DATA write failed for "
                           WS-CTL-KEY ", status " WS-RAW-DATA-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
           DISPLAY "   RAW-DATA " WS-CTL-KEY " C-ALL=" C-ALL
               " C-DELETED=" C-DELETED.
