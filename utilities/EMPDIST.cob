       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDIST.
      *> Labor cost distribution spreader, in the EMPRULES CALLable
      *> mold. Given an employee, the department the cost would
      *> otherwise land in, a date and an amount, it returns the
      *> amount split across the employee's distribution set in
      *> force on that date (empdist.dat, EMPDSTR.cpy). Each line's
      *> share is the amount times its percentage, rounded to the
      *> cent, and the last line takes whatever is left, so the
      *> shares always add back to the amount to the penny -- a GL
      *> file built from them still ties to the register it came
      *> from. An employee with no set in force, or a set that does
      *> not total 100% (EMPDSTMT will not save one, but the file
      *> is plain text), gets one home-department line at 100%; the
      *> latter is flagged so the caller can warn. The file is read
      *> once, on the first CALL. No empdist.dat means no employee
      *> is distributed.
      *>
      *> CALL "EMPDIST" USING WS-DS-REQUEST WS-DS-RESULT
      *>   (both from EMPDSTW.cpy)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO "empdist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
           COPY EMPDSTR.

       WORKING-STORAGE SECTION.
       01 WS-DST-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-TABLE-LOADED    PIC 9 VALUE 0.

       01 WS-DST-COUNT       PIC 9(4) VALUE 0.
       01 WS-DST-TABLE.
          05 WS-DT-ENTRY OCCURS 3000 TIMES.
             10 WS-DT-EMP-ID      PIC 9(5).
             10 WS-DT-EFF-DATE    PIC 9(8).
             10 WS-DT-DEPT        PIC X(3).
             10 WS-DT-ACCOUNT     PIC X(14).
             10 WS-DT-PCT         PIC 9(3)V99.
       01 WS-DT-IX           PIC 9(4) VALUE 0.
       01 WS-SET-DATE        PIC 9(8) VALUE 0.
       01 WS-SET-PCT         PIC 9(5)V99 VALUE 0.
       01 WS-SPREAD-SO-FAR   PIC 9(9)V99 VALUE 0.
       01 WS-LINE-IX         PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 LS-DS-REQUEST.
          05 LS-DS-EMP-ID       PIC 9(5).
          05 LS-DS-HOME-DEPT    PIC X(3).
          05 LS-DS-AS-OF        PIC 9(8).
          05 LS-DS-AMOUNT       PIC 9(9)V99.
       01 LS-DS-RESULT.
          05 LS-DS-LINE-COUNT   PIC 9(2).
          05 LS-DS-SET-BAD      PIC 9.
          05 LS-DS-LINE OCCURS 10 TIMES.
             10 LS-DS-DEPT      PIC X(3).
             10 LS-DS-ACCOUNT   PIC X(14).
             10 LS-DS-PCT       PIC 9(3)V99.
             10 LS-DS-SHARE     PIC 9(9)V99.

       PROCEDURE DIVISION USING LS-DS-REQUEST LS-DS-RESULT.
       EMPDIST-MAIN.
           IF WS-TABLE-LOADED = 0
               PERFORM LOAD-DISTRIBUTION-TABLE
           END-IF.
           MOVE 0 TO LS-DS-LINE-COUNT.
           MOVE 0 TO LS-DS-SET-BAD.
           PERFORM FIND-SET-IN-FORCE.
           IF WS-SET-DATE > 0
               PERFORM BUILD-SET-LINES
           END-IF.
           IF LS-DS-LINE-COUNT = 0
               PERFORM BUILD-HOME-LINE
           ELSE
               PERFORM SPREAD-THE-AMOUNT
           END-IF.
           GOBACK.

       LOAD-DISTRIBUTION-TABLE.
           MOVE 1 TO WS-TABLE-LOADED.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ DISTRIBUTION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DST-COUNT < 3000
                                   AND DST-PCT IS NUMERIC
                                   AND DST-EFF-DATE IS NUMERIC
                               ADD 1 TO WS-DST-COUNT
                               MOVE DST-EMP-ID
                                   TO WS-DT-EMP-ID (WS-DST-COUNT)
                               MOVE DST-EFF-DATE
                                   TO WS-DT-EFF-DATE (WS-DST-COUNT)
                               MOVE DST-DEPT
                                   TO WS-DT-DEPT (WS-DST-COUNT)
                               MOVE DST-ACCOUNT
                                   TO WS-DT-ACCOUNT (WS-DST-COUNT)
                               MOVE DST-PCT
                                   TO WS-DT-PCT (WS-DST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
           END-IF.

       FIND-SET-IN-FORCE.
           MOVE 0 TO WS-SET-DATE.
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
                   UNTIL WS-DT-IX > WS-DST-COUNT
               IF WS-DT-EMP-ID (WS-DT-IX) = LS-DS-EMP-ID
                       AND WS-DT-EFF-DATE (WS-DT-IX) <= LS-DS-AS-OF
                       AND WS-DT-EFF-DATE (WS-DT-IX) > WS-SET-DATE
                   MOVE WS-DT-EFF-DATE (WS-DT-IX) TO WS-SET-DATE
               END-IF
           END-PERFORM.

       BUILD-SET-LINES.
           MOVE 0 TO WS-SET-PCT.
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
                   UNTIL WS-DT-IX > WS-DST-COUNT
               IF WS-DT-EMP-ID (WS-DT-IX) = LS-DS-EMP-ID
                       AND WS-DT-EFF-DATE (WS-DT-IX) = WS-SET-DATE
                   ADD WS-DT-PCT (WS-DT-IX) TO WS-SET-PCT
                   IF LS-DS-LINE-COUNT < 10
                       ADD 1 TO LS-DS-LINE-COUNT
                       MOVE LS-DS-LINE-COUNT TO WS-LINE-IX
                       PERFORM COPY-ONE-SET-LINE
                   ELSE
                       MOVE 1 TO LS-DS-SET-BAD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SET-PCT NOT = 100
               MOVE 1 TO LS-DS-SET-BAD
           END-IF.
           IF LS-DS-SET-BAD = 1
               MOVE 0 TO LS-DS-LINE-COUNT
           END-IF.

       COPY-ONE-SET-LINE.
      *> An account line stays in the home department; a department
      *> line takes that department's own accounts.
           IF WS-DT-ACCOUNT (WS-DT-IX) NOT = SPACES
               MOVE LS-DS-HOME-DEPT TO LS-DS-DEPT (WS-LINE-IX)
               MOVE WS-DT-ACCOUNT (WS-DT-IX)
                   TO LS-DS-ACCOUNT (WS-LINE-IX)
           ELSE
               MOVE WS-DT-DEPT (WS-DT-IX) TO LS-DS-DEPT (WS-LINE-IX)
               MOVE SPACES TO LS-DS-ACCOUNT (WS-LINE-IX)
           END-IF.
           MOVE WS-DT-PCT (WS-DT-IX) TO LS-DS-PCT (WS-LINE-IX).
           MOVE 0 TO LS-DS-SHARE (WS-LINE-IX).

       BUILD-HOME-LINE.
           MOVE 1 TO LS-DS-LINE-COUNT.
           MOVE LS-DS-HOME-DEPT TO LS-DS-DEPT (1).
           MOVE SPACES TO LS-DS-ACCOUNT (1).
           MOVE 100 TO LS-DS-PCT (1).
           MOVE LS-DS-AMOUNT TO LS-DS-SHARE (1).

       SPREAD-THE-AMOUNT.
           MOVE 0 TO WS-SPREAD-SO-FAR.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX >= LS-DS-LINE-COUNT
               COMPUTE LS-DS-SHARE (WS-LINE-IX) ROUNDED =
                   LS-DS-AMOUNT * LS-DS-PCT (WS-LINE-IX) / 100
      *> Rounding up on every line could in principle outrun the
      *> amount; the share is held back so the remainder never goes
      *> negative.
               IF WS-SPREAD-SO-FAR + LS-DS-SHARE (WS-LINE-IX)
                       > LS-DS-AMOUNT
                   COMPUTE LS-DS-SHARE (WS-LINE-IX) =
                       LS-DS-AMOUNT - WS-SPREAD-SO-FAR
               END-IF
               ADD LS-DS-SHARE (WS-LINE-IX) TO WS-SPREAD-SO-FAR
           END-PERFORM.
           COMPUTE LS-DS-SHARE (LS-DS-LINE-COUNT) =
               LS-DS-AMOUNT - WS-SPREAD-SO-FAR.
