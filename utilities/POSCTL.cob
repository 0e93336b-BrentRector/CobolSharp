       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCTL.
      *> Position control for the employee write paths, in the
      *> EMPRULES CALLable mold. A hire or a transfer may only land
      *> in a vacant position.dat row (EMPPOSR.cpy) whose department
      *> and job code match the employee's; the position is then
      *> marked filled with the employee as its incumbent, and a
      *> transfer vacates the position the employee left. DEMO4MNT's
      *> add and EMPUPDT's add, change, terminate and delete paths
      *> all CALL this one routine so the headcount rule cannot
      *> drift between them. position.dat is re-read on every CALL
      *> and rewritten whole after each change (the EMPTAXMT table
      *> idiom), so an interactive session and a batch feed never
      *> work from a stale copy. When position.dat is absent
      *> position control stands down -- every check passes with
      *> position number zero -- the same way EMPRULES's T rules
      *> stand down without their tables.
      *>
      *> CALL "POSCTL" USING PC-FUNCTION PC-FIELDS PC-POSITION
      *>     PC-FOUND
      *>   PC-FIELDS is EMP-ID 9(5), DEPT X(3), JOB-CODE X(4).
      *>   function "C" = check only: PC-FOUND 1 and the first
      *>                  vacant matching position in PC-POSITION,
      *>                  or PC-FOUND 0 when there is none;
      *>            "F" = fill: as "C", then the position is marked
      *>                  filled by EMP-ID and any other position
      *>                  EMP-ID held is vacated (a transfer);
      *>            "V" = vacate whatever position EMP-ID holds
      *>                  (a termination); PC-FOUND 0 when it held
      *>                  none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-FILE.
           COPY EMPPOSR.

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF             PIC 9 VALUE 0.
       01 WS-FILE-PRESENT    PIC 9 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.

       01 WS-POS-COUNT       PIC 9(4) VALUE 0.
       01 WS-POS-TABLE.
          05 WS-PS-ENTRY OCCURS 2000 TIMES.
             10 WS-PS-NUMBER      PIC 9(6).
             10 WS-PS-DEPT        PIC X(3).
             10 WS-PS-JOB-CODE    PIC X(4).
             10 WS-PS-AUTH-FTE    PIC 9V99.
             10 WS-PS-BUDGET      PIC 9(6)V99.
             10 WS-PS-STATUS      PIC X.
             10 WS-PS-EMP-ID      PIC 9(5).
             10 WS-PS-CHANGED     PIC 9(8).
             10 WS-PS-OPERATOR    PIC X(8).
       01 WS-POS-IX          PIC 9(4) VALUE 0.
       01 WS-MATCH-IX        PIC 9(4) VALUE 0.
       01 WS-HELD-IX         PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL      PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LS-FUNCTION        PIC X.
       01 LS-FIELDS.
          05 LS-EMP-ID       PIC 9(5).
          05 LS-DEPT         PIC X(3).
          05 LS-JOB-CODE     PIC X(4).
       01 LS-POSITION        PIC 9(6).
       01 LS-FOUND           PIC 9.

       PROCEDURE DIVISION USING LS-FUNCTION LS-FIELDS
               LS-POSITION LS-FOUND.
       POSCTL-MAIN.
           MOVE 0 TO LS-POSITION.
           MOVE 0 TO LS-FOUND.
           PERFORM LOAD-POSITION-TABLE.
           IF WS-FILE-PRESENT = 0
               MOVE 1 TO LS-FOUND
           ELSE
               EVALUATE LS-FUNCTION
                   WHEN "C"
                       PERFORM FIND-VACANT-MATCH
                   WHEN "F"
                       PERFORM FIND-VACANT-MATCH
                       IF LS-FOUND = 1
                           PERFORM FILL-MATCHED-POSITION
                       END-IF
                   WHEN "V"
                       PERFORM VACATE-HELD-POSITION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           GOBACK.

       LOAD-POSITION-TABLE.
           MOVE 0 TO WS-FILE-PRESENT.
           MOVE 0 TO WS-POS-COUNT.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-TABLE-FULL.
           OPEN INPUT POSITION-FILE.
           IF WS-POS-STATUS = "00"
               MOVE 1 TO WS-FILE-PRESENT
               PERFORM UNTIL WS-EOF = 1
                   READ POSITION-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-POS-COUNT < 2000
                               ADD 1 TO WS-POS-COUNT
                               PERFORM LOAD-ONE-POSITION-ROW
                           ELSE
                               MOVE 1 TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

       LOAD-ONE-POSITION-ROW.
           MOVE POS-NUMBER TO WS-PS-NUMBER (WS-POS-COUNT).
           MOVE POS-DEPT TO WS-PS-DEPT (WS-POS-COUNT).
           MOVE POS-JOB-CODE TO WS-PS-JOB-CODE (WS-POS-COUNT).
           MOVE POS-AUTH-FTE TO WS-PS-AUTH-FTE (WS-POS-COUNT).
           MOVE POS-BUDGET-SALARY TO WS-PS-BUDGET (WS-POS-COUNT).
           MOVE POS-STATUS TO WS-PS-STATUS (WS-POS-COUNT).
           MOVE POS-EMP-ID TO WS-PS-EMP-ID (WS-POS-COUNT).
           MOVE POS-CHANGE-DATE TO WS-PS-CHANGED (WS-POS-COUNT).
           MOVE POS-OPERATOR TO WS-PS-OPERATOR (WS-POS-COUNT).

       FIND-VACANT-MATCH.
      *> An employee who already sits in a matching position keeps
      *> it -- a change that leaves department and job alone is not
      *> a transfer and needs no vacancy.
           MOVE 0 TO WS-MATCH-IX.
           PERFORM FIND-HELD-POSITION.
           IF WS-HELD-IX > 0
               IF WS-PS-DEPT (WS-HELD-IX) = LS-DEPT
                       AND WS-PS-JOB-CODE (WS-HELD-IX) = LS-JOB-CODE
                   MOVE WS-HELD-IX TO WS-MATCH-IX
               END-IF
           END-IF.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
                   UNTIL WS-POS-IX > WS-POS-COUNT
                   OR WS-MATCH-IX > 0
               IF WS-PS-STATUS (WS-POS-IX) = "V"
                       AND WS-PS-DEPT (WS-POS-IX) = LS-DEPT
                       AND WS-PS-JOB-CODE (WS-POS-IX) = LS-JOB-CODE
                   MOVE WS-POS-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IX > 0
               MOVE 1 TO LS-FOUND
               MOVE WS-PS-NUMBER (WS-MATCH-IX) TO LS-POSITION
           END-IF.

       FIND-HELD-POSITION.
           MOVE 0 TO WS-HELD-IX.
           IF LS-EMP-ID NOT = 0
               PERFORM VARYING WS-POS-IX FROM 1 BY 1
                       UNTIL WS-POS-IX > WS-POS-COUNT
                       OR WS-HELD-IX > 0
                   IF WS-PS-STATUS (WS-POS-IX) = "F"
                           AND WS-PS-EMP-ID (WS-POS-IX) = LS-EMP-ID
                       MOVE WS-POS-IX TO WS-HELD-IX
                   END-IF
               END-PERFORM
           END-IF.

       FILL-MATCHED-POSITION.
           IF WS-HELD-IX NOT = WS-MATCH-IX
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               IF WS-HELD-IX > 0
                   MOVE "V" TO WS-PS-STATUS (WS-HELD-IX)
                   MOVE 0 TO WS-PS-EMP-ID (WS-HELD-IX)
                   MOVE WS-TODAY-DATE TO WS-PS-CHANGED (WS-HELD-IX)
                   MOVE "POSCTL" TO WS-PS-OPERATOR (WS-HELD-IX)
               END-IF
               MOVE "F" TO WS-PS-STATUS (WS-MATCH-IX)
               MOVE LS-EMP-ID TO WS-PS-EMP-ID (WS-MATCH-IX)
               MOVE WS-TODAY-DATE TO WS-PS-CHANGED (WS-MATCH-IX)
               MOVE "POSCTL" TO WS-PS-OPERATOR (WS-MATCH-IX)
               PERFORM REWRITE-POSITION-FILE
           END-IF.

       VACATE-HELD-POSITION.
           PERFORM FIND-HELD-POSITION.
           IF WS-HELD-IX > 0
               MOVE 1 TO LS-FOUND
               MOVE WS-PS-NUMBER (WS-HELD-IX) TO LS-POSITION
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
               MOVE "V" TO WS-PS-STATUS (WS-HELD-IX)
               MOVE 0 TO WS-PS-EMP-ID (WS-HELD-IX)
               MOVE WS-TODAY-DATE TO WS-PS-CHANGED (WS-HELD-IX)
               MOVE "POSCTL" TO WS-PS-OPERATOR (WS-HELD-IX)
               PERFORM REWRITE-POSITION-FILE
           END-IF.

       REWRITE-POSITION-FILE.
      *> A file past the table's 2000 rows is never rewritten from
      *> the truncated table; the check still stands, the incumbent
      *> is left for EMPPOSMT to record.
           IF WS-TABLE-FULL = 1
               GOBACK
           END-IF.
           OPEN OUTPUT POSITION-FILE.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
                   UNTIL WS-POS-IX > WS-POS-COUNT
               MOVE WS-PS-NUMBER (WS-POS-IX) TO POS-NUMBER
               MOVE WS-PS-DEPT (WS-POS-IX) TO POS-DEPT
               MOVE WS-PS-JOB-CODE (WS-POS-IX) TO POS-JOB-CODE
               MOVE WS-PS-AUTH-FTE (WS-POS-IX) TO POS-AUTH-FTE
               MOVE WS-PS-BUDGET (WS-POS-IX) TO POS-BUDGET-SALARY
               MOVE WS-PS-STATUS (WS-POS-IX) TO POS-STATUS
               MOVE WS-PS-EMP-ID (WS-POS-IX) TO POS-EMP-ID
               MOVE WS-PS-CHANGED (WS-POS-IX) TO POS-CHANGE-DATE
               MOVE WS-PS-OPERATOR (WS-POS-IX) TO POS-OPERATOR
               WRITE POSITION-RECORD
           END-PERFORM.
           CLOSE POSITION-FILE.
