      *>
      *> empvrules.dat, one rule per line, applied in file order:
      *>   col 1-8   field key: EMPID, SALARY, DEPT, JOBCODE,
      *>             HIREDATE, COMPANY, SUPERVSR
      *>   col 9     rule type: N numeric range (low/high), Z nonzero,
      *>             B nonblank, D valid calendar date (via EMPDATEV),
      *>             T on the reference table (req 104: DEPT checks
      *>             its table is absent, leaving the B rule),
      *>             G salary within the job code's grade band (req
      *>             105: paygrade.dat; stands down when the table is
      *>             absent or the job code carries no row),
      *>             E supervisor on the master, A supervisor active,
      *>             C supervisor chain not circular (SUPERVSR key;
      *>             a zero supervisor passes, and all three stand
      *>             down until the caller has registered the master
      *>             with the "O" function)
      *>   col 10-17 low bound  (N rules)
      *>   col 18-25 high bound (N rules)
      *>   col 26-55 reject reason text
      *> CALL "EMPRULES" USING WS-RL-FUNCTION WS-RL-FIELDS
      *>     WS-RL-VALID WS-RL-REASON
      *>   function "V" = validate the fields; "R" = write the
      *>   rule-hit statistics to empvrules_stats.dat; "O" = record
      *>   the EMP-ID, status and supervisor in the fields on the
      *>   organization table the SUPERVSR rules walk (a status of
      *>   space withdraws a deleted EMP-ID); "H" = validate the
      *>   SUPERVSR rules alone, for a supervisor change on a record
      *>   already on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DATE-VALID      PIC 9 VALUE 0.
       01 WS-NUMERIC-VALUE   PIC 9(8)V99 VALUE 0.

      *> The organization as the caller has registered it with the
      *> "O" function, subscripted directly by EMP-ID: status (space
      *> = not on the master) and the supervisor each reports to.
       01 WS-ORG-COUNT       PIC 9(5) VALUE 0.
       01 WS-ORG-TABLE.
          05 WS-ORG-ENTRY OCCURS 99999 TIMES.
             10 WS-ORG-STATUS     PIC X VALUE SPACE.
             10 WS-ORG-SUPERVISOR PIC 9(5) VALUE 0.
       01 WS-ORG-WALK        PIC 9(5) VALUE 0.
       01 WS-ORG-STEPS       PIC 9(5) VALUE 0.
       01 WS-SUPERVISOR-ONLY PIC 9 VALUE 0.

      *> Stats lines built with MOVE, not STRING.
       01 WS-STATS-LINE-BUILD.
          05 WS-SL-REASON       PIC X(30).
          05 LS-HIRE-DATE    PIC 9(8).
      *> Req 075: the company code validates with the rest.
          05 LS-COMPANY      PIC X(2).
      *> The status and supervisor the organization rules need.
          05 LS-STATUS       PIC X.
          05 LS-SUPERVISOR-ID PIC 9(5).
       01 LS-VALID-FLAG      PIC 9.
       01 LS-REASON          PIC X(30).

               PERFORM LOAD-RULE-TABLE
           END-IF.
           EVALUATE LS-FUNCTION
               WHEN "V"
                   MOVE 0 TO WS-SUPERVISOR-ONLY
                   PERFORM EVALUATE-ALL-RULES
               WHEN "H"
                   MOVE 1 TO WS-SUPERVISOR-ONLY
                   PERFORM EVALUATE-ALL-RULES
               WHEN "O" PERFORM REGISTER-ORG-ENTRY
               WHEN "R" PERFORM WRITE-STATISTICS-REPORT
               WHEN OTHER CONTINUE
           END-EVALUATE.
           MOVE "G" TO WS-RT-RULE-TYPE (8).
           MOVE "SALARY OUTSIDE GRADE BAND" TO WS-RT-REASON (8).
      *> Req 143: the company must exist on the reference table.
           MOVE "COMPANY" TO WS-RT-FIELD-KEY (9).
           MOVE "T" TO WS-RT-RULE-TYPE (9).
           MOVE "COMPANY NOT ON COMPANY TABLE"
               TO WS-RT-REASON (9).
      *> The supervisor must be an active employee on the master,
      *> and the chain above them must never lead back here.
           MOVE 12 TO WS-RULE-COUNT.
           MOVE "SUPERVSR" TO WS-RT-FIELD-KEY (10).
           MOVE "E" TO WS-RT-RULE-TYPE (10).
           MOVE "SUPERVISOR NOT ON MASTER" TO WS-RT-REASON (10).
           MOVE "SUPERVSR" TO WS-RT-FIELD-KEY (11).
           MOVE "A" TO WS-RT-RULE-TYPE (11).
           MOVE "SUPERVISOR NOT ACTIVE" TO WS-RT-REASON (11).
           MOVE "SUPERVSR" TO WS-RT-FIELD-KEY (12).
           MOVE "C" TO WS-RT-RULE-TYPE (12).
           MOVE "SUPERVISOR CHAIN IS CIRCULAR" TO WS-RT-REASON (12).
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-RULE-COUNT
               MOVE 0 TO WS-RT-HITS (WS-RULE-IX)
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-RULE-COUNT
                   OR LS-VALID-FLAG = 0
               IF WS-SUPERVISOR-ONLY = 0
                       OR WS-RT-FIELD-KEY (WS-RULE-IX) = "SUPERVSR"
                   PERFORM EVALUATE-ONE-RULE
                   IF WS-RULE-FAILED = 1
                       MOVE 0 TO LS-VALID-FLAG
                       MOVE WS-RT-REASON (WS-RULE-IX) TO LS-REASON
                       ADD 1 TO WS-RT-HITS (WS-RULE-IX)
                   END-IF
               END-IF
           END-PERFORM.

                   IF WS-DATE-VALID = 0
                       MOVE 1 TO WS-RULE-FAILED
                   END-IF
               WHEN "E"
               WHEN "A"
               WHEN "C"
                   PERFORM CHECK-SUPERVISOR-CHAIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-SUPERVISOR-CHAIN.
      *> The organization rules stand down, like a T rule with no
      *> table, until the caller has registered the master; a zero
      *> supervisor is the top of the organization and passes.
           IF WS-ORG-COUNT > 0 AND LS-SUPERVISOR-ID NUMERIC
                   AND LS-SUPERVISOR-ID > 0
               EVALUATE WS-RT-RULE-TYPE (WS-RULE-IX)
                   WHEN "E"
                       IF WS-ORG-STATUS (LS-SUPERVISOR-ID) = SPACE
                           MOVE 1 TO WS-RULE-FAILED
                       END-IF
                   WHEN "A"
                       IF WS-ORG-STATUS (LS-SUPERVISOR-ID) NOT = "A"
                           MOVE 1 TO WS-RULE-FAILED
                       END-IF
                   WHEN "C"
                       PERFORM WALK-SUPERVISOR-CHAIN
               END-EVALUATE
           END-IF.

       WALK-SUPERVISOR-CHAIN.
      *> Climb from the proposed supervisor toward the top; meeting
      *> this EMP-ID on the way up means the change closes a loop.
      *> The step limit keeps a loop already on the master (one
      *> that does not pass through this EMP-ID) from spinning.
           MOVE LS-SUPERVISOR-ID TO WS-ORG-WALK.
           MOVE 0 TO WS-ORG-STEPS.
           PERFORM UNTIL WS-ORG-WALK = 0
                   OR WS-ORG-WALK = LS-EMP-ID
                   OR WS-ORG-STEPS > WS-ORG-COUNT
               MOVE WS-ORG-SUPERVISOR (WS-ORG-WALK) TO WS-ORG-WALK
               ADD 1 TO WS-ORG-STEPS
           END-PERFORM.
           IF WS-ORG-WALK = LS-EMP-ID
               MOVE 1 TO WS-RULE-FAILED
           END-IF.

       REGISTER-ORG-ENTRY.
           IF LS-EMP-ID > 0
               IF WS-ORG-STATUS (LS-EMP-ID) = SPACE
                       AND LS-STATUS NOT = SPACE
                   ADD 1 TO WS-ORG-COUNT
               END-IF
               IF WS-ORG-STATUS (LS-EMP-ID) NOT = SPACE
                       AND LS-STATUS = SPACE
                   SUBTRACT 1 FROM WS-ORG-COUNT
               END-IF
               MOVE LS-STATUS TO WS-ORG-STATUS (LS-EMP-ID)
               IF LS-SUPERVISOR-ID NUMERIC AND LS-STATUS NOT = SPACE
                   MOVE LS-SUPERVISOR-ID
                       TO WS-ORG-SUPERVISOR (LS-EMP-ID)
               ELSE
                   MOVE 0 TO WS-ORG-SUPERVISOR (LS-EMP-ID)
               END-IF
           END-IF.

       CHECK-REFERENCE-TABLE.
      *> Req 104: a T rule stands down when its reference table is
      *> absent -- the shop without a deptable.dat keeps the old
