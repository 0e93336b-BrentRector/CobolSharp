      *> break, then the grand total -- the same REPORT SECTION
      *> machinery (RD/INITIATE/GENERATE/TERMINATE) DEMO4RPT already
      *> uses, with CONTROL footings doing the break accounting.
      *>
      *> Next to that headcount view, empdeptr_distrib.dat carries
      *> the distributed-cost view: each employee's salary spread
      *> by the labor cost distribution in force today (EMPDIST,
      *> the same spread EMPGLEXT posts), summed per company,
      *> department and expense account, with the share of heads
      *> the percentages add up to. An employee with no distribution
      *> counts 1.00 in the home department, so the two views agree
      *> wherever nobody is split.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRINT-FILE ASSIGN TO "empdeptr_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT DISTRIB-FILE ASSIGN TO "empdeptr_distrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRINT-FILE
           REPORT IS DEPT-SUMMARY-REPORT.

       FD DISTRIB-FILE.
       01 DISTRIB-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.
       01 WS-SORT-EOF            PIC 9 VALUE 0.
       01 WS-REC-COUNT           PIC 9(5) VALUE 0.
       01 WS-DISTRIB-FILE-STATUS PIC XX VALUE SPACES.

      *> Distributed-cost view, kept in company/department/account
      *> order as it is built.
           COPY EMPDSTW.
       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01 WS-DV-COUNT            PIC 9(3) VALUE 0.
       01 WS-DV-TABLE.
          05 WS-DV-ENTRY OCCURS 300 TIMES.
             10 WS-DV-KEY.
                15 WS-DV-COMPANY  PIC X(2).
                15 WS-DV-DEPT     PIC X(3).
                15 WS-DV-ACCOUNT  PIC X(14).
             10 WS-DV-SHARE      PIC 9(5)V99.
             10 WS-DV-COST       PIC 9(9)V99.
       01 WS-DV-IX               PIC 9(3) VALUE 0.
       01 WS-DV-AT               PIC 9(3) VALUE 0.
       01 WS-DV-HIT              PIC 9 VALUE 0.
       01 WS-DV-OVERFLOW         PIC 9 VALUE 0.
       01 WS-DV-BAD-COUNT        PIC 9(5) VALUE 0.
       01 WS-DV-NEW-KEY.
          05 WS-DV-NEW-COMPANY   PIC X(2).
          05 WS-DV-NEW-DEPT      PIC X(3).
          05 WS-DV-NEW-ACCOUNT   PIC X(14).
       01 WS-DV-TOTAL-SHARE      PIC 9(5)V99 VALUE 0.
       01 WS-DV-TOTAL-COST       PIC 9(9)V99 VALUE 0.
       01 WS-HOLD-RC             PIC S9(4) VALUE 0.
       01 WS-DV-DATE-LINE.
          05 FILLER PIC X(13) VALUE "REPORT DATE: ".
          05 WS-DVL-DATE         PIC X(10).
          05 FILLER PIC X(57) VALUE SPACES.
       01 WS-DV-HEADING.
          05 FILLER PIC X(34) VALUE
             "CO DEPT ACCOUNT           SHARE".
          05 FILLER PIC X(46) VALUE "            COST".
       01 WS-DV-DETAIL.
          05 WS-DVD-COMPANY      PIC X(2).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-DVD-DEPT         PIC X(3).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DVD-ACCOUNT      PIC X(14).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-DVD-SHARE        PIC ZZ,ZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-DVD-COST         PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(32) VALUE SPACES.

      *> Fields the RD sources from; filled per record in the SORT
      *> output procedure before each GENERATE.

           PERFORM DETERMINE-CURRENT-GENERATION.
           PERFORM BUILD-REPORT-DATE.
           MOVE WS-DATE-STR (1:8) TO WS-TODAY-DATE.
           ACCEPT WS-COMPANY-FILTER
               FROM ENVIRONMENT "EMPRPT_COMPANY"
               ON EXCEPTION
               INPUT PROCEDURE IS RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS PRINT-DEPT-SUMMARY.

           PERFORM WRITE-DISTRIBUTED-VIEW.

           DISPLAY "   Records reported: " WS-REC-COUNT.
           DISPLAY "   Report written to empdeptr_report.dat".
           DISPLAY "   Distributed-cost view written to"
               " empdeptr_distrib.dat".

           DISPLAY " ".
           DISPLAY "=== Department Salary Summary Complete ===".
                               MOVE EMP-JOB-CODE TO SORT-JOB
                               MOVE EMP-SALARY TO SORT-SALARY
                               RELEASE SORT-RECORD
                               PERFORM SPREAD-EMPLOYEE-COST
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           TERMINATE DEPT-SUMMARY-REPORT.
           CLOSE PRINT-FILE.

       SPREAD-EMPLOYEE-COST SECTION.
           MOVE EMP-ID TO WS-DS-EMP-ID.
           MOVE EMP-DEPT TO WS-DS-HOME-DEPT.
           MOVE WS-TODAY-DATE TO WS-DS-AS-OF.
           MOVE EMP-SALARY TO WS-DS-AMOUNT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPDIST" USING WS-DS-REQUEST WS-DS-RESULT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-DS-SET-BAD = 1
               ADD 1 TO WS-DV-BAD-COUNT
               DISPLAY "   Distribution for " EMP-ID
                   " does not total 100% - home department used"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-LINE-COUNT
               MOVE EMP-COMPANY TO WS-DV-NEW-COMPANY
               MOVE WS-DS-DEPT (WS-DS-IX) TO WS-DV-NEW-DEPT
               MOVE WS-DS-ACCOUNT (WS-DS-IX) TO WS-DV-NEW-ACCOUNT
               PERFORM ADD-TO-DISTRIBUTED-VIEW
           END-PERFORM.

       ADD-TO-DISTRIBUTED-VIEW SECTION.
      *> Find the key, or the slot it belongs in ahead of the first
      *> higher key, opening the slot by moving later rows up one.
           MOVE 0 TO WS-DV-HIT.
           MOVE 0 TO WS-DV-AT.
           PERFORM VARYING WS-DV-IX FROM 1 BY 1
                   UNTIL WS-DV-IX > WS-DV-COUNT OR WS-DV-AT > 0
               IF WS-DV-KEY (WS-DV-IX) = WS-DV-NEW-KEY
                   MOVE 1 TO WS-DV-HIT
                   MOVE WS-DV-IX TO WS-DV-AT
               ELSE
                   IF WS-DV-KEY (WS-DV-IX) > WS-DV-NEW-KEY
                       MOVE WS-DV-IX TO WS-DV-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DV-HIT = 0
               IF WS-DV-COUNT >= 300
                   MOVE 1 TO WS-DV-OVERFLOW
                   MOVE 0 TO WS-DV-AT
               ELSE
                   IF WS-DV-AT = 0
                       COMPUTE WS-DV-AT = WS-DV-COUNT + 1
                   ELSE
                       PERFORM VARYING WS-DV-IX FROM WS-DV-COUNT
                               BY -1 UNTIL WS-DV-IX < WS-DV-AT
                           MOVE WS-DV-ENTRY (WS-DV-IX)
                               TO WS-DV-ENTRY (WS-DV-IX + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-DV-COUNT
                   MOVE WS-DV-NEW-KEY TO WS-DV-KEY (WS-DV-AT)
                   MOVE 0 TO WS-DV-SHARE (WS-DV-AT)
                   MOVE 0 TO WS-DV-COST (WS-DV-AT)
               END-IF
           END-IF.
           IF WS-DV-AT > 0
               COMPUTE WS-DV-SHARE (WS-DV-AT) =
                   WS-DV-SHARE (WS-DV-AT) + WS-DS-PCT (WS-DS-IX) / 100
               ADD WS-DS-SHARE (WS-DS-IX) TO WS-DV-COST (WS-DV-AT)
           END-IF.

       WRITE-DISTRIBUTED-VIEW SECTION.
           OPEN OUTPUT DISTRIB-FILE.
           MOVE "DISTRIBUTED DEPARTMENT COST" TO DISTRIB-LINE.
           WRITE DISTRIB-LINE.
           MOVE WS-REPORT-DATE TO WS-DVL-DATE.
           MOVE WS-DV-DATE-LINE TO DISTRIB-LINE.
           WRITE DISTRIB-LINE.
           MOVE WS-DV-HEADING TO DISTRIB-LINE.
           WRITE DISTRIB-LINE.
           MOVE 0 TO WS-DV-TOTAL-SHARE.
           MOVE 0 TO WS-DV-TOTAL-COST.
           PERFORM VARYING WS-DV-IX FROM 1 BY 1
                   UNTIL WS-DV-IX > WS-DV-COUNT
               MOVE WS-DV-COMPANY (WS-DV-IX) TO WS-DVD-COMPANY
               MOVE WS-DV-DEPT (WS-DV-IX) TO WS-DVD-DEPT
               MOVE WS-DV-ACCOUNT (WS-DV-IX) TO WS-DVD-ACCOUNT
               MOVE WS-DV-SHARE (WS-DV-IX) TO WS-DVD-SHARE
               MOVE WS-DV-COST (WS-DV-IX) TO WS-DVD-COST
               MOVE WS-DV-DETAIL TO DISTRIB-LINE
               WRITE DISTRIB-LINE
               ADD WS-DV-SHARE (WS-DV-IX) TO WS-DV-TOTAL-SHARE
               ADD WS-DV-COST (WS-DV-IX) TO WS-DV-TOTAL-COST
           END-PERFORM.
           MOVE SPACES TO WS-DVD-COMPANY.
           MOVE "TOT" TO WS-DVD-DEPT.
           MOVE "GRAND TOTAL" TO WS-DVD-ACCOUNT.
           MOVE WS-DV-TOTAL-SHARE TO WS-DVD-SHARE.
           MOVE WS-DV-TOTAL-COST TO WS-DVD-COST.
           MOVE WS-DV-DETAIL TO DISTRIB-LINE.
           WRITE DISTRIB-LINE.
           CLOSE DISTRIB-FILE.
           IF WS-DV-OVERFLOW = 1
               DISPLAY "   *** Distributed view over 300 lines -"
                   " view incomplete ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
