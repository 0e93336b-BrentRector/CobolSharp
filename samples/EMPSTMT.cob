      *> control page at the end shows statements produced versus
      *> master records read so a skipped employee cannot go
      *> unnoticed. Written to empstmt_statements.dat.
      *> The run's control totals (statements, YTD gross and
      *> withholding) are also kept in empstmt_control.dat, so the
      *> electronic wage filing (EMPWAGEF) can tie back to exactly
      *> what went out on paper.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SCAN-FILE ASSIGN TO "empstmt_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "empstmt_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
       01 SCAN-LINE PIC X(132).

       FD CONTROL-FILE.
      *> One record, rewritten each run: the statement year, how
      *> many statements went out and the YTD gross and withholding
      *> they carried.
       01 STMT-CONTROL-RECORD.
          05 SCT-YEAR        PIC 9(4).
          05 SCT-STATEMENTS  PIC 9(5).
          05 SCT-GROSS       PIC 9(10)V99.
          05 SCT-WHLD        PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
             10 WS-YT-NET       PIC 9(8)V99.
       01 WS-YTD-IX          PIC 9(4) VALUE 0.

      *> Run totals of the YTD figures printed, kept for the wage
      *> filing's control report.
       01 WS-CONTROL-STATUS  PIC XX VALUE SPACES.
       01 WS-RUN-GROSS       PIC 9(10)V99 VALUE 0.
       01 WS-RUN-WHLD        PIC 9(10)V99 VALUE 0.

      *> Req 111: the old whole-history table (and its 2000-entry
      *> refusal) is gone -- each employee's rows come straight off
      *> the index in generation order.
               END-IF
      *> Req 142: retain the run and index every statement in it.
               PERFORM ARCHIVE-AND-INDEX-RUN
               PERFORM WRITE-CONTROL-TOTALS
               DISPLAY "   Records read:    " WS-RECORDS-READ
               DISPLAY "   Statements made: " WS-STATEMENTS-MADE
               DISPLAY "   Missing addresses: " WS-NOADDR-COUNT
               DISPLAY "   YTD gross total: " WS-RUN-GROSS
               DISPLAY "   YTD withheld:    " WS-RUN-WHLD
               IF WS-NOADDR-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-INDEXED-COUNT
           END-IF.

       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE WS-STMT-YEAR TO SCT-YEAR
               MOVE WS-STATEMENTS-MADE TO SCT-STATEMENTS
               MOVE WS-RUN-GROSS TO SCT-GROSS
               MOVE WS-RUN-WHLD TO SCT-WHLD
               WRITE STMT-CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "   Control totals not written"
                   " (empstmt_control.dat), status "
                   WS-CONTROL-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-YTD-ACCUMULATORS SECTION.
      *> Req 101: empytd.dat is a rebuild of the pay register, so an
      *> absent file just means the pay cycle has not run this year
                   ADD WS-YT-NET (WS-YTD-IX) TO WS-ST-YTD-NET
               END-IF
           END-PERFORM.
           ADD WS-ST-YTD-GROSS TO WS-RUN-GROSS.
           ADD WS-ST-YTD-WHLD TO WS-RUN-WHLD.
           MOVE 0 TO WS-CHANGES-FOUND.
           MOVE 0 TO WS-HAVE-PRIOR.
           IF WS-HISTORY-OPEN = 1
