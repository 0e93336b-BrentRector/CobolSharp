             10 WS-RG-PERIOD    PIC 9(6).
             10 WS-RG-EMP-ID    PIC 9(5).
             10 WS-RG-GROSS     PIC 9(6)V99.
             10 WS-RG-RUN-TYPE  PIC X.
       01 WS-REG-IX              PIC 9(4) VALUE 0.
       01 WS-REG-OVERFLOW        PIC 9 VALUE 0.
       01 WS-ROW-PERIOD          PIC 9(6) VALUE 0.

      *> Affected closed periods.
       01 WS-PER-COUNT           PIC 9(3) VALUE 0.
       01 WS-ROWS-HIT            PIC 9 VALUE 0.
       01 WS-DELTA               PIC S9(7)V99 VALUE 0.
       01 WS-RETRO-GROSS         PIC 9(6)V99 VALUE 0.
      *> Retro rows carry the regular run's identifier for the
      *> period they correct.
       01 WS-RTO-RUN-ID-BUILD.
          05 FILLER              PIC X(3) VALUE "REG".
          05 WS-RRB-PERIOD       PIC 9(6).
       01 WS-WITHHOLDING         PIC 9(6)V99 VALUE 0.
      *> NETPAY's tax profile argument, left blank here: the
      *> default bracket set with no allowance credit, the same
      *> withholding NETPAY gave before per-employee profiles.
       01 WS-TP-FIELDS.
          05 WS-TP-FILING-STATUS    PIC X VALUE SPACE.
          05 WS-TP-ALLOWANCES       PIC 9(2) VALUE 0.
          05 WS-TP-ADDL-WHLD        PIC 9(5)V99 VALUE 0.
          05 WS-TP-EXEMPT           PIC X VALUE SPACE.
       01 WS-NET-PAY             PIC 9(6)V99 VALUE 0.
       01 WS-EMP-RETRO           PIC 9(8)V99 VALUE 0.
       01 WS-RETRO-TOTAL         PIC 9(9)V99 VALUE 0.
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
      *> Supplemental rows (bonuses, final checks) are not salary
      *> and must not hide a salary shortfall; nor are hourly rows,
      *> which were priced from timecards. A reversing row
      *> counts against the period of the row it voided, unless
      *> that row was itself supplemental.
                           IF PRG-REVERSAL
                               MOVE PRG-VOID-PERIOD TO WS-ROW-PERIOD
                           ELSE
                               MOVE PRG-PERIOD TO WS-ROW-PERIOD
                           END-IF
                           IF WS-ROW-PERIOD >= WS-EFF-PERIOD
                                   AND NOT PRG-SUPPLEMENTAL-RUN
                                   AND PRG-RUN-ID (1:3) NOT = "SUP"
                                   AND PRG-EARN-TYPE NOT = "HRLY"
                               IF WS-REG-COUNT >= 2000
                                   MOVE 1 TO WS-REG-OVERFLOW
                                   MOVE 1 TO WS-EOF
                               ELSE
                                   ADD 1 TO WS-REG-COUNT
                                   MOVE WS-ROW-PERIOD TO
                                       WS-RG-PERIOD (WS-REG-COUNT)
                                   MOVE PRG-RUN-TYPE TO
                                       WS-RG-RUN-TYPE (WS-REG-COUNT)
                                   MOVE PRG-EMP-ID TO
                                       WS-RG-EMP-ID (WS-REG-COUNT)
                                   MOVE PRG-GROSS TO
               IF WS-RG-EMP-ID (WS-REG-IX) = EMP-ID
                       AND WS-RG-PERIOD (WS-REG-IX)
                           = WS-PER-PERIOD (WS-PER-IX)
                   IF WS-RG-RUN-TYPE (WS-REG-IX) = "V"
                       SUBTRACT WS-RG-GROSS (WS-REG-IX)
                           FROM WS-PAID-TOTAL
                   ELSE
                       ADD WS-RG-GROSS (WS-REG-IX) TO WS-PAID-TOTAL
                   END-IF
                   MOVE 1 TO WS-ROWS-HIT
               END-IF
           END-PERFORM.
           MOVE WS-DELTA TO WS-RETRO-GROSS.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "NETPAY" USING WS-RETRO-GROSS WS-WITHHOLDING
               WS-NET-PAY WS-TP-FIELDS.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           MOVE WS-PER-PERIOD (WS-PER-IX) TO RTO-PERIOD.
           MOVE EMP-ID TO RTO-EMP-ID.
           MOVE WS-WITHHOLDING TO RTO-WITHHOLDING.
           MOVE 0 TO RTO-DEDUCT.
           MOVE WS-NET-PAY TO RTO-NET.
      *> No state or local withholding is taken on a retro line;
      *> the fields are zeroed so readers see a clean row.
           MOVE SPACES TO RTO-STATE.
           MOVE SPACES TO RTO-LOCALITY.
           MOVE 0 TO RTO-STATE-WHLD.
           MOVE 0 TO RTO-LOCAL-WHLD.
      *> An adjustment to the regular run of the period it corrects.
           MOVE "R" TO RTO-RUN-TYPE.
           MOVE WS-PER-PERIOD (WS-PER-IX) TO WS-RRB-PERIOD.
           MOVE WS-RTO-RUN-ID-BUILD TO RTO-RUN-ID.
           MOVE "RETR" TO RTO-EARN-TYPE.
           MOVE 0 TO RTO-VOID-ROW.
           MOVE 0 TO RTO-VOID-PERIOD.
           MOVE SPACES TO RTO-VOID-OPERATOR.
           WRITE RETRO-REGISTER-RECORD.
           ADD 1 TO WS-RETRO-COUNT.
           ADD WS-RETRO-GROSS TO WS-EMP-RETRO.
