       01 WS-OLD-NET         PIC 9(11)V99 VALUE 0.
       01 WS-NEW-NET         PIC 9(11)V99 VALUE 0.
       01 WS-WITHHOLDING     PIC 9(6)V99 VALUE 0.
      *> NETPAY's tax profile argument, left blank here: the
      *> default bracket set with no allowance credit, the same
      *> withholding NETPAY gave before per-employee profiles.
       01 WS-TP-FIELDS.
          05 WS-TP-FILING-STATUS    PIC X VALUE SPACE.
          05 WS-TP-ALLOWANCES       PIC 9(2) VALUE 0.
          05 WS-TP-ADDL-WHLD        PIC 9(5)V99 VALUE 0.
          05 WS-TP-EXEMPT           PIC X VALUE SPACE.
       01 WS-NET-PAY         PIC 9(6)V99 VALUE 0.
       01 WS-SIM-SALARY      PIC 9(6)V99 VALUE 0.

           MOVE WS-EP-SALARY (WS-EP-IX) TO WS-SIM-SALARY.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "NETPAY" USING WS-SIM-SALARY WS-WITHHOLDING
               WS-NET-PAY WS-TP-FIELDS.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           ADD WS-NET-PAY TO WS-OLD-NET.
           IF WS-EP-SALARY (WS-EP-IX)
           ADD WS-SIM-SALARY TO WS-NEW-GROSS.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "NETPAY" USING WS-SIM-SALARY WS-WITHHOLDING
               WS-NET-PAY WS-TP-FIELDS.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           ADD WS-NET-PAY TO WS-NEW-NET.

