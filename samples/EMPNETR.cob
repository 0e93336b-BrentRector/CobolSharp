       01 WS-REC-COUNT           PIC 9(5) VALUE 0.

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
       01 WS-GROSS-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-WITHHOLDING-TOTAL   PIC 9(9)V99 VALUE 0.
       REGISTER-ONE-EMPLOYEE.
           ADD 1 TO WS-REC-COUNT.
           CALL "NETPAY" USING EMP-SALARY WS-WITHHOLDING
               WS-NET-PAY WS-TP-FIELDS.
           ADD EMP-SALARY TO WS-GROSS-TOTAL.
           ADD WS-WITHHOLDING TO WS-WITHHOLDING-TOTAL.
           ADD WS-NET-PAY TO WS-NET-TOTAL.
