      *>   H RUNDATE=yyyymmdd GEN=nnnn
      *>   D dept account dr/cr amount
      *>   T COUNT=nnnnnn HASH=nnnnnnnnn
      *>
      *> Withholding liabilities: the pay register rows for one
      *> period (EMPGLEXT_PERIOD, YYYYMM; unset means the latest
      *> period on emppay_register.dat) move what was withheld out of
      *> each department's salary payable and into the liability it
      *> is owed to -- NETPAY's PRG-WITHHOLDING to the account named
      *> in empgl_whld.dat (WHLD-PAYABLE when absent), state and
      *> local withholding to the JUR-LIAB-ACCT of the jurisdiction
      *> row in jurtax.dat. Each reclass is a DR payable / CR
      *> liability pair in the same entity file, so every file still
      *> balances on its own. No register means no reclass lines.
      *>
      *> Supplemental pay (EMPSUPRN, PRG-RUN-TYPE "S") is not on the
      *> master salary, so the same register pass adds each
      *> supplemental row's gross to its entity and department's
      *> expense/payable pair; its withholding reclasses with the
      *> rest of the period.
      *>
      *> A reversing row (EMPVOID, PRG-RUN-TYPE "V") in the period
      *> posts the mirror image of the row it voided: CR expense /
      *> DR payable for its gross, and DR liability / CR payable for
      *> each withholding it carried.
      *>
      *> Employer cost (EMPPAYRN, emperc_register.dat) for the same
      *> period posts DR the cost type's expense account / CR its
      *> liability account per entity and department, through the
      *> same chart check and suspense routing. No employer-cost
      *> register means no employer-cost lines.
      *>
      *> Deductions taken in the period (empded_register.dat) move
      *> out of the payable the same way, DR payable / CR the
      *> liability the deduction code's payee is owed under
      *> (DPY-LIAB-ACCT on dedpayee.dat; DED-PAYABLE when the code
      *> has no payee), in the entity and department of the
      *> employee's register row, so the remittance run has a
      *> liability to relieve. LOAN repayments with no payee row are
      *> owed to the shop's own loan book and stay where they are.
      *>
      *> Every amount charged to an employee -- master salary,
      *> supplemental and voided gross, withholding, employer cost
      *> and deductions -- is spread across the employee's labor
      *> cost distribution (empdist.dat, through EMPDIST) in force
      *> at the end of the period (the run date when there is no
      *> register). A department line posts to that department's
      *> accounts; an account line charges the expense side to that
      *> account under the employee's own department. EMPDIST gives
      *> the rounding remainder to the last line, so the spread
      *> amounts still add back to the register to the penny. A
      *> distribution set that does not total 100% is ignored (home
      *> department) and the run ends RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
      *> Withholding liability reclass inputs.
           SELECT REGISTER-FILE ASSIGN TO "emppay_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT JURISDICTION-FILE ASSIGN TO "jurtax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT WHLD-ACCOUNT-FILE ASSIGN TO "empgl_whld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHLD-ACCT-STATUS.
           SELECT COST-REGISTER ASSIGN TO "emperc_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERC-REG-STATUS.
           SELECT DED-REGISTER ASSIGN TO "empded_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REG-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "dedpayee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Req 143: shared company table layout, see COMPREC.cpy.
           COPY COMPREC.

       FD REGISTER-FILE.
           COPY EMPPAYR.

       FD JURISDICTION-FILE.
           COPY JURTAXR.

       FD WHLD-ACCOUNT-FILE.
       01 WHLD-ACCOUNT-LINE PIC X(14).

       FD COST-REGISTER.
           COPY ERCREGR.

       FD DED-REGISTER.
      *> EMPPAYRN's deduction register line.
       01 DED-REGISTER-RECORD.
          05 DRG-PERIOD     PIC 9(6).
          05 DRG-EMP-ID     PIC 9(5).
          05 DRG-CODE       PIC X(4).
          05 DRG-AMOUNT     PIC 9(6)V99.

       FD PAYEE-FILE.
           COPY DEDPAYR.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
      *> written, so the balance check can refuse the whole release.
      *> Req 143: accumulation is now per GL entity AND
      *> department, so each entity's file balances on its own.
      *> A distribution account line keeps its own slot: the
      *> expense side posts to WS-DT-EXP-ACCOUNT instead of the
      *> department's expense account.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 99 TIMES.
             10 WS-DT-ENTITY   PIC X(4).
             10 WS-DT-DEPT     PIC X(3).
             10 WS-DT-EXP-ACCOUNT PIC X(14).
             10 WS-DT-TOTAL    PIC 9(9)V99.
       01 WS-DEPT-COUNT          PIC 9(2) VALUE 0.
       01 WS-DEPT-IX             PIC 9(2) VALUE 0.
             10 WS-EM-ENTITY   PIC X(4).
       01 WS-EM-IX               PIC 9(2) VALUE 0.
       01 WS-REC-ENTITY          PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-COMPANY      PIC X(2) VALUE SPACES.
       01 WS-RELEASE-ENTITY      PIC X(4) VALUE SPACES.
       01 WS-ENT-DONE-COUNT      PIC 9(2) VALUE 0.
       01 WS-ENT-DONE.
       01 WS-GL-VALID            PIC 9 VALUE 0.
       01 WS-SUSPENSE-COUNT      PIC 9(3) VALUE 0.
       01 WS-HOLD-RC             PIC S9(4) VALUE 0.
      *> The line being validated, posted and hashed -- a salary
      *> line or a withholding reclass line alike.
       01 WS-LINE-DEPT           PIC X(3) VALUE SPACES.
       01 WS-LINE-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-CHECK-ACCOUNT       PIC X(14) VALUE SPACES.
       01 WS-CHECK-DRCR          PIC X(2) VALUE SPACES.

      *> Withholding reclass: one slot per entity, department and
      *> liability account, from the register rows of one period.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-REG-EOF             PIC 9 VALUE 0.
       01 WS-JUR-STATUS          PIC XX VALUE SPACES.
       01 WS-JUR-EOF             PIC 9 VALUE 0.
       01 WS-WHLD-ACCT-STATUS    PIC XX VALUE SPACES.
       01 WS-ERC-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-ERC-EOF             PIC 9 VALUE 0.
       01 WS-ERC-TOTAL-ALL       PIC 9(11)V99 VALUE 0.
       01 WS-FED-WHLD-ACCT       PIC X(14) VALUE "WHLD-PAYABLE".
       01 WS-ENV-PERIOD          PIC X(6) VALUE SPACES.
       01 WS-WHLD-PERIOD         PIC 9(6) VALUE 0.
       01 WS-JUR-COUNT           PIC 9(3) VALUE 0.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 200 TIMES.
             10 WS-JT-STATE     PIC X(2).
             10 WS-JT-LOCALITY  PIC X(20).
             10 WS-JT-ACCOUNT   PIC X(14).
       01 WS-JUR-IX              PIC 9(3) VALUE 0.
       01 WS-WH-COUNT            PIC 9(3) VALUE 0.
       01 WS-WH-TABLE.
          05 WS-WH-ENTRY OCCURS 200 TIMES.
             10 WS-WH-ENTITY    PIC X(4).
             10 WS-WH-DEPT      PIC X(3).
             10 WS-WH-ACCOUNT   PIC X(14).
      *> W withholding reclass, V its reversal, E a voided gross
      *> backed out of expense (no account; the department's), C an
      *> employer cost (liability above, expense below), D a
      *> deduction reclass.
             10 WS-WH-KIND      PIC X.
             10 WS-WH-EXP-ACCOUNT PIC X(14).
             10 WS-WH-TOTAL     PIC 9(9)V99.
       01 WS-WH-IX               PIC 9(3) VALUE 0.
       01 WS-WH-HIT              PIC 9 VALUE 0.
       01 WS-WH-ADD-ACCOUNT      PIC X(14) VALUE SPACES.
       01 WS-WH-ADD-AMOUNT       PIC 9(6)V99 VALUE 0.
       01 WS-WH-ADD-KIND         PIC X VALUE "W".
       01 WS-WH-ADD-DEPT         PIC X(3) VALUE SPACES.
       01 WS-WH-ADD-EXP-ACCOUNT  PIC X(14) VALUE SPACES.
       01 WS-VOID-TOTAL-ALL      PIC 9(11)V99 VALUE 0.
       01 WS-WH-TOTAL-ALL        PIC 9(11)V99 VALUE 0.
       01 WS-WH-OVERFLOW         PIC 9 VALUE 0.
       01 WS-SUPP-GROSS-ALL      PIC 9(11)V99 VALUE 0.

      *> Deduction liability reclass: where each employee's regular
      *> row of the period posts, and each code's liability account.
       01 WS-DED-REG-STATUS      PIC XX VALUE SPACES.
       01 WS-DED-EOF             PIC 9 VALUE 0.
       01 WS-DPY-STATUS          PIC XX VALUE SPACES.
       01 WS-DPY-EOF             PIC 9 VALUE 0.
       01 WS-DED-TOTAL-ALL       PIC 9(11)V99 VALUE 0.
       01 WS-RX-COUNT            PIC 9(4) VALUE 0.
       01 WS-RX-TABLE.
          05 WS-RX-ENTRY OCCURS 2000 TIMES.
             10 WS-RX-EMP-ID    PIC 9(5).
             10 WS-RX-COMPANY   PIC X(2).
             10 WS-RX-DEPT      PIC X(3).
       01 WS-RX-IX               PIC 9(4) VALUE 0.
       01 WS-RX-FOUND-IX         PIC 9(4) VALUE 0.
       01 WS-DPY-COUNT           PIC 9(3) VALUE 0.
       01 WS-DPY-TABLE.
          05 WS-DPY-ENTRY OCCURS 200 TIMES.
             10 WS-DP-CODE      PIC X(4).
             10 WS-DP-ACCOUNT   PIC X(14).
       01 WS-DPY-IX              PIC 9(3) VALUE 0.
       01 WS-DPY-FOUND-IX        PIC 9(3) VALUE 0.

      *> Labor cost distribution: the shared EMPDIST spreader, the
      *> date whose distribution sets apply, and the home
      *> department/expense account a spread is restored to.
           COPY EMPDSTW.
       01 WS-DIST-AS-OF          PIC 9(8) VALUE 0.
       01 WS-DIST-BAD-COUNT      PIC 9(5) VALUE 0.
       01 WS-WH-ADD-EMP-ID       PIC 9(5) VALUE 0.
       01 WS-HOME-DEPT           PIC X(3) VALUE SPACES.
       01 WS-HOME-EXP-ACCOUNT    PIC X(14) VALUE SPACES.
       01 WS-SHARE-DEPT          PIC X(3) VALUE SPACES.
       01 WS-SHARE-ACCOUNT       PIC X(14) VALUE SPACES.
       01 WS-SHARE-AMOUNT        PIC 9(9)V99 VALUE 0.

      *> Same counter/filename convention as DEMO4RPT (req 019).
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
           PERFORM LOAD-ENTITY-MAP.
           PERFORM DETERMINE-CURRENT-GENERATION.
           DISPLAY "   Reading generation " WS-GDG-FILENAME.
           PERFORM DETERMINE-POSTING-PERIOD.

           PERFORM ACCUMULATE-DEPT-TOTALS.
           PERFORM ACCUMULATE-WITHHOLDING.
           IF RETURN-CODE < 8
               PERFORM BALANCE-AND-RELEASE
           END-IF.
           ELSE
      *> Req 143: resolve the record's GL entity first; the
      *> accumulation key is entity plus department.
               MOVE EMP-COMPANY TO WS-LOOKUP-COMPANY
               PERFORM RESOLVE-RECORD-ENTITY
               MOVE EMP-ID TO WS-DS-EMP-ID
               MOVE EMP-DEPT TO WS-DS-HOME-DEPT
               MOVE WS-CONVERTED-SALARY TO WS-DS-AMOUNT
               PERFORM SPREAD-TO-DEPT-TOTALS
           END-IF.

       SPREAD-TO-DEPT-TOTALS.
      *> Entity already resolved; one accumulation per line of the
      *> employee's distribution.
           PERFORM CALL-COST-SPREADER.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-LINE-COUNT
               MOVE WS-DS-DEPT (WS-DS-IX) TO WS-SHARE-DEPT
               MOVE WS-DS-ACCOUNT (WS-DS-IX) TO WS-SHARE-ACCOUNT
               MOVE WS-DS-SHARE (WS-DS-IX) TO WS-SHARE-AMOUNT
               PERFORM ADD-SHARE-TO-DEPT-TOTAL
           END-PERFORM.

       ADD-SHARE-TO-DEPT-TOTAL.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR WS-DEPT-HIT = 1
               IF WS-DT-DEPT (WS-DEPT-IX) = WS-SHARE-DEPT
                       AND WS-DT-ENTITY (WS-DEPT-IX) = WS-REC-ENTITY
                       AND WS-DT-EXP-ACCOUNT (WS-DEPT-IX)
                           = WS-SHARE-ACCOUNT
                   ADD WS-SHARE-AMOUNT TO WS-DT-TOTAL (WS-DEPT-IX)
                   MOVE 1 TO WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF WS-DEPT-HIT = 0
               IF WS-DEPT-COUNT < 99
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-REC-ENTITY TO WS-DT-ENTITY (WS-DEPT-COUNT)
                   MOVE WS-SHARE-DEPT TO WS-DT-DEPT (WS-DEPT-COUNT)
                   MOVE WS-SHARE-ACCOUNT
                       TO WS-DT-EXP-ACCOUNT (WS-DEPT-COUNT)
                   MOVE WS-SHARE-AMOUNT TO WS-DT-TOTAL (WS-DEPT-COUNT)
               ELSE
                   DISPLAY "   *** Department table full (99"
                       " slots) - FILE NOT RELEASED ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CALL-COST-SPREADER.
           MOVE WS-DIST-AS-OF TO WS-DS-AS-OF.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "EMPDIST" USING WS-DS-REQUEST WS-DS-RESULT.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-DS-SET-BAD = 1
               ADD 1 TO WS-DIST-BAD-COUNT
               DISPLAY "   Distribution for " WS-DS-EMP-ID
                   " does not total 100% - home department used"
           END-IF.

       RESOLVE-RECORD-ENTITY.
           MOVE "0000" TO WS-REC-ENTITY.
           PERFORM VARYING WS-EM-IX FROM 1 BY 1
                   UNTIL WS-EM-IX > WS-ENT-MAP-COUNT
               IF WS-EM-COMPANY (WS-EM-IX) = WS-LOOKUP-COMPANY
                   MOVE WS-EM-ENTITY (WS-EM-IX)
                       TO WS-REC-ENTITY
               END-IF
           END-PERFORM.

       DETERMINE-POSTING-PERIOD.
      *> The period is named or is the latest on the register; it
      *> is settled before anything accumulates because the
      *> distribution sets in force at its end spread the salary
      *> lines too.
           ACCEPT WS-ENV-PERIOD
               FROM ENVIRONMENT "EMPGLEXT_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-WHLD-PERIOD
           END-IF.
           IF WS-WHLD-PERIOD = 0
               OPEN INPUT REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   PERFORM UNTIL WS-REG-EOF = 1
                       READ REGISTER-FILE
                           AT END MOVE 1 TO WS-REG-EOF
                           NOT AT END
                               IF PRG-PERIOD > WS-WHLD-PERIOD
                                   MOVE PRG-PERIOD TO WS-WHLD-PERIOD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.
           IF WS-WHLD-PERIOD = 0
               MOVE WS-RUN-DATE TO WS-DIST-AS-OF
           ELSE
               COMPUTE WS-DIST-AS-OF = WS-WHLD-PERIOD * 100 + 31
           END-IF.

       ACCUMULATE-WITHHOLDING.
      *> One pass over the register for the period settled above.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM LOAD-WITHHOLDING-ACCOUNTS
               MOVE 0 TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-REG-EOF
                       NOT AT END
                           IF PRG-PERIOD = WS-WHLD-PERIOD
                               IF PRG-REVERSAL
                                   MOVE "V" TO WS-WH-ADD-KIND
                               ELSE
                                   MOVE "W" TO WS-WH-ADD-KIND
                               END-IF
                               PERFORM ADD-REGISTER-WITHHOLDING
                               IF PRG-REGULAR-RUN
                                   PERFORM NOTE-REGISTER-LOCATION
                               END-IF
                               IF PRG-REVERSAL
                                   PERFORM ADD-VOIDED-GROSS
                               END-IF
                               IF PRG-SUPPLEMENTAL-RUN
                                   PERFORM ADD-SUPPLEMENTAL-GROSS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               DISPLAY "   Withholding reclass for period "
                   WS-WHLD-PERIOD ": " WS-WH-TOTAL-ALL
               IF WS-SUPP-GROSS-ALL > 0
                   DISPLAY "   Supplemental gross for period "
                       WS-WHLD-PERIOD ": " WS-SUPP-GROSS-ALL
               END-IF
               IF WS-VOID-TOTAL-ALL > 0
                   DISPLAY "   Voids reversed for period "
                       WS-WHLD-PERIOD ": " WS-VOID-TOTAL-ALL
               END-IF
               PERFORM ACCUMULATE-EMPLOYER-COST
               PERFORM ACCUMULATE-DEDUCTION-LIABILITY
               IF WS-WH-OVERFLOW = 1
                   DISPLAY "   *** Withholding table full (200"
                       " slots) - FILE NOT RELEASED ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-WITHHOLDING-ACCOUNTS.
           OPEN INPUT WHLD-ACCOUNT-FILE.
           IF WS-WHLD-ACCT-STATUS = "00"
               READ WHLD-ACCOUNT-FILE
                   NOT AT END
                       IF WHLD-ACCOUNT-LINE NOT = SPACES
                           MOVE WHLD-ACCOUNT-LINE
                               TO WS-FED-WHLD-ACCT
                       END-IF
               END-READ
               CLOSE WHLD-ACCOUNT-FILE
           END-IF.
           OPEN INPUT JURISDICTION-FILE.
           IF WS-JUR-STATUS = "00"
               PERFORM UNTIL WS-JUR-EOF = 1
                   READ JURISDICTION-FILE
                       AT END MOVE 1 TO WS-JUR-EOF
                       NOT AT END
                           IF WS-JUR-COUNT < 200
                               ADD 1 TO WS-JUR-COUNT
                               MOVE JUR-STATE TO
                                   WS-JT-STATE (WS-JUR-COUNT)
                               MOVE JUR-LOCALITY TO
                                   WS-JT-LOCALITY (WS-JUR-COUNT)
                               MOVE JUR-LIAB-ACCT TO
                                   WS-JT-ACCOUNT (WS-JUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURISDICTION-FILE
           END-IF.

       ADD-REGISTER-WITHHOLDING.
           MOVE PRG-COMPANY TO WS-LOOKUP-COMPANY.
           PERFORM RESOLVE-RECORD-ENTITY.
           MOVE PRG-EMP-ID TO WS-WH-ADD-EMP-ID.
           MOVE PRG-DEPT TO WS-WH-ADD-DEPT.
           MOVE SPACES TO WS-WH-ADD-EXP-ACCOUNT.
           MOVE WS-FED-WHLD-ACCT TO WS-WH-ADD-ACCOUNT.
           MOVE PRG-WITHHOLDING TO WS-WH-ADD-AMOUNT.
           PERFORM SPREAD-TO-WITHHOLDING-SLOT.
      *> Rows from before state/local withholding carry spaces.
           IF PRG-STATE-WHLD IS NUMERIC AND PRG-STATE-WHLD > 0
               MOVE "STATE-WHLD-PAY" TO WS-WH-ADD-ACCOUNT
               PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                       UNTIL WS-JUR-IX > WS-JUR-COUNT
                   IF WS-JT-STATE (WS-JUR-IX) = PRG-STATE
                           AND WS-JT-LOCALITY (WS-JUR-IX) = SPACES
                       MOVE WS-JT-ACCOUNT (WS-JUR-IX)
                           TO WS-WH-ADD-ACCOUNT
                   END-IF
               END-PERFORM
               MOVE PRG-STATE-WHLD TO WS-WH-ADD-AMOUNT
               PERFORM SPREAD-TO-WITHHOLDING-SLOT
           END-IF.
           IF PRG-LOCAL-WHLD IS NUMERIC AND PRG-LOCAL-WHLD > 0
               MOVE "LOCAL-WHLD-PAY" TO WS-WH-ADD-ACCOUNT
               PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                       UNTIL WS-JUR-IX > WS-JUR-COUNT
                   IF WS-JT-STATE (WS-JUR-IX) = PRG-STATE
                           AND WS-JT-LOCALITY (WS-JUR-IX)
                               = PRG-LOCALITY
                       MOVE WS-JT-ACCOUNT (WS-JUR-IX)
                           TO WS-WH-ADD-ACCOUNT
                   END-IF
               END-PERFORM
               MOVE PRG-LOCAL-WHLD TO WS-WH-ADD-AMOUNT
               PERFORM SPREAD-TO-WITHHOLDING-SLOT
           END-IF.

       ADD-SUPPLEMENTAL-GROSS.
      *> Register amounts are already base currency; entity from
      *> ADD-REGISTER-WITHHOLDING's lookup.
           ADD PRG-GROSS TO WS-SUPP-GROSS-ALL.
           MOVE PRG-EMP-ID TO WS-DS-EMP-ID.
           MOVE PRG-DEPT TO WS-DS-HOME-DEPT.
           MOVE PRG-GROSS TO WS-DS-AMOUNT.
           PERFORM SPREAD-TO-DEPT-TOTALS.

       ADD-VOIDED-GROSS.
      *> Backed out across the distribution the gross was booked to.
           MOVE "E" TO WS-WH-ADD-KIND.
           MOVE PRG-EMP-ID TO WS-WH-ADD-EMP-ID.
           MOVE PRG-DEPT TO WS-WH-ADD-DEPT.
           MOVE SPACES TO WS-WH-ADD-EXP-ACCOUNT.
           MOVE SPACES TO WS-WH-ADD-ACCOUNT.
           MOVE PRG-GROSS TO WS-WH-ADD-AMOUNT.
           PERFORM SPREAD-TO-WITHHOLDING-SLOT.

       ACCUMULATE-EMPLOYER-COST.
      *> The register's period is the one already chosen above.
           OPEN INPUT COST-REGISTER.
           IF WS-ERC-REG-STATUS = "00"
               MOVE "C" TO WS-WH-ADD-KIND
               PERFORM UNTIL WS-ERC-EOF = 1
                   READ COST-REGISTER
                       AT END MOVE 1 TO WS-ERC-EOF
                       NOT AT END
                           IF ERR-PERIOD = WS-WHLD-PERIOD
                               MOVE ERR-COMPANY TO WS-LOOKUP-COMPANY
                               PERFORM RESOLVE-RECORD-ENTITY
                               MOVE ERR-EMP-ID TO WS-WH-ADD-EMP-ID
                               MOVE ERR-DEPT TO WS-WH-ADD-DEPT
                               MOVE ERR-LIAB-ACCT TO WS-WH-ADD-ACCOUNT
                               MOVE ERR-EXP-ACCT
                                   TO WS-WH-ADD-EXP-ACCOUNT
                               MOVE ERR-AMOUNT TO WS-WH-ADD-AMOUNT
                               PERFORM SPREAD-TO-WITHHOLDING-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-REGISTER
               IF WS-ERC-TOTAL-ALL > 0
                   DISPLAY "   Employer cost for period "
                       WS-WHLD-PERIOD ": " WS-ERC-TOTAL-ALL
               END-IF
           END-IF.

       NOTE-REGISTER-LOCATION.
           MOVE 0 TO WS-RX-FOUND-IX.
           PERFORM VARYING WS-RX-IX FROM 1 BY 1
                   UNTIL WS-RX-IX > WS-RX-COUNT
               IF WS-RX-EMP-ID (WS-RX-IX) = PRG-EMP-ID
                   MOVE WS-RX-IX TO WS-RX-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RX-FOUND-IX = 0
               IF WS-RX-COUNT < 2000
                   ADD 1 TO WS-RX-COUNT
                   MOVE PRG-EMP-ID TO WS-RX-EMP-ID (WS-RX-COUNT)
                   MOVE PRG-COMPANY TO WS-RX-COMPANY (WS-RX-COUNT)
                   MOVE PRG-DEPT TO WS-RX-DEPT (WS-RX-COUNT)
               ELSE
                   MOVE 1 TO WS-WH-OVERFLOW
               END-IF
           END-IF.

       ACCUMULATE-DEDUCTION-LIABILITY.
      *> The period is the one already chosen above.
           OPEN INPUT PAYEE-FILE.
           IF WS-DPY-STATUS = "00"
               PERFORM UNTIL WS-DPY-EOF = 1
                   READ PAYEE-FILE
                       AT END MOVE 1 TO WS-DPY-EOF
                       NOT AT END
                           IF WS-DPY-COUNT < 200
                               ADD 1 TO WS-DPY-COUNT
                               MOVE DPY-DED-CODE
                                   TO WS-DP-CODE (WS-DPY-COUNT)
                               MOVE DPY-LIAB-ACCT
                                   TO WS-DP-ACCOUNT (WS-DPY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.
           OPEN INPUT DED-REGISTER.
           IF WS-DED-REG-STATUS = "00"
               MOVE "D" TO WS-WH-ADD-KIND
               MOVE SPACES TO WS-WH-ADD-EXP-ACCOUNT
               PERFORM UNTIL WS-DED-EOF = 1
                   READ DED-REGISTER
                       AT END MOVE 1 TO WS-DED-EOF
                       NOT AT END
                           IF DRG-PERIOD = WS-WHLD-PERIOD
                               PERFORM ADD-DEDUCTION-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER
               IF WS-DED-TOTAL-ALL > 0
                   DISPLAY "   Deduction reclass for period "
                       WS-WHLD-PERIOD ": " WS-DED-TOTAL-ALL
               END-IF
           END-IF.

       ADD-DEDUCTION-LIABILITY.
           MOVE 0 TO WS-DPY-FOUND-IX.
           PERFORM VARYING WS-DPY-IX FROM 1 BY 1
                   UNTIL WS-DPY-IX > WS-DPY-COUNT
               IF WS-DP-CODE (WS-DPY-IX) = DRG-CODE
                   MOVE WS-DPY-IX TO WS-DPY-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-DPY-FOUND-IX = 0 AND DRG-CODE = "LOAN"
               CONTINUE
           ELSE
               IF WS-DPY-FOUND-IX = 0
                   MOVE "DED-PAYABLE" TO WS-WH-ADD-ACCOUNT
               ELSE
                   MOVE WS-DP-ACCOUNT (WS-DPY-FOUND-IX)
                       TO WS-WH-ADD-ACCOUNT
               END-IF
               MOVE 0 TO WS-RX-FOUND-IX
               PERFORM VARYING WS-RX-IX FROM 1 BY 1
                       UNTIL WS-RX-IX > WS-RX-COUNT
                   IF WS-RX-EMP-ID (WS-RX-IX) = DRG-EMP-ID
                       MOVE WS-RX-IX TO WS-RX-FOUND-IX
                   END-IF
               END-PERFORM
      *> A deduction with no regular row this period (there should
      *> be none) posts under the legacy entity and accounts.
               IF WS-RX-FOUND-IX = 0
                   MOVE SPACES TO WS-LOOKUP-COMPANY
                   MOVE SPACES TO WS-WH-ADD-DEPT
               ELSE
                   MOVE WS-RX-COMPANY (WS-RX-FOUND-IX)
                       TO WS-LOOKUP-COMPANY
                   MOVE WS-RX-DEPT (WS-RX-FOUND-IX) TO WS-WH-ADD-DEPT
               END-IF
               PERFORM RESOLVE-RECORD-ENTITY
               MOVE DRG-EMP-ID TO WS-WH-ADD-EMP-ID
               MOVE DRG-AMOUNT TO WS-WH-ADD-AMOUNT
               PERFORM SPREAD-TO-WITHHOLDING-SLOT
           END-IF.

       SPREAD-TO-WITHHOLDING-SLOT.
      *> One slot per line of the employee's distribution. An
      *> account line redirects only an expense side (employer cost,
      *> a voided gross); payable and liability sides stay with the
      *> department.
           IF WS-WH-ADD-AMOUNT > 0
               MOVE WS-WH-ADD-DEPT TO WS-HOME-DEPT
               MOVE WS-WH-ADD-EXP-ACCOUNT TO WS-HOME-EXP-ACCOUNT
               MOVE WS-WH-ADD-EMP-ID TO WS-DS-EMP-ID
               MOVE WS-HOME-DEPT TO WS-DS-HOME-DEPT
               MOVE WS-WH-ADD-AMOUNT TO WS-DS-AMOUNT
               PERFORM CALL-COST-SPREADER
               PERFORM VARYING WS-DS-IX FROM 1 BY 1
                       UNTIL WS-DS-IX > WS-DS-LINE-COUNT
                   MOVE WS-DS-DEPT (WS-DS-IX) TO WS-WH-ADD-DEPT
                   IF WS-DS-ACCOUNT (WS-DS-IX) NOT = SPACES
                           AND (WS-WH-ADD-KIND = "C"
                               OR WS-WH-ADD-KIND = "E")
                       MOVE WS-DS-ACCOUNT (WS-DS-IX)
                           TO WS-WH-ADD-EXP-ACCOUNT
                   ELSE
                       MOVE WS-HOME-EXP-ACCOUNT
                           TO WS-WH-ADD-EXP-ACCOUNT
                   END-IF
                   MOVE WS-DS-SHARE (WS-DS-IX) TO WS-WH-ADD-AMOUNT
                   PERFORM ADD-TO-WITHHOLDING-SLOT
               END-PERFORM
               MOVE WS-HOME-DEPT TO WS-WH-ADD-DEPT
               MOVE WS-HOME-EXP-ACCOUNT TO WS-WH-ADD-EXP-ACCOUNT
           END-IF.

       ADD-TO-WITHHOLDING-SLOT.
           IF WS-WH-ADD-AMOUNT > 0
               MOVE 0 TO WS-WH-HIT
               PERFORM VARYING WS-WH-IX FROM 1 BY 1
                       UNTIL WS-WH-IX > WS-WH-COUNT
                       OR WS-WH-HIT = 1
                   IF WS-WH-ENTITY (WS-WH-IX) = WS-REC-ENTITY
                           AND WS-WH-DEPT (WS-WH-IX) = WS-WH-ADD-DEPT
                           AND WS-WH-ACCOUNT (WS-WH-IX)
                               = WS-WH-ADD-ACCOUNT
                           AND WS-WH-EXP-ACCOUNT (WS-WH-IX)
                               = WS-WH-ADD-EXP-ACCOUNT
                           AND WS-WH-KIND (WS-WH-IX) = WS-WH-ADD-KIND
                       ADD WS-WH-ADD-AMOUNT TO WS-WH-TOTAL (WS-WH-IX)
                       MOVE 1 TO WS-WH-HIT
                   END-IF
               END-PERFORM
               IF WS-WH-HIT = 0
                   IF WS-WH-COUNT < 200
                       ADD 1 TO WS-WH-COUNT
                       MOVE WS-REC-ENTITY
                           TO WS-WH-ENTITY (WS-WH-COUNT)
                       MOVE WS-WH-ADD-DEPT
                           TO WS-WH-DEPT (WS-WH-COUNT)
                       MOVE WS-WH-ADD-ACCOUNT
                           TO WS-WH-ACCOUNT (WS-WH-COUNT)
                       MOVE WS-WH-ADD-EXP-ACCOUNT
                           TO WS-WH-EXP-ACCOUNT (WS-WH-COUNT)
                       MOVE WS-WH-ADD-KIND
                           TO WS-WH-KIND (WS-WH-COUNT)
                       MOVE WS-WH-ADD-AMOUNT
                           TO WS-WH-TOTAL (WS-WH-COUNT)
                   ELSE
                       MOVE 1 TO WS-WH-OVERFLOW
                   END-IF
               END-IF
               EVALUATE WS-WH-ADD-KIND
                   WHEN "W"
                       ADD WS-WH-ADD-AMOUNT TO WS-WH-TOTAL-ALL
                   WHEN "C"
                       ADD WS-WH-ADD-AMOUNT TO WS-ERC-TOTAL-ALL
                   WHEN "D"
                       ADD WS-WH-ADD-AMOUNT TO WS-DED-TOTAL-ALL
                   WHEN OTHER
                       ADD WS-WH-ADD-AMOUNT TO WS-VOID-TOTAL-ALL
               END-EVALUATE
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "00"
               ADD WS-DT-TOTAL (WS-DEPT-IX) TO WS-DEBIT-TOTAL
               ADD WS-DT-TOTAL (WS-DEPT-IX) TO WS-CREDIT-TOTAL
           END-PERFORM.
           PERFORM VARYING WS-WH-IX FROM 1 BY 1
                   UNTIL WS-WH-IX > WS-WH-COUNT
               ADD WS-WH-TOTAL (WS-WH-IX) TO WS-DEBIT-TOTAL
               ADD WS-WH-TOTAL (WS-WH-IX) TO WS-CREDIT-TOTAL
           END-PERFORM.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "   *** " WS-NO-RATE-COUNT " RECORD(S) WITH"
                   " NO USABLE EXCHANGE RATE - FILE NOT"
           ELSE
      *> Req 143: one balanced file per GL entity on the run.
               PERFORM WRITE-ALL-ENTITY-FILES
               IF (WS-NO-DEPT-COUNT > 0 OR WS-DIST-BAD-COUNT > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "   Departments posted: " WS-DEPT-COUNT
               DISPLAY "   Credits: " WS-CREDIT-TOTAL
      *> Req 126: posting lines against twice the departments is
      *> this job's own balancing handoff (counted across every
      *> entity file); each withholding reclass slot is a pair too.
               MOVE "LINES-OUT" TO WS-BAL-POINT
               MOVE WS-TOTAL-LINES TO WS-BAL-COUNT
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL "BALLOG" USING WS-PROGRAM-NAME WS-BAL-POINT
                   WS-BAL-COUNT
               MOVE "DEPTS-X2" TO WS-BAL-POINT
               COMPUTE WS-BAL-COUNT =
                   (WS-DEPT-COUNT + WS-WH-COUNT) * 2
               CALL "BALLOG" USING WS-PROGRAM-NAME WS-BAL-POINT
                   WS-BAL-COUNT
               MOVE WS-HOLD-RC TO RETURN-CODE
                   PERFORM WRITE-ONE-ENTITY-FILE
               END-IF
           END-PERFORM.
      *> An entity with withholding but no salary line still gets
      *> its file.
           PERFORM VARYING WS-ENT-SCAN-IX FROM 1 BY 1
                   UNTIL WS-ENT-SCAN-IX > WS-WH-COUNT
               MOVE WS-WH-ENTITY (WS-ENT-SCAN-IX)
                   TO WS-RELEASE-ENTITY
               PERFORM CHECK-ENTITY-DONE
               IF WS-ED-HIT = 0
                   PERFORM WRITE-ONE-ENTITY-FILE
               END-IF
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       CHECK-ENTITY-DONE.
           END-IF.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-SUSPENSE-COUNT.
           OPEN OUTPUT POSTING-FILE.
           MOVE WS-RUN-DATE TO WS-HL-DATE.
           MOVE WS-GDG-GENERATION TO WS-HL-GENERATION.
               IF WS-DT-ENTITY (WS-DEPT-IX) = WS-RELEASE-ENTITY
      *> Req 104: accounts from the department table; the legacy
      *> literals remain only as the no-table-row fallback.
                   MOVE WS-DT-DEPT (WS-DEPT-IX) TO WS-LINE-DEPT
                   MOVE WS-DT-TOTAL (WS-DEPT-IX) TO WS-LINE-AMOUNT
                   PERFORM PICK-POSTING-ACCOUNTS
                   IF WS-DT-EXP-ACCOUNT (WS-DEPT-IX) NOT = SPACES
                       MOVE WS-DT-EXP-ACCOUNT (WS-DEPT-IX)
                           TO WS-POST-EXPENSE
                   END-IF
      *> Req 120: both accounts must be on the chart.
                   PERFORM VALIDATE-POSTING-ACCOUNTS
                   MOVE WS-LINE-DEPT TO WS-PL-DEPT
                   MOVE WS-POST-EXPENSE TO WS-PL-ACCOUNT
                   MOVE "DR" TO WS-PL-DRCR
                   MOVE WS-LINE-AMOUNT TO WS-PL-AMOUNT
                   MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE
                   WRITE POSTING-LINE
                   PERFORM COUNT-AND-HASH-LINE
                   PERFORM COUNT-AND-HASH-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WH-IX FROM 1 BY 1
                   UNTIL WS-WH-IX > WS-WH-COUNT
               IF WS-WH-ENTITY (WS-WH-IX) = WS-RELEASE-ENTITY
                   PERFORM WRITE-WITHHOLDING-PAIR
               END-IF
           END-PERFORM.
           MOVE WS-LINE-COUNT TO WS-TL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TL-HASH.
           MOVE WS-TRAILER-LINE-BUILD TO POSTING-LINE.
               END-IF
           END-IF.

       WRITE-WITHHOLDING-PAIR.
      *> DR the department's salary payable, CR the liability the
      *> withholding is owed to; both accounts checked on the chart.
      *> A void slot writes the mirror pair: DR the liability (or,
      *> for a voided gross, the payable) and CR the payable (or the
      *> expense). An employer-cost slot is DR its expense account,
      *> CR its liability account. A deduction slot is a withholding
      *> pair to the payee's liability.
           MOVE WS-WH-DEPT (WS-WH-IX) TO WS-LINE-DEPT.
           MOVE WS-WH-TOTAL (WS-WH-IX) TO WS-LINE-AMOUNT.
           PERFORM PICK-POSTING-ACCOUNTS.
           MOVE WS-LINE-DEPT TO WS-PL-DEPT.
           MOVE WS-LINE-AMOUNT TO WS-PL-AMOUNT.
           EVALUATE WS-WH-KIND (WS-WH-IX)
               WHEN "V"
                   MOVE WS-WH-ACCOUNT (WS-WH-IX) TO WS-CHECK-ACCOUNT
               WHEN "C"
                   MOVE WS-WH-EXP-ACCOUNT (WS-WH-IX)
                       TO WS-CHECK-ACCOUNT
               WHEN OTHER
                   MOVE WS-POST-PAYABLE TO WS-CHECK-ACCOUNT
           END-EVALUATE.
           MOVE "DR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE "DR" TO WS-PL-DRCR.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM COUNT-AND-HASH-LINE.
           EVALUATE WS-WH-KIND (WS-WH-IX)
               WHEN "V"
                   MOVE WS-POST-PAYABLE TO WS-CHECK-ACCOUNT
               WHEN "E"
                   IF WS-WH-EXP-ACCOUNT (WS-WH-IX) NOT = SPACES
                       MOVE WS-WH-EXP-ACCOUNT (WS-WH-IX)
                           TO WS-CHECK-ACCOUNT
                   ELSE
                       MOVE WS-POST-EXPENSE TO WS-CHECK-ACCOUNT
                   END-IF
               WHEN OTHER
                   MOVE WS-WH-ACCOUNT (WS-WH-IX) TO WS-CHECK-ACCOUNT
           END-EVALUATE.
           MOVE "CR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-PL-ACCOUNT.
           MOVE "CR" TO WS-PL-DRCR.
           MOVE WS-DETAIL-LINE-BUILD TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM COUNT-AND-HASH-LINE.

       VALIDATE-POSTING-ACCOUNTS.
           MOVE WS-POST-EXPENSE TO WS-CHECK-ACCOUNT.
           MOVE "DR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-POST-EXPENSE.
           MOVE WS-POST-PAYABLE TO WS-CHECK-ACCOUNT.
           MOVE "CR" TO WS-CHECK-DRCR.
           PERFORM VALIDATE-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-POST-PAYABLE.

       VALIDATE-ONE-ACCOUNT.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           CALL "GLACCTV" USING WS-CHECK-ACCOUNT WS-GL-VALID.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           IF WS-GL-VALID = 0
               MOVE WS-CHECK-DRCR TO SUS-DRCR
               MOVE WS-CHECK-ACCOUNT TO SUS-ACCOUNT
               PERFORM ROUTE-LINE-TO-SUSPENSE
               MOVE "SUSPENSE-CLRG" TO WS-CHECK-ACCOUNT
           END-IF.

       ROUTE-LINE-TO-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-RUN-DATE TO SUS-DATE.
           MOVE WS-PROGRAM-NAME TO SUS-SOURCE.
           MOVE WS-LINE-DEPT TO SUS-DEPT.
           MOVE WS-LINE-AMOUNT TO SUS-AMOUNT.
           MOVE "N" TO SUS-STATUS.
           WRITE SUSPENSE-RECORD.
           DISPLAY "   Account " SUS-ACCOUNT " not on chart -"
           PERFORM VARYING WS-DR-IX FROM 1 BY 1
                   UNTIL WS-DR-IX > WS-DEPT-TBL-COUNT
                   OR WS-DR-FOUND = 1
               IF WS-DR-CODE (WS-DR-IX) = WS-LINE-DEPT
                   MOVE WS-DR-EXPENSE (WS-DR-IX)
                       TO WS-POST-EXPENSE
                   MOVE WS-DR-PAYABLE (WS-DR-IX)
           IF WS-DR-FOUND = 0
               ADD 1 TO WS-NO-DEPT-COUNT
               DISPLAY "   *** Department "
                   WS-LINE-DEPT
                   " not on deptable.dat - posted to legacy"
                   " accounts ***"
               MOVE "SALARY-EXPENSE" TO WS-POST-EXPENSE
      *> OBTRLR-style control hash over the posted amounts.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-TOTAL
                   + WS-LINE-AMOUNT, 999999999)
               ON SIZE ERROR
                   MOVE 0 TO WS-HASH-TOTAL
           END-COMPUTE.
