      *> registered (source name, run date, hash) in
      *> glpost_register.dat and an identical file is refused --
      *> that is the double-post guard.
      *>
      *> A header carrying REV=YYYYMMDD (EMPACCRL's month-end
      *> accrual) is an auto-reversing entry: the same run posts the
      *> lines into the target period and again, debits and credits
      *> swapped, into the period holding the reversal date (the
      *> same closed-period rule applies; no open period there
      *> refuses the whole file). Both are registered -- entry type
      *> A and R with the amount posted -- so GLTRIALB can prove
      *> every accrual was reversed.
      *>
      *> Ledger rows are keyed period/account/GL entity. The entity
      *> is GLPOST_ENTITY when set; otherwise the one in EMPGLEXT's
      *> or GLJRNGN's per-entity name (empgl_posting_EEEE.dat,
      *> gljournal_posting_EEEE.dat); otherwise 0000, the legacy
      *> single entity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 PRG-HASH        PIC 9(9).
          05 PRG-POST-DATE   PIC 9(8).
          05 PRG-PERIOD-USED PIC 9(6).
      *> Space for an ordinary file; A the accrual and R its
      *> reversal, both rows carrying the reversal date and the
      *> debits posted. Older rows read back as spaces.
          05 PRG-ENTRY-TYPE  PIC X.
             88 PRG-IS-ACCRUAL   VALUE "A".
             88 PRG-IS-REVERSAL  VALUE "R".
          05 PRG-REVERSE-DATE PIC 9(8).
          05 PRG-AMOUNT      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-POSTING-STATUS  PIC XX VALUE SPACES.

       01 WS-POSTING-FILENAME PIC X(40) VALUE SPACES.
       01 WS-ENV-FILE         PIC X(40) VALUE SPACES.
       01 WS-ENV-ENTITY       PIC X(4) VALUE SPACES.
       01 WS-POST-ENTITY      PIC X(4) VALUE "0000".

      *> Parsed header/trailer fields.
       01 WS-HDR-DATE        PIC 9(8) VALUE 0.
       01 WS-TRL-HASH        PIC 9(9) VALUE 0.
       01 WS-HAVE-HEADER     PIC 9 VALUE 0.
       01 WS-HAVE-TRAILER    PIC 9 VALUE 0.
       01 WS-HDR-REVERSE     PIC 9(8) VALUE 0.

      *> Auto-reversal: the period the mirror lines post into, and
      *> the side swap applied while they are accumulated.
       01 WS-ACCRUAL-PERIOD  PIC 9(6) VALUE 0.
       01 WS-REVERSAL-PERIOD PIC 9(6) VALUE 0.
       01 WS-SWAP-SIDES      PIC 9 VALUE 0.
       01 WS-POSTED-DEBITS   PIC 9(11)V99 VALUE 0.

      *> Parsed D line fields.
       01 WS-D-ACCOUNT       PIC X(14) VALUE SPACES.
             10 WS-LG-ACCOUNT PIC X(14).
             10 WS-LG-DEBITS  PIC 9(11)V99.
             10 WS-LG-CREDITS PIC 9(11)V99.
             10 WS-LG-ENTITY  PIC X(4).
       01 WS-LED-IX          PIC 9(4) VALUE 0.
       01 WS-LED-HIT         PIC 9 VALUE 0.

                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM RESOLVE-TARGET-PERIOD
                   IF RETURN-CODE < 8 AND WS-HDR-REVERSE > 0
                       PERFORM RESOLVE-REVERSAL-PERIOD
                   END-IF
                   IF RETURN-CODE < 8
                       PERFORM ACCUMULATE-INTO-LEDGER
                       PERFORM RECORD-IN-POST-REGISTER
                       DISPLAY "   " WS-DTL-COUNT " line(s)"
                           " accumulated into period "
                           WS-USE-PERIOD
                       IF WS-HDR-REVERSE > 0
                           DISPLAY "   Reversed " WS-HDR-REVERSE
                               " into period " WS-REVERSAL-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ELSE
               MOVE WS-ENV-FILE TO WS-POSTING-FILENAME
           END-IF.
           ACCEPT WS-ENV-ENTITY
               FROM ENVIRONMENT "GLPOST_ENTITY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-ENV-ENTITY NOT = SPACES
                   MOVE WS-ENV-ENTITY TO WS-POST-ENTITY
               WHEN WS-POSTING-FILENAME (1:14) = "empgl_posting_"
                       AND WS-POSTING-FILENAME (19:4) = ".dat"
                   MOVE WS-POSTING-FILENAME (15:4) TO WS-POST-ENTITY
               WHEN WS-POSTING-FILENAME (1:18) = "gljournal_posting_"
                       AND WS-POSTING-FILENAME (23:4) = ".dat"
                   MOVE WS-POSTING-FILENAME (19:4) TO WS-POST-ENTITY
               WHEN OTHER
                   MOVE "0000" TO WS-POST-ENTITY
           END-EVALUATE.

       READ-AND-PROVE-POSTING-FILE.
           OPEN INPUT POSTING-FILE.
               WHEN "H"
                   MOVE 1 TO WS-HAVE-HEADER
                   MOVE POSTING-LINE (11:8) TO WS-HDR-DATE
                   IF POSTING-LINE (29:4) = "REV="
                           AND POSTING-LINE (33:8) IS NUMERIC
                       MOVE POSTING-LINE (33:8) TO WS-HDR-REVERSE
                   END-IF
               WHEN "D"
                   PERFORM PARSE-DETAIL-LINE
               WHEN "T"

       RESOLVE-TARGET-PERIOD.
           MOVE WS-HDR-DATE (1:6) TO WS-TARGET-PERIOD.
           PERFORM RESOLVE-USE-PERIOD.

       RESOLVE-USE-PERIOD.
           PERFORM LOOK-UP-PERIOD-STATUS.
           EVALUATE TRUE
               WHEN WS-PERIOD-FOUND = 1 AND WS-PERIOD-OPEN = 1
                   END-IF
           END-EVALUATE.

       RESOLVE-REVERSAL-PERIOD.
      *> The reversal date's period, resolved by the same rule;
      *> the accrual's own period is kept aside meanwhile.
           MOVE WS-USE-PERIOD TO WS-ACCRUAL-PERIOD.
           MOVE WS-HDR-REVERSE (1:6) TO WS-TARGET-PERIOD.
           PERFORM RESOLVE-USE-PERIOD.
           MOVE WS-USE-PERIOD TO WS-REVERSAL-PERIOD.
           MOVE WS-ACCRUAL-PERIOD TO WS-USE-PERIOD.
           IF WS-REVERSAL-PERIOD NOT > WS-USE-PERIOD
                   AND RETURN-CODE < 8
               DISPLAY "   Reversal period " WS-REVERSAL-PERIOD
                   " is not after the accrual's " WS-USE-PERIOD
                   " - run refused"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOOK-UP-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-FOUND.
           MOVE 0 TO WS-PERIOD-OPEN.
           PERFORM VARYING WS-DTL-IX FROM 1 BY 1
                   UNTIL WS-DTL-IX > WS-DTL-COUNT
               PERFORM ACCUMULATE-ONE-LINE
               IF WS-DT-DRCR (WS-DTL-IX) = "DR"
                   ADD WS-DT-AMOUNT (WS-DTL-IX) TO WS-POSTED-DEBITS
               END-IF
           END-PERFORM.
           IF WS-HDR-REVERSE > 0
               MOVE 1 TO WS-SWAP-SIDES
               MOVE WS-REVERSAL-PERIOD TO WS-USE-PERIOD
               PERFORM VARYING WS-DTL-IX FROM 1 BY 1
                       UNTIL WS-DTL-IX > WS-DTL-COUNT
                   PERFORM ACCUMULATE-ONE-LINE
               END-PERFORM
               MOVE 0 TO WS-SWAP-SIDES
               MOVE WS-ACCRUAL-PERIOD TO WS-USE-PERIOD
           END-IF.
           PERFORM REWRITE-LEDGER.

       LOAD-LEDGER.
                                   WS-LG-DEBITS (WS-LED-COUNT)
                               MOVE GLL-CREDITS TO
                                   WS-LG-CREDITS (WS-LED-COUNT)
                               MOVE GLL-ENTITY TO
                                   WS-LG-ENTITY (WS-LED-COUNT)
                               IF GLL-ENTITY = SPACES
                                   MOVE "0000" TO
                                       WS-LG-ENTITY (WS-LED-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LG-PERIOD (WS-LED-IX) = WS-USE-PERIOD
                       AND WS-LG-ACCOUNT (WS-LED-IX)
                           = WS-DT-ACCOUNT (WS-DTL-IX)
                       AND WS-LG-ENTITY (WS-LED-IX) = WS-POST-ENTITY
                   MOVE 1 TO WS-LED-HIT
                   SUBTRACT 1 FROM WS-LED-IX
               END-IF
                       TO WS-LG-PERIOD (WS-LED-IX)
                   MOVE WS-DT-ACCOUNT (WS-DTL-IX)
                       TO WS-LG-ACCOUNT (WS-LED-IX)
                   MOVE WS-POST-ENTITY TO WS-LG-ENTITY (WS-LED-IX)
                   MOVE 0 TO WS-LG-DEBITS (WS-LED-IX)
                   MOVE 0 TO WS-LG-CREDITS (WS-LED-IX)
               ELSE
               END-IF
           END-IF.
           IF RETURN-CODE < 8
               IF (WS-DT-DRCR (WS-DTL-IX) = "DR"
                       AND WS-SWAP-SIDES = 0)
                       OR (WS-DT-DRCR (WS-DTL-IX) = "CR"
                       AND WS-SWAP-SIDES = 1)
                   ADD WS-DT-AMOUNT (WS-DTL-IX)
                       TO WS-LG-DEBITS (WS-LED-IX)
               ELSE
               MOVE WS-LG-ACCOUNT (WS-LED-IX) TO GLL-ACCOUNT
               MOVE WS-LG-DEBITS (WS-LED-IX) TO GLL-DEBITS
               MOVE WS-LG-CREDITS (WS-LED-IX) TO GLL-CREDITS
               MOVE WS-LG-ENTITY (WS-LED-IX) TO GLL-ENTITY
               WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE WS-TRL-HASH TO PRG-HASH.
           MOVE WS-TODAY-DATE TO PRG-POST-DATE.
           MOVE WS-USE-PERIOD TO PRG-PERIOD-USED.
           MOVE WS-POSTED-DEBITS TO PRG-AMOUNT.
           IF WS-HDR-REVERSE > 0
               MOVE "A" TO PRG-ENTRY-TYPE
               MOVE WS-HDR-REVERSE TO PRG-REVERSE-DATE
               WRITE POST-REGISTER-RECORD
               MOVE "R" TO PRG-ENTRY-TYPE
               MOVE WS-REVERSAL-PERIOD TO PRG-PERIOD-USED
           ELSE
               MOVE SPACE TO PRG-ENTRY-TYPE
               MOVE 0 TO PRG-REVERSE-DATE
           END-IF.
           WRITE POST-REGISTER-RECORD.
           CLOSE POST-REGISTER.
