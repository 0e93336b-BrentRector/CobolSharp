      *>   col 1-4   rate code (product)
      *>   col 5-12  effective date YYYYMMDD
      *>   col 13-17 annual rate 9v9999
      *>
      *> The late fee schedule for each rate code (loan_fees.dat,
      *> LOANFEER.cpy: grace days, flat or percentage fee, maximum
      *> fee) is listed and added here too, under the same rule --
      *> a change is a new row with a new effective date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATE-TABLE ASSIGN TO "loan_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT FEE-TABLE ASSIGN TO "loan_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RT-EFF-DATE   PIC 9(8).
          05 RT-RATE       PIC 9V9(4).

       FD FEE-TABLE.
           COPY LOANFEER.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS   PIC XX VALUE SPACES.
       01 WS-FEE-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF           PIC 9 VALUE 0.
       01 WS-MENU-CHOICE   PIC 9 VALUE 0.
       01 WS-DONE          PIC 9 VALUE 0.
       01 WS-NEW-DATE      PIC 9(8) VALUE 0.
       01 WS-NEW-RATE      PIC 9V9(4) VALUE 0.
       01 WS-DATE-VALID    PIC 9 VALUE 0.
       01 WS-NEW-GRACE     PIC 9(3) VALUE 0.
       01 WS-NEW-FEE-TYPE  PIC X VALUE SPACE.
       01 WS-NEW-FEE-FLAT  PIC 9(5)V99 VALUE 0.
       01 WS-NEW-FEE-PCT   PIC 9V9(4) VALUE 0.
       01 WS-NEW-FEE-MAX   PIC 9(5)V99 VALUE 0.

      *> Req 147: interface fields for the central OPRSEC sign-on.
       01 WS-SEC-FUNCTION    PIC X VALUE "S".
           DISPLAY " ".
           DISPLAY "1. List rate table".
           DISPLAY "2. Add a rate row".
           DISPLAY "3. List late fee schedule".
           DISPLAY "4. Add a late fee row".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

                       PERFORM ADD-RATE-ROW
                   END-IF
               WHEN 3
                   PERFORM LIST-FEE-TABLE
               WHEN 4
                   IF WS-SEC-AUTHORITY < 2
                       DISPLAY "   Inquiry-only authority - add"
                           " refused"
                       PERFORM REFUSE-THE-ADD
                   ELSE
                       PERFORM ADD-FEE-ROW
                   END-IF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "   Invalid choice, try again"
           CLOSE RATE-TABLE.
           DISPLAY "   Row added: " WS-NEW-CODE " effective "
               WS-NEW-DATE " at " WS-NEW-RATE.

       LIST-FEE-TABLE.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FEE-TABLE.
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "   No late fee schedule yet (loan_fees.dat)"
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ FEE-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-COUNT
                           DISPLAY "   " LFS-RATE-CODE " EFF "
                               LFS-EFF-DATE " GRACE " LFS-GRACE-DAYS
                               " TYPE " LFS-FEE-TYPE " FLAT "
                               LFS-FEE-FLAT " PCT " LFS-FEE-PCT
                               " MAX " LFS-FEE-MAX
                   END-READ
               END-PERFORM
               CLOSE FEE-TABLE
               DISPLAY "   " WS-ROW-COUNT " row(s) on file"
           END-IF.

       ADD-FEE-ROW.
           DISPLAY "Enter rate code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CODE.
           ACCEPT WS-NEW-CODE.
           DISPLAY "Enter effective date (YYYYMMDD): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-DATE.
           ACCEPT WS-NEW-DATE.
           DISPLAY "Enter grace days: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-GRACE.
           ACCEPT WS-NEW-GRACE.
           DISPLAY "Fee type (F flat/P percent of installment): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-FEE-TYPE.
           ACCEPT WS-NEW-FEE-TYPE.
           MOVE 0 TO WS-NEW-FEE-FLAT.
           MOVE 0 TO WS-NEW-FEE-PCT.
           IF WS-NEW-FEE-TYPE = "F"
               DISPLAY "Enter flat fee: " WITH NO ADVANCING
               ACCEPT WS-NEW-FEE-FLAT
           ELSE
               DISPLAY "Enter percentage (9v9999): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-FEE-PCT
           END-IF.
           DISPLAY "Enter maximum fee (0 = no cap): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-FEE-MAX.
           ACCEPT WS-NEW-FEE-MAX.
           CALL "EMPDATEV" USING WS-NEW-DATE WS-DATE-VALID.
           EVALUATE TRUE
               WHEN WS-NEW-CODE = SPACES
                   DISPLAY "   RATE CODE MISSING - row not added"
                   PERFORM REFUSE-THE-ADD
               WHEN WS-DATE-VALID = 0
                   DISPLAY "   EFFECTIVE DATE NOT VALID - row not"
                       " added"
                   PERFORM REFUSE-THE-ADD
               WHEN WS-NEW-FEE-TYPE NOT = "F"
                       AND WS-NEW-FEE-TYPE NOT = "P"
                   DISPLAY "   FEE TYPE MUST BE F OR P - row not"
                       " added"
                   PERFORM REFUSE-THE-ADD
               WHEN WS-NEW-FEE-TYPE = "F" AND WS-NEW-FEE-FLAT = 0
                   DISPLAY "   FLAT FEE MISSING - row not added"
                   PERFORM REFUSE-THE-ADD
               WHEN WS-NEW-FEE-TYPE = "P"
                       AND (WS-NEW-FEE-PCT = 0
                           OR WS-NEW-FEE-PCT > 0.2500)
                   DISPLAY "   PERCENTAGE OUT OF SANE BOUNDS - row"
                       " not added"
                   PERFORM REFUSE-THE-ADD
               WHEN OTHER
                   PERFORM APPEND-FEE-ROW
           END-EVALUATE.

       APPEND-FEE-ROW.
           OPEN EXTEND FEE-TABLE.
           IF WS-FEE-STATUS = "35"
               OPEN OUTPUT FEE-TABLE
           END-IF.
           MOVE WS-NEW-CODE TO LFS-RATE-CODE.
           MOVE WS-NEW-DATE TO LFS-EFF-DATE.
           MOVE WS-NEW-GRACE TO LFS-GRACE-DAYS.
           MOVE WS-NEW-FEE-TYPE TO LFS-FEE-TYPE.
           MOVE WS-NEW-FEE-FLAT TO LFS-FEE-FLAT.
           MOVE WS-NEW-FEE-PCT TO LFS-FEE-PCT.
           MOVE WS-NEW-FEE-MAX TO LFS-FEE-MAX.
           WRITE LATE-FEE-RECORD.
           CLOSE FEE-TABLE.
           DISPLAY "   Fee row added: " WS-NEW-CODE " effective "
               WS-NEW-DATE.
