       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPNHRPT.
      *> New-hire registry reporting. State law requires every new
      *> hire and rehire to be reported within 20 days of the hire
      *> date. This job picks every hire off the current
      *> employees.dat generation that the register
      *> (empnewhire_reg.dat, EMPNHRR.cpy) does not yet show as sent,
      *> joins the mailing detail (empaddr.dat) and the company
      *> reference table (cotable.dat), and writes the state's
      *> fixed-length new-hire file, one employer block per company:
      *>   H employer   -- one per company
      *>   E employee   -- one per hire under the company
      *>   T total      -- one per company, closing its block
      *>   F final      -- once, last record
      *> Written to empnewhire_file.dat; each hire sent is appended
      *> to the register with the date it went. A rehire is the same
      *> EMP-ID with a later EMP-HIRE-DATE, so it is a new row.
      *>
      *> Compliance exceptions go to empnewhire_exc.dat. A hire with
      *> no address, or no street, city, state or zip, would be
      *> refused by the agency: it is held out and not registered,
      *> so the first run after the address is fixed sends it. A
      *> hire already past the deadline is sent and registered as
      *> late, and listed.
      *>
      *> A hire is looked for from 60 days before the last report
      *> (or before the run date, the first time), which catches
      *> hires keyed after the fact. EMPNHRPT_FROM (YYYYMMDD)
      *> overrides the start of the window; EMPNHRPT_DATE overrides
      *> the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO DYNAMIC WS-GDG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GDG-COUNTER-FILE ASSIGN TO "employees.dat.gen"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-COUNTER-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "cotable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTABLE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "empnewhire_reg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT NEWHIRE-FILE ASSIGN TO "empnewhire_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWHIRE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "empnewhire_exc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD GDG-COUNTER-FILE.
       01 GDG-COUNTER-LINE PIC X(4).

       FD ADDRESS-FILE.
           COPY EMPADRR.

       FD COMPANY-TABLE-FILE.
           COPY COMPREC.

       FD REGISTER-FILE.
           COPY EMPNHRR.

       FD NEWHIRE-FILE.
       01 NEWHIRE-RECORD PIC X(132).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-GDG-COUNTER-STATUS  PIC XX VALUE SPACES.
       01 WS-ADDRESS-STATUS      PIC XX VALUE SPACES.
       01 WS-COTABLE-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS     PIC XX VALUE SPACES.
       01 WS-NEWHIRE-STATUS      PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF                 PIC 9 VALUE 0.

       01 WS-ENV-DATE            PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-WINDOW-START        PIC 9(8) VALUE 0.
       01 WS-DATE-VALID          PIC 9 VALUE 0.
       01 WS-DEADLINE-DAYS       PIC 9(3) VALUE 20.
       01 WS-LOOKBACK-DAYS       PIC 9(3) VALUE 60.
       01 WS-DAYS-SINCE-HIRE     PIC 9(5) VALUE 0.

      *> Same counter/filename convention as EMPSTMT.
       01 WS-GDG-GENERATION       PIC 9(4) VALUE 0.
       01 WS-GDG-GENERATION-EDIT  PIC 9(4).
      *> Built with MOVE, not STRING; see PRTGEN.cob.
       01 WS-GDG-FILENAME-BUILD.
          05 FILLER               PIC X(15) VALUE "employees.dat.G".
          05 WS-GFB-GENERATION    PIC 9(4).
          05 FILLER               PIC X(3) VALUE "V00".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-GDG-FILENAME         PIC X(40) VALUE SPACES.

      *> Addresses held for the run, as EMPSTMT holds them.
       01 WS-ADDR-EOF            PIC 9 VALUE 0.
       01 WS-ADDR-COUNT          PIC 9(4) VALUE 0.
       01 WS-ADDR-TABLE.
          05 WS-ADR-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-EMP-ID     PIC 9(5).
             10 WS-AT-LINE1      PIC X(30).
             10 WS-AT-LINE2      PIC X(30).
             10 WS-AT-CITY       PIC X(20).
             10 WS-AT-STATE      PIC X(2).
             10 WS-AT-ZIP        PIC X(10).
       01 WS-ADDR-IX             PIC 9(4) VALUE 0.
       01 WS-ADDR-FOUND          PIC 9(4) VALUE 0.

      *> The company reference table.
       01 WS-COTABLE-EOF         PIC 9 VALUE 0.
       01 WS-CT-COUNT            PIC 9(2) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 20 TIMES.
             10 WS-CT-CODE       PIC X(2).
             10 WS-CT-NAME       PIC X(30).
             10 WS-CT-ENTITY     PIC X(4).
       01 WS-CT-IX               PIC 9(2) VALUE 0.

      *> The hires already sent. A register too big to hold would
      *> let a hire go twice, so it stands the run down.
       01 WS-REG-COUNT           PIC 9(5) VALUE 0.
       01 WS-REG-TABLE.
          05 WS-RG-ENTRY OCCURS 10000 TIMES.
             10 WS-RG-EMP-ID     PIC 9(5).
             10 WS-RG-HIRE-DATE  PIC 9(8).
       01 WS-RG-IX               PIC 9(5) VALUE 0.
       01 WS-RG-HIT              PIC 9 VALUE 0.
       01 WS-REG-OVERFLOW        PIC 9 VALUE 0.
       01 WS-LAST-SENT-DATE      PIC 9(8) VALUE 0.

      *> This run's hires to report, one slot each.
       01 WS-HIRE-COUNT          PIC 9(4) VALUE 0.
       01 WS-HIRE-TABLE.
          05 WS-HIRE-ENTRY OCCURS 2000 TIMES.
             10 WS-HT-COMPANY    PIC X(2).
             10 WS-HT-EMP-ID     PIC 9(5).
             10 WS-HT-NAME       PIC X(20).
             10 WS-HT-HIRE-DATE  PIC 9(8).
             10 WS-HT-REHIRE     PIC X.
       01 WS-HIRE-IX             PIC 9(4) VALUE 0.
       01 WS-HIRE-OVERFLOW       PIC 9 VALUE 0.
       01 WS-REHIRE-FLAG         PIC X VALUE SPACE.

      *> Companies seen among the hires, in first-seen order.
       01 WS-CO-COUNT            PIC 9(2) VALUE 0.
       01 WS-CO-TABLE.
          05 WS-CO-CODE OCCURS 20 TIMES PIC X(2).
       01 WS-CO-IX               PIC 9(2) VALUE 0.
       01 WS-CO-HIT              PIC 9 VALUE 0.

       01 WS-BLK-COUNT           PIC 9(6) VALUE 0.
       01 WS-SENT-COUNT          PIC 9(6) VALUE 0.
       01 WS-LATE-COUNT          PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT          PIC 9(6) VALUE 0.
       01 WS-HELD-REASON         PIC X(30) VALUE SPACES.

      *> Agency records built with MOVE, not STRING.
       01 WS-REC-H-BUILD.
          05 FILLER              PIC X VALUE "H".
          05 WS-RH-COMPANY       PIC X(2).
          05 WS-RH-ENTITY        PIC X(4).
          05 WS-RH-NAME          PIC X(30).
          05 WS-RH-CREATED       PIC 9(8).
          05 FILLER              PIC X(87) VALUE SPACES.
       01 WS-REC-E-BUILD.
          05 FILLER              PIC X VALUE "E".
          05 WS-RE-EMP-ID        PIC 9(5).
          05 WS-RE-NAME          PIC X(20).
          05 WS-RE-LINE1         PIC X(30).
          05 WS-RE-LINE2         PIC X(30).
          05 WS-RE-CITY          PIC X(20).
          05 WS-RE-STATE         PIC X(2).
          05 WS-RE-ZIP           PIC X(10).
          05 WS-RE-HIRE-DATE     PIC 9(8).
          05 WS-RE-REHIRE        PIC X.
          05 FILLER              PIC X(5) VALUE SPACES.
       01 WS-REC-T-BUILD.
          05 FILLER              PIC X VALUE "T".
          05 WS-RT-COMPANY       PIC X(2).
          05 WS-RT-COUNT         PIC 9(6).
          05 FILLER              PIC X(123) VALUE SPACES.
       01 WS-REC-F-BUILD.
          05 FILLER              PIC X VALUE "F".
          05 WS-RF-EMPLOYERS     PIC 9(3).
          05 WS-RF-COUNT         PIC 9(6).
          05 FILLER              PIC X(122) VALUE SPACES.

      *> Compliance exception line.
       01 WS-EXC-BUILD.
          05 WS-EB-COMPANY       PIC X(2).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-EB-EMP-ID        PIC 9(5).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-EB-NAME          PIC X(20).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-EB-HIRE-DATE     PIC 9(8).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-EB-DAYS          PIC ZZZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-EB-REASON        PIC X(30).
          05 FILLER              PIC X(5) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(8) VALUE "EMPNHRPT".
       01 WS-AUDIT-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *> Standard RETURN-CODE convention (0 all sent on time, 4 sent
      *> with compliance exceptions, 8+ nothing sent).
           MOVE 0 TO RETURN-CODE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "START" WS-AUDIT-RC.
           DISPLAY "=== New-Hire Registry Reporting ===".
           DISPLAY " ".

           PERFORM DETERMINE-RUN-DATE.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM LOAD-ADDRESS-FILE.
           PERFORM LOAD-REGISTER.
           PERFORM DETERMINE-WINDOW.
           DISPLAY "   Run date " WS-RUN-DATE ", hires from "
               WS-WINDOW-START.
           IF RETURN-CODE < 8
               PERFORM LOAD-NEW-HIRES
           END-IF.
           IF RETURN-CODE < 8
               IF WS-HIRE-COUNT = 0
                   DISPLAY "   No unreported hires - nothing to send"
               ELSE
                   OPEN OUTPUT NEWHIRE-FILE
                   OPEN OUTPUT EXCEPTION-FILE
                   OPEN EXTEND REGISTER-FILE
                   IF WS-REGISTER-STATUS = "35"
                       OPEN OUTPUT REGISTER-FILE
                   END-IF
                   PERFORM VARYING WS-CO-IX FROM 1 BY 1
                           UNTIL WS-CO-IX > WS-CO-COUNT
                       PERFORM WRITE-EMPLOYER-BLOCK
                   END-PERFORM
                   PERFORM WRITE-FINAL-RECORD
                   CLOSE NEWHIRE-FILE
                   CLOSE EXCEPTION-FILE
                   CLOSE REGISTER-FILE
                   DISPLAY "   Employers:  " WS-CO-COUNT
                   DISPLAY "   Sent:       " WS-SENT-COUNT
                   DISPLAY "   Sent late:  " WS-LATE-COUNT
                   DISPLAY "   Held out:   " WS-HELD-COUNT
                   DISPLAY "   Filing in empnewhire_file.dat,"
                       " register empnewhire_reg.dat"
                   IF WS-LATE-COUNT > 0 OR WS-HELD-COUNT > 0
                       DISPLAY "   *** Compliance exceptions - see"
                           " empnewhire_exc.dat ***"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "=== New-Hire Registry Reporting Complete ===".
      *> RETURN-CODE is a binary special register; AUDITLOG's
      *> LS-RETURN-CODE is PIC S9(4) DISPLAY, so it must be MOVEd into
      *> a real WS field first or the audit line records garbage.
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME "END  " WS-AUDIT-RC.
      *> CALLing AUDITLOG resets RETURN-CODE to 0 (a CALLed
      *> program's own completion status, per COBOL semantics) --
      *> restore it so STOP RUN exits with this program's real code.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

       DETERMINE-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-ENV-DATE
               FROM ENVIRONMENT "EMPNHRPT_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
               CALL "EMPDATEV" USING WS-RUN-DATE WS-DATE-VALID
               IF WS-DATE-VALID = 0
                   DISPLAY "   EMPNHRPT_DATE " WS-ENV-DATE
                       " is not a valid date - today used"
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
               END-IF
           END-IF.

       DETERMINE-WINDOW.
           IF WS-LAST-SENT-DATE > 0
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-SENT-DATE)
                   - WS-LOOKBACK-DAYS)
           ELSE
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-LOOKBACK-DAYS)
           END-IF.
           MOVE SPACES TO WS-ENV-DATE.
           ACCEPT WS-ENV-DATE
               FROM ENVIRONMENT "EMPNHRPT_FROM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-WINDOW-START
           END-IF.

       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-TABLE-FILE.
           IF WS-COTABLE-STATUS = "00"
               PERFORM UNTIL WS-COTABLE-EOF = 1
                   READ COMPANY-TABLE-FILE
                       AT END MOVE 1 TO WS-COTABLE-EOF
                       NOT AT END
                           IF WS-CT-COUNT < 20
                               ADD 1 TO WS-CT-COUNT
                               MOVE CMP-CODE TO
                                   WS-CT-CODE (WS-CT-COUNT)
                               MOVE CMP-NAME TO
                                   WS-CT-NAME (WS-CT-COUNT)
                               MOVE CMP-GL-ENTITY TO
                                   WS-CT-ENTITY (WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TABLE-FILE
           END-IF.

       LOAD-ADDRESS-FILE.
      *> An absent address file holds every hire out; they are sent
      *> on the first run after the addresses are keyed.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDR-EOF = 1
                   READ ADDRESS-FILE
                       AT END MOVE 1 TO WS-ADDR-EOF
                       NOT AT END
                           IF WS-ADDR-COUNT < 2000
                               ADD 1 TO WS-ADDR-COUNT
                               MOVE ADR-EMP-ID TO
                                   WS-AT-EMP-ID (WS-ADDR-COUNT)
                               MOVE ADR-LINE1 TO
                                   WS-AT-LINE1 (WS-ADDR-COUNT)
                               MOVE ADR-LINE2 TO
                                   WS-AT-LINE2 (WS-ADDR-COUNT)
                               MOVE ADR-CITY TO
                                   WS-AT-CITY (WS-ADDR-COUNT)
                               MOVE ADR-STATE TO
                                   WS-AT-STATE (WS-ADDR-COUNT)
                               MOVE ADR-ZIP TO
                                   WS-AT-ZIP (WS-ADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           DISPLAY "   Addresses loaded: " WS-ADDR-COUNT.

       LOAD-REGISTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-REG-COUNT < 10000
                               ADD 1 TO WS-REG-COUNT
                               MOVE NHR-EMP-ID TO
                                   WS-RG-EMP-ID (WS-REG-COUNT)
                               MOVE NHR-HIRE-DATE TO
                                   WS-RG-HIRE-DATE (WS-REG-COUNT)
                           ELSE
                               MOVE 1 TO WS-REG-OVERFLOW
                           END-IF
                           IF NHR-SENT-DATE > WS-LAST-SENT-DATE
                               MOVE NHR-SENT-DATE TO WS-LAST-SENT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           DISPLAY "   Hires on register: " WS-REG-COUNT.
           IF WS-REG-OVERFLOW = 1
               DISPLAY "   Register over 10000 rows - nothing sent"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-NEW-HIRES.
           OPEN INPUT GDG-COUNTER-FILE.
           IF WS-GDG-COUNTER-STATUS = "00"
               READ GDG-COUNTER-FILE
                   AT END MOVE 0 TO WS-GDG-GENERATION
                   NOT AT END MOVE GDG-COUNTER-LINE TO
                       WS-GDG-GENERATION
               END-READ
               CLOSE GDG-COUNTER-FILE
           ELSE
               MOVE 0 TO WS-GDG-GENERATION
           END-IF.
           MOVE WS-GDG-GENERATION TO WS-GDG-GENERATION-EDIT.
           MOVE WS-GDG-GENERATION-EDIT TO WS-GFB-GENERATION.
           MOVE WS-GDG-FILENAME-BUILD TO WS-GDG-FILENAME.
           MOVE 0 TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "   Unable to open " WS-GDG-FILENAME ", status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF EMP-HIRE-DATE IS NUMERIC
                               IF EMP-HIRE-DATE >= WS-WINDOW-START
                                   AND EMP-HIRE-DATE <= WS-RUN-DATE
                                   PERFORM CHECK-ONE-HIRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               IF WS-HIRE-OVERFLOW = 1
                   DISPLAY "   Hire table full (2000 hires / 20"
                       " companies) - nothing sent"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-HIRE.
      *> Already sent when the register carries this EMP-ID with
      *> this hire date.
           MOVE 0 TO WS-RG-HIT.
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REG-COUNT
               IF WS-RG-EMP-ID (WS-RG-IX) = EMP-ID
                       AND WS-RG-HIRE-DATE (WS-RG-IX) = EMP-HIRE-DATE
                   MOVE 1 TO WS-RG-HIT
               END-IF
           END-PERFORM.
           IF WS-RG-HIT = 0
               MOVE "N" TO WS-REHIRE-FLAG
               IF EMP-ORIG-HIRE-DATE IS NUMERIC
                   IF EMP-ORIG-HIRE-DATE > 0
                       AND EMP-ORIG-HIRE-DATE < EMP-HIRE-DATE
                       MOVE "Y" TO WS-REHIRE-FLAG
                   END-IF
               END-IF
               PERFORM HOLD-ONE-HIRE
           END-IF.

       HOLD-ONE-HIRE.
           IF WS-HIRE-COUNT < 2000
               ADD 1 TO WS-HIRE-COUNT
               IF EMP-COMPANY = SPACES
                   MOVE "01" TO WS-HT-COMPANY (WS-HIRE-COUNT)
               ELSE
                   MOVE EMP-COMPANY TO WS-HT-COMPANY (WS-HIRE-COUNT)
               END-IF
               MOVE EMP-ID TO WS-HT-EMP-ID (WS-HIRE-COUNT)
               MOVE EMP-NAME TO WS-HT-NAME (WS-HIRE-COUNT)
               MOVE EMP-HIRE-DATE TO WS-HT-HIRE-DATE (WS-HIRE-COUNT)
               MOVE WS-REHIRE-FLAG TO WS-HT-REHIRE (WS-HIRE-COUNT)
               MOVE 0 TO WS-CO-HIT
               PERFORM VARYING WS-CO-IX FROM 1 BY 1
                       UNTIL WS-CO-IX > WS-CO-COUNT
                   IF WS-CO-CODE (WS-CO-IX) =
                           WS-HT-COMPANY (WS-HIRE-COUNT)
                       MOVE 1 TO WS-CO-HIT
                   END-IF
               END-PERFORM
               IF WS-CO-HIT = 0
                   IF WS-CO-COUNT < 20
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-HT-COMPANY (WS-HIRE-COUNT)
                           TO WS-CO-CODE (WS-CO-COUNT)
                   ELSE
                       MOVE 1 TO WS-HIRE-OVERFLOW
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO WS-HIRE-OVERFLOW
           END-IF.

       WRITE-EMPLOYER-BLOCK.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-RH-COMPANY.
      *> No company table row: entity 0000, the EMPGLEXT default.
           MOVE "0000" TO WS-RH-ENTITY.
           MOVE "(NOT ON COMPANY TABLE)" TO WS-RH-NAME.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF WS-CT-CODE (WS-CT-IX) = WS-CO-CODE (WS-CO-IX)
                   MOVE WS-CT-ENTITY (WS-CT-IX) TO WS-RH-ENTITY
                   MOVE WS-CT-NAME (WS-CT-IX) TO WS-RH-NAME
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE TO WS-RH-CREATED.
           MOVE WS-REC-H-BUILD TO NEWHIRE-RECORD.
           WRITE NEWHIRE-RECORD.
           MOVE 0 TO WS-BLK-COUNT.
           PERFORM VARYING WS-HIRE-IX FROM 1 BY 1
                   UNTIL WS-HIRE-IX > WS-HIRE-COUNT
               IF WS-HT-COMPANY (WS-HIRE-IX) = WS-CO-CODE (WS-CO-IX)
                   PERFORM REPORT-ONE-HIRE
               END-IF
           END-PERFORM.
           MOVE WS-CO-CODE (WS-CO-IX) TO WS-RT-COMPANY.
           MOVE WS-BLK-COUNT TO WS-RT-COUNT.
           MOVE WS-REC-T-BUILD TO NEWHIRE-RECORD.
           WRITE NEWHIRE-RECORD.

       REPORT-ONE-HIRE.
           COMPUTE WS-DAYS-SINCE-HIRE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-HT-HIRE-DATE (WS-HIRE-IX)).
           MOVE 0 TO WS-ADDR-FOUND.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
               IF WS-AT-EMP-ID (WS-ADDR-IX) = WS-HT-EMP-ID (WS-HIRE-IX)
                   MOVE WS-ADDR-IX TO WS-ADDR-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HELD-REASON.
           IF WS-ADDR-FOUND = 0
               MOVE "NO ADDRESS ON FILE - HELD" TO WS-HELD-REASON
           ELSE
               IF WS-AT-LINE1 (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-CITY (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-STATE (WS-ADDR-FOUND) = SPACES
                       OR WS-AT-ZIP (WS-ADDR-FOUND) = SPACES
                   MOVE "ADDRESS INCOMPLETE - HELD" TO WS-HELD-REASON
               END-IF
           END-IF.
           IF WS-HELD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE WS-HT-EMP-ID (WS-HIRE-IX) TO WS-RE-EMP-ID
               MOVE WS-HT-NAME (WS-HIRE-IX) TO WS-RE-NAME
               MOVE WS-AT-LINE1 (WS-ADDR-FOUND) TO WS-RE-LINE1
               MOVE WS-AT-LINE2 (WS-ADDR-FOUND) TO WS-RE-LINE2
               MOVE WS-AT-CITY (WS-ADDR-FOUND) TO WS-RE-CITY
               MOVE WS-AT-STATE (WS-ADDR-FOUND) TO WS-RE-STATE
               MOVE WS-AT-ZIP (WS-ADDR-FOUND) TO WS-RE-ZIP
               MOVE WS-HT-HIRE-DATE (WS-HIRE-IX) TO WS-RE-HIRE-DATE
               MOVE WS-HT-REHIRE (WS-HIRE-IX) TO WS-RE-REHIRE
               MOVE WS-REC-E-BUILD TO NEWHIRE-RECORD
               WRITE NEWHIRE-RECORD
               ADD 1 TO WS-BLK-COUNT
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-HT-EMP-ID (WS-HIRE-IX) TO NHR-EMP-ID
               MOVE WS-HT-HIRE-DATE (WS-HIRE-IX) TO NHR-HIRE-DATE
               MOVE WS-HT-COMPANY (WS-HIRE-IX) TO NHR-COMPANY
               MOVE WS-HT-REHIRE (WS-HIRE-IX) TO NHR-REHIRE
               MOVE WS-RUN-DATE TO NHR-SENT-DATE
               MOVE "N" TO NHR-LATE
      *> Sent all the same: late is better than never.
               IF WS-DAYS-SINCE-HIRE > WS-DEADLINE-DAYS
                   MOVE "Y" TO NHR-LATE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "PAST 20-DAY DEADLINE - SENT" TO WS-HELD-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               WRITE NEWHIRE-REG-RECORD
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-HT-COMPANY (WS-HIRE-IX) TO WS-EB-COMPANY.
           MOVE WS-HT-EMP-ID (WS-HIRE-IX) TO WS-EB-EMP-ID.
           MOVE WS-HT-NAME (WS-HIRE-IX) TO WS-EB-NAME.
           MOVE WS-HT-HIRE-DATE (WS-HIRE-IX) TO WS-EB-HIRE-DATE.
           MOVE WS-DAYS-SINCE-HIRE TO WS-EB-DAYS.
           MOVE WS-HELD-REASON TO WS-EB-REASON.
           MOVE WS-EXC-BUILD TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       WRITE-FINAL-RECORD.
           MOVE WS-CO-COUNT TO WS-RF-EMPLOYERS.
           MOVE WS-SENT-COUNT TO WS-RF-COUNT.
           MOVE WS-REC-F-BUILD TO NEWHIRE-RECORD.
           WRITE NEWHIRE-RECORD.
