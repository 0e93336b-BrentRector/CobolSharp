      *> minus withholding minus deductions.
           05  PRG-DEDUCT       PIC 9(6)V99.
           05  PRG-NET          PIC 9(6)V99.
      *> State and local withholding (jurtax.dat, by the address
      *> file's ADR-STATE and ADR-CITY), kept apart from NETPAY's
      *> PRG-WITHHOLDING so each posts to its own liability account.
      *> PRG-NET is now also net of both. Rows written before these
      *> fields existed read back as spaces here; readers test
      *> NUMERIC before adding them.
           05  PRG-STATE        PIC X(2).
           05  PRG-LOCALITY     PIC X(20).
           05  PRG-STATE-WHLD   PIC 9(6)V99.
           05  PRG-LOCAL-WHLD   PIC 9(6)V99.
      *> Which run paid the row. PRG-RUN-TYPE "R" is the regular
      *> period run (EMPPAYRN, and EMPRETRO's adjustments to it);
      *> "S" is an off-cycle supplemental run (EMPSUPRN), whose
      *> PRG-RUN-ID ("SUP" and a six-digit run number) lets the bank
      *> extract pay that run on its own. PRG-EARN-TYPE is the kind
      *> of earning (REG, RETR, or the supplemental feed's type). A
      *> row from before these fields read back as spaces, which
      *> counts as regular.
      *> "V" is a reversing row written by EMPVOID. It repeats the
      *> voided row's amounts, run id and earn type as positive
      *> figures and every reader backs them out; PRG-VOID-ROW is
      *> the voided row's position in this file (1 = first row),
      *> PRG-VOID-PERIOD its pay period, PRG-VOID-OPERATOR the
      *> signed-on operator. PRG-PERIOD on a reversing row is the GL
      *> period it posts in. The voided row itself is never touched.
           05  PRG-RUN-TYPE     PIC X.
               88  PRG-REGULAR-RUN       VALUES "R" " ".
               88  PRG-SUPPLEMENTAL-RUN  VALUE "S".
               88  PRG-REVERSAL          VALUE "V".
           05  PRG-RUN-ID       PIC X(9).
           05  PRG-EARN-TYPE    PIC X(4).
           05  PRG-VOID-ROW     PIC 9(7).
           05  PRG-VOID-PERIOD  PIC 9(6).
           05  PRG-VOID-OPERATOR PIC X(8).
