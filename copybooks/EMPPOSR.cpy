      *> Shared position master layout for position.dat, one row per
      *> authorized position: the department and job code it sits
      *> in, its authorized FTE and budgeted salary, and whether it
      *> is filled. A filled position names its incumbent in
      *> POS-EMP-ID -- that is the employee's link to the position
      *> they hold, so the employee record itself is unchanged. A
      *> vacant position carries POS-EMP-ID zero. EMPPOSMT maintains
      *> it under an OPRSEC sign-on, POSCTL fills and vacates it as
      *> the hire and transfer paths run, and EMPPOSRP reports
      *> authorized versus filled versus vacant from it. Extracted
      *> to a copybook (the EMPREC.cpy convention) because all four
      *> read it.
       01  POSITION-RECORD.
           05  POS-NUMBER         PIC 9(6).
           05  POS-DEPT           PIC X(3).
           05  POS-JOB-CODE       PIC X(4).
           05  POS-AUTH-FTE       PIC 9V99.
           05  POS-BUDGET-SALARY  PIC 9(6)V99.
           05  POS-STATUS         PIC X.
               88  POS-FILLED          VALUE "F".
               88  POS-VACANT          VALUE "V".
           05  POS-EMP-ID         PIC 9(5).
           05  POS-CHANGE-DATE    PIC 9(8).
           05  POS-OPERATOR       PIC X(8).
