      *> Shared labor cost distribution layout for empdist.dat. An
      *> employee whose time is split across departments carries a
      *> distribution set: one row per line, all sharing the
      *> employee's EMP-ID and the set's DST-EFF-DATE, percentages
      *> totalling 100.00. A line names either a department
      *> (DST-DEPT; that department's deptable.dat accounts take
      *> the cost) or a GL expense account (DST-ACCOUNT; the cost is
      *> charged there under the employee's own department). The set
      *> in force on a date is the one with the latest effective
      *> date not after it; an employee with no set in force is
      *> charged 100% to EMP-DEPT as before. EMPDSTMT maintains it
      *> under an OPRSEC sign-on and will not save a set that does
      *> not total 100%; EMPDIST spreads amounts by it for the GL
      *> extract and the department report. Extracted to a copybook
      *> (the EMPREC.cpy convention) because all three read it.
       01  COST-DISTRIBUTION-RECORD.
           05  DST-EMP-ID         PIC 9(5).
           05  DST-EFF-DATE       PIC 9(8).
           05  DST-DEPT           PIC X(3).
           05  DST-ACCOUNT        PIC X(14).
           05  DST-PCT            PIC 9(3)V99.
           05  DST-CHANGE-DATE    PIC 9(8).
           05  DST-OPERATOR       PIC X(8).
