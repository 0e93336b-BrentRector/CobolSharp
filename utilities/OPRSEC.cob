      *>             scale: 1 inquiry, 2 update, 3 supervisor)
      *>   col 19-63 up to five transaction overrides, each an
      *>             8-char program name plus a level digit
      *>   col 64-68 the operator's own employee ID, blank when the
      *>             operator is not on the employee master; the
      *>             segregation-of-duties report SODRPT uses it to
      *>             find operators maintaining their own records
      *> A sign-on ("S") checks the credential, counts consecutive
      *> failures per operator in oprsec_fail.dat and locks the ID
      *> at three until OPRSECMT resets it, and returns the
          05 OPR-OVERRIDES OCCURS 5 TIMES.
             10 OPR-TR-NAME  PIC X(8).
             10 OPR-TR-AUTH  PIC 9.
          05 OPR-EMP-ID      PIC X(5).

       FD FAIL-FILE.
       01 FAIL-RECORD.
