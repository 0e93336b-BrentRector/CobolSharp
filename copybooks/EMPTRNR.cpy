      *> Shared employee master transaction layout: one line of the
      *> emp_trans.dat feed EMPUPDT applies, and the transaction a
      *> row of the pending file (EMPPNDR.cpy) holds until its
      *> effective date. TR-EFF-DATE is the date the transaction
      *> takes effect; spaces or zero mean at once. A later date
      *> parks the transaction in emp_trans_pend.dat, and it is
      *> released by the EMPUPDT run on or after that date.
       01  TRANS-RECORD.
           05  TR-TYPE        PIC X.
               88  TR-ADD        VALUE "A".
               88  TR-CHANGE     VALUE "C".
               88  TR-DELETE     VALUE "D".
      *> Req 059: effective-dated status transactions -- terminate
      *> and leave flip EMP-STATUS instead of dropping the record.
               88  TR-TERMINATE  VALUE "T".
               88  TR-LEAVE      VALUE "L".
           05  TR-EMP-ID      PIC 9(5).
           05  TR-EMP-NAME    PIC X(20).
           05  TR-EMP-SALARY  PIC 9(6)V99.
      *> Req 057: transactions carry the department dimension too.
           05  TR-EMP-DEPT    PIC X(3).
           05  TR-EMP-JOB     PIC X(4).
      *> Req 058: and the hire date (YYYYMMDD).
           05  TR-EMP-HIRED   PIC 9(8).
      *> Effective date (see above); on a T/L it is also the new
      *> EMP-STATUS-DATE.
           05  TR-EFF-DATE    PIC 9(8).
      *> Req 064: pay currency; spaces defaults to base "USD".
           05  TR-EMP-CURR    PIC X(3).
      *> Req 075: company code; spaces defaults to "01".
           05  TR-EMP-COMPANY PIC X(2).
      *> Supervisor EMP-ID; spaces on an add means none.
           05  TR-EMP-SUPERVISOR PIC 9(5).
