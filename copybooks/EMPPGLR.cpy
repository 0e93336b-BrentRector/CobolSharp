      *> Shared paid-generation log layout for emppay_genlog.dat, one
      *> row appended by EMPPAYRN each time a period closes: the
      *> employees.dat generation the period was paid from and the
      *> date it was paid. The register carries no generation, so
      *> without this row nobody can say which master values a
      *> disputed paycheck was priced on; the pay trace inquiry
      *> EMPPAYTR reads it back. A rerun of a reopened period adds a
      *> second row and the last one for the period wins. Extracted
      *> to a copybook (the EMPREC.cpy convention) because both
      *> programs use it.
       01  PAID-GENERATION-RECORD.
           05  PGL-PERIOD          PIC 9(6).
           05  PGL-GENERATION      PIC 9(4).
           05  PGL-PAID-DATE       PIC 9(8).
