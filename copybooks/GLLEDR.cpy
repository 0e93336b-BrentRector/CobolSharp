           05  GLL-ACCOUNT      PIC X(14).
           05  GLL-DEBITS       PIC 9(11)V99.
           05  GLL-CREDITS      PIC 9(11)V99.
      *> The company GL entity (CMP-GL-ENTITY) the postings came
      *> from, so the financial statements can run per entity as
      *> well as consolidated; 0000 is the legacy single entity and
      *> rows written before the field existed read back as spaces.
           05  GLL-ENTITY       PIC X(4).
