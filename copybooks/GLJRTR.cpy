      *> Shared recurring journal template layout for
      *> gljrn_templates.dat, one row per line of a template; the
      *> lines of one template share JT-TEMPLATE-ID. GLJRNMT defines
      *> a template (balanced, accounts through GLACCTV, the keying
      *> operator recorded as JT-OWNER) and deactivates one; GLJRNGN
      *> turns every active template into a pending journal entry
      *> (GLJRNR.cpy) once per period, keyed as its owner so a
      *> second operator must still approve it, and stamps the
      *> period it last generated into JT-LAST-PERIOD.
       01  JOURNAL-TEMPLATE-RECORD.
           05  JT-TEMPLATE-ID    PIC X(6).
           05  JT-LINE-NO        PIC 9(3).
           05  JT-DESCRIPTION    PIC X(30).
           05  JT-DEPT           PIC X(3).
           05  JT-ACCOUNT        PIC X(14).
           05  JT-DRCR           PIC X(2).
           05  JT-AMOUNT         PIC 9(9)V99.
           05  JT-STATUS         PIC X.
               88  JT-IS-ACTIVE      VALUE "A".
               88  JT-IS-INACTIVE    VALUE "I".
           05  JT-OWNER          PIC X(8).
           05  JT-LAST-PERIOD    PIC 9(6).
      *> The GL entity the generated entry posts to (JE-ENTITY).
           05  JT-ENTITY         PIC X(4).
