      *> Shared GL journal entry layout for gljournal.dat, one row
      *> per line of a manual or recurring journal entry; the lines
      *> of one entry share JE-ENTRY-NO and carry the entry's period,
      *> description and status. GLJRNMT keys an entry (accounts
      *> through GLACCTV, the period open on glperiod.dat, debits
      *> equal to credits before it can be saved) as P pending; a
      *> second operator -- never the one who keyed it -- approves
      *> (A) or rejects (J) it. GLJRNGN generates each period's
      *> recurring entries from the templates (GLJRTR.cpy) as P
      *> rows keyed by the template owner, and releases approved
      *> entries to GLPOST in the H/D/T posting layout, flipping
      *> them to R. Only an approved entry ever reaches the ledger.
      *> GLYECLS writes each year-end closing entry (and, on a
      *> reopen, its reversal) as source Y, already R: it posts to
      *> the ledger itself, into the year's closing period YYYY13.
      *> Extracted to a copybook (the EMPREC.cpy convention) because
      *> the transaction, the batch and the register all read it.
       01  JOURNAL-LINE-RECORD.
           05  JE-ENTRY-NO       PIC 9(6).
           05  JE-LINE-NO        PIC 9(3).
           05  JE-SOURCE         PIC X.
               88  JE-MANUAL         VALUE "M".
               88  JE-RECURRING      VALUE "R".
               88  JE-YEAR-END       VALUE "Y".
           05  JE-TEMPLATE-ID    PIC X(6).
           05  JE-PERIOD         PIC 9(6).
           05  JE-DESCRIPTION    PIC X(30).
           05  JE-DEPT           PIC X(3).
           05  JE-ACCOUNT        PIC X(14).
           05  JE-DRCR           PIC X(2).
           05  JE-AMOUNT         PIC 9(9)V99.
           05  JE-STATUS         PIC X.
               88  JE-PENDING        VALUE "P".
               88  JE-APPROVED       VALUE "A".
               88  JE-REJECTED       VALUE "J".
               88  JE-RELEASED       VALUE "R".
           05  JE-ENTERED-BY     PIC X(8).
           05  JE-ENTERED-DATE   PIC 9(8).
           05  JE-APPROVED-BY    PIC X(8).
           05  JE-APPROVED-DATE  PIC 9(8).
           05  JE-RELEASED-DATE  PIC 9(8).
      *> The company GL entity (CMP-GL-ENTITY) the entry posts to;
      *> GLJRNGN releases each entity's lines in a posting file of
      *> its own. 0000 is the legacy single entity, and rows keyed
      *> before the field existed read back as spaces.
           05  JE-ENTITY         PIC X(4).
