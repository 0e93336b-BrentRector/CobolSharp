      *> Shared bank sent-item record layout for empbnkex_sent.dat,
      *> the cumulative history of what EMPBNKEX put on the wire.
      *> Every deposit file the extract cuts is overwritten by the
      *> next one, so each D record is also appended here under its
      *> transmission sequence (BSN-REC-TYPE "D", BSN-DEP-TYPE the
      *> L/P/R detail type, BSN-AMOUNT the amount sent), followed by
      *> one "T" row carrying the trailer COUNT and TOTAL. The bank
      *> returns processor EMPBNKRT matches each returned item to
      *> its original deposit by sequence and EMP-ID and balances the
      *> returned dollars against the T row. Extracted to a copybook
      *> (the EMPREC.cpy convention) because both programs use it.
       01  BANK-SENT-ITEM.
           05  BSN-SEQ             PIC 9(6).
           05  BSN-REC-TYPE        PIC X.
               88  BSN-IS-DETAIL        VALUE "D".
               88  BSN-IS-TRAILER       VALUE "T".
           05  BSN-EMP-ID          PIC 9(5).
           05  BSN-DEP-TYPE        PIC X.
           05  BSN-AMOUNT          PIC 9(9)V99.
           05  BSN-COUNT           PIC 9(6).
           05  BSN-PERIOD          PIC 9(6).
           05  BSN-RUN-ID          PIC X(9).
           05  BSN-SENT-DATE       PIC 9(8).
