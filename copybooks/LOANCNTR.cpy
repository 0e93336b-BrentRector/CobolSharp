      *> Shared collections contact log layout for loan_contacts.dat,
      *> appended to and never rewritten: one row per contact
      *> attempt a collector records through LOANCOLL (method,
      *> outcome, any promise to pay and a note), per delinquency
      *> letter LOANLTRS produces, and per promise LOANSERV marks
      *> kept or broken or loan it takes off the queue as cured or
      *> charged off, and per supervisor reassignment of a loan to
      *> a collector.
      *> CC-COLLECTOR is the signed-on operator, or the batch
      *> program's name for the rows a run writes.
      *> Outcome codes:
      *>   NA no answer        LM left message     PP promise to pay
      *>   RF refused to pay   WN wrong number     DS disputes debt
      *>   PK promise kept     PB promise broken   LS letter sent
      *>   CU cured (current again, off the queue)
      *>   CO charged off (off the queue)
      *>   RA reassigned (CC-NOTE names the collectors)
       01  COLLECTION-CONTACT-RECORD.
           05  CC-APP-ID           PIC X(8).
           05  CC-TIMESTAMP        PIC 9(14).
           05  CC-COLLECTOR        PIC X(8).
           05  CC-METHOD           PIC X.
               88  CC-BY-PHONE          VALUE "P".
               88  CC-BY-LETTER         VALUE "L".
               88  CC-BY-EMAIL          VALUE "E".
               88  CC-IN-PERSON         VALUE "V".
               88  CC-BY-SYSTEM         VALUE "S".
           05  CC-OUTCOME          PIC X(2).
           05  CC-PROMISE-DATE     PIC 9(8).
           05  CC-PROMISE-AMT      PIC 9(7)V99.
           05  CC-NOTE             PIC X(40).
