      *> Shared cross-border beneficiary record layout for
      *> empbank_fx.dat, keyed EMP-ID. An employee paid in a
      *> currency other than their company's base currency is paid
      *> by international transfer, not through the domestic
      *> routing and account EMPBNKR.cpy carries, so the bank needs
      *> the beneficiary's name as the account holds it, the
      *> receiving bank's SWIFT/BIC and the IBAN (or local account
      *> number, left-justified, when the country has no IBAN).
      *> EMPBFXMT maintains it under an OPRSEC sign-on and the bank
      *> interface extract EMPBNKEX reads it for its cross-border
      *> payment file. Extracted to a copybook (the EMPREC.cpy
      *> convention) because both programs use it.
       01  FX-BENEFICIARY-RECORD.
           05  BFX-EMP-ID          PIC 9(5).
           05  BFX-BENEF-NAME      PIC X(30).
           05  BFX-SWIFT-BIC       PIC X(11).
           05  BFX-IBAN            PIC X(34).
           05  BFX-BANK-NAME       PIC X(30).
           05  BFX-COUNTRY         PIC X(2).
