      *> Shared transmission register line for empbnkex_register.dat
      *> and empbnkfx_register.dat, one line per deposit or
      *> cross-border file EMPBNKEX cuts: transmission sequence, the
      *> date it was cut, the pay period, the detail count and the
      *> run ID (spaces for a regular-period extract). EMPBNKEX
      *> builds the line here and MOVEs it to the register record;
      *> a reader MOVEs the register record back here to use it.
      *> The EMPDSTW.cpy convention: declared in WORKING-STORAGE by
      *> every program that writes or reads a transmission register.
       01 WS-XMIT-LINE-BUILD.
          05 WS-XR-SEQ       PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-XR-DATE      PIC 9(8).
          05 FILLER          PIC X(8) VALUE " PERIOD=".
          05 WS-XR-PERIOD    PIC 9(6).
          05 FILLER          PIC X(7) VALUE " COUNT=".
          05 WS-XR-COUNT     PIC 9(6).
          05 FILLER          PIC X(9) VALUE " EMPBNKEX".
          05 WS-XR-RUN-ID    PIC X(9) VALUE SPACES.
