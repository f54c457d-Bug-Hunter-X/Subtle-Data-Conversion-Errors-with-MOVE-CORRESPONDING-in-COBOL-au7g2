      ******************************************************************
      * FXCTL.CPY
      *
      * The ledger currency -- the currency the general ledger is
      * kept in, and the currency assumed for every record shape that
      * carries no currency code of its own (WSDBREC).  Every program
      * that converts amounts to ledger currency, or decides whether
      * it needs to, copies this member so the answer cannot differ
      * between them.  Its rate is one by definition and it never
      * needs an FXRATE row (FXRREC.CPY).
      ******************************************************************
       01  WS-LEDGER-CURRENCY          PIC X(3) VALUE 'USD'.
       01  WS-LEDGER-RATE              PIC 9(4)V9(6) VALUE 1.
