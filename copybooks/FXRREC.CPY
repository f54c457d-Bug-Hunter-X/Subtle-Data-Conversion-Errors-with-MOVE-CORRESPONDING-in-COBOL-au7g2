      ******************************************************************
      * FXRREC.CPY
      *
      * Daily exchange-rate file (indexed VSAM, DD FXRATE), loaded
      * by treasury each morning before the conversion runs: one row
      * per foreign currency per business date, giving the number of
      * ledger-currency units (FXCTL.CPY) one unit of the currency
      * buys.  The conversion looks up the row for the record's
      * currency and the processing date -- a currency with rows on
      * the file but none for the date rejects NO EXCHANGE RATE FOR
      * DATE (re-drivable once treasury loads it); a currency with no
      * rows at all rejects UNKNOWN CURRENCY CODE.  A row whose rate
      * is zero or not numeric counts as no rate for the date.
      *
      * The ledger currency itself never needs a row: its rate is one
      * by definition.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY-CODE   PIC X(3).
               10  FXR-RATE-DATE       PIC X(8).
           05  FXR-EXCHANGE-RATE       PIC 9(4)V9(6).
