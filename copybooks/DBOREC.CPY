      * is a per-run counter, so this is what lets CONVINQ pick this
      * record's own audit rows out of an AUDFILE that holds many
      * runs' history under repeating counter values.
      *
      * DBO-CURRENCY-CODE is the currency the amounts are in, and
      * DBO-EXCHANGE-RATE the rate to the ledger currency the
      * conversion used (WSDBREC: DB-CURRENCY-CODE/DB-EXCHANGE-RATE).
      * The amounts themselves stay in the vendor's currency.
      *
      * DBO-SOURCE-ID is the vendor that sent the record (WSDBREC:
      * DB-SOURCE-ID); spaces on a row that predates the field, which
      * every reader takes as the default source (SRCCTL.CPY).
      ******************************************************************
       01  DB-OUTPUT-RECORD.
           05  DBO-RECORD-KEY          PIC 9(7).
           05  DBO-AMOUNT-2            PIC S9(7)V99.
           05  DBO-AMOUNT-3            PIC S9(7)V99.
           05  DBO-LONG-DESC           PIC X(30).
           05  DBO-CURRENCY-CODE       PIC X(3).
           05  DBO-EXCHANGE-RATE       PIC 9(4)V9(6).
           05  DBO-SOURCE-ID           PIC X(8).
