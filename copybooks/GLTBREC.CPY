      ******************************************************************
      * GLTBREC.CPY
      *
      * Month-end trial-balance extract returned by the GL team (DD
      * GLTRIAL), read by BALTRIAL.  Layout agreed with the GL team:
      * fixed 80-byte records in account order, one per account,
      * period and source system the account was posted under (every
      * GL-SOURCE-SYSTEM our feeds carry), holding the number of
      * entries the GL POSTED for it in the period and their net
      * ledger-currency amounts -- the period activity, a reversal
      * already netted in.  Entries the GL rejected are not in it.
      ******************************************************************
       01  GL-TRIAL-RECORD.
           05  GTB-ACCOUNT-NUMBER      PIC 9(5).
           05  GTB-PERIOD              PIC X(6).
           05  GTB-SOURCE-SYSTEM       PIC X(8).
           05  GTB-POSTED-COUNT        PIC 9(7).
           05  GTB-LEDGER-AMOUNT-1     PIC S9(11)V99.
           05  GTB-LEDGER-AMOUNT-2     PIC S9(11)V99.
           05  GTB-LEDGER-AMOUNT-3     PIC S9(11)V99.
           05  FILLER                  PIC X(15).
