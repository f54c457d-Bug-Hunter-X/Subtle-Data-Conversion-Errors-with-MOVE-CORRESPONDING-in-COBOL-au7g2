      * posted (see GLSUSPNS).  A row exists exactly as long as the
      * money sits in the suspense account: written when the reject
      * first posts there, deleted when the clearing entries are fed.
      *
      * The currency and the exchange rate the posting used ride on
      * the row for the same reason: clearing and write-off entries
      * convert at the rate the money went INTO suspense at, so the
      * suspense account empties to exactly zero in the ledger.
      * The reject's source id rides along too, so the posting, its
      * clearing and any write-off all reach the GL under the same
      * GL-SOURCE-SYSTEM.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-KEY.
           05  SUS-AMOUNT-3            PIC S9(7)V99.
           05  SUS-LONG-DESC           PIC X(30).
           05  SUS-POSTED-DATE         PIC X(8).
           05  SUS-CURRENCY-CODE       PIC X(3).
           05  SUS-EXCHANGE-RATE       PIC 9(4)V9(6).
           05  SUS-SOURCE-ID           PIC X(8).
