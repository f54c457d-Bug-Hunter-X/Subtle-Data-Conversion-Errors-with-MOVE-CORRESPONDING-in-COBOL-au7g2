      * posting's amounts, when an online correction supersedes a
      * record the GL had already acknowledged as posted.  Space on
      * every normal feed entry.
      *
      * Currency (agreed with the GL team): GL-AMOUNT-1..3 are the
      * ORIGINAL amounts in GL-CURRENCY-CODE, exactly as the vendor
      * sent them; GL-LEDGER-AMOUNT-1..3 are the same amounts in the
      * ledger currency at GL-EXCHANGE-RATE, rounded to the cent,
      * and are what the ledger posts.  A reversal always carries
      * the rate of the posting it backs out, so the pair nets to
      * zero in the ledger with no exchange difference left behind.
      ******************************************************************
       01  GL-FEED-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC 9(5).
           05  GL-LONG-DESC            PIC X(30).
           05  GL-REVERSAL-FLAG        PIC X.
               88  GL-REVERSAL-ENTRY       VALUE 'R'.
           05  GL-CURRENCY-CODE        PIC X(3).
           05  GL-EXCHANGE-RATE        PIC 9(4)V9(6).
           05  GL-LEDGER-AMOUNT-1      PIC S9(11)V99.
           05  GL-LEDGER-AMOUNT-2      PIC S9(11)V99.
           05  GL-LEDGER-AMOUNT-3      PIC S9(11)V99.
