      ******************************************************************
      * BALREC.CPY
      *
      * Account period balance record (indexed VSAM, DD ACCTBAL),
      * posted nightly by BALPOST, tied to the GL at month end by
      * BALTRIAL and shown on line by CONVBAL (transaction CBAL).
      * One row per account -- the DBO-NUMERIC-FIELD value the GL
      * posts under as GL-ACCOUNT-NUMBER, including the suspense and
      * write-off accounts GLSUSPNS posts to -- and accounting period
      * (YYYYMM of the posting date).
      *
      * All amounts are LEDGER currency, the values the GL posts
      * (GLREC.CPY GL-LEDGER-AMOUNT-n), so a row ties to the GL with
      * no rate in between.  The opening balance is the closing
      * balance (opening + activity) of the account's latest earlier
      * period, carried forward when the period's row is created;
      * the activity is the period's net postings, a reversal
      * entering negative.  The counts say where the activity came
      * from:
      *   BAL-CONVERTED-COUNT - CLEAN/REPAIRED rows of fed batch and
      *                         maintenance runs
      *   BAL-CORRECTED-COUNT - CICS-ONLINE and MASS-REDRIVE rows
      *   BAL-REVERSED-COUNT  - GLREVRSL reversal entries
      *   BAL-SUSPENSE-COUNT  - GLSUSPNS suspense postings, clearings
      *                         and write-off postings
      *
      * Period '000000' under account zero is the file's control row,
      * never a balance: BAL-LAST-POSTED-DATE on it is the last date
      * BALPOST posted, which stops the same night posting twice.
      ******************************************************************
       01  BALANCE-RECORD.
           05  BAL-KEY.
               10  BAL-ACCOUNT-NUMBER  PIC 9(5).
               10  BAL-PERIOD          PIC X(6).
                   88  BAL-CONTROL-ROW     VALUE '000000'.
           05  BAL-OPENING-1           PIC S9(11)V99.
           05  BAL-OPENING-2           PIC S9(11)V99.
           05  BAL-OPENING-3           PIC S9(11)V99.
           05  BAL-ACTIVITY-1          PIC S9(11)V99.
           05  BAL-ACTIVITY-2          PIC S9(11)V99.
           05  BAL-ACTIVITY-3          PIC S9(11)V99.
           05  BAL-CONVERTED-COUNT     PIC 9(7).
           05  BAL-CORRECTED-COUNT     PIC 9(7).
           05  BAL-REVERSED-COUNT      PIC 9(7).
           05  BAL-SUSPENSE-COUNT      PIC 9(7).
           05  BAL-LAST-POSTED-DATE    PIC X(8).
