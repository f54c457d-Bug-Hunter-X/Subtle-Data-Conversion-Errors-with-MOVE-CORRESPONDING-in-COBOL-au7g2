      ******************************************************************
      * VARREC.CPY
      *
      * Amount variance history (indexed VSAM, DD VARHIST), kept by
      * GLVARNCE and released by GLRELEAS.  It is the rolling
      * baseline tonight's converted totals are judged against, per
      * source, so each vendor is compared only with itself.  Two
      * row types share the file:
      *
      *   'D' (date row)    - one per source and run date judged:
      *                       the run id, the verdict and the night's
      *                       totals over every account.  The last
      *                       five date rows before tonight whose
      *                       verdict is P or R are the baseline
      *                       window; a night still held is never
      *                       part of anyone's baseline.
      *   'A' (account row) - one per source, run date and account:
      *                       the CLEAN/REPAIRED rows converted to the
      *                       account and their ledger-currency
      *                       amounts (the value the GL posts).
      *
      * Account rows are keyed under their date so a rerun of the
      * step for the same night replaces them, and dates that have
      * fallen out of the window are deleted as the window moves.
      * VHS-ACCOUNT is zero on date rows.
      ******************************************************************
       01  VARIANCE-HISTORY-RECORD.
           05  VHS-KEY.
               10  VHS-SOURCE-ID       PIC X(8).
               10  VHS-ROW-TYPE        PIC X.
                   88  VHS-DATE-ROW        VALUE 'D'.
                   88  VHS-ACCOUNT-ROW     VALUE 'A'.
               10  VHS-RUN-DATE        PIC X(8).
               10  VHS-ACCOUNT         PIC 9(5).
           05  VHS-JOB-RUN-ID          PIC X(14).
           05  VHS-DATE-STATUS         PIC X.
               88  VHS-DATE-PASSED         VALUE 'P'.
               88  VHS-DATE-HELD           VALUE 'H'.
               88  VHS-DATE-RELEASED       VALUE 'R'.
               88  VHS-BASELINE-OK         VALUE 'P' 'R'.
           05  VHS-RECORD-COUNT        PIC 9(7).
           05  VHS-AMOUNT-1            PIC S9(13)V99.
           05  VHS-AMOUNT-2            PIC S9(13)V99.
           05  VHS-AMOUNT-3            PIC S9(13)V99.
           05  FILLER                  PIC X(10).
