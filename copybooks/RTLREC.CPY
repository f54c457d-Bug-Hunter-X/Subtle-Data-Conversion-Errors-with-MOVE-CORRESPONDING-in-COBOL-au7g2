      ******************************************************************
      * RTLREC.CPY
      *
      * Reject-return ledger (indexed VSAM, DD RTNLDGR), maintained by
      * EXCRETRN.  One row per reject that has gone back to the vendor
      * on a reject-return file, keyed exactly as the reject is keyed
      * on EXCEPTION-FILE (run id + record counter, EXCREC.CPY), so
      * one keyed read per outstanding reject answers "has the vendor
      * already been sent this one?" -- which is what makes every
      * reject go back exactly once, however many nights it then sits
      * on EXCFILE waiting for the resend.
      *
      * RTL-RETURN-SEQUENCE names the return file that carried the
      * reject.  A return file only COUNTS once EXCRETRN has finished
      * it and advanced the control row below: a row carrying a
      * sequence above the control row's belongs to an attempt that
      * died before its file was complete, so that file was never
      * released and the reject is returned again on the rerun.
      *
      * The control row is keyed with a blank run id and a zero
      * counter (a key no reject can carry -- real run ids are
      * timestamps) and holds the last completed return-file sequence
      * and the date it was built.  Rows are never deleted: the ledger
      * is the history of what the vendor was told, and when.
      *
      * Each source vendor has its own return file, so each has its
      * own control row: the default source's (SRCCTL.CPY) is the
      * blank-run-id row above, any other source's carries the source
      * id in RTL-JOB-RUN-ID with a zero counter -- again a key no
      * reject can carry.
      ******************************************************************
       01  RETURN-LEDGER-RECORD.
           05  RTL-KEY.
               10  RTL-JOB-RUN-ID      PIC X(14).
               10  RTL-RECORD-KEY      PIC 9(7).
           05  RTL-RETURN-DATE         PIC X(8).
           05  RTL-RETURN-SEQUENCE     PIC 9(6).
           05  RTL-REASON-CODE         PIC X(4).
