      * PARM1=Y restart of a maintenance checkpoint would run the
      * remaining delta records down the rebuild path with re-based
      * keys -- CONVMAIN's 1070 refuses it on this flag.
      *
      * CK-SOURCE-ID is restored on restart for the same reason as
      * the run id: the restart skips the header, and the source id
      * it carried is stamped on every row the rest of the run writes.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-LAST-RECORD-COUNT    PIC 9(7).
           05  CK-LAST-DUP-COUNT       PIC 9(7).
           05  CK-LAST-DUP-SUM         PIC S9(11).
           05  CK-RUN-MODE             PIC X.
           05  CK-SOURCE-ID            PIC X(8).
