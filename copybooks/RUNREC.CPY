      * row preserves.  Zero on rows that predate the control records
      * and on partition 1-N rows (the slices carry no header).
      *
      * RCT-SOURCE-ID is the vendor whose extract the run converted
      * (the header's source id, WSDBREC).  Each source keeps its own
      * sequence series, so the ratchet only turns against rows of
      * the same source, and the double-start refusal only counts an
      * ENDED row of the same source -- two suppliers' runs on one
      * date are two different streams, each against its own
      * DB-OUTPUT-FILE.  Stamped on every row the run writes, partition
      * rows included; spaces on rows that predate the field, which
      * are the default source's (SRCCTL.CPY).
      *
      * RCT-PARTITION completes the key for partitioned runs: each of
      * the N concurrent conversion jobs writes its own row as
      * partition 1-N under the shared run id, and CONVMERG sums them
      * writes partition 0 directly.  Partition 0 is therefore always
      * the row that speaks for the run as a whole -- it is the only
      * partition GLEXTRCT's auto-selection looks at.
      *
      * RCT-FEED-HOLD is the amount variance step's verdict on the
      * partition-0 row (GLVARNCE, run between consolidation and the
      * GL extract): 'H' when tonight's per-account counts or amounts
      * moved too far from the source's rolling baseline, which
      * holds the run out of the GL feed -- GLEXTRCT refuses a held
      * run, auto-selected or named -- until a supervisor releases it
      * (GLRELEAS), which sets 'R' and stamps the supervisor's id and
      * the moment of release (YYYYMMDDHHMMSS).  Space on every other
      * row and on rows that predate the fields: not held.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RCT-KEY.
           05  RCT-BALANCE-FLAG        PIC X.
               88  RCT-IN-BALANCE          VALUE 'Y'.
           05  RCT-EXTRACT-SEQ         PIC 9(6).
           05  RCT-SOURCE-ID           PIC X(8).
           05  RCT-FEED-HOLD           PIC X.
               88  RCT-FEED-HELD           VALUE 'H'.
               88  RCT-FEED-RELEASED       VALUE 'R'.
           05  RCT-RELEASED-BY         PIC X(8).
           05  RCT-RELEASED-STAMP      PIC X(14).
