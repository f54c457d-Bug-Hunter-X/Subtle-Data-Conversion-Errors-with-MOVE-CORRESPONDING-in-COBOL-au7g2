      * the run id in front is what keeps yesterday's reject 123 and
      * tonight's reject 123 distinct.  Run ids are timestamps, so
      * each run's keys also sort after every earlier run's.
      *
      * EXC-EXTRACT-DATE / EXC-EXTRACT-SEQ identify the vendor file
      * the record ARRIVED in (the header's extract date and file
      * sequence, WSDBREC) -- the reject's own key names our run, but
      * the vendor knows its files only by date and sequence, and
      * EXCRETRN quotes both on the reject-return file so the vendor
      * can find the bad record at its source.  Zero on rejects that
      * predate the stamp.
      *
      * EXC-WS-CURRENCY-CODE is the currency of the rejected record's
      * amounts as it arrived (WSDBREC); spaces on a reject that
      * predates the field, which every reader takes as the ledger
      * currency (FXCTL.CPY).
      *
      * EXC-SOURCE-ID is the vendor the rejected record came from
      * (WSDBREC) -- the one whose extract date and sequence the two
      * fields above quote, and the one EXCRETRN returns it to.
      * Spaces on a reject that predates the field, which every reader
      * takes as the default source (SRCCTL.CPY).
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-KEY.
               10  EXC-WS-LONG-DESC        PIC X(30).
           05  EXC-REASON              PIC X(30).
           05  EXC-REJECT-DATE         PIC X(8).
           05  EXC-EXTRACT-DATE        PIC X(8).
           05  EXC-EXTRACT-SEQ         PIC 9(6).
           05  EXC-WS-CURRENCY-CODE    PIC X(3).
           05  EXC-SOURCE-ID           PIC X(8).
