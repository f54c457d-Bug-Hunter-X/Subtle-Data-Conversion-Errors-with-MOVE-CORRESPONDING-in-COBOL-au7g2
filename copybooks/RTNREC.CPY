      ******************************************************************
      * RTNREC.CPY
      *
      * Reject-return file to the vendor (DD RTNFILE), written by
      * EXCRETRN.  Layout agreed with the vendor: fixed 120-byte
      * records, a header that opens the file, one detail per
      * returned reject, and a trailer that closes it -- the same
      * control-record discipline the vendor's own extract follows on
      * the way in (WSDBREC's WS-INPUT-HDR-REC/WS-INPUT-TRL-REC), run
      * in the other direction, so their loader can refuse a
      * truncated or re-sent return file exactly as ours refuses
      * theirs.
      *
      * Header ('H'): the date the file was built and our return-file
      * sequence, one higher on every file sent -- the vendor
      * ratchets against it the way CONVMAIN ratchets RCT-EXTRACT-SEQ
      * -- and the source id of the vendor the file goes to.  Each
      * source gets its own return file and its own sequence.
      *
      * Detail ('D'): the vendor's own coordinates for the bad record
      * (extract date and file sequence it arrived in), our reference
      * (reject run id + record counter, for the conversation back),
      * the standard reason code (RTNCODE.CPY) and the ORIGINAL record
      * exactly as it was rejected -- record-type code and the
      * EXC-WS-RECORD values, never a repaired or corrected copy --
      * followed by the currency the amounts are denominated in (the
      * ledger currency for a record sent without one).
      *
      * Trailer ('T'): detail count and the hash total of the numeric
      * field over the details whose numeric field passes the NUMERIC
      * class test -- the same hash rule as the vendor's trailer.
      ******************************************************************
       01  RTN-HEADER-RECORD.
           05  RTH-RECORD-TYPE         PIC X VALUE 'H'.
           05  RTH-FILE-DATE           PIC X(8).
           05  RTH-RETURN-SEQUENCE     PIC 9(6).
           05  RTH-SOURCE-ID           PIC X(8).
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  RTN-DETAIL-RECORD.
           05  RTD-RECORD-TYPE         PIC X VALUE 'D'.
           05  RTD-EXTRACT-DATE        PIC X(8).
           05  RTD-EXTRACT-SEQ         PIC 9(6).
           05  RTD-REFERENCE.
               10  RTD-REF-RUN-ID      PIC X(14).
               10  RTD-REF-RECORD-KEY  PIC 9(7).
           05  RTD-REASON-CODE         PIC X(4).
           05  RTD-ORIGINAL-TYPE       PIC X.
           05  RTD-ORIGINAL-RECORD.
               10  RTD-NUMERIC-FIELD   PIC 9(5).
               10  RTD-CHAR-FIELD      PIC X(10).
               10  RTD-AMOUNT-1        PIC S9(7)V99.
               10  RTD-AMOUNT-2        PIC S9(7)V99.
               10  RTD-AMOUNT-3        PIC S9(7)V99.
               10  RTD-LONG-DESC       PIC X(30).
           05  RTD-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  RTN-TRAILER-RECORD.
           05  RTT-RECORD-TYPE         PIC X VALUE 'T'.
           05  RTT-RECORD-COUNT        PIC 9(7).
           05  RTT-HASH-TOTAL          PIC 9(11).
           05  FILLER                  PIC X(101) VALUE SPACES.
