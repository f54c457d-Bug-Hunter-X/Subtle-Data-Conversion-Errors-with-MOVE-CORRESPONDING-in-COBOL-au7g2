      * vendor will send files mixing both shapes for at least two
      * quarters, so both stay supported side by side.
      *
      * WS-INPUT-MNT-REC is the 64-byte maintenance (delta) record
      * the vendor sends for CONVMAIN's maintenance mode: a
      * transaction code in column one (A=add, C=change, D=delete) in
      * front of a full extended record (67 bytes around the
      * currency-bearing extended shape).  Change and delete
      * transactions name the target row by the business value (the
      * numeric field), which is DB-OUTPUT-FILE's alternate key.
      *
      * The amount fields are SIGNED (trailing overpunch, so every
      * physical record length is unchanged): the vendor sends credit
      * overpunch on a signed picture, so a credit is as CLEAN as a
      * debit.
      *
      * Currency: the vendor's 66-byte extended record carries the
      * ISO currency code of its amounts in its last three bytes
      * (WSI-EXT-CURRENCY-CODE), and the maintenance record grows to
      * 67 bytes around it.  The 63-byte extended shape, the 64-byte
      * maintenance shape and the legacy shape carry none -- their
      * amounts are in the ledger currency (FXCTL.CPY), which the
      * reader supplies, so every physical length already in the
      * vendor's hands stays valid.  WS-CURRENCY-CODE rides unaltered
      * through conversion; DB-EXCHANGE-RATE is the rate to the
      * ledger currency the conversion looked up for the processing
      * date (FXRREC.CPY), carried with the record so the GL feed,
      * and any later reversal of it, convert at exactly that rate.
      *
      * Source: WS-SOURCE-ID/DB-SOURCE-ID name the vendor that sent
      * the record -- the source id on the header of the file it
      * arrived in -- and ride unaltered onto every output, exception
      * and audit row, so rows from different suppliers sharing the
      * downstream files can always be told apart.  The reader
      * stamps it; it is not part of any business-record shape.
      *
      * WS-INPUT-HDR-REC / WS-INPUT-TRL-REC are the vendor's file
      * control records: a 15-byte header ('H', extract date, file
      * sequence number; 23 bytes when the vendor appends its source
      * id, WSI-HDR-SOURCE-ID -- the 15-byte header is the default
      * source, SRCCTL.CPY) that must be the FIRST record, and a 19-byte
      * trailer ('T', business-record count, hash total of the numeric
      * field over the business records) that must be the LAST.  The
      * hash covers the records whose numeric field passes the NUMERIC
           05  WS-AMOUNT-2             PIC S9(7)V99.
           05  WS-AMOUNT-3             PIC S9(7)V99.
           05  WS-LONG-DESC            PIC X(30).
           05  WS-CURRENCY-CODE        PIC X(3).
           05  WS-SOURCE-ID            PIC X(8).

       01  DB-RECORD.
           05  DB-RECORD-TYPE          PIC X.
           05  DB-AMOUNT-2             PIC S9(7)V99.
           05  DB-AMOUNT-3             PIC S9(7)V99.
           05  DB-LONG-DESC            PIC X(30).
           05  DB-CURRENCY-CODE        PIC X(3).
           05  DB-EXCHANGE-RATE        PIC 9(4)V9(6).
           05  DB-SOURCE-ID            PIC X(8).

       01  WS-INPUT-OLD-REC.
           05  WSI-OLD-NUMERIC-FIELD   PIC 9(5).
           05  WSI-EXT-AMOUNT-2        PIC S9(7)V99.
           05  WSI-EXT-AMOUNT-3        PIC S9(7)V99.
           05  WSI-EXT-LONG-DESC       PIC X(30).
           05  WSI-EXT-CURRENCY-CODE   PIC X(3).

       01  WS-INPUT-MNT-REC.
           05  WSI-MNT-TRANS-CODE      PIC X.
               88  WSI-MNT-ADD             VALUE 'A'.
               88  WSI-MNT-CHANGE          VALUE 'C'.
               88  WSI-MNT-DELETE          VALUE 'D'.
           05  WSI-MNT-EXT-REC         PIC X(66).

       01  WS-INPUT-HDR-REC.
           05  WSI-HDR-RECORD-TYPE     PIC X.
               88  WSI-HDR-FORMAT          VALUE 'H'.
           05  WSI-HDR-EXTRACT-DATE    PIC X(8).
           05  WSI-HDR-SEQUENCE        PIC 9(6).
           05  WSI-HDR-SOURCE-ID       PIC X(8).

       01  WS-INPUT-TRL-REC.
           05  WSI-TRL-RECORD-TYPE     PIC X.
