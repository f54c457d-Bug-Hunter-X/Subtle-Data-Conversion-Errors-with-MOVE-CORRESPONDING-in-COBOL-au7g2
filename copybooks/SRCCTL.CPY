      ******************************************************************
      * SRCCTL.CPY
      *
      * The default source id -- the identity of the vendor whose
      * extract this stream was built for, and the source assumed for
      * every header that carries no source id of its own (the 15-byte
      * header, WSDBREC) and for every row written before rows carried
      * one (source id spaces).  It is the value GL-SOURCE-SYSTEM has
      * always held, so that vendor's postings reach the GL under the
      * same source system as before.  Every program that stamps,
      * compares or reports a source id copies this member so the
      * answer cannot differ between them.
      ******************************************************************
       01  WS-DEFAULT-SOURCE-ID        PIC X(8) VALUE 'CONVMAIN'.
