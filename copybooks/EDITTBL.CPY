      * lookup logic in CONVLOGC.  EDIT-EFF-DATE is kept so the loader
      * can prefer the latest rule effective on or before the
      * processing date when a field has more than one dated row.
      * EDIT-SOURCE-ID is the rule's source (EDTREC.CPY, spaces = all
      * sources): a field has one entry per source that keys a rule
      * for it, and CONVLOGC prefers the record's own source's entry
      * over the all-sources one.
      ******************************************************************
       01  WS-EDIT-TABLE.
           05  EDIT-TABLE-COUNT        PIC 9(4).
           05  EDIT-TABLE-ENTRY OCCURS 50 TIMES
                   INDEXED BY EDIT-IDX.
               10  EDIT-SOURCE-ID      PIC X(8).
               10  EDIT-FIELD-NAME     PIC X(20).
               10  EDIT-LOW-VALUE      PIC 9(5).
               10  EDIT-HIGH-VALUE     PIC 9(5).
