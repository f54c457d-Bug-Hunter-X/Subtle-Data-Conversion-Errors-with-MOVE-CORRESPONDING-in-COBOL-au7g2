      * deleting the row -- the row is the history.  Maintained online
      * by transaction CEDT (program CONVEDIT), which audits every
      * change to AUDFILE.
      *
      * EDR-SOURCE-ID leads the key so each vendor's rules are its
      * own rows: a rule keyed for one source id (the header source
      * id, WSDBREC) governs that source's records only, and a rule
      * keyed with source id spaces governs every source that has no
      * rule of its own for the field -- one supplier's tolerance
      * change can never loosen another's.
      ******************************************************************
       01  EDIT-RULE-RECORD.
           05  EDR-KEY.
               10  EDR-SOURCE-ID       PIC X(8).
               10  EDR-FIELD-NAME      PIC X(20).
               10  EDR-EFF-DATE        PIC X(8).
           05  EDR-LOW-VALUE           PIC 9(5).
