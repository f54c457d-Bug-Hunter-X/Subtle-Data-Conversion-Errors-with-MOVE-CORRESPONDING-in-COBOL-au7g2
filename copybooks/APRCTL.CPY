      ******************************************************************
      * APRCTL.CPY
      *
      * The approval limit for online corrections and write-offs in
      * transaction CONV (see APRREC.CPY).  The limit in force is kept
      * on EDITFILE as a rule named APPROVAL-LIMIT, maintained in
      * transaction CEDT like any other rule -- effective-dated, by
      * source (blank source = every source without its own), every
      * change audited as EDITMNT -- with the limit, in whole units of
      * the ledger currency, in the rule's HIGH VALUE (LOW VALUE is
      * unused; key zero).  CONVLOGC's range check looks only at its
      * own field's rules, so this row never touches a conversion.
      * With no APPROVAL-LIMIT rule in force the limit below applies,
      * so the control can never be switched off by a missing row.
      ******************************************************************
       01  WS-APPROVAL-RULE-NAME       PIC X(20) VALUE 'APPROVAL-LIMIT'.
       01  WS-DEFAULT-APPROVAL-LIMIT   PIC 9(5) VALUE 10000.
