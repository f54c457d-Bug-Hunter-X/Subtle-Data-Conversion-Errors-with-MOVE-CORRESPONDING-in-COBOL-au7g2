      * Carries both record shapes: for legacy-format records the
      * amounts are zero and the long description repeats the
      * character field, exactly as in WS-RECORD/DB-RECORD (WSDBREC).
      *
      * The currency fields sit at the end of the record so every
      * existing field keeps its position: the source and result
      * currency codes and the exchange rate to the ledger currency
      * the conversion used (zero on a reject -- nothing converted).
      * GLEXTRCT feeds ledger amounts at AUD-DB-EXCHANGE-RATE, and
      * GLREVRSL reverses a posting at the rate on its own row.
      *
      * AUD-SOURCE-ID, appended the same way, is the vendor that sent
      * the record (WSDBREC) -- GLEXTRCT feeds it as the row's
      * GL-SOURCE-SYSTEM.  On an edit-rule row written by CONVEDIT it
      * is the source the rule is keyed for (spaces: all sources).
      * Spaces on a row that predates the field, which every reader
      * takes as the default source (SRCCTL.CPY).
      *
      * AUD-EVENT-STAMP (YYYYMMDDHHMMSS) is when the row was written --
      * the moment its change reached DB-OUTPUT-FILE -- and
      * AUD-ORIGIN-RUN-ID is the DBO-RUN-ID the row's DB-OUTPUT-FILE
      * record carries: this run's own id on a conversion row, the
      * rejecting run's id on a CICS-ONLINE, MASS-REDRIVE, WRITEOFF or
      * RESENDRS row, and the target row's own run id on a MAINTCHG or
      * MAINTDEL row (spaces on an EDITMNT row -- no DB-OUTPUT-FILE
      * record).  Together they let DBORECOV replay the trail into
      * DB-OUTPUT-FILE exactly as each change originally landed.
      * Spaces on a row that predates the fields.
      *
      * The dual control on online corrections and write-offs adds
      * three rows that record a person's act, like EDITMNT: APPRREQ
      * (an action parked for approval; CONV-requester in the run-id
      * field), APPROVED and DECLINED (the supervisor's decision;
      * CAPR-approver in the run-id field, REQUESTED BY requester in
      * the reason).  Each carries the reject's key and origin run
      * id, CORR or WOFF in the repair-rule slot, and the reject's
      * values before and the action's result after.  None reaches
      * DB-OUTPUT-FILE: an approved action writes its own CLEAN/
      * REPAIRED or WRITEOFF row besides.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-RECORD-KEY          PIC 9(7).
           05  AUD-STATUS              PIC X(8).
           05  AUD-REPAIR-RULE         PIC X(4).
           05  AUD-REJECT-REASON       PIC X(30).
           05  AUD-WS-CURRENCY-CODE    PIC X(3).
           05  AUD-DB-CURRENCY-CODE    PIC X(3).
           05  AUD-DB-EXCHANGE-RATE    PIC 9(4)V9(6).
           05  AUD-SOURCE-ID           PIC X(8).
           05  AUD-EVENT-STAMP         PIC X(14).
           05  AUD-ORIGIN-RUN-ID       PIC X(14).
