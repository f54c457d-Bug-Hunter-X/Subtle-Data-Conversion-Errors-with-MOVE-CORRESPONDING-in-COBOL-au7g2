      ******************************************************************
      * APRREC.CPY
      *
      * Pending-approval record (indexed VSAM, DD / CICS FCT name
      * APRFILE).  Transaction CONV (CONVCICS) writes one when an
      * operator's correction or PF10 write-off is worth more than the
      * approval limit: the action is parked here instead of taking
      * effect, and the reject stays on EXCFILE untouched.  A
      * supervisor other than the requester approves or declines it
      * in transaction CAPR (CONVAPRV); either way the item is then
      * removed -- AUDFILE, not this file, is the history (APPRREQ,
      * APPROVED and DECLINED rows).  APRAGING reports items left
      * pending past a day.
      *
      * Keyed on the reject's own EXCFILE key, so a reject can have
      * at most one action awaiting approval at a time.
      *
      *   APR-LEDGER-VALUE   - the largest of the three amounts, in
      *                        ledger currency, without sign: what
      *                        was measured against the limit.  Zero
      *                        with APR-NO-RATE set when no rate was
      *                        on file to value it, or with APR-AMOUNT-
      *                        NOT-NUMERIC set when an amount was not
      *                        a number (either way always referred).
      *   APR-APPROVAL-LIMIT - the limit in force when requested.
      *   APR-EXC-...        - the reject as it stood (before).
      *   APR-WS-...         - the record the action applies to: the
      *                        operator's corrected record, or for a
      *                        write-off the reject's own values.
      *   APR-DB-...         - a correction's converted result as
      *                        CONVLOGC and the chart/rate checks left
      *                        it: exactly what approval writes to
      *                        DB-OUTPUT-FILE.  Zero/spaces on a
      *                        write-off.
      ******************************************************************
       01  APPROVAL-RECORD.
           05  APR-KEY.
               10  APR-JOB-RUN-ID      PIC X(14).
               10  APR-RECORD-KEY      PIC 9(7).
           05  APR-ACTION              PIC X.
               88  APR-CORRECTION          VALUE 'C'.
               88  APR-WRITE-OFF           VALUE 'W'.
           05  APR-SOURCE-ID           PIC X(8).
           05  APR-REQUESTED-BY        PIC X(8).
           05  APR-REQUEST-STAMP       PIC X(14).
           05  APR-LEDGER-VALUE        PIC 9(11)V99.
           05  APR-RATE-SWITCH         PIC X.
               88  APR-NO-RATE             VALUE 'N'.
               88  APR-AMOUNT-NOT-NUMERIC  VALUE 'A'.
           05  APR-APPROVAL-LIMIT      PIC 9(5).
           05  APR-BEFORE-EXC.
               10  APR-EXC-NUMERIC-FIELD   PIC 9(5).
               10  APR-EXC-CHAR-FIELD      PIC X(10).
               10  APR-EXC-REASON          PIC X(30).
           05  APR-AFTER-WS.
               10  APR-WS-RECORD-TYPE      PIC X.
               10  APR-WS-NUMERIC-FIELD    PIC 9(5).
               10  APR-WS-CHAR-FIELD       PIC X(10).
               10  APR-WS-AMOUNT-1         PIC S9(7)V99.
               10  APR-WS-AMOUNT-X-1 REDEFINES APR-WS-AMOUNT-1
                                           PIC X(9).
               10  APR-WS-AMOUNT-2         PIC S9(7)V99.
               10  APR-WS-AMOUNT-X-2 REDEFINES APR-WS-AMOUNT-2
                                           PIC X(9).
               10  APR-WS-AMOUNT-3         PIC S9(7)V99.
               10  APR-WS-AMOUNT-X-3 REDEFINES APR-WS-AMOUNT-3
                                           PIC X(9).
               10  APR-WS-LONG-DESC        PIC X(30).
               10  APR-WS-CURRENCY-CODE    PIC X(3).
           05  APR-AFTER-DB.
               10  APR-DB-NUMERIC-FIELD    PIC 9(5).
               10  APR-DB-CHAR-FIELD       PIC X(10).
               10  APR-DB-AMOUNT-1         PIC S9(7)V99.
               10  APR-DB-AMOUNT-2         PIC S9(7)V99.
               10  APR-DB-AMOUNT-3         PIC S9(7)V99.
               10  APR-DB-LONG-DESC        PIC X(30).
               10  APR-DB-CURRENCY-CODE    PIC X(3).
               10  APR-DB-EXCHANGE-RATE    PIC 9(4)V9(6).
               10  APR-CONVERT-STATUS      PIC X(8).
               10  APR-REPAIR-RULE         PIC X(4).
           05  FILLER                  PIC X(20).
