      * rerun.  PF10 writes off the displayed reject (audited, see
      * 4500) for the cases that can never be resubmitted online.
      *
      * Dual control: a correction or write-off worth more than the
      * approval limit (APRCTL.CPY -- an EDITFILE rule maintained in
      * CEDT) does not take effect here.  It is parked on the pending-
      * approval file APRFILE (APRREC.CPY) with the before and after
      * values, audited as APPRREQ, and left for a supervisor other
      * than the requester to approve or decline in transaction CAPR
      * (CONVAPRV), which carries out the action on approval.  The
      * reject stays on EXCFILE meanwhile, and no further action on
      * it is taken here until the item is decided (4600).
      *
      * NOTE: This program uses EXEC CICS commands.  GnuCOBOL's
      * "cobc -fsyntax-only" cannot translate EXEC CICS (no CICS
      * translator in this toolchain) and was NOT used as the syntax
      * uses in batch, defined here via their CICS FCT names; AUDFILE
      * is written append-only (ESDS-style, no RIDFLD) from here the
      * same way CONVMAIN's sequential AUDIT-FILE is written EXTEND.
      *
      * EXCFILE is shared by every source vendor, but each source's
      * converted rows and audit trail live on its own data sets (see
      * CONVMAIN).  The default source (SRCCTL.CPY) keeps the FCT
      * names DBOUTPUT and AUDFILE; any other source's are 'DBO' and
      * 'AUD' followed by the first five bytes of its source id, and a
      * correction or write-off goes to the files of the reject's own
      * source (4010).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCICS.
           COPY EDTREC.
           COPY EDITTBL.
           COPY COAREC.
           COPY FXRREC.
           COPY FXCTL.
           COPY SRCCTL.
           COPY APRREC.
           COPY APRCTL.

       01  WS-CONVERT-STATUS           PIC X(8).
       01  WS-REJECT-REASON            PIC X(30).

       01  WS-ABS-TIME                 PIC S9(15) COMP-3.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-EVENT-TIME               PIC X(6).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-USER-ID                  PIC X(8).

      *        The approval-limit test (4610): the largest of the
      *        record's three amounts in ledger currency, without
      *        sign, against the limit in force for its source.
       01  WS-APPROVAL-LIMIT           PIC 9(5).
       01  WS-LIMIT-SOURCE-ID          PIC X(8).
       01  WS-LEDGER-VALUE             PIC 9(11)V99.
       01  WS-VALUE-WORK               PIC 9(11)V99.
       01  WS-AMOUNT-WORK              PIC S9(7)V99.
       01  WS-LIMIT-EDIT               PIC Z(4)9.
       01  WS-APPROVAL-SWITCH          PIC X VALUE 'N'.
           88  WS-APPROVAL-REQUIRED        VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-RATE-MISSING-SWITCH      PIC X VALUE 'N'.
           88  WS-RATE-MISSING             VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-AMOUNT-BAD-SWITCH        PIC X VALUE 'N'.
           88  WS-AMOUNT-NOT-NUMERIC       VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-LIMIT-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-LIMIT-RULE-FOUND         VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-PENDING-CHECK            PIC X VALUE 'N'.
           88  WS-NONE-PENDING             VALUE 'N'.
           88  WS-ALREADY-PENDING          VALUE 'P'.
           88  WS-APPROVAL-FILE-DOWN       VALUE 'U'.

       01  WS-EDIT-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-EDIT-RULE-EOF            VALUE 'Y'
       01  WS-COA-READ-SWITCH          PIC X VALUE 'N'.
           88  WS-COA-UNAVAILABLE          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-FX-READ-SWITCH           PIC X VALUE 'N'.
           88  WS-FX-UNAVAILABLE           VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        The standard key prompt, defined once so the three
      *        screens that show it can never drift apart.
      *        on top of whatever was there.
       01  WS-SAVED-MSG                PIC X(79).

      *        FCT names of the displayed reject's source's data sets,
      *        set by 4010-SET-SOURCE-FILES from the reject itself.
       01  WS-SOURCE-FILES.
           05  WS-DBO-FILE-NAME        PIC X(8) VALUE 'DBOUTPUT'.
           05  WS-AUD-FILE-NAME        PIC X(8) VALUE 'AUDFILE'.

      *        The browse key is the full EXCFILE composite key (run
      *        id + record counter, EXCREC.CPY) now that the file
      *        holds every run's outstanding rejects: spaces in the
                   MOVE 'REJECT NO LONGER ON FILE - PRESS PF8' TO MSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
               ELSE
                   PERFORM 4010-SET-SOURCE-FILES
                   PERFORM 4600-CHECK-PENDING-APPROVAL
                   IF WS-NONE-PENDING
                       PERFORM 4020-BUILD-CORRECTED-RECORD
                       PERFORM 4030-CHECK-RULES-AND-RESUBMIT
                   ELSE
                       PERFORM 5100-SEND-MAP-DATAONLY
                   END-IF
               END-IF
           END-IF.

      *        A reject written before rejects carried a source is the
      *        default source's.  WS-SOURCE-ID rides into CONVLOGC so
      *        the source's own EDITFILE rules apply and the converted
      *        row and its audit row carry it.
       4010-SET-SOURCE-FILES.
           IF EXC-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-SOURCE-ID
           ELSE
               MOVE EXC-SOURCE-ID TO WS-SOURCE-ID
           END-IF
           IF WS-SOURCE-ID = WS-DEFAULT-SOURCE-ID
               MOVE 'DBOUTPUT' TO WS-DBO-FILE-NAME
               MOVE 'AUDFILE' TO WS-AUD-FILE-NAME
           ELSE
               MOVE SPACES TO WS-DBO-FILE-NAME WS-AUD-FILE-NAME
               STRING 'DBO' WS-SOURCE-ID (1:5) DELIMITED BY SIZE
                   INTO WS-DBO-FILE-NAME
               END-STRING
               STRING 'AUD' WS-SOURCE-ID (1:5) DELIMITED BY SIZE
                   INTO WS-AUD-FILE-NAME
               END-STRING
           END-IF.

      *        The corrected WS-RECORD is the operator's typed numeric
      *        and character fields over the reject's own pass-through
      *        fields.  The long description mirrors the character
      *        field the same way CONVMAIN's reader builds it: for an
      *        extended record the character field is the first ten
      *        bytes of the description, for a legacy record the
      *        description IS the character field.  The currency is
      *        the reject's own -- the operator corrects the account
      *        and text, never what the amounts are denominated in.
       4020-BUILD-CORRECTED-RECORD.
           MOVE EXC-RECORD-TYPE TO WS-RECORD-TYPE
           MOVE WSNUMI TO WS-NUMERIC-FIELD
               MOVE WS-CHAR-FIELD TO WS-LONG-DESC (1:10)
           ELSE
               MOVE WS-CHAR-FIELD TO WS-LONG-DESC
           END-IF
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.

       4030-CHECK-RULES-AND-RESUBMIT.
                   GOBACK
               END-IF
           END-IF
      *        Then the exchange rate, as CONVMAIN's 2230 looks it
      *        up, for today: an unreadable rate file refuses the
      *        correction the same way an unreadable chart does.
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 4070-CHECK-EXCHANGE-RATE
               IF WS-FX-UNAVAILABLE
                   MOVE 'EXCHANGE RATES UNAVAILABLE - TRY AGAIN LATER'
                       TO MSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
                   PERFORM 9000-RETURN-TRANSACTION
                   GOBACK
               END-IF
           END-IF
      *        A REPAIRED result is a successful conversion too -- the
      *        operator's typed value tripped a repair rule (e.g.
      *        leading spaces) but converted and passed the range
      *        check, so it lands in DB-OUTPUT-FILE the same as CLEAN
      *        -- unless it is worth more than the approval limit, in
      *        which case the converted result is parked for a
      *        supervisor instead (4650) and the reject stays put.
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 4610-MEASURE-AGAINST-LIMIT
               IF WS-APPROVAL-REQUIRED
                   MOVE 'C' TO APR-ACTION
                   PERFORM 4650-QUEUE-FOR-APPROVAL
                   PERFORM 5100-SEND-MAP-DATAONLY
                   PERFORM 9000-RETURN-TRANSACTION
                   GOBACK
               END-IF
           END-IF
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 4100-WRITE-DB-RECORD
                   SET WS-COA-UNAVAILABLE TO TRUE
           END-EVALUATE.

      *        CONVMAIN's 2230/2235 verdicts: a ledger-currency
      *        record needs no rate; otherwise the rate row for
      *        today.  When there is none, a generic read on the
      *        currency alone tells a known currency missing today's
      *        rate from a currency treasury has never loaded.
       4070-CHECK-EXCHANGE-RATE.
           SET WS-FX-UNAVAILABLE TO FALSE
           IF DB-CURRENCY-CODE = WS-LEDGER-CURRENCY
               MOVE WS-LEDGER-RATE TO DB-EXCHANGE-RATE
           ELSE
               MOVE DB-CURRENCY-CODE TO FXR-CURRENCY-CODE
               MOVE WS-TODAY-DATE TO FXR-RATE-DATE
               EXEC CICS READ
                   FILE('FXRATE')
                   INTO(FX-RATE-RECORD)
                   RIDFLD(FXR-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                        AND FXR-EXCHANGE-RATE IS NUMERIC
                        AND FXR-EXCHANGE-RATE > ZERO
                       MOVE FXR-EXCHANGE-RATE TO DB-EXCHANGE-RATE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'NO EXCHANGE RATE FOR DATE'
                           TO WS-REJECT-REASON
                       PERFORM 4080-REJECT-NO-RATE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       PERFORM 4075-CHECK-CURRENCY-KNOWN
                   WHEN OTHER
                       SET WS-FX-UNAVAILABLE TO TRUE
               END-EVALUATE
           END-IF.

       4075-CHECK-CURRENCY-KNOWN.
           MOVE DB-CURRENCY-CODE TO FXR-CURRENCY-CODE
           EXEC CICS READ
               FILE('FXRATE')
               INTO(FX-RATE-RECORD)
               RIDFLD(FXR-KEY)
               KEYLENGTH(3)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'NO EXCHANGE RATE FOR DATE'
                       TO WS-REJECT-REASON
                   PERFORM 4080-REJECT-NO-RATE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN CURRENCY CODE'
                       TO WS-REJECT-REASON
                   PERFORM 4080-REJECT-NO-RATE
               WHEN OTHER
                   SET WS-FX-UNAVAILABLE TO TRUE
           END-EVALUATE.

       4080-REJECT-NO-RATE.
           MOVE 'Error' TO DB-CHAR-FIELD
           MOVE 'REJECTED' TO WS-CONVERT-STATUS
           MOVE SPACES TO WS-REPAIR-RULE
           MOVE ZERO TO DB-EXCHANGE-RATE.

      *        Loads the business-range edit rules effective today from
      *        EDITFILE into WS-EDIT-TABLE for the CALL to CONVLOGC --
      *        the same run-time load CONVMAIN does in batch, done here
           MOVE DB-AMOUNT-2 TO DBO-AMOUNT-2
           MOVE DB-AMOUNT-3 TO DBO-AMOUNT-3
           MOVE DB-LONG-DESC TO DBO-LONG-DESC
           MOVE DB-CURRENCY-CODE TO DBO-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO DBO-EXCHANGE-RATE
           MOVE DB-SOURCE-ID TO DBO-SOURCE-ID
           EXEC CICS WRITE
               FILE(WS-DBO-FILE-NAME)
               FROM(DB-OUTPUT-RECORD)
               RIDFLD(DBO-RECORD-KEY)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(AUD-RUN-DATE)
               TIME(WS-EVENT-TIME)
           END-EXEC
           STRING AUD-RUN-DATE              DELIMITED BY SIZE
                  WS-EVENT-TIME             DELIMITED BY SIZE
               INTO AUD-EVENT-STAMP
           END-STRING
           MOVE EXC-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE EXC-RECORD-KEY TO AUD-RECORD-KEY
           MOVE 'CICS-ONLINE' TO AUD-JOB-RUN-ID
           MOVE WS-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE WS-CONVERT-STATUS TO AUD-STATUS
           MOVE WS-REPAIR-RULE TO AUD-REPAIR-RULE
           MOVE WS-REJECT-REASON TO AUD-REJECT-REASON
           MOVE WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           EXEC CICS WRITE
               FILE(WS-AUD-FILE-NAME)
               FROM(AUDIT-RECORD)
           END-EXEC.

      *        never reach the GL, and CONVSTAT shows it in the
      *        OTHER column where management can see the volume.
      *        Same transaction-level security as the correction
      *        path: if an operator may correct, they may write off --
      *        and the same approval limit: a write-off worth more
      *        than the limit is parked for a supervisor (4650).
      *        The write-off is valued at today's rate for the
      *        reject's currency; with no rate on file it cannot be
      *        valued, and an unvalued write-off always goes for
      *        approval.
       4500-WRITE-OFF-REJECT.
           IF NOT WS-RECORD-ON-SCREEN
               MOVE 'NO REJECTED RECORD LOADED - PRESS PF8' TO MSGO
                   MOVE 'REJECT NO LONGER ON FILE - PRESS PF8' TO MSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
               ELSE
                   PERFORM 4010-SET-SOURCE-FILES
                   PERFORM 4600-CHECK-PENDING-APPROVAL
                   IF WS-NONE-PENDING
                       PERFORM 4510-VALUE-WRITE-OFF
                   END-IF
                   PERFORM 5100-SEND-MAP-DATAONLY
               END-IF
           END-IF.

       4510-VALUE-WRITE-OFF.
           PERFORM 3500-LOAD-EDIT-TABLE
           IF WS-EDIT-LOAD-FAILED
               MOVE 'EDIT RULES UNAVAILABLE - TRY AGAIN LATER'
                   TO MSGO
           ELSE
               MOVE EXC-WS-AMOUNT-1 TO WS-AMOUNT-1
               MOVE EXC-WS-AMOUNT-2 TO WS-AMOUNT-2
               MOVE EXC-WS-AMOUNT-3 TO WS-AMOUNT-3
               IF EXC-WS-CURRENCY-CODE = SPACES
                   MOVE WS-LEDGER-CURRENCY TO DB-CURRENCY-CODE
               ELSE
                   MOVE EXC-WS-CURRENCY-CODE TO DB-CURRENCY-CODE
               END-IF
               MOVE SPACES TO WS-CONVERT-STATUS
               PERFORM 4070-CHECK-EXCHANGE-RATE
               IF WS-FX-UNAVAILABLE
                   MOVE 'EXCHANGE RATES UNAVAILABLE - TRY AGAIN LATER'
                       TO MSGO
               ELSE
                   PERFORM 4610-MEASURE-AGAINST-LIMIT
                   PERFORM 4520-BUILD-WRITE-OFF-AUDIT
                   IF WS-APPROVAL-REQUIRED
                       MOVE 'W' TO APR-ACTION
                       PERFORM 4650-QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM 4150-WRITE-AUDIT-RECORD
                       PERFORM 4200-DELETE-EXCEPTION
                       MOVE 'REJECT WRITTEN OFF' TO WS-SAVED-MSG
                       PERFORM 3000-FIND-NEXT-REJECT
                       MOVE WS-SAVED-MSG TO MSGO
                   END-IF
               END-IF
           END-IF.

      *        The audit row shows the reject's ORIGINAL values on
      *        the source side and nothing on the result side --
      *        nothing was converted; the record was dropped by a
      *        human decision, and that is exactly what the trail
      *        must say.  Builds the row's WS-RECORD/DB-RECORD only;
      *        the caller writes it (4150) or parks it (4650).
       4520-BUILD-WRITE-OFF-AUDIT.
           MOVE EXC-RECORD-TYPE TO WS-RECORD-TYPE
           MOVE EXC-WS-NUMERIC-FIELD TO WS-NUMERIC-FIELD
           MOVE ZEROS TO DB-NUMERIC-FIELD DB-AMOUNT-1 DB-AMOUNT-2
               DB-AMOUNT-3
           MOVE SPACES TO DB-CHAR-FIELD DB-LONG-DESC
               DB-CURRENCY-CODE
           MOVE ZERO TO DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO DB-SOURCE-ID
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF
           MOVE 'WRITEOFF' TO WS-CONVERT-STATUS
           MOVE SPACES TO WS-REPAIR-RULE
           MOVE 'OPERATOR WRITE-OFF' TO WS-REJECT-REASON.

      *        One action at a time per reject: while an item for it
      *        waits on APRFILE, neither a correction nor a write-off
      *        may overtake the supervisor's decision.  An unreadable
      *        APRFILE refuses the action, never skips the check.
       4600-CHECK-PENDING-APPROVAL.
           MOVE WS-COMMAREA-KEY TO APR-KEY
           EXEC CICS READ
               FILE('APRFILE')
               INTO(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-ALREADY-PENDING TO TRUE
                   MOVE 'APPROVAL ALREADY PENDING FOR THIS REJECT - PF8'
                       TO MSGO
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-NONE-PENDING TO TRUE
               WHEN OTHER
                   SET WS-APPROVAL-FILE-DOWN TO TRUE
                   MOVE 'APPROVAL FILE UNAVAILABLE - TRY AGAIN LATER'
                       TO MSGO
           END-EVALUATE.

      *        Values the record at DB-EXCHANGE-RATE, set by 4070 for
      *        today (one for the ledger currency).  A zero rate
      *        means none was on file, and an amount that is not a
      *        number (a write-off of an AMOUNT NOT NUMERIC reject)
      *        has no value to take: either way the record cannot be
      *        valued, so it is referred whatever its other amounts --
      *        the safe side for money, as GLSUSPNS takes it.
       4610-MEASURE-AGAINST-LIMIT.
           PERFORM 4620-FIND-APPROVAL-LIMIT
           SET WS-APPROVAL-REQUIRED TO FALSE
           SET WS-RATE-MISSING TO FALSE
           SET WS-AMOUNT-NOT-NUMERIC TO FALSE
           MOVE ZERO TO WS-LEDGER-VALUE
           IF DB-EXCHANGE-RATE = ZERO
               SET WS-RATE-MISSING TO TRUE
               SET WS-APPROVAL-REQUIRED TO TRUE
           ELSE
               IF WS-AMOUNT-1 IS NUMERIC
                   MOVE WS-AMOUNT-1 TO WS-AMOUNT-WORK
                   PERFORM 4615-TAKE-LARGER-VALUE
               ELSE
                   SET WS-AMOUNT-NOT-NUMERIC TO TRUE
               END-IF
               IF WS-AMOUNT-2 IS NUMERIC
                   MOVE WS-AMOUNT-2 TO WS-AMOUNT-WORK
                   PERFORM 4615-TAKE-LARGER-VALUE
               ELSE
                   SET WS-AMOUNT-NOT-NUMERIC TO TRUE
               END-IF
               IF WS-AMOUNT-3 IS NUMERIC
                   MOVE WS-AMOUNT-3 TO WS-AMOUNT-WORK
                   PERFORM 4615-TAKE-LARGER-VALUE
               ELSE
                   SET WS-AMOUNT-NOT-NUMERIC TO TRUE
               END-IF
               IF WS-AMOUNT-NOT-NUMERIC
                   MOVE ZERO TO WS-LEDGER-VALUE
                   SET WS-APPROVAL-REQUIRED TO TRUE
               END-IF
               IF WS-LEDGER-VALUE > WS-APPROVAL-LIMIT
                   SET WS-APPROVAL-REQUIRED TO TRUE
               END-IF
           END-IF.

       4615-TAKE-LARGER-VALUE.
           IF WS-AMOUNT-WORK < ZERO
               COMPUTE WS-AMOUNT-WORK = ZERO - WS-AMOUNT-WORK
           END-IF
           COMPUTE WS-VALUE-WORK ROUNDED =
               WS-AMOUNT-WORK * DB-EXCHANGE-RATE
           IF WS-VALUE-WORK > WS-LEDGER-VALUE
               MOVE WS-VALUE-WORK TO WS-LEDGER-VALUE
           END-IF.

      *        The APPROVAL-LIMIT rule in the table 3500 just loaded:
      *        the reject's source's own, else the all-sources rule
      *        (the same precedence CONVLOGC gives range rules), else
      *        the default in APRCTL.CPY.
       4620-FIND-APPROVAL-LIMIT.
           MOVE WS-SOURCE-ID TO WS-LIMIT-SOURCE-ID
           PERFORM 4625-SEARCH-LIMIT-RULE
           IF NOT WS-LIMIT-RULE-FOUND
               MOVE SPACES TO WS-LIMIT-SOURCE-ID
               PERFORM 4625-SEARCH-LIMIT-RULE
           END-IF
           IF WS-LIMIT-RULE-FOUND
               MOVE EDIT-HIGH-VALUE (EDIT-IDX) TO WS-APPROVAL-LIMIT
           ELSE
               MOVE WS-DEFAULT-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
           END-IF.

       4625-SEARCH-LIMIT-RULE.
           SET WS-LIMIT-RULE-FOUND TO FALSE
           SET EDIT-IDX TO 1
           SEARCH EDIT-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN EDIT-IDX > EDIT-TABLE-COUNT
                   CONTINUE
               WHEN EDIT-FIELD-NAME (EDIT-IDX) = WS-APPROVAL-RULE-NAME
                    AND EDIT-SOURCE-ID (EDIT-IDX) = WS-LIMIT-SOURCE-ID
                   SET WS-LIMIT-RULE-FOUND TO TRUE
           END-SEARCH.

      *        Parks the action (APR-ACTION, set by the caller) on
      *        APRFILE with everything CAPR needs to show it and carry
      *        it out: the reject as it stands, the record the action
      *        applies to (WS-RECORD), and for a correction the
      *        converted result (DB-RECORD) exactly as approval will
      *        write it.  The request is audited as APPRREQ before the
      *        operator moves on to the next reject.
       4650-QUEUE-FOR-APPROVAL.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-EVENT-TIME)
           END-EXEC
           MOVE WS-COMMAREA-KEY TO APR-KEY
           MOVE WS-SOURCE-ID TO APR-SOURCE-ID
           MOVE WS-USER-ID TO APR-REQUESTED-BY
           STRING WS-TODAY-DATE             DELIMITED BY SIZE
                  WS-EVENT-TIME             DELIMITED BY SIZE
               INTO APR-REQUEST-STAMP
           END-STRING
           MOVE WS-LEDGER-VALUE TO APR-LEDGER-VALUE
           EVALUATE TRUE
               WHEN WS-RATE-MISSING
                   SET APR-NO-RATE TO TRUE
               WHEN WS-AMOUNT-NOT-NUMERIC
                   SET APR-AMOUNT-NOT-NUMERIC TO TRUE
               WHEN OTHER
                   MOVE SPACE TO APR-RATE-SWITCH
           END-EVALUATE
           MOVE WS-APPROVAL-LIMIT TO APR-APPROVAL-LIMIT
           MOVE EXC-WS-NUMERIC-FIELD TO APR-EXC-NUMERIC-FIELD
           MOVE EXC-WS-CHAR-FIELD TO APR-EXC-CHAR-FIELD
           MOVE EXC-REASON TO APR-EXC-REASON
           MOVE WS-RECORD-TYPE TO APR-WS-RECORD-TYPE
           MOVE WS-NUMERIC-FIELD TO APR-WS-NUMERIC-FIELD
           MOVE WS-CHAR-FIELD TO APR-WS-CHAR-FIELD
           MOVE WS-AMOUNT-1 TO APR-WS-AMOUNT-1
           MOVE WS-AMOUNT-2 TO APR-WS-AMOUNT-2
           MOVE WS-AMOUNT-3 TO APR-WS-AMOUNT-3
           MOVE WS-LONG-DESC TO APR-WS-LONG-DESC
           MOVE WS-CURRENCY-CODE TO APR-WS-CURRENCY-CODE
           MOVE DB-NUMERIC-FIELD TO APR-DB-NUMERIC-FIELD
           MOVE DB-CHAR-FIELD TO APR-DB-CHAR-FIELD
           MOVE DB-AMOUNT-1 TO APR-DB-AMOUNT-1
           MOVE DB-AMOUNT-2 TO APR-DB-AMOUNT-2
           MOVE DB-AMOUNT-3 TO APR-DB-AMOUNT-3
           MOVE DB-LONG-DESC TO APR-DB-LONG-DESC
           MOVE DB-CURRENCY-CODE TO APR-DB-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO APR-DB-EXCHANGE-RATE
           MOVE WS-CONVERT-STATUS TO APR-CONVERT-STATUS
           MOVE WS-REPAIR-RULE TO APR-REPAIR-RULE
           EXEC CICS WRITE
               FILE('APRFILE')
               FROM(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 4660-WRITE-REQUEST-AUDIT
                   MOVE WS-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                   MOVE SPACES TO WS-SAVED-MSG
                   STRING 'OVER APPROVAL LIMIT OF ' DELIMITED BY SIZE
                          WS-LIMIT-EDIT             DELIMITED BY SIZE
                          ' - SENT FOR SUPERVISOR APPROVAL (CAPR)'
                                                    DELIMITED BY SIZE
                       INTO WS-SAVED-MSG
                   END-STRING
                   PERFORM 3000-FIND-NEXT-REJECT
                   MOVE WS-SAVED-MSG TO MSGO
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'APPROVAL ALREADY PENDING FOR THIS REJECT - PF8'
                       TO MSGO
               WHEN OTHER
                   MOVE 'APPROVAL FILE UNAVAILABLE - TRY AGAIN LATER'
                       TO MSGO
           END-EVALUATE.

      *        The request's audit row, in the EDITMNT convention for
      *        rows that record a person's act rather than a
      *        conversion: CONV-userid (the requester) in the run-id
      *        field, the reject's key and run id as on its other
      *        rows, the reject's values on the source side and the
      *        proposed result on the result side (zero/spaces for a
      *        write-off), CORR or WOFF in the repair-rule slot and
      *        the limit in the reason text.  Nothing reaches
      *        DB-OUTPUT-FILE, so every reader of the trail that
      *        counts conversions passes APPRREQ over.
       4660-WRITE-REQUEST-AUDIT.
           MOVE APR-RECORD-KEY TO AUD-RECORD-KEY
           MOVE SPACES TO AUD-JOB-RUN-ID
           STRING 'CONV-'                   DELIMITED BY SIZE
                  APR-REQUESTED-BY          DELIMITED BY SIZE
               INTO AUD-JOB-RUN-ID
           END-STRING
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE
           MOVE APR-WS-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE APR-EXC-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE APR-EXC-CHAR-FIELD TO AUD-WS-CHAR-FIELD
           MOVE APR-WS-AMOUNT-1 TO AUD-WS-AMOUNT-1
           MOVE APR-WS-AMOUNT-2 TO AUD-WS-AMOUNT-2
           MOVE APR-WS-AMOUNT-3 TO AUD-WS-AMOUNT-3
           MOVE APR-WS-LONG-DESC TO AUD-WS-LONG-DESC
           MOVE APR-DB-NUMERIC-FIELD TO AUD-DB-NUMERIC-FIELD
           MOVE APR-DB-CHAR-FIELD TO AUD-DB-CHAR-FIELD
           MOVE APR-DB-AMOUNT-1 TO AUD-DB-AMOUNT-1
           MOVE APR-DB-AMOUNT-2 TO AUD-DB-AMOUNT-2
           MOVE APR-DB-AMOUNT-3 TO AUD-DB-AMOUNT-3
           MOVE APR-DB-LONG-DESC TO AUD-DB-LONG-DESC
           MOVE 'APPRREQ' TO AUD-STATUS
           IF APR-CORRECTION
               MOVE 'CORR' TO AUD-REPAIR-RULE
           ELSE
               MOVE 'WOFF' TO AUD-REPAIR-RULE
           END-IF
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'OVER LIMIT '             DELIMITED BY SIZE
                  APR-APPROVAL-LIMIT        DELIMITED BY SIZE
               INTO AUD-REJECT-REASON
           END-STRING
           MOVE APR-WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE APR-DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE APR-DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE APR-SOURCE-ID TO AUD-SOURCE-ID
           MOVE APR-REQUEST-STAMP TO AUD-EVENT-STAMP
           MOVE APR-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           EXEC CICS WRITE
               FILE(WS-AUD-FILE-NAME)
               FROM(AUDIT-RECORD)
           END-EXEC.

       5000-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('CONVMAP')
       8300-DUPREC.
           MOVE WS-COMMAREA-REC-KEY TO DBO-RECORD-KEY
           EXEC CICS READ
               FILE(WS-DBO-FILE-NAME)
               INTO(DB-OUTPUT-RECORD)
               RIDFLD(DBO-RECORD-KEY)
               RESP(WS-RESP)
