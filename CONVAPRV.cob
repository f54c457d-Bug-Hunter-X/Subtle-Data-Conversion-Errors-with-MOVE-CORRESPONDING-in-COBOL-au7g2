      ******************************************************************
      * PROGRAM-ID. CONVAPRV
      *
      * Pseudo-conversational approval transaction CAPR, the second
      * half of the dual control on CONV (CONVCICS).  An operator's
      * correction or PF10 write-off worth more than the approval
      * limit (APRCTL.CPY) is parked by CONVCICS on the pending-
      * approval file APRFILE (APRREC.CPY) instead of taking effect.
      * Here a supervisor pages through the pending items (PF8), each
      * shown with the reject as it stood, the action's result and
      * its ledger value against the limit, and keys A to approve or
      * D to decline.
      *
      *   Approve  - carries the action out exactly as CONVCICS would
      *              have: a correction's stored converted result is
      *              written to the source's DB-OUTPUT-FILE with its
      *              CICS-ONLINE audit row (so GLEXTRCT sweeps it into
      *              the GL as usual); a write-off gets its WRITEOFF
      *              row.  Either way the reject leaves EXCFILE.
      *   Decline  - nothing is done to the reject; it stays on
      *              EXCFILE for the operator to work again in CONV.
      *
      * Either decision is audited (status APPROVED or DECLINED, CAPR-
      * userid in the run-id field, the requester in the reason text)
      * and the item is removed from APRFILE.
      *
      * Access control: CAPR must be defined to the external security
      * manager as restricted to the supervisor group, the same way
      * CEDT is.  Separately, the requester can never decide their own
      * item: the signed-on user id is checked against the item's
      * requester on every decision.
      *
      * NOTE: This program uses EXEC CICS commands and, like CONVCICS
      * and CONVEDIT, is desk-checked against standard IBM CICS COBOL
      * command-level conventions (no CICS translator in this
      * toolchain).  RESP is used on every file command so all
      * outcomes are handled in line.  A failed audit write backs the
      * whole decision out with SYNCPOINT ROLLBACK -- DBOUTPUT, EXCFILE,
      * APRFILE and the audit rows are recoverable, so nothing is
      * approved, declined or deleted without its audit trail.  So
      * does a failed delete of the reject or the item: an item left
      * on APRFILE after its decision took effect could be decided
      * a second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAPRV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY APRMAP.
           COPY APRREC.
           COPY EXCREC.
           COPY DBOREC.
           COPY AUDREC.
           COPY FXCTL.
           COPY SRCCTL.

       01  WS-ABS-TIME                 PIC S9(15) COMP-3.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-TIME               PIC X(6).
       01  WS-USER-ID                  PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-SOURCE-ID                PIC X(8).
       01  WS-DECISION-STATUS          PIC X(8).
       01  WS-ACTION-WORD              PIC X(10).

       01  WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88  WS-ITEM-FOUND               VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-AUDIT-SWITCH             PIC X VALUE 'N'.
           88  WS-AUDIT-WRITTEN            VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-DELETE-SWITCH            PIC X VALUE 'N'.
           88  WS-DELETE-DONE              VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        Display edits for the detail lines (3100).
       01  WS-KEY-EDIT                 PIC 9(7).
       01  WS-ACCOUNT-EDIT             PIC 9(5).
       01  WS-AMOUNT-EDIT-1            PIC -Z(6)9.99.
       01  WS-AMOUNT-EDIT-2            PIC -Z(6)9.99.
       01  WS-AMOUNT-EDIT-3            PIC -Z(6)9.99.
      *        An amount that is not a number (a referred write-off of
      *        an AMOUNT NOT NUMERIC reject) is shown as its raw bytes.
       01  WS-AMOUNT-TEXT-1            PIC X(11).
       01  WS-AMOUNT-TEXT-2            PIC X(11).
       01  WS-AMOUNT-TEXT-3            PIC X(11).
       01  WS-VALUE-EDIT               PIC Z(10)9.99.
       01  WS-LIMIT-EDIT               PIC Z(4)9.

      *        Refusal texts too long to move in line.
       01  WS-OWN-ITEM-MSG             PIC X(60) VALUE
           'YOU REQUESTED THIS ITEM - ANOTHER SUPERVISOR MUST DECIDE'.
       01  WS-KEY-IN-USE-MSG           PIC X(60) VALUE
           'KEY IN USE ON DB-OUTPUT - DECLINE, THEN WRITE OFF IN CONV'.
       01  WS-AUDIT-FAILED-MSG         PIC X(60) VALUE
           'AUDIT FILE UNAVAILABLE - NOTHING DECIDED, TRY AGAIN LATER'.
       01  WS-EXC-DELETE-FAILED-MSG    PIC X(60) VALUE
           'EXCFILE UNAVAILABLE - NOTHING DECIDED, TRY AGAIN LATER'.
       01  WS-APR-DELETE-FAILED-MSG    PIC X(60) VALUE
           'APRFILE UNAVAILABLE - NOTHING DECIDED, TRY AGAIN LATER'.

       01  WS-PROMPT-TEXT              PIC X(48) VALUE
           'PF3=EXIT PF8=NEXT ENTER=DECIDE (A OR D)'.

      *        Holds the decision's message across 3000-FIND-NEXT-
      *        ITEM, which loads the next item's lines and its own
      *        prompt on top of whatever was there.
       01  WS-SAVED-MSG                PIC X(79).

      *        FCT names of the item's source's data sets -- the same
      *        naming CONVCICS's 4010-SET-SOURCE-FILES uses.
       01  WS-SOURCE-FILES.
           05  WS-DBO-FILE-NAME        PIC X(8) VALUE 'DBOUTPUT'.
           05  WS-AUD-FILE-NAME        PIC X(8) VALUE 'AUDFILE'.

      *        The browse key is the APRFILE key (the reject's own
      *        EXCFILE key), paged forward the same way CONVCICS pages
      *        EXCFILE: spaces run id and zero counter start before
      *        the oldest item.
       01  WS-COMMAREA.
           05  WS-COMMAREA-KEY.
               10  WS-COMMAREA-RUN-ID  PIC X(14) VALUE SPACES.
               10  WS-COMMAREA-REC-KEY PIC 9(7) VALUE ZERO.
           05  WS-COMMAREA-SWITCH      PIC X VALUE 'N'.
               88  WS-ITEM-ON-SCREEN       VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-BROWSE-KEY           PIC X(21).
           05  CA-SWITCH               PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-ENTRY
           ELSE
               MOVE CA-BROWSE-KEY TO WS-COMMAREA-KEY
               MOVE CA-SWITCH TO WS-COMMAREA-SWITCH
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           PERFORM 9000-RETURN-TRANSACTION
           GOBACK.

       9000-RETURN-TRANSACTION.
           EXEC CICS RETURN
               TRANSID('CAPR')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-INITIAL-ENTRY.
           MOVE SPACES TO WS-COMMAREA-RUN-ID
           MOVE ZERO TO WS-COMMAREA-REC-KEY
           PERFORM 3000-FIND-NEXT-ITEM
           PERFORM 5000-SEND-MAP-ERASE.

      *        Same EIBAID-before-RECEIVE convention as CONVCICS: a
      *        plain PF3 or PF8 press modifies no field and would
      *        MAPFAIL the RECEIVE, so only the ENTER path issues
      *        RECEIVE MAP.
       2000-RECEIVE-AND-PROCESS.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   EXEC CICS RETURN END-EXEC
                   GOBACK
               WHEN EIBAID = DFHPF8
                   PERFORM 3000-FIND-NEXT-ITEM
                   PERFORM 5000-SEND-MAP-ERASE
               WHEN EIBAID = DFHENTER
                   EXEC CICS RECEIVE
                       MAP('APRMAP')
                       MAPSET('APRMSD')
                       INTO(APRMAPI)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       INSPECT ADECI REPLACING ALL LOW-VALUE BY SPACE
                       PERFORM 4000-APPLY-DECISION
                   ELSE
                       MOVE 'KEY A OR D AND PRESS ENTER' TO AMSGO
                       PERFORM 5100-SEND-MAP-DATAONLY
                   END-IF
               WHEN OTHER
                   MOVE WS-PROMPT-TEXT TO AMSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
           END-EVALUATE.

      *        Bumps the counter one past the current item so GTEQ
      *        advances (CONVCICS 3000-FIND-NEXT-REJECT).  At the end
      *        of the file the browse starts again from the top on
      *        the next PF8, so an item skipped is never lost.
       3000-FIND-NEXT-ITEM.
           SET WS-ITEM-FOUND TO FALSE
           COMPUTE WS-COMMAREA-REC-KEY = WS-COMMAREA-REC-KEY + 1
           EXEC CICS STARTBR
               FILE('APRFILE')
               RIDFLD(WS-COMMAREA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE('APRFILE')
                   INTO(APPROVAL-RECORD)
                   RIDFLD(WS-COMMAREA-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
               EXEC CICS ENDBR
                   FILE('APRFILE')
               END-EXEC
           END-IF
           IF WS-ITEM-FOUND
               PERFORM 3100-FORMAT-ITEM
               MOVE WS-PROMPT-TEXT TO AMSGO
               SET WS-ITEM-ON-SCREEN TO TRUE
           ELSE
               MOVE SPACES TO APD1O APD2O APD3O APD4O APD5O APD6O
               MOVE SPACE TO ADECO
               IF WS-COMMAREA-RUN-ID = SPACES
                   MOVE 'NO ITEMS PENDING APPROVAL' TO AMSGO
               ELSE
                   MOVE 'NO MORE ITEMS PENDING - PF8 TO START AGAIN'
                       TO AMSGO
               END-IF
               MOVE SPACES TO WS-COMMAREA-RUN-ID
               MOVE ZERO TO WS-COMMAREA-REC-KEY
               SET WS-ITEM-ON-SCREEN TO FALSE
           END-IF.

      *        Before (the reject as it stood) and after (the
      *        correction's converted result, or the write-off) on
      *        facing lines, then the amounts and what they were
      *        measured at against the limit.
       3100-FORMAT-ITEM.
           MOVE SPACES TO APD1O APD2O APD3O APD4O APD5O APD6O
           MOVE SPACE TO ADECO
           MOVE APR-RECORD-KEY TO WS-KEY-EDIT
           IF APR-CORRECTION
               MOVE 'CORRECTION' TO WS-ACTION-WORD
           ELSE
               MOVE 'WRITE-OFF' TO WS-ACTION-WORD
           END-IF
           STRING 'REJECT '                 DELIMITED BY SIZE
                  APR-JOB-RUN-ID            DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-KEY-EDIT               DELIMITED BY SIZE
                  '  SOURCE '               DELIMITED BY SIZE
                  APR-SOURCE-ID             DELIMITED BY SIZE
                  '  ACTION '               DELIMITED BY SIZE
                  WS-ACTION-WORD            DELIMITED BY SIZE
               INTO APD1O
           END-STRING
           STRING 'REQUESTED BY '           DELIMITED BY SIZE
                  APR-REQUESTED-BY          DELIMITED BY SIZE
                  '  AT '                   DELIMITED BY SIZE
                  APR-REQUEST-STAMP         DELIMITED BY SIZE
               INTO APD2O
           END-STRING
           MOVE APR-EXC-NUMERIC-FIELD TO WS-ACCOUNT-EDIT
           STRING 'BEFORE  ACCOUNT '        DELIMITED BY SIZE
                  WS-ACCOUNT-EDIT           DELIMITED BY SIZE
                  '  CHAR '                 DELIMITED BY SIZE
                  APR-EXC-CHAR-FIELD        DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-EXC-REASON            DELIMITED BY SIZE
               INTO APD3O
           END-STRING
           IF APR-CORRECTION
               MOVE APR-DB-NUMERIC-FIELD TO WS-ACCOUNT-EDIT
               STRING 'AFTER   ACCOUNT '    DELIMITED BY SIZE
                      WS-ACCOUNT-EDIT       DELIMITED BY SIZE
                      '  CHAR '             DELIMITED BY SIZE
                      APR-DB-CHAR-FIELD     DELIMITED BY SIZE
                      '  '                  DELIMITED BY SIZE
                      APR-CONVERT-STATUS    DELIMITED BY SIZE
                   INTO APD4O
               END-STRING
           ELSE
               MOVE 'AFTER   WRITTEN OFF - NOT CONVERTED, NEVER POSTED'
                   TO APD4O
           END-IF
           IF APR-WS-AMOUNT-1 IS NUMERIC
               MOVE APR-WS-AMOUNT-1 TO WS-AMOUNT-EDIT-1
               MOVE WS-AMOUNT-EDIT-1 TO WS-AMOUNT-TEXT-1
           ELSE
               MOVE APR-WS-AMOUNT-X-1 TO WS-AMOUNT-TEXT-1
           END-IF
           IF APR-WS-AMOUNT-2 IS NUMERIC
               MOVE APR-WS-AMOUNT-2 TO WS-AMOUNT-EDIT-2
               MOVE WS-AMOUNT-EDIT-2 TO WS-AMOUNT-TEXT-2
           ELSE
               MOVE APR-WS-AMOUNT-X-2 TO WS-AMOUNT-TEXT-2
           END-IF
           IF APR-WS-AMOUNT-3 IS NUMERIC
               MOVE APR-WS-AMOUNT-3 TO WS-AMOUNT-EDIT-3
               MOVE WS-AMOUNT-EDIT-3 TO WS-AMOUNT-TEXT-3
           ELSE
               MOVE APR-WS-AMOUNT-X-3 TO WS-AMOUNT-TEXT-3
           END-IF
           STRING 'AMOUNTS '                DELIMITED BY SIZE
                  WS-AMOUNT-TEXT-1          DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-AMOUNT-TEXT-2          DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-AMOUNT-TEXT-3          DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-WS-CURRENCY-CODE      DELIMITED BY SIZE
               INTO APD5O
           END-STRING
           MOVE APR-APPROVAL-LIMIT TO WS-LIMIT-EDIT
           EVALUATE TRUE
               WHEN APR-NO-RATE
                   STRING 'LEDGER VALUE  NO RATE ON FILE'
                                                DELIMITED BY SIZE
                          '   APPROVAL LIMIT '  DELIMITED BY SIZE
                          WS-LIMIT-EDIT         DELIMITED BY SIZE
                       INTO APD6O
                   END-STRING
               WHEN APR-AMOUNT-NOT-NUMERIC
                   STRING 'LEDGER VALUE  AMOUNT NOT NUMERIC'
                                                DELIMITED BY SIZE
                          '   APPROVAL LIMIT '  DELIMITED BY SIZE
                          WS-LIMIT-EDIT         DELIMITED BY SIZE
                       INTO APD6O
                   END-STRING
               WHEN OTHER
                   MOVE APR-LEDGER-VALUE TO WS-VALUE-EDIT
                   STRING 'LEDGER VALUE '       DELIMITED BY SIZE
                          WS-VALUE-EDIT         DELIMITED BY SIZE
                          ' '                   DELIMITED BY SIZE
                          WS-LEDGER-CURRENCY    DELIMITED BY SIZE
                          '   APPROVAL LIMIT '  DELIMITED BY SIZE
                          WS-LIMIT-EDIT         DELIMITED BY SIZE
                       INTO APD6O
                   END-STRING
           END-EVALUATE.

      *        The item is re-read for UPDATE -- the screen may be
      *        minutes old, and another supervisor may have decided it
      *        meanwhile -- and held until it is deleted (or released
      *        on a refusal) so two supervisors can never both act on
      *        it.
       4000-APPLY-DECISION.
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-SCREEN
                   MOVE 'NO ITEM LOADED - PRESS PF8' TO AMSGO
               WHEN ADECI NOT = 'A' AND ADECI NOT = 'D'
                   MOVE 'DECISION MUST BE A (APPROVE) OR D (DECLINE)'
                       TO AMSGO
               WHEN OTHER
                   PERFORM 4100-GET-DATE-AND-USER
                   MOVE WS-COMMAREA-KEY TO APR-KEY
                   EXEC CICS READ
                       FILE('APRFILE')
                       INTO(APPROVAL-RECORD)
                       RIDFLD(APR-KEY)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           MOVE 'ITEM ALREADY DECIDED - PRESS PF8'
                               TO AMSGO
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE
                           'APPROVAL FILE UNAVAILABLE - TRY AGAIN LATER'
                               TO AMSGO
                       WHEN APR-REQUESTED-BY = WS-USER-ID
                           EXEC CICS UNLOCK
                               FILE('APRFILE')
                           END-EXEC
                           MOVE WS-OWN-ITEM-MSG TO AMSGO
                       WHEN OTHER
                           PERFORM 4200-SET-SOURCE-FILES
                           IF ADECI = 'A'
                               PERFORM 4300-APPROVE-ITEM
                           ELSE
                               PERFORM 4400-DECLINE-ITEM
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           PERFORM 5100-SEND-MAP-DATAONLY.

       4100-GET-DATE-AND-USER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-TODAY-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.

      *        CONVCICS stored the source already defaulted, so the
      *        item's own source id names its data sets directly.
       4200-SET-SOURCE-FILES.
           MOVE APR-SOURCE-ID TO WS-SOURCE-ID
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

      *        The reject must still be on EXCFILE: a batch re-drive
      *        (EXCREDRV) or a vendor resend can clear it while the
      *        item waits, and approving then would post it twice.
      *        Such an item can only be declined.
       4300-APPROVE-ITEM.
           EXEC CICS READ
               FILE('EXCFILE')
               INTO(EXCEPTION-RECORD)
               RIDFLD(APR-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   EXEC CICS UNLOCK
                       FILE('APRFILE')
                   END-EXEC
                   MOVE 'REJECT GONE FROM EXCFILE - DECLINE THIS ITEM'
                       TO AMSGO
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK
                       FILE('APRFILE')
                   END-EXEC
                   MOVE 'EXCEPTION FILE UNAVAILABLE - TRY AGAIN LATER'
                       TO AMSGO
               WHEN APR-CORRECTION
                   PERFORM 4310-EXECUTE-CORRECTION
               WHEN OTHER
                   PERFORM 4350-EXECUTE-WRITE-OFF
           END-EVALUATE.

      *        Writes the converted result CONVCICS stored -- the
      *        supervisor approves what they were shown, not a fresh
      *        conversion under whatever rules apply now.  A key the
      *        current run's DB-OUTPUT-FILE has since reused (see
      *        CONVCICS 8300-DUPREC) cannot be corrected at all: the
      *        item must be declined and the reject written off.
       4310-EXECUTE-CORRECTION.
           MOVE APR-RECORD-KEY TO DBO-RECORD-KEY
           MOVE APR-JOB-RUN-ID TO DBO-RUN-ID
           MOVE APR-WS-RECORD-TYPE TO DBO-RECORD-TYPE
           MOVE APR-DB-NUMERIC-FIELD TO DBO-NUMERIC-FIELD
           MOVE APR-DB-CHAR-FIELD TO DBO-CHAR-FIELD
           MOVE APR-DB-AMOUNT-1 TO DBO-AMOUNT-1
           MOVE APR-DB-AMOUNT-2 TO DBO-AMOUNT-2
           MOVE APR-DB-AMOUNT-3 TO DBO-AMOUNT-3
           MOVE APR-DB-LONG-DESC TO DBO-LONG-DESC
           MOVE APR-DB-CURRENCY-CODE TO DBO-CURRENCY-CODE
           MOVE APR-DB-EXCHANGE-RATE TO DBO-EXCHANGE-RATE
           MOVE APR-SOURCE-ID TO DBO-SOURCE-ID
           EXEC CICS WRITE
               FILE(WS-DBO-FILE-NAME)
               FROM(DB-OUTPUT-RECORD)
               RIDFLD(DBO-RECORD-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'APPROVED' TO WS-DECISION-STATUS
                   PERFORM 4500-WRITE-DECISION-AUDIT
                   IF WS-AUDIT-WRITTEN
                       PERFORM 4320-WRITE-CORRECTION-AUDIT
                   END-IF
                   IF WS-AUDIT-WRITTEN
                       PERFORM 4600-DELETE-REJECT
                       IF WS-DELETE-DONE
                           PERFORM 4700-DELETE-ITEM
                       END-IF
                       IF WS-DELETE-DONE
                           MOVE
                           'APPROVED - CORRECTION WRITTEN FOR THE GL'
                               TO WS-SAVED-MSG
                           PERFORM 3000-FIND-NEXT-ITEM
                           MOVE WS-SAVED-MSG TO AMSGO
                       END-IF
                   END-IF
               WHEN WS-RESP = DFHRESP(DUPREC)
                   EXEC CICS UNLOCK
                       FILE('APRFILE')
                   END-EXEC
                   MOVE WS-KEY-IN-USE-MSG TO AMSGO
               WHEN OTHER
                   EXEC CICS UNLOCK
                       FILE('APRFILE')
                   END-EXEC
                   MOVE 'DB-OUTPUT FILE UNAVAILABLE - TRY AGAIN LATER'
                       TO AMSGO
           END-EVALUATE.

      *        The same CICS-ONLINE row CONVCICS 4150 writes for a
      *        correction that needed no approval, so GLEXTRCT's
      *        PARM1='CICS-ONLINE' run, GLSUSPNS and BALPOST treat an
      *        approved correction like any other.
       4320-WRITE-CORRECTION-AUDIT.
           MOVE APR-RECORD-KEY TO AUD-RECORD-KEY
           MOVE 'CICS-ONLINE' TO AUD-JOB-RUN-ID
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE
           MOVE APR-WS-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE APR-WS-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE APR-WS-CHAR-FIELD TO AUD-WS-CHAR-FIELD
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
           MOVE APR-CONVERT-STATUS TO AUD-STATUS
           MOVE APR-REPAIR-RULE TO AUD-REPAIR-RULE
           MOVE SPACES TO AUD-REJECT-REASON
           MOVE APR-WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE APR-DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE APR-DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE APR-SOURCE-ID TO AUD-SOURCE-ID
           STRING WS-TODAY-DATE             DELIMITED BY SIZE
                  WS-TODAY-TIME             DELIMITED BY SIZE
               INTO AUD-EVENT-STAMP
           END-STRING
           MOVE APR-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           EXEC CICS WRITE
               FILE(WS-AUD-FILE-NAME)
               FROM(AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 4800-CHECK-AUDIT-WRITE.

      *        The write-off row CONVCICS 4520 builds: the reject's
      *        values on the source side, nothing on the result side.
       4350-EXECUTE-WRITE-OFF.
           MOVE 'APPROVED' TO WS-DECISION-STATUS
           PERFORM 4500-WRITE-DECISION-AUDIT
           IF WS-AUDIT-WRITTEN
               PERFORM 4360-WRITE-OFF-REJECT
           END-IF.

       4360-WRITE-OFF-REJECT.
           MOVE APR-RECORD-KEY TO AUD-RECORD-KEY
           MOVE 'CICS-ONLINE' TO AUD-JOB-RUN-ID
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE
           MOVE EXC-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE EXC-WS-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE EXC-WS-CHAR-FIELD TO AUD-WS-CHAR-FIELD
           MOVE EXC-WS-AMOUNT-1 TO AUD-WS-AMOUNT-1
           MOVE EXC-WS-AMOUNT-2 TO AUD-WS-AMOUNT-2
           MOVE EXC-WS-AMOUNT-3 TO AUD-WS-AMOUNT-3
           MOVE EXC-WS-LONG-DESC TO AUD-WS-LONG-DESC
           MOVE ZEROS TO AUD-DB-NUMERIC-FIELD AUD-DB-AMOUNT-1
               AUD-DB-AMOUNT-2 AUD-DB-AMOUNT-3
           MOVE SPACES TO AUD-DB-CHAR-FIELD AUD-DB-LONG-DESC
               AUD-DB-CURRENCY-CODE
           MOVE ZERO TO AUD-DB-EXCHANGE-RATE
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO AUD-WS-CURRENCY-CODE
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           END-IF
           MOVE 'WRITEOFF' TO AUD-STATUS
           MOVE SPACES TO AUD-REPAIR-RULE
           MOVE 'OPERATOR WRITE-OFF' TO AUD-REJECT-REASON
           MOVE APR-SOURCE-ID TO AUD-SOURCE-ID
           STRING WS-TODAY-DATE             DELIMITED BY SIZE
                  WS-TODAY-TIME             DELIMITED BY SIZE
               INTO AUD-EVENT-STAMP
           END-STRING
           MOVE APR-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           EXEC CICS WRITE
               FILE(WS-AUD-FILE-NAME)
               FROM(AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 4800-CHECK-AUDIT-WRITE
           IF WS-AUDIT-WRITTEN
               PERFORM 4600-DELETE-REJECT
               IF WS-DELETE-DONE
                   PERFORM 4700-DELETE-ITEM
               END-IF
               IF WS-DELETE-DONE
                   MOVE 'APPROVED - REJECT WRITTEN OFF' TO WS-SAVED-MSG
                   PERFORM 3000-FIND-NEXT-ITEM
                   MOVE WS-SAVED-MSG TO AMSGO
               END-IF
           END-IF.

       4400-DECLINE-ITEM.
           MOVE 'DECLINED' TO WS-DECISION-STATUS
           PERFORM 4500-WRITE-DECISION-AUDIT
           IF WS-AUDIT-WRITTEN
               PERFORM 4700-DELETE-ITEM
               IF WS-DELETE-DONE
                   MOVE 'DECLINED - REJECT LEFT ON EXCFILE FOR CONV'
                       TO WS-SAVED-MSG
                   PERFORM 3000-FIND-NEXT-ITEM
                   MOVE WS-SAVED-MSG TO AMSGO
               END-IF
           END-IF.

      *        The decision's audit row mirrors CONVCICS's APPRREQ
      *        row for the same item (4660 there) -- same key, values
      *        and CORR/WOFF marker -- with CAPR-userid (the deciding
      *        supervisor) in the run-id field and the requester in
      *        the reason text, so the request and its decision pair
      *        up on the trail by record key and origin run id.
       4500-WRITE-DECISION-AUDIT.
           MOVE APR-RECORD-KEY TO AUD-RECORD-KEY
           MOVE SPACES TO AUD-JOB-RUN-ID
           STRING 'CAPR-'                   DELIMITED BY SIZE
                  WS-USER-ID                DELIMITED BY SIZE
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
           MOVE WS-DECISION-STATUS TO AUD-STATUS
           IF APR-CORRECTION
               MOVE 'CORR' TO AUD-REPAIR-RULE
           ELSE
               MOVE 'WOFF' TO AUD-REPAIR-RULE
           END-IF
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'REQUESTED BY '           DELIMITED BY SIZE
                  APR-REQUESTED-BY          DELIMITED BY SIZE
               INTO AUD-REJECT-REASON
           END-STRING
           MOVE APR-WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE APR-DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE APR-DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE APR-SOURCE-ID TO AUD-SOURCE-ID
           STRING WS-TODAY-DATE             DELIMITED BY SIZE
                  WS-TODAY-TIME             DELIMITED BY SIZE
               INTO AUD-EVENT-STAMP
           END-STRING
           MOVE APR-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           EXEC CICS WRITE
               FILE(WS-AUD-FILE-NAME)
               FROM(AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 4800-CHECK-AUDIT-WRITE.

      *        NOTFND is not an error here: the reject was read a
      *        moment ago in this same task, and either way it must
      *        end up gone.  Any other failure backs the decision out
      *        as 4800 does -- the reject must not outlive an approved
      *        action against it.
       4600-DELETE-REJECT.
           EXEC CICS DELETE
               FILE('EXCFILE')
               RIDFLD(APR-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(NOTFND)
               SET WS-DELETE-DONE TO TRUE
           ELSE
               SET WS-DELETE-DONE TO FALSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE WS-EXC-DELETE-FAILED-MSG TO AMSGO
           END-IF.

      *        Deletes the item held by 4000's READ UPDATE.  An item
      *        that cannot be deleted would stay pending after its
      *        decision took effect and could be decided again, so
      *        the decision is backed out as 4800 does; NOTFND means
      *        it is gone already.
       4700-DELETE-ITEM.
           EXEC CICS DELETE
               FILE('APRFILE')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(NOTFND)
               SET WS-DELETE-DONE TO TRUE
           ELSE
               SET WS-DELETE-DONE TO FALSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE WS-APR-DELETE-FAILED-MSG TO AMSGO
           END-IF.

      *        An audit row that cannot be written backs out everything
      *        this decision has done so far -- the DB-OUTPUT write, any
      *        earlier audit row -- and releases the item's lock, so the
      *        item stays pending exactly as it was.
       4800-CHECK-AUDIT-WRITE.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-AUDIT-WRITTEN TO TRUE
           ELSE
               SET WS-AUDIT-WRITTEN TO FALSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE WS-AUDIT-FAILED-MSG TO AMSGO
           END-IF.

       5000-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('APRMAP')
               MAPSET('APRMSD')
               FROM(APRMAPO)
               ERASE
           END-EXEC.

       5100-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP('APRMAP')
               MAPSET('APRMSD')
               FROM(APRMAPO)
               DATAONLY
           END-EXEC.
