      ******************************************************************
      * PROGRAM-ID. EDTSIMUL
      *
      * What-if simulation of a pending edit-rule change.  A range
      * changed in transaction CEDT with a future effective date used
      * to show what it does only after the first CONVMAIN run under
      * it, when the rejects piled up or vanished.  This job shows it
      * beforehand: it loads the EDITFILE rules that will be
      * effective on the future date (PARM1) and the rules effective
      * today, both through the shared EDTAPPLY selector, and runs
      * every record through the SAME CONVLOGC call CONVMAIN uses --
      * once under each set of rules -- and reports the records whose
      * outcome would change:
      *   NEWLY REJECT - converts under today's rules, rejects under
      *                  the future rules
      *   NEWLY PASS   - rejects under today's rules, converts under
      *                  the future rules
      * with their amounts, totalled by field and governing rule (the
      * rule the record's source would be checked against, today's
      * and the future range side by side) and by currency, since the
      * amounts are summed as sent.
      *
      * The records come from one of two places (PARM2):
      *   INPUT   - an extract file (DD WSINPUT) in any shape CONVMAIN
      *             reads; header and trailer records are skipped, and
      *             the header's source id, when present, is the
      *             records' source
      *   REJECTS - the outstanding rejects of one source on
      *             EXCEPTION-FILE, rebuilt as EXCREDRV rebuilds them
      *             -- which of today's rejects the change would free,
      *             and whether it would trap more
      *
      * Nothing is written anywhere but the report: EXCEPTION-FILE and
      * EDITFILE are opened for input only, and no DB-OUTPUT-FILE or
      * AUDFILE is allocated.  The chart-of-accounts and exchange-rate
      * checks CONVMAIN makes after CONVLOGC do not depend on the edit
      * rules, so a record's outcome under them is the same either
      * way and they are not repeated here.  Maintenance deletes carry
      * no value to edit and are counted, not simulated.
      *
      * RETURN-CODE 4 when any record's outcome would change, so a
      * scheduled run of the job draws attention to a change that
      * matters.
      *
      *   PARM1 - future effective date, YYYYMMDD, after today
      *           (required)
      *   PARM2 - INPUT or REJECTS; default REJECTS
      *   PARM3 - source id: REJECTS mode, whose rejects; INPUT mode,
      *           the records' source when the extract has no header
      *           source; blank = the default source (SRCCTL.CPY)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDTSIMUL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-INPUT-FILE ASSIGN TO WSINPUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXCI-KEY
               FILE STATUS IS EXCEPTION-STATUS.

           SELECT EDIT-RULE-FILE ASSIGN TO EDITFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDR-KEY
               FILE STATUS IS EDIT-RULE-STATUS.

           SELECT SIMULATION-REPORT ASSIGN TO SIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIMULATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Same variable-length FD CONVMAIN reads the extract
      *        with: every shape from the 15-byte legacy record to the
      *        67-byte currency-bearing maintenance record.
       FD  WS-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 15 TO 67
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  WS-INPUT-RECORD             PIC X(67).

      *        Only the key is named here; the full layout lives in
      *        EXCREC.CPY -- same convention as CONVMAIN's FD.
       FD  EXCEPTION-FILE.
       01  EXC-INPUT-RECORD.
           05  EXCI-KEY.
               10  EXCI-JOB-RUN-ID     PIC X(14).
               10  EXCI-RECORD-KEY     PIC 9(7).
           05  FILLER                  PIC X(136).

       FD  EDIT-RULE-FILE.
           COPY EDTREC.

       FD  SIMULATION-REPORT
           RECORDING MODE IS F.
       01  SIMULATION-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY WSDBREC.
           COPY EXCREC.
           COPY EDITTBL.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  WS-INPUT-STATUS         PIC XX.
               88  WS-INPUT-OK             VALUE '00'.
           05  EXCEPTION-STATUS        PIC XX.
               88  EXCEPTION-OK            VALUE '00'.
           05  EDIT-RULE-STATUS        PIC XX.
               88  EDIT-RULE-OK            VALUE '00'.
           05  SIMULATION-REPORT-STATUS PIC XX.
               88  SIMULATION-REPORT-OK    VALUE '00'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-EDIT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-EDIT-RULE-EOF        VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-CONTROL-SWITCH       PIC X VALUE 'N'.
               88  WS-CONTROL-RECORD-SEEN  VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RULE-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-RULE-FOUND           VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-BREAK-FOUND-SWITCH   PIC X VALUE 'N'.
               88  WS-BREAK-FOUND          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

       01  WS-INPUT-REC-LEN            PIC 9(4) COMP.

      *        The two rule sets, each a saved image of WS-EDIT-TABLE
      *        (EDITTBL.CPY) as EDTAPPLY built it; the one a CALL
      *        needs is moved back into WS-EDIT-TABLE first.
       01  WS-TODAY-RULES              PIC X(2304).
       01  WS-FUTURE-RULES             PIC X(2304).
       01  WS-LOAD-DATE                PIC X(8).

      *        CONVLOGC's verdict under each rule set.
       01  WS-CONVERT-STATUS           PIC X(8).
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-REPAIR-RULE              PIC X(4).
       01  WS-TODAY-STATUS             PIC X(8).
       01  WS-TODAY-REASON             PIC X(30).
       01  WS-FUTURE-STATUS            PIC X(8).
       01  WS-FUTURE-REASON            PIC X(30).
       01  WS-RULE-SOURCE-ID           PIC X(8).
       01  WS-CHANGE-DIRECTION         PIC X(12).
           88  WS-NEWLY-REJECT             VALUE 'NEWLY REJECT'.
           88  WS-NEWLY-PASS               VALUE 'NEWLY PASS'.
           88  WS-NO-CHANGE                VALUE SPACES.

      *        The breakdown key for a changed record: the field, the
      *        source id the governing rule is keyed under, today's
      *        and the future rule, and the currency of the amounts.
      *        A side with no rule shows effective date (NONE).
       01  WS-BREAK-KEY.
           05  WS-BK-FIELD-NAME        PIC X(20).
           05  WS-BK-RULE-SOURCE       PIC X(8).
           05  WS-BK-TODAY-EFF-DATE    PIC X(8).
           05  WS-BK-TODAY-LOW         PIC 9(5).
           05  WS-BK-TODAY-HIGH        PIC 9(5).
           05  WS-BK-FUTURE-EFF-DATE   PIC X(8).
           05  WS-BK-FUTURE-LOW        PIC 9(5).
           05  WS-BK-FUTURE-HIGH       PIC 9(5).
           05  WS-BK-CURRENCY-CODE     PIC X(3).

       01  WS-BREAK-TABLE-MAX          PIC 9(3) VALUE 100.
       01  WS-BREAK-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-BREAK-TABLE.
           05  WS-BREAK-ENTRY OCCURS 100 TIMES
                   INDEXED BY BRK-IDX.
               10  WS-BRK-KEY              PIC X(67).
               10  WS-BRK-REJECT-COUNT     PIC 9(7).
               10  WS-BRK-REJECT-AMOUNT-1  PIC S9(11)V99.
               10  WS-BRK-REJECT-AMOUNT-2  PIC S9(11)V99.
               10  WS-BRK-REJECT-AMOUNT-3  PIC S9(11)V99.
               10  WS-BRK-PASS-COUNT       PIC 9(7).
               10  WS-BRK-PASS-AMOUNT-1    PIC S9(11)V99.
               10  WS-BRK-PASS-AMOUNT-2    PIC S9(11)V99.
               10  WS-BRK-PASS-AMOUNT-3    PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-SIMULATED    PIC 9(7) VALUE ZERO.
           05  WS-PASS-BOTH-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REJECT-BOTH-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NEWLY-REJECT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEWLY-PASS-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DELETES-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-BREAK-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

       01  WS-PRINT-FIELDS.
           05  WS-RECORD-ID            PIC X(22).
           05  WS-SEQUENCE-EDIT        PIC Z(6)9.
           05  WS-AMOUNT-EDIT-1        PIC -(10)9.99.
           05  WS-AMOUNT-EDIT-2        PIC -(10)9.99.
           05  WS-AMOUNT-EDIT-3        PIC -(10)9.99.
           05  WS-PRINT-SOURCE         PIC X(8).

       01  WS-RUN-PARMS.
           05  WS-FUTURE-DATE          PIC X(8).
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-MODE-PARM            PIC X(8).
               88  WS-INPUT-MODE           VALUE 'INPUT'.
               88  WS-REJECTS-MODE         VALUE 'REJECTS'.
           05  WS-TARGET-SOURCE-ID     PIC X(8).
           05  WS-ROW-SOURCE-ID        PIC X(8).
           05  WS-MAINT-TRANS-CODE     PIC X.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF WS-INPUT-MODE
               PERFORM 2000-SIMULATE-INPUT-RECORD
                   UNTIL WS-END-OF-FILE
           ELSE
               PERFORM 3000-SIMULATE-REJECT
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 6000-PRINT-BREAKDOWN
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-FUTURE-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUTURE-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-FUTURE-DATE IS NOT NUMERIC
              OR WS-FUTURE-DATE NOT > WS-TODAY-DATE
               DISPLAY 'EDTSIMUL - PARM1 (FUTURE EFFECTIVE DATE) NOT '
                   'A YYYYMMDD DATE AFTER TODAY: ' WS-FUTURE-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MODE-PARM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MODE-PARM = SPACES
               MOVE 'REJECTS' TO WS-MODE-PARM
           END-IF
           IF NOT WS-INPUT-MODE AND NOT WS-REJECTS-MODE
               DISPLAY 'EDTSIMUL - PARM2 MUST BE INPUT OR REJECTS: '
                   WS-MODE-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TARGET-SOURCE-ID
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-SOURCE-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-TARGET-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           END-IF
           MOVE WS-TODAY-DATE TO WS-LOAD-DATE
           PERFORM 1200-LOAD-EDIT-RULES
           MOVE WS-EDIT-TABLE TO WS-TODAY-RULES
           MOVE WS-FUTURE-DATE TO WS-LOAD-DATE
           PERFORM 1200-LOAD-EDIT-RULES
           MOVE WS-EDIT-TABLE TO WS-FUTURE-RULES
           OPEN OUTPUT SIMULATION-REPORT
           IF NOT SIMULATION-REPORT-OK
               PERFORM 9910-ABORT-SIMULATION-REPORT
           END-IF
           IF WS-INPUT-MODE
               OPEN INPUT WS-INPUT-FILE
               IF NOT WS-INPUT-OK
                   PERFORM 9905-ABORT-INPUT-FILE
               END-IF
               MOVE WS-TARGET-SOURCE-ID TO WS-ROW-SOURCE-ID
               PERFORM 2100-READ-INPUT
           ELSE
               OPEN INPUT EXCEPTION-FILE
               IF NOT EXCEPTION-OK
                   PERFORM 9950-ABORT-EXCEPTION-FILE
               END-IF
               PERFORM 3100-READ-REJECT
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADINGS.

      *        Same run-time load CONVMAIN's 1200 does, through the
      *        shared EDTAPPLY selector, once for each date -- so the
      *        future rules are exactly the ones CONVMAIN will load on
      *        that date, and today's exactly the ones it loads now.
       1200-LOAD-EDIT-RULES.
           MOVE ZERO TO EDIT-TABLE-COUNT
           SET WS-EDIT-RULE-EOF TO FALSE
           OPEN INPUT EDIT-RULE-FILE
           IF NOT EDIT-RULE-OK
               PERFORM 9970-ABORT-EDIT-RULE-FILE
           END-IF
           PERFORM 1210-READ-EDIT-RULE
           PERFORM UNTIL WS-EDIT-RULE-EOF
               CALL 'EDTAPPLY' USING EDIT-RULE-RECORD, WS-LOAD-DATE,
                   WS-EDIT-TABLE
               END-CALL
               PERFORM 1210-READ-EDIT-RULE
           END-PERFORM
           CLOSE EDIT-RULE-FILE.

       1210-READ-EDIT-RULE.
           READ EDIT-RULE-FILE
               AT END
                   SET WS-EDIT-RULE-EOF TO TRUE
           END-READ.

       1100-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'EDTSIMUL - EDIT-RULE WHAT-IF: RULES EFFECTIVE '
                                        DELIMITED BY SIZE
                  WS-FUTURE-DATE        DELIMITED BY SIZE
                  ' AGAINST TODAY ('    DELIMITED BY SIZE
                  WS-TODAY-DATE         DELIMITED BY SIZE
                  '), RECORDS FROM '    DELIMITED BY SIZE
                  WS-MODE-PARM          DELIMITED BY SIZE
                  ' SOURCE '            DELIMITED BY SIZE
                  WS-TARGET-SOURCE-ID   DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'SIMULATION ONLY - NOTHING IS WRITTEN TO '
                                        DELIMITED BY SIZE
                  'DBOUTPUT, EXCFILE OR AUDFILE'
                                        DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'CHANGE        RECORD                 SOURCE    '
                                        DELIMITED BY SIZE
                  'VALUE CUR        AMOUNT-1       AMOUNT-2'
                                        DELIMITED BY SIZE
                  '       AMOUNT-3  TODAY -> FUTURE'
                                        DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *        A maintenance delete names its target by value and
      *        converts nothing; every other business record is
      *        simulated.
       2000-SIMULATE-INPUT-RECORD.
           PERFORM 2150-MAP-INPUT-RECORD
           IF WS-MAINT-TRANS-CODE = 'D'
               ADD 1 TO WS-DELETES-SKIPPED
           ELSE
               MOVE WS-RECORDS-READ TO WS-SEQUENCE-EDIT
               MOVE SPACES TO WS-RECORD-ID
               STRING 'INPUT RECORD '   DELIMITED BY SIZE
                      WS-SEQUENCE-EDIT  DELIMITED BY SIZE
                   INTO WS-RECORD-ID
               END-STRING
               PERFORM 5000-SIMULATE-RECORD
           END-IF
           PERFORM 2100-READ-INPUT.

      *        Header and trailer control records are skipped, as
      *        CONVMAIN's reader skips them; a header's source id is
      *        the source of the records that follow it.
       2100-READ-INPUT.
           PERFORM 2110-READ-PHYSICAL
           PERFORM UNTIL WS-END-OF-FILE
                      OR NOT WS-CONTROL-RECORD-SEEN
               PERFORM 2110-READ-PHYSICAL
           END-PERFORM
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2110-READ-PHYSICAL.
           SET WS-CONTROL-RECORD-SEEN TO FALSE
           READ WS-INPUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN (WS-INPUT-REC-LEN = 15
                             OR WS-INPUT-REC-LEN = 23)
                            AND WS-INPUT-RECORD (1:1) = 'H'
                           SET WS-CONTROL-RECORD-SEEN TO TRUE
                           MOVE WS-INPUT-RECORD (1:WS-INPUT-REC-LEN)
                               TO WS-INPUT-HDR-REC
                           IF WS-INPUT-REC-LEN = 23
                              AND WSI-HDR-SOURCE-ID NOT = SPACES
                               MOVE WSI-HDR-SOURCE-ID
                                   TO WS-ROW-SOURCE-ID
                           END-IF
                       WHEN WS-INPUT-REC-LEN = 19
                            AND WS-INPUT-RECORD (1:1) = 'T'
                           SET WS-CONTROL-RECORD-SEEN TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *        The same mapping CONVMAIN's 2150/2160 make from each
      *        physical shape into the unified WS-RECORD.
       2150-MAP-INPUT-RECORD.
           MOVE SPACE TO WS-MAINT-TRANS-CODE
           MOVE WS-ROW-SOURCE-ID TO WS-SOURCE-ID
           EVALUATE TRUE
               WHEN (WS-INPUT-REC-LEN = 64 OR WS-INPUT-REC-LEN = 67)
                    AND (WS-INPUT-RECORD (1:1) = 'A'
                         OR WS-INPUT-RECORD (1:1) = 'C'
                         OR WS-INPUT-RECORD (1:1) = 'D')
                    AND WS-INPUT-RECORD (2:1) = 'E'
                   MOVE WS-INPUT-RECORD (1:WS-INPUT-REC-LEN)
                       TO WS-INPUT-MNT-REC
                   MOVE WSI-MNT-TRANS-CODE TO WS-MAINT-TRANS-CODE
                   MOVE WSI-MNT-EXT-REC TO WS-INPUT-EXT-REC
                   PERFORM 2160-MAP-EXTENDED-RECORD
               WHEN (WS-INPUT-REC-LEN = 63 OR WS-INPUT-REC-LEN = 66)
                    AND WS-INPUT-RECORD (1:1) = 'E'
                   MOVE WS-INPUT-RECORD (1:WS-INPUT-REC-LEN)
                       TO WS-INPUT-EXT-REC
                   PERFORM 2160-MAP-EXTENDED-RECORD
               WHEN OTHER
                   MOVE WS-INPUT-RECORD (1:15) TO WS-INPUT-OLD-REC
                   SET WS-OLD-FORMAT TO TRUE
                   MOVE WSI-OLD-NUMERIC-FIELD TO WS-NUMERIC-FIELD
                   MOVE WSI-OLD-CHAR-FIELD TO WS-CHAR-FIELD
                   MOVE ZEROS TO WS-AMOUNT-1 WS-AMOUNT-2 WS-AMOUNT-3
                   MOVE WSI-OLD-CHAR-FIELD TO WS-LONG-DESC
                   MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           END-EVALUATE.

       2160-MAP-EXTENDED-RECORD.
           SET WS-EXT-FORMAT TO TRUE
           MOVE WSI-EXT-NUMERIC-FIELD TO WS-NUMERIC-FIELD
           MOVE WSI-EXT-LONG-DESC (1:10) TO WS-CHAR-FIELD
           MOVE WSI-EXT-AMOUNT-1 TO WS-AMOUNT-1
           MOVE WSI-EXT-AMOUNT-2 TO WS-AMOUNT-2
           MOVE WSI-EXT-AMOUNT-3 TO WS-AMOUNT-3
           MOVE WSI-EXT-LONG-DESC TO WS-LONG-DESC
           IF WSI-EXT-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE WSI-EXT-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.

       3000-SIMULATE-REJECT.
           IF EXC-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE EXC-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF
           IF WS-ROW-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
               ADD 1 TO WS-OTHER-SOURCE-COUNT
           ELSE
               PERFORM 3200-REBUILD-WS-RECORD
               MOVE SPACES TO WS-RECORD-ID
               STRING EXC-JOB-RUN-ID    DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      EXC-RECORD-KEY    DELIMITED BY SIZE
                   INTO WS-RECORD-ID
               END-STRING
               PERFORM 5000-SIMULATE-RECORD
           END-IF
           PERFORM 3100-READ-REJECT.

       3100-READ-REJECT.
           READ EXCEPTION-FILE NEXT INTO EXCEPTION-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *        The reject's stored fields rebuilt into WS-RECORD
      *        exactly as EXCREDRV's 2100 rebuilds them for a re-drive.
       3200-REBUILD-WS-RECORD.
           MOVE EXC-RECORD-TYPE TO WS-RECORD-TYPE
           MOVE EXC-WS-NUMERIC-FIELD TO WS-NUMERIC-FIELD
           MOVE EXC-WS-CHAR-FIELD TO WS-CHAR-FIELD
           MOVE EXC-WS-AMOUNT-1 TO WS-AMOUNT-1
           MOVE EXC-WS-AMOUNT-2 TO WS-AMOUNT-2
           MOVE EXC-WS-AMOUNT-3 TO WS-AMOUNT-3
           MOVE EXC-WS-LONG-DESC TO WS-LONG-DESC
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF
           MOVE WS-ROW-SOURCE-ID TO WS-SOURCE-ID.

      *        One record, two CONVLOGC calls: today's rules, then
      *        the future rules.  The governing rule of each side is
      *        looked up only to label the breakdown -- the verdicts
      *        are CONVLOGC's own.
       5000-SIMULATE-RECORD.
           ADD 1 TO WS-RECORDS-SIMULATED
           MOVE SPACES TO WS-BREAK-KEY
           MOVE WS-TODAY-RULES TO WS-EDIT-TABLE
           PERFORM 5100-CALL-CONVLOGC
           MOVE WS-CONVERT-STATUS TO WS-TODAY-STATUS
           MOVE WS-REJECT-REASON TO WS-TODAY-REASON
           PERFORM 5200-FIND-GOVERNING-RULE
           IF WS-RULE-FOUND
               MOVE EDIT-FIELD-NAME (EDIT-IDX) TO WS-BK-FIELD-NAME
               MOVE EDIT-SOURCE-ID (EDIT-IDX) TO WS-BK-RULE-SOURCE
               MOVE EDIT-EFF-DATE (EDIT-IDX) TO WS-BK-TODAY-EFF-DATE
               MOVE EDIT-LOW-VALUE (EDIT-IDX) TO WS-BK-TODAY-LOW
               MOVE EDIT-HIGH-VALUE (EDIT-IDX) TO WS-BK-TODAY-HIGH
           ELSE
               MOVE '(NONE)' TO WS-BK-TODAY-EFF-DATE
               MOVE ZERO TO WS-BK-TODAY-LOW
               MOVE ZERO TO WS-BK-TODAY-HIGH
           END-IF
           MOVE WS-FUTURE-RULES TO WS-EDIT-TABLE
           PERFORM 5100-CALL-CONVLOGC
           MOVE WS-CONVERT-STATUS TO WS-FUTURE-STATUS
           MOVE WS-REJECT-REASON TO WS-FUTURE-REASON
           PERFORM 5200-FIND-GOVERNING-RULE
           IF WS-RULE-FOUND
               MOVE EDIT-FIELD-NAME (EDIT-IDX) TO WS-BK-FIELD-NAME
               MOVE EDIT-SOURCE-ID (EDIT-IDX) TO WS-BK-RULE-SOURCE
               MOVE EDIT-EFF-DATE (EDIT-IDX) TO WS-BK-FUTURE-EFF-DATE
               MOVE EDIT-LOW-VALUE (EDIT-IDX) TO WS-BK-FUTURE-LOW
               MOVE EDIT-HIGH-VALUE (EDIT-IDX) TO WS-BK-FUTURE-HIGH
           ELSE
               MOVE '(NONE)' TO WS-BK-FUTURE-EFF-DATE
               MOVE ZERO TO WS-BK-FUTURE-LOW
               MOVE ZERO TO WS-BK-FUTURE-HIGH
           END-IF
           MOVE WS-CURRENCY-CODE TO WS-BK-CURRENCY-CODE
           MOVE SPACES TO WS-CHANGE-DIRECTION
           EVALUATE TRUE
               WHEN WS-TODAY-STATUS = 'REJECTED'
                    AND WS-FUTURE-STATUS = 'REJECTED'
                   ADD 1 TO WS-REJECT-BOTH-COUNT
               WHEN WS-TODAY-STATUS = 'REJECTED'
                   SET WS-NEWLY-PASS TO TRUE
                   ADD 1 TO WS-NEWLY-PASS-COUNT
               WHEN WS-FUTURE-STATUS = 'REJECTED'
                   SET WS-NEWLY-REJECT TO TRUE
                   ADD 1 TO WS-NEWLY-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PASS-BOTH-COUNT
           END-EVALUATE
           IF NOT WS-NO-CHANGE
               PERFORM 5300-ADD-TO-BREAKDOWN
               PERFORM 5400-PRINT-CHANGE-LINE
           END-IF.

       5100-CALL-CONVLOGC.
           CALL 'CONVLOGC' USING WS-RECORD, DB-RECORD,
               WS-CONVERT-STATUS, WS-REJECT-REASON, WS-REPAIR-RULE,
               WS-EDIT-TABLE
           END-CALL.

      *        The entry CONVLOGC's 0100 range check would use: the
      *        record's own source's rule for the field, else the
      *        all-sources rule.  Leaves EDIT-IDX on it when found.
       5200-FIND-GOVERNING-RULE.
           MOVE WS-SOURCE-ID TO WS-RULE-SOURCE-ID
           PERFORM 5250-SEARCH-EDIT-TABLE
           IF NOT WS-RULE-FOUND
              AND WS-SOURCE-ID NOT = SPACES
               MOVE SPACES TO WS-RULE-SOURCE-ID
               PERFORM 5250-SEARCH-EDIT-TABLE
           END-IF.

       5250-SEARCH-EDIT-TABLE.
           SET WS-RULE-FOUND TO FALSE
           SET EDIT-IDX TO 1
           SEARCH EDIT-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN EDIT-IDX > EDIT-TABLE-COUNT
                   CONTINUE
               WHEN EDIT-FIELD-NAME (EDIT-IDX) = 'WS-NUMERIC-FIELD'
                    AND EDIT-SOURCE-ID (EDIT-IDX) = WS-RULE-SOURCE-ID
                   SET WS-RULE-FOUND TO TRUE
           END-SEARCH.

      *        A changed record converted under one of the two rule
      *        sets, so its amounts passed CONVLOGC's NUMERIC test and
      *        are safe to add.
       5300-ADD-TO-BREAKDOWN.
           SET WS-BREAK-FOUND TO FALSE
           SET BRK-IDX TO 1
           SEARCH WS-BREAK-ENTRY
               AT END
                   CONTINUE
               WHEN BRK-IDX > WS-BREAK-TABLE-COUNT
                   CONTINUE
               WHEN WS-BRK-KEY (BRK-IDX) = WS-BREAK-KEY
                   SET WS-BREAK-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-BREAK-FOUND
               IF WS-BREAK-TABLE-COUNT < WS-BREAK-TABLE-MAX
                   ADD 1 TO WS-BREAK-TABLE-COUNT
                   SET BRK-IDX TO WS-BREAK-TABLE-COUNT
                   MOVE WS-BREAK-KEY TO WS-BRK-KEY (BRK-IDX)
                   MOVE ZERO TO WS-BRK-REJECT-COUNT (BRK-IDX)
                   MOVE ZERO TO WS-BRK-REJECT-AMOUNT-1 (BRK-IDX)
                   MOVE ZERO TO WS-BRK-REJECT-AMOUNT-2 (BRK-IDX)
                   MOVE ZERO TO WS-BRK-REJECT-AMOUNT-3 (BRK-IDX)
                   MOVE ZERO TO WS-BRK-PASS-COUNT (BRK-IDX)
                   MOVE ZERO TO WS-BRK-PASS-AMOUNT-1 (BRK-IDX)
                   MOVE ZERO TO WS-BRK-PASS-AMOUNT-2 (BRK-IDX)
                   MOVE ZERO TO WS-BRK-PASS-AMOUNT-3 (BRK-IDX)
                   SET WS-BREAK-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BREAK-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-BREAK-FOUND
               IF WS-NEWLY-REJECT
                   ADD 1 TO WS-BRK-REJECT-COUNT (BRK-IDX)
                   ADD WS-AMOUNT-1 TO WS-BRK-REJECT-AMOUNT-1 (BRK-IDX)
                   ADD WS-AMOUNT-2 TO WS-BRK-REJECT-AMOUNT-2 (BRK-IDX)
                   ADD WS-AMOUNT-3 TO WS-BRK-REJECT-AMOUNT-3 (BRK-IDX)
               ELSE
                   ADD 1 TO WS-BRK-PASS-COUNT (BRK-IDX)
                   ADD WS-AMOUNT-1 TO WS-BRK-PASS-AMOUNT-1 (BRK-IDX)
                   ADD WS-AMOUNT-2 TO WS-BRK-PASS-AMOUNT-2 (BRK-IDX)
                   ADD WS-AMOUNT-3 TO WS-BRK-PASS-AMOUNT-3 (BRK-IDX)
               END-IF
           END-IF.

       5400-PRINT-CHANGE-LINE.
           MOVE WS-AMOUNT-1 TO WS-AMOUNT-EDIT-1
           MOVE WS-AMOUNT-2 TO WS-AMOUNT-EDIT-2
           MOVE WS-AMOUNT-3 TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING WS-CHANGE-DIRECTION   DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RECORD-ID          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-SOURCE-ID          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-NUMERIC-FIELD      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CURRENCY-CODE      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-TODAY-STATUS       DELIMITED BY SPACE
                  ' -> '                DELIMITED BY SIZE
                  WS-FUTURE-STATUS      DELIMITED BY SPACE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *        One block per field, governing rule and currency: the
      *        rule today and on the future date, then the records and
      *        amounts moving each way.
       6000-PRINT-BREAKDOWN.
           MOVE SPACES TO SIMULATION-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'IMPACT BY FIELD AND RULE (AMOUNTS AS SENT, BY '
                                        DELIMITED BY SIZE
                  'CURRENCY)'           DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           IF WS-BREAK-TABLE-COUNT = ZERO
               MOVE SPACES TO SIMULATION-PRINT-LINE
               STRING '  NO RECORD WOULD CHANGE OUTCOME'
                                        DELIMITED BY SIZE
                   INTO SIMULATION-PRINT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               PERFORM 6100-PRINT-BREAK-ENTRY
                   VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BREAK-TABLE-COUNT
           END-IF.

       6100-PRINT-BREAK-ENTRY.
           MOVE WS-BRK-KEY (BRK-IDX) TO WS-BREAK-KEY
           IF WS-BK-RULE-SOURCE = SPACES
               MOVE '*ALL*' TO WS-PRINT-SOURCE
           ELSE
               MOVE WS-BK-RULE-SOURCE TO WS-PRINT-SOURCE
           END-IF
           MOVE SPACES TO SIMULATION-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'FIELD '              DELIMITED BY SIZE
                  WS-BK-FIELD-NAME      DELIMITED BY SIZE
                  ' RULE SOURCE '       DELIMITED BY SIZE
                  WS-PRINT-SOURCE       DELIMITED BY SIZE
                  '  TODAY EFF '        DELIMITED BY SIZE
                  WS-BK-TODAY-EFF-DATE  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BK-TODAY-LOW       DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-BK-TODAY-HIGH      DELIMITED BY SIZE
                  '  FUTURE EFF '       DELIMITED BY SIZE
                  WS-BK-FUTURE-EFF-DATE DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BK-FUTURE-LOW      DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-BK-FUTURE-HIGH     DELIMITED BY SIZE
                  '  CURRENCY '         DELIMITED BY SIZE
                  WS-BK-CURRENCY-CODE   DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-BRK-REJECT-AMOUNT-1 (BRK-IDX) TO WS-AMOUNT-EDIT-1
           MOVE WS-BRK-REJECT-AMOUNT-2 (BRK-IDX) TO WS-AMOUNT-EDIT-2
           MOVE WS-BRK-REJECT-AMOUNT-3 (BRK-IDX) TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING '    NEWLY REJECT: '  DELIMITED BY SIZE
                  WS-BRK-REJECT-COUNT (BRK-IDX)
                                        DELIMITED BY SIZE
                  ' RECORDS  AMT1 '     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  '  AMT2 '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  '  AMT3 '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-BRK-PASS-AMOUNT-1 (BRK-IDX) TO WS-AMOUNT-EDIT-1
           MOVE WS-BRK-PASS-AMOUNT-2 (BRK-IDX) TO WS-AMOUNT-EDIT-2
           MOVE WS-BRK-PASS-AMOUNT-3 (BRK-IDX) TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING '    NEWLY PASS:   '  DELIMITED BY SIZE
                  WS-BRK-PASS-COUNT (BRK-IDX)
                                        DELIMITED BY SIZE
                  ' RECORDS  AMT1 '     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  '  AMT2 '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  '  AMT3 '             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           WRITE SIMULATION-PRINT-LINE
           IF NOT SIMULATION-REPORT-OK
               PERFORM 9910-ABORT-SIMULATION-REPORT
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO SIMULATION-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'READ: '              DELIMITED BY SIZE
                  WS-RECORDS-READ       DELIMITED BY SIZE
                  '  SIMULATED: '       DELIMITED BY SIZE
                  WS-RECORDS-SIMULATED  DELIMITED BY SIZE
                  '  OTHER SOURCES: '   DELIMITED BY SIZE
                  WS-OTHER-SOURCE-COUNT DELIMITED BY SIZE
                  '  MAINTENANCE DELETES: '
                                        DELIMITED BY SIZE
                  WS-DELETES-SKIPPED    DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO SIMULATION-PRINT-LINE
           STRING 'PASS BOTH: '         DELIMITED BY SIZE
                  WS-PASS-BOTH-COUNT    DELIMITED BY SIZE
                  '  REJECT BOTH: '     DELIMITED BY SIZE
                  WS-REJECT-BOTH-COUNT  DELIMITED BY SIZE
                  '  NEWLY REJECT: '    DELIMITED BY SIZE
                  WS-NEWLY-REJECT-COUNT DELIMITED BY SIZE
                  '  NEWLY PASS: '      DELIMITED BY SIZE
                  WS-NEWLY-PASS-COUNT   DELIMITED BY SIZE
                  '  NOT BROKEN DOWN, TABLE FULL: '
                                        DELIMITED BY SIZE
                  WS-BREAK-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO SIMULATION-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           IF WS-INPUT-MODE
               CLOSE WS-INPUT-FILE
           ELSE
               CLOSE EXCEPTION-FILE
           END-IF
           CLOSE SIMULATION-REPORT
           DISPLAY 'EDTSIMUL - RULES OF ' WS-FUTURE-DATE ': '
               WS-NEWLY-REJECT-COUNT ' NEWLY REJECT, '
               WS-NEWLY-PASS-COUNT ' NEWLY PASS, OF '
               WS-RECORDS-SIMULATED ' SIMULATED'
           IF WS-NEWLY-REJECT-COUNT > 0
              OR WS-NEWLY-PASS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is records read; the step
      *        writes only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'EDTSIMUL' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'EDTSIMUL' TO STL-STEP-NAME
           MOVE WS-RECORDS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the simulation
      * can no longer be trusted, so each ends the job rather than
      * silently continuing -- same convention CONVMAIN uses for its
      * own file I/O.
       9905-ABORT-INPUT-FILE.
           DISPLAY 'EDTSIMUL - FATAL I/O ERROR ON WS-INPUT-FILE'
           DISPLAY 'STATUS=' WS-INPUT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-SIMULATION-REPORT.
           DISPLAY 'EDTSIMUL - FATAL I/O ERROR ON SIMULATION-REPORT'
           DISPLAY 'STATUS=' SIMULATION-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-EXCEPTION-FILE.
           DISPLAY 'EDTSIMUL - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9970-ABORT-EDIT-RULE-FILE.
           DISPLAY 'EDTSIMUL - FATAL I/O ERROR ON EDIT-RULE-FILE'
           DISPLAY 'STATUS=' EDIT-RULE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
