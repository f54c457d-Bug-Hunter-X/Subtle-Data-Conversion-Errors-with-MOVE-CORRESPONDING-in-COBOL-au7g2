      * run-control row.  GLEXTRCT sets RETURN-CODE 4 if it matches
      * zero audit records, since that usually means the named run
      * was wrong.
      *
      * Sources: each vendor's runs are their own series on RUNCTL
      * (RCT-SOURCE-ID), so auto-selection picks the latest ENDED run
      * of ONE source -- PARM2, the source id, absent = the default
      * source (SRCCTL.CPY) -- and the nightly chain runs this step
      * once per source against that source's AUDFILE.  Every entry
      * goes to the GL with its row's own source id as
      * GL-SOURCE-SYSTEM, so the GL can tell the suppliers apart.
      *
      * Variance hold: a run the amount variance step (GLVARNCE)
      * held is refused with RETURN-CODE 8 until a supervisor
      * releases it (GLRELEAS) -- whether the run was auto-selected
      * or named in PARM1.  The hold is on the run's partition-0
      * RUNCTL row, so a held latest run is a stop, never a reason
      * to reach back to an earlier run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRCT.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  GL-FEED-FILE
           RECORDING MODE IS F.
       01  GL-OUTPUT-RECORD            PIC X(142).

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY GLREC.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.
               88  GL-FEED-OK              VALUE '00'.
           05  RUN-CONTROL-STATUS      PIC XX.
               88  RUN-CONTROL-OK          VALUE '00'.
               88  RUN-CONTROL-NOTFND      VALUE '23'.
               88  RUN-CONTROL-NOFILE      VALUE '35'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-RUNCTL-EOF-SWITCH    PIC X VALUE 'N'.
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-LATEST-BALANCE-FLAG  PIC X VALUE 'N'.
               88  WS-LATEST-IN-BALANCE    VALUE 'Y'.
           05  WS-LATEST-HOLD-FLAG     PIC X VALUE SPACE.
               88  WS-LATEST-HELD          VALUE 'H'.

       01  WS-COUNTERS.
           05  WS-AUDIT-RECORDS-READ   PIC 9(7) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-TARGET-JOB-RUN-ID    PIC X(14).
           05  WS-TARGET-SOURCE-ID     PIC X(8).
           05  WS-ROW-SOURCE-ID        PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-AUDIT-RECORD
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-TARGET-SOURCE-ID
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-SOURCE-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-TARGET-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           END-IF
      *        PARM1, when given, is an explicit override (older run
      *        rerun, or the CICS-ONLINE sweep).  With no parm the
      *        run-control file picks the run itself -- the typo'd or
      *        path.
           IF WS-TARGET-JOB-RUN-ID = SPACES
               PERFORM 1200-SELECT-RUN-FROM-CONTROL
           ELSE
               PERFORM 1300-CHECK-NAMED-RUN-HOLD
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
           CLOSE RUN-CONTROL-FILE
           IF NOT WS-ENDED-RUN-FOUND
               DISPLAY 'GLEXTRCT - NO ENDED RUN ON RUN-CONTROL '
                   'FILE FOR SOURCE ' WS-TARGET-SOURCE-ID
                   ' AND NO PARM1 OVERRIDE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT WS-LATEST-IN-BALANCE
               DISPLAY 'GLEXTRCT - RESOLVE THE RECONCILIATION OR '
                   'RERUN BEFORE FEEDING THE GL'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF WS-LATEST-HELD
               PERFORM 1350-REFUSE-HELD-RUN
           END-IF
           DISPLAY 'GLEXTRCT - RUN SELECTED FROM RUN CONTROL: '
               WS-TARGET-JOB-RUN-ID ' SOURCE ' WS-TARGET-SOURCE-ID.

      *        Only partition-0 rows qualify: that is the row that
      *        speaks for the run as a whole -- written directly by a
      *        single-stream run, or by CONVMERG once it has summed
      *        and balanced all the partition rows.  A partitioned
      *        run whose consolidation has not run therefore cannot
      *        feed the GL.  Rows of other sources are passed over;
      *        a row that predates the source field is the default
      *        source's.
       1250-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   IF RCT-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   ELSE
                       MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   END-IF
                   IF RCT-ENDED AND RCT-PARTITION = 0
                      AND WS-ROW-SOURCE-ID = WS-TARGET-SOURCE-ID
                       SET WS-ENDED-RUN-FOUND TO TRUE
                       MOVE RCT-JOB-RUN-ID TO WS-TARGET-JOB-RUN-ID
                       MOVE RCT-BALANCE-FLAG
                           TO WS-LATEST-BALANCE-FLAG
                       MOVE RCT-FEED-HOLD TO WS-LATEST-HOLD-FLAG
                   END-IF
           END-READ.

      *        A named run is held exactly as an auto-selected one
      *        is.  A name with no run-control row -- the CICS-ONLINE
      *        sweep, or a run older than the file -- has no variance
      *        verdict to respect and goes ahead as before.
       1300-CHECK-NAMED-RUN-HOLD.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-NOFILE
               CONTINUE
           ELSE
               IF NOT RUN-CONTROL-OK
                   PERFORM 9920-ABORT-RUN-CONTROL-FILE
               END-IF
               MOVE WS-TARGET-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
               MOVE WS-TARGET-JOB-RUN-ID TO RCT-JOB-RUN-ID
               MOVE 0 TO RCT-PARTITION
               READ RUN-CONTROL-FILE
               EVALUATE TRUE
                   WHEN RUN-CONTROL-OK
                       MOVE RCT-FEED-HOLD TO WS-LATEST-HOLD-FLAG
                   WHEN RUN-CONTROL-NOTFND
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9920-ABORT-RUN-CONTROL-FILE
               END-EVALUATE
               CLOSE RUN-CONTROL-FILE
               IF WS-LATEST-HELD
                   PERFORM 1350-REFUSE-HELD-RUN
               END-IF
           END-IF.

       1350-REFUSE-HELD-RUN.
           DISPLAY 'GLEXTRCT - RUN ' WS-TARGET-JOB-RUN-ID
               ' IS HELD BY THE AMOUNT VARIANCE CHECK - '
               'EXTRACT REFUSED'
           DISPLAY 'GLEXTRCT - REVIEW THE VARIANCE REPORT; A '
               'SUPERVISOR RELEASES THE RUN WITH GLRELEAS'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       2000-PROCESS-AUDIT-RECORD.
           IF (AUD-STATUS = 'CLEAN' OR AUD-STATUS = 'REPAIRED')
               AND AUD-JOB-RUN-ID = WS-TARGET-JOB-RUN-ID
           MOVE AUD-DB-NUMERIC-FIELD TO GL-ACCOUNT-NUMBER
           MOVE AUD-DB-CHAR-FIELD TO GL-DESCRIPTION
           MOVE AUD-RUN-DATE TO GL-TRANSACTION-DATE
           IF AUD-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO GL-SOURCE-SYSTEM
           ELSE
               MOVE AUD-SOURCE-ID TO GL-SOURCE-SYSTEM
           END-IF
           MOVE AUD-RECORD-TYPE TO GL-RECORD-TYPE
           MOVE AUD-DB-AMOUNT-1 TO GL-AMOUNT-1
           MOVE AUD-DB-AMOUNT-2 TO GL-AMOUNT-2
           MOVE AUD-DB-AMOUNT-3 TO GL-AMOUNT-3
           MOVE AUD-DB-LONG-DESC TO GL-LONG-DESC
           MOVE SPACE TO GL-REVERSAL-FLAG
           PERFORM 2210-SET-LEDGER-AMOUNTS
           WRITE GL-OUTPUT-RECORD FROM GL-FEED-RECORD
           IF NOT GL-FEED-OK
               PERFORM 9910-ABORT-GL-FEED-FILE
           END-IF
           ADD 1 TO WS-GL-RECORDS-WRITTEN.

      *        The ledger amounts are valued at the rate stamped on
      *        the conversion's audit row, never re-looked-up here, so
      *        a rerun of this extract -- and GLREVRSL backing it out
      *        later -- reproduce them to the cent.  A row converted
      *        before currencies were carried has no code and no
      *        rate: it was ledger currency.
       2210-SET-LEDGER-AMOUNTS.
           IF AUD-DB-CURRENCY-CODE = SPACES
              OR AUD-DB-EXCHANGE-RATE NOT > ZERO
               MOVE WS-LEDGER-CURRENCY TO GL-CURRENCY-CODE
               MOVE WS-LEDGER-RATE TO GL-EXCHANGE-RATE
           ELSE
               MOVE AUD-DB-CURRENCY-CODE TO GL-CURRENCY-CODE
               MOVE AUD-DB-EXCHANGE-RATE TO GL-EXCHANGE-RATE
           END-IF
           COMPUTE GL-LEDGER-AMOUNT-1 ROUNDED =
               GL-AMOUNT-1 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-2 ROUNDED =
               GL-AMOUNT-2 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-3 ROUNDED =
               GL-AMOUNT-3 * GL-EXCHANGE-RATE.

       9000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE GL-FEED-FILE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit rows read,
      *        written is GL feed records.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLEXTRCT' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLEXTRCT' TO STL-STEP-NAME
           MOVE WS-TARGET-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-AUDIT-RECORDS-READ TO STL-RECORDS-READ
           MOVE WS-GL-RECORDS-WRITTEN TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the GL feed this
      * program produces can no longer be trusted, so each ends the
      * job rather than silently continuing -- same convention
           DISPLAY 'STATUS=' AUDIT-STATUS
               ' RECORD: ' WS-AUDIT-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-GL-FEED-FILE.
           DISPLAY 'STATUS=' GL-FEED-STATUS
               ' RECORD: ' WS-AUDIT-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'GLEXTRCT - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
