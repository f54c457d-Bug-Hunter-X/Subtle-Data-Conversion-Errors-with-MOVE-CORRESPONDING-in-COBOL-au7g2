      *     for the quarterly full refresh.
      *   - maintenance (PARM1=M): the vendor sends a delta file of
      *     64-byte maintenance records (WS-INPUT-MNT-REC in WSDBREC:
      *     add/change/delete code in front of an extended record; 67
      *     bytes when the extended record carries its currency) and
      *     this run applies them against the EXISTING indexed file --
      *     adds convert through the same CONVLOGC edits as a rebuild,
      *     changes are audited before/after on AUDFILE, and deletes
      *     already landed rejects DB OUTPUT WRITE FAILED, a change
      *     rewrites the same values, a delete of a gone row rejects
      *     not-found).
      *
      * More than one vendor feeds this stream.  Each extract's header
      * names its source (WSDBREC; a 15-byte header is the default
      * source, SRCCTL.CPY) and the run stamps that source id on every
      * row it writes.  A source's extract runs against that source's
      * own DD-level DB-OUTPUT-FILE, AUDFILE and CHKFILE -- the same
      * way partitions do -- so one supplier's rebuild never wipes the
      * other's converted rows; the file-sequence ratchet and the
      * double-start refusal are kept per source on RUNCTL, and
      * EDITFILE rules may be keyed by source.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMAIN.
               ALTERNATE RECORD KEY IS DBO-NUMERIC-FIELD WITH DUPLICATES
               FILE STATUS IS DB-OUTPUT-STATUS.

      *        DYNAMIC for the same reason: 1095 browses the
      *        outstanding rejects once at start of run.
           SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCO-KEY
               FILE STATUS IS EXCEPTION-STATUS.

               RECORD KEY IS RST-KEY
               FILE STATUS IS RUN-STATUS-STATUS.

      *        DYNAMIC: 2235 positions on the currency alone (START)
      *        to tell an unknown currency from a missing rate.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        The upstream extract mixes the legacy 15-byte record
      *        2150-MAP-INPUT-RECORD dispatches on length + type byte.
      *        The 64-byte maintenance record (delta transaction code
      *        in front of an extended record) extends the same
      *        dispatch for PARM1=M runs.  The currency-bearing
      *        extended record (66 bytes) and its maintenance form
      *        (67) join the same dispatch beside the shapes they
      *        extend.
       FD  WS-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 15 TO 67
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  WS-INPUT-RECORD             PIC X(67).

       FD  DB-OUTPUT-FILE.
           COPY DBOREC.
           05  EXCO-KEY.
               10  EXCO-JOB-RUN-ID         PIC X(14).
               10  EXCO-RECORD-KEY         PIC 9(7).
           05  FILLER                      PIC X(136).

       FD  REJECT-REPORT
           RECORDING MODE IS F.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-OUTPUT-RECORD           PIC X(268).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHK-OUTPUT-RECORD           PIC X(96).

       FD  RECON-REPORT
           RECORDING MODE IS F.
       FD  RUN-STATUS-FILE.
           COPY RSTREC.

       FD  FX-RATE-FILE.
           COPY FXRREC.

       WORKING-STORAGE SECTION.
           COPY WSDBREC.
           COPY EXCREC.
           COPY AUDREC.
           COPY CHKREC.
           COPY EDITTBL.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  WS-INPUT-STATUS         PIC XX.
           05  EXCEPTION-STATUS        PIC XX.
               88  EXCEPTION-OK            VALUE '00'.
               88  EXCEPTION-NOTFND        VALUE '35'.
               88  EXCEPTION-KEY-NOTFND    VALUE '23'.
           05  REJECT-REPORT-STATUS    PIC XX.
               88  REJECT-REPORT-OK        VALUE '00'.
           05  DUP-REPORT-STATUS       PIC XX.
           05  RUN-STATUS-STATUS       PIC XX.
               88  RUN-STATUS-OK           VALUE '00'.
               88  RUN-STATUS-NOFILE       VALUE '35'.
           05  FX-RATE-STATUS          PIC XX.
               88  FX-RATE-OK              VALUE '00'.
               88  FX-RATE-NOTFND          VALUE '23'.
           05  WS-RUNCTL-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-RUN-CONTROL-EOF      VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-DUP-MATCH-RUN-ID     PIC X(14).
           05  WS-DUP-MATCH-KEY        PIC 9(7).

      *        Resend auto-close state.  When the vendor fixes a
      *        rejected record it comes back in a later extract as a
      *        new record, converts under a new key, and -- until
      *        now -- left the original reject outstanding on
      *        EXCEPTION-FILE: EXCAGING kept aging it, GLSUSPNS kept
      *        it in suspense and GLCERTFY refused the month, all for
      *        money that had already posted.  The outstanding
      *        rejects are loaded once at start of run (1095); a
      *        record that converts CLEAN/REPAIRED and carries the
      *        same business identity as one of them -- account and
      *        the three amounts, the identity 2350-CHECK-DUPLICATE
      *        and GLREVRSL already match on, compared source side to
      *        source side because the reject only ever had source
      *        values -- retires it (2650).  One resend retires one
      *        reject, oldest run first.  A reject whose own account
      *        or amounts fail the NUMERIC test has no identity to
      *        match and is not loaded; it stays for transaction
      *        CONV.  This run's own rejects (a restart's first
      *        segment, a sibling partition) are never candidates.
      *        2000 slots; overflow drops with a console note, and a
      *        dropped reject simply stays outstanding -- the safe
      *        side.
       01  WS-RESEND-TABLE-MAX         PIC 9(4) VALUE 2000.
       01  WS-RESEND-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-RESEND-TABLE.
           05  WS-RESEND-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RESEND-IDX.
               10  WS-RESEND-RUN-ID        PIC X(14).
               10  WS-RESEND-KEY           PIC 9(7).
               10  WS-RESEND-ACCOUNT       PIC 9(5).
               10  WS-RESEND-AMOUNT-1      PIC S9(7)V99.
               10  WS-RESEND-AMOUNT-2      PIC S9(7)V99.
               10  WS-RESEND-AMOUNT-3      PIC S9(7)V99.
               10  WS-RESEND-CURRENCY      PIC X(3).
               10  WS-RESEND-REASON        PIC X(30).
               10  WS-RESEND-NEW-KEY       PIC 9(7).
               10  WS-RESEND-STATE         PIC X.
                   88  WS-RESEND-OPEN          VALUE SPACE.
                   88  WS-RESEND-RETIRED       VALUE 'R'.
                   88  WS-RESEND-GONE          VALUE 'G'.

       01  WS-RESEND-CONTROLS.
           05  WS-RESEND-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-RESEND-LOAD-EOF      VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RESEND-FOUND-SWITCH  PIC X VALUE 'N'.
               88  WS-RESEND-FOUND         VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RESEND-DONE-SWITCH   PIC X VALUE 'N'.
               88  WS-RESEND-DONE          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RESEND-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-MAINT-CONTROLS.
           05  WS-MAINT-KEY-BASE       PIC 9(7) VALUE 5000000.
           05  WS-MAINT-TRANS-CODE     PIC X VALUE SPACE.
      *        RECORDS pre-scans the extract before any data file is
      *        opened for output: header present with tonight's date
      *        and a file sequence above every sequence already
      *        recorded on RUNCTL for its source, trailer present,
      *        last, and agreeing with the body on record count and
      *        numeric-field hash.
      *        The hash accumulator is the low-order eleven digits of
      *        the sum (the width of the vendor's trailer field), over
      *        the records whose numeric field passes the NUMERIC
           05  WS-SCAN-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SCAN-HASH-TOTAL      PIC 9(11) VALUE ZERO.

      *        The vendor file this run's records arrived in, stamped
      *        on every reject (EXCREC.CPY) so the reject-return file
      *        can quote it back to the vendor.  A single-stream start
      *        takes it straight from the header 1300 just validated;
      *        a partition job (no header on its slice) and a restart
      *        (header check skipped) take it from the partition-0
      *        run-control row that banked it -- see
      *        1090-GET-ARRIVAL-SEQUENCE.  The extract date is the
      *        run date in every mode: the header check refuses any
      *        other.
      *        The source id the run stamps on every row comes from
      *        the same places, but earlier: a single-stream start
      *        reads it off the header (1320), a partition job off the
      *        partition-0 row CONVSPLT wrote (1054), and a restart
      *        off its checkpoint (1070) -- each before the first
      *        run-control check that compares on it.  WS-ROW-SOURCE-
      *        ID holds a run-control row's source with spaces (a row
      *        that predates the field) read as the default source.
       01  WS-ARRIVAL-FIELDS.
           05  WS-ARRIVAL-DATE         PIC X(8) VALUE SPACES.
           05  WS-ARRIVAL-SEQUENCE     PIC 9(6) VALUE ZERO.
           05  WS-RUN-SOURCE-ID        PIC X(8) VALUE SPACES.
           05  WS-ROW-SOURCE-ID        PIC X(8) VALUE SPACES.

      *        Live run-status plumbing for the CRUN dashboard (see
      *        RSTREC.CPY).  The row is refreshed every
      *        WS-STATUS-INTERVAL records and at start and end of
               PERFORM 2000-PROCESS-RECORD
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
                   PERFORM 1300-VALIDATE-CONTROL-RECORDS
               END-IF
               PERFORM 1055-OPEN-RUN-CONTROL
               IF WS-PARTITION-NUMBER > 0
                   PERFORM 1054-GET-PARTITION-SOURCE
               END-IF
               PERFORM 1056-CHECK-DOUBLE-START
               PERFORM 1058-WRITE-STARTED-RECORD
               CLOSE RUN-CONTROL-FILE
               PERFORM 1070-SKIP-PROCESSED-RECORDS
               PERFORM 1059-RESTART-RUN-CONTROL
           END-IF
           PERFORM 1090-GET-ARRIVAL-SEQUENCE
           PERFORM 1095-LOAD-OUTSTANDING-REJECTS
      *        The first run-status row waits until HERE, after the
      *        restart block: 1070 restores the original run id from
      *        the checkpoint, and a row written before that would be
           PERFORM 1110-WRITE-DUP-REPORT-HEADINGS
           PERFORM 2100-READ-INPUT.

      *        A partition slice carries no header, so its source is
      *        the one CONVSPLT stamped on the run's partition-0 row
      *        when it validated the header.  No row (a split that
      *        predates the field, or a hand-run slice) means the
      *        default source, said on the console.
       1054-GET-PARTITION-SOURCE.
           MOVE WS-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
           MOVE WS-JOB-RUN-ID TO RCT-JOB-RUN-ID
           MOVE ZERO TO RCT-PARTITION
           READ RUN-CONTROL-FILE
           EVALUATE TRUE
               WHEN RUN-CONTROL-OK
                   PERFORM 1318-SET-ROW-SOURCE
                   MOVE WS-ROW-SOURCE-ID TO WS-RUN-SOURCE-ID
               WHEN RUN-CONTROL-NOTFND
                   MOVE WS-DEFAULT-SOURCE-ID TO WS-RUN-SOURCE-ID
                   DISPLAY 'CONVMAIN - NO PARTITION-0 RUN-CONTROL '
                       'ROW FOR RUN ' WS-JOB-RUN-ID
                       ' - DEFAULT SOURCE ' WS-RUN-SOURCE-ID
               WHEN OTHER
                   PERFORM 9980-ABORT-RUN-CONTROL-FILE
           END-EVALUATE
           DISPLAY 'CONVMAIN - SOURCE ' WS-RUN-SOURCE-ID.

       1055-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF NOT RUN-CONTROL-OK
      *        legitimate event the header sequence ratchet already
      *        polices -- an old file re-sent fails the sequence
      *        check, a genuinely newer one applies.
      *        Only the SAME SOURCE's row blocks, too: another
      *        vendor's run for the date converted into that vendor's
      *        own DB-OUTPUT-FILE, which this start cannot wipe.
       1057-SCAN-DATE-RUNS.
           READ RUN-CONTROL-FILE NEXT
               AT END
                   IF RCT-RUN-DATE NOT = WS-RUN-DATE
                       SET WS-RUN-CONTROL-EOF TO TRUE
                   ELSE
                       PERFORM 1318-SET-ROW-SOURCE
                       IF RCT-ENDED
                          AND RCT-PARTITION = WS-PARTITION-NUMBER
                          AND WS-ROW-SOURCE-ID = WS-RUN-SOURCE-ID
                          AND NOT WS-MAINTENANCE-MODE
                           PERFORM 9985-ABORT-DOUBLE-START
                       END-IF
      *        otherwise, which is what the next run's header check
      *        ratchets against.
           MOVE WS-EXTRACT-SEQUENCE TO RCT-EXTRACT-SEQ
           MOVE WS-RUN-SOURCE-ID TO RCT-SOURCE-ID
           MOVE SPACE TO RCT-FEED-HOLD
           MOVE SPACES TO RCT-RELEASED-BY RCT-RELEASED-STAMP
           WRITE RUN-CONTROL-RECORD
           IF NOT RUN-CONTROL-OK
               PERFORM 9980-ABORT-RUN-CONTROL-FILE
               MOVE WS-RUN-ID-PARM TO WS-JOB-RUN-ID
               MOVE WS-JOB-RUN-ID (1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 9700-LOG-STEP-START
           IF WS-PARTITION-NUMBER > 0
               DISPLAY 'CONVMAIN - RUNNING AS PARTITION '
                   WS-PARTITION-NUMBER ' OF RUN ' WS-JOB-RUN-ID
                   DISPLAY 'CONVMAIN - MAINTENANCE MODE (PARM1=M) '
                       'CANNOT RUN PARTITIONED (PARM3)'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9710-LOG-STEP-END
                   STOP RUN
               END-IF
      *        The floor only -- 1080-SET-MAINT-KEY-BASE raises the
           OPEN INPUT COA-FILE
           IF NOT COA-OK
               PERFORM 9975-ABORT-COA-FILE
           END-IF
      *        Same again for the exchange-rate file: without it no
      *        foreign-currency record can be valued in the ledger.
           OPEN INPUT FX-RATE-FILE
           IF NOT FX-RATE-OK
               PERFORM 9977-ABORT-FX-RATE-FILE
           END-IF.

      *        EXCEPTION-FILE is never opened OUTPUT: the outstanding
               CK-LAST-REJECT-COUNT CK-LAST-REJECT-SUM
               CK-LAST-DUP-COUNT CK-LAST-DUP-SUM
           MOVE SPACE TO CK-RUN-MODE
           MOVE SPACES TO CK-SOURCE-ID
           MOVE WS-JOB-RUN-ID TO CK-JOB-RUN-ID
           MOVE WS-PARTITION-NUMBER TO CK-PARTITION
           OPEN INPUT CHECKPOINT-FILE
      *        feed.
           MOVE CK-JOB-RUN-ID TO WS-JOB-RUN-ID
           MOVE WS-JOB-RUN-ID (1:8) TO WS-RUN-DATE
      *        The source id likewise -- the header that named it is
      *        skipped on a restart.  A checkpoint that predates the
      *        field is the default source's.
           IF CK-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-RUN-SOURCE-ID
           ELSE
               MOVE CK-SOURCE-ID TO WS-RUN-SOURCE-ID
           END-IF
      *        The partition number is as identity-critical as the
      *        run id -- it drives the surrogate-key base and the
      *        run-control key -- so it too comes back from the
                   END-IF
           END-READ.

      *        Runs after the restart block so the run id and date
      *        are the ORIGINAL run's.  The partition-0 row is read,
      *        not this job's own: for a partition job that is the
      *        row CONVSPLT banked the validated sequence on, and for
      *        a single-stream restart it is the run's own row, which
      *        1058 stamped at the original start.  A missing row (a
      *        restart that had to re-create it) leaves the sequence
      *        zero -- the reject still returns, quoted by date only.
       1090-GET-ARRIVAL-SEQUENCE.
           MOVE WS-RUN-DATE TO WS-ARRIVAL-DATE
           IF WS-PARTITION-NUMBER = 0
              AND NOT WS-RESTART-REQUESTED
               MOVE WS-EXTRACT-SEQUENCE TO WS-ARRIVAL-SEQUENCE
           ELSE
               PERFORM 1055-OPEN-RUN-CONTROL
               MOVE WS-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
               MOVE WS-JOB-RUN-ID TO RCT-JOB-RUN-ID
               MOVE ZERO TO RCT-PARTITION
               READ RUN-CONTROL-FILE
               EVALUATE TRUE
                   WHEN RUN-CONTROL-OK
                       IF RCT-EXTRACT-SEQ IS NUMERIC
                           MOVE RCT-EXTRACT-SEQ TO WS-ARRIVAL-SEQUENCE
                       END-IF
                   WHEN RUN-CONTROL-NOTFND
                       DISPLAY 'CONVMAIN - NO PARTITION-0 RUN-CONTROL '
                           'ROW FOR RUN ' WS-JOB-RUN-ID
                           ' - REJECTS STAMPED WITHOUT SEQUENCE'
                   WHEN OTHER
                       PERFORM 9980-ABORT-RUN-CONTROL-FILE
               END-EVALUATE
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *        Runs after the restart block so the run id compared
      *        against is the ORIGINAL run's -- a restart must not
      *        retire its own first segment's rejects.  Only this
      *        run's own source's rejects are candidates: another
      *        vendor sending the same account and amounts is a
      *        different transaction, not a resend.
       1095-LOAD-OUTSTANDING-REJECTS.
           MOVE LOW-VALUES TO EXCO-KEY
           START EXCEPTION-FILE KEY IS NOT LESS THAN EXCO-KEY
           END-START
           EVALUATE TRUE
               WHEN EXCEPTION-OK
                   SET WS-RESEND-LOAD-EOF TO FALSE
                   PERFORM 1096-LOAD-ONE-REJECT
                       UNTIL WS-RESEND-LOAD-EOF
               WHEN EXCEPTION-KEY-NOTFND
                   CONTINUE
               WHEN OTHER
                   PERFORM 9950-ABORT-EXCEPTION-FILE
           END-EVALUATE
           DISPLAY 'CONVMAIN - ' WS-RESEND-TABLE-COUNT
               ' OUTSTANDING REJECT(S) ELIGIBLE FOR RESEND MATCH'.

       1096-LOAD-ONE-REJECT.
           READ EXCEPTION-FILE NEXT INTO EXCEPTION-RECORD
               AT END
                   SET WS-RESEND-LOAD-EOF TO TRUE
               NOT AT END
                   IF EXC-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID TO EXC-SOURCE-ID
                   END-IF
                   IF EXC-JOB-RUN-ID NOT = WS-JOB-RUN-ID
                      AND EXC-SOURCE-ID = WS-RUN-SOURCE-ID
                      AND EXC-WS-NUMERIC-FIELD IS NUMERIC
                      AND EXC-WS-AMOUNT-1 IS NUMERIC
                      AND EXC-WS-AMOUNT-2 IS NUMERIC
                      AND EXC-WS-AMOUNT-3 IS NUMERIC
                       IF WS-RESEND-TABLE-COUNT < WS-RESEND-TABLE-MAX
                           ADD 1 TO WS-RESEND-TABLE-COUNT
                           SET RESEND-IDX TO WS-RESEND-TABLE-COUNT
                           MOVE EXC-JOB-RUN-ID
                               TO WS-RESEND-RUN-ID (RESEND-IDX)
                           MOVE EXC-RECORD-KEY
                               TO WS-RESEND-KEY (RESEND-IDX)
                           MOVE EXC-WS-NUMERIC-FIELD
                               TO WS-RESEND-ACCOUNT (RESEND-IDX)
                           MOVE EXC-WS-AMOUNT-1
                               TO WS-RESEND-AMOUNT-1 (RESEND-IDX)
                           MOVE EXC-WS-AMOUNT-2
                               TO WS-RESEND-AMOUNT-2 (RESEND-IDX)
                           MOVE EXC-WS-AMOUNT-3
                               TO WS-RESEND-AMOUNT-3 (RESEND-IDX)
                           IF EXC-WS-CURRENCY-CODE = SPACES
                               MOVE WS-LEDGER-CURRENCY
                                   TO WS-RESEND-CURRENCY (RESEND-IDX)
                           ELSE
                               MOVE EXC-WS-CURRENCY-CODE
                                   TO WS-RESEND-CURRENCY (RESEND-IDX)
                           END-IF
                           MOVE EXC-REASON
                               TO WS-RESEND-REASON (RESEND-IDX)
                           MOVE ZERO TO WS-RESEND-NEW-KEY (RESEND-IDX)
                           SET WS-RESEND-OPEN (RESEND-IDX) TO TRUE
                       ELSE
                           DISPLAY 'CONVMAIN - RESEND TABLE FULL, '
                               'NOT MATCHING REJECT: ' EXC-JOB-RUN-ID
                               ' ' EXC-RECORD-KEY
                       END-IF
                   END-IF
           END-READ.

      *        Loads the business-range edit rules effective for
      *        WS-RUN-DATE from EDITFILE into WS-EDIT-TABLE, which is
      *        passed to CONVLOGC on every CALL -- the rules are file
      *        morning reconciliation break.  The file is closed again
      *        so 1060-OPEN-FILES opens it fresh for the real pass.
       1300-VALIDATE-CONTROL-RECORDS.
           OPEN INPUT WS-INPUT-FILE
           IF NOT WS-INPUT-OK
               PERFORM 9905-ABORT-INPUT-FILE
               PERFORM 9996-ABORT-TRAILER-CONTROL
           END-IF
           CLOSE WS-INPUT-FILE
           DISPLAY 'CONVMAIN - CONTROL RECORDS VALIDATED: SOURCE '
               WS-RUN-SOURCE-ID ' SEQUENCE '
               WS-EXTRACT-SEQUENCE ', ' WS-SCAN-RECORD-COUNT
               ' BUSINESS RECORDS'.

      *        rows do not count -- a run that died re-runs under the
      *        same file, and its sequence must still be accepted.
      *        The NUMERIC guard passes over rows that predate the
      *        sequence field.  Each source keeps its own series, so
      *        only the header's own source's rows count -- runs
      *        from before rows carried a source are the default
      *        source's.
       1310-SCAN-PRIOR-SEQUENCE.
           MOVE ZERO TO WS-PRIOR-SEQUENCE
           PERFORM 1055-OPEN-RUN-CONTROL
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   PERFORM 1318-SET-ROW-SOURCE
                   IF RCT-ENDED
                      AND WS-ROW-SOURCE-ID = WS-RUN-SOURCE-ID
                      AND RCT-EXTRACT-SEQ IS NUMERIC
                      AND RCT-EXTRACT-SEQ > WS-PRIOR-SEQUENCE
                       MOVE RCT-EXTRACT-SEQ TO WS-PRIOR-SEQUENCE
                   END-IF
           END-READ.

       1318-SET-ROW-SOURCE.
           IF RCT-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF.

      *        The header must be the FIRST record -- a file that
      *        opens with anything else (or is empty) never had a
      *        controlled hand-off and is refused outright, the same
      *        way 9985-ABORT-DOUBLE-START refuses a double start.
      *        The source id is taken before the sequence ratchet is
      *        read, because the ratchet is per source; a 15-byte
      *        header (or a 23-byte one sending spaces) is the
      *        default source.
       1320-READ-AND-CHECK-HEADER.
           READ WS-INPUT-FILE
               AT END
                   PERFORM 9992-ABORT-MISSING-HEADER
           END-READ
           IF (WS-INPUT-REC-LEN NOT = 15 AND WS-INPUT-REC-LEN NOT = 23)
              OR WS-INPUT-RECORD (1:1) NOT = 'H'
               PERFORM 9992-ABORT-MISSING-HEADER
           END-IF
           MOVE WS-INPUT-RECORD (1:WS-INPUT-REC-LEN)
               TO WS-INPUT-HDR-REC
           IF WSI-HDR-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-RUN-SOURCE-ID
           ELSE
               MOVE WSI-HDR-SOURCE-ID TO WS-RUN-SOURCE-ID
           END-IF
           IF WSI-HDR-EXTRACT-DATE IS NOT NUMERIC
              OR WSI-HDR-EXTRACT-DATE NOT = WS-RUN-DATE
               PERFORM 9993-ABORT-HEADER-DATE
           END-IF
           PERFORM 1310-SCAN-PRIOR-SEQUENCE
           IF WSI-HDR-SEQUENCE IS NOT NUMERIC
              OR WSI-HDR-SEQUENCE NOT > WS-PRIOR-SEQUENCE
               PERFORM 9994-ABORT-HEADER-SEQUENCE
                               PERFORM 9996-ABORT-TRAILER-CONTROL
                           END-IF
                           SET WS-TRAILER-FOUND TO TRUE
                       WHEN (WS-INPUT-REC-LEN = 15
                             OR WS-INPUT-REC-LEN = 23)
                            AND WS-INPUT-RECORD (1:1) = 'H'
                           DISPLAY 'CONVMAIN - SECOND HEADER CONTROL '
                               'RECORD IN FILE'
               IF WS-CONVERT-STATUS NOT = 'REJECTED'
                   PERFORM 2220-CHECK-GL-ACCOUNT
               END-IF
               IF WS-CONVERT-STATUS NOT = 'REJECTED'
                   PERFORM 2230-CHECK-EXCHANGE-RATE
               END-IF
               IF WS-CONVERT-STATUS = 'REJECTED'
                   PERFORM 2250-REJECT-RECORD
               ELSE
                   END-IF
               END-IF
               PERFORM 2280-WRITE-AUDIT-RECORD
               PERFORM 2600-CHECK-RESEND
           END-IF
           PERFORM 2400-WRITE-CHECKPOINT
           ADD 1 TO WS-STATUS-SINCE-UPDATE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ((WS-INPUT-REC-LEN = 15
                        OR WS-INPUT-REC-LEN = 23)
                       AND WS-INPUT-RECORD (1:1) = 'H')
                      OR (WS-INPUT-REC-LEN = 19
                          AND WS-INPUT-RECORD (1:1) = 'T')
      *        else in a PARM1=M file leaves WS-MAINT-TRANS-CODE at
      *        space, and 6000-APPLY-MAINTENANCE rejects it as an
      *        invalid maintenance record rather than guessing.
      *        The 63/64-byte shapes are moved into the 66-byte
      *        layouts by reference modification, so the currency
      *        code they lack arrives as spaces and 2160 supplies the
      *        ledger currency; a legacy record is ledger currency by
      *        definition.  A currency-bearing record that sends
      *        spaces gets the same default -- an unrecognized code is
      *        left for 2230 to reject, never guessed at.
       2150-MAP-INPUT-RECORD.
           MOVE SPACE TO WS-MAINT-TRANS-CODE
           MOVE WS-RUN-SOURCE-ID TO WS-SOURCE-ID
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
                   MOVE WSI-OLD-CHAR-FIELD TO WS-CHAR-FIELD
                   MOVE ZEROS TO WS-AMOUNT-1 WS-AMOUNT-2 WS-AMOUNT-3
                   MOVE WSI-OLD-CHAR-FIELD TO WS-LONG-DESC
                   MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           END-EVALUATE.

       2160-MAP-EXTENDED-RECORD.
           MOVE WSI-EXT-AMOUNT-1 TO WS-AMOUNT-1
           MOVE WSI-EXT-AMOUNT-2 TO WS-AMOUNT-2
           MOVE WSI-EXT-AMOUNT-3 TO WS-AMOUNT-3
           MOVE WSI-EXT-LONG-DESC TO WS-LONG-DESC
           IF WSI-EXT-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE WSI-EXT-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.

       2200-CONVERT-RECORD.
           CALL 'CONVLOGC' USING WS-RECORD, DB-RECORD,
                   PERFORM 9975-ABORT-COA-FILE
           END-EVALUATE.

      *        The amounts stay in the vendor's currency on every file
      *        this program writes; what the conversion adds is the
      *        rate that values them in the ledger currency, looked up
      *        for the processing date and carried on the record
      *        (DB-EXCHANGE-RATE) so the GL feed -- and any later
      *        reversal of it -- converts at that one rate.  A ledger-
      *        currency record needs no lookup.  No usable rate for
      *        the date is an ordinary reject, dressed the way 2220
      *        dresses its own: re-drivable through EXCREDRV once
      *        treasury loads the rate, where an unknown currency code
      *        is the vendor's to fix.
       2230-CHECK-EXCHANGE-RATE.
           IF DB-CURRENCY-CODE = WS-LEDGER-CURRENCY
               MOVE WS-LEDGER-RATE TO DB-EXCHANGE-RATE
           ELSE
               MOVE DB-CURRENCY-CODE TO FXR-CURRENCY-CODE
               MOVE WS-RUN-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
               EVALUATE TRUE
                   WHEN FX-RATE-OK
                        AND FXR-EXCHANGE-RATE IS NUMERIC
                        AND FXR-EXCHANGE-RATE > ZERO
                       MOVE FXR-EXCHANGE-RATE TO DB-EXCHANGE-RATE
                   WHEN FX-RATE-OK OR FX-RATE-NOTFND
                       PERFORM 2235-REJECT-NO-RATE
                   WHEN OTHER
                       PERFORM 9977-ABORT-FX-RATE-FILE
               END-EVALUATE
           END-IF.

      *        Any row at all for the currency, on any date, makes it
      *        a known currency whose rate is missing for this date.
       2235-REJECT-NO-RATE.
           MOVE 'Error' TO DB-CHAR-FIELD
           MOVE 'REJECTED' TO WS-CONVERT-STATUS
           MOVE SPACES TO WS-REPAIR-RULE
           MOVE ZERO TO DB-EXCHANGE-RATE
           MOVE DB-CURRENCY-CODE TO FXR-CURRENCY-CODE
           START FX-RATE-FILE KEY IS = FXR-CURRENCY-CODE
           END-START
           EVALUATE TRUE
               WHEN FX-RATE-OK
                   MOVE 'NO EXCHANGE RATE FOR DATE'
                       TO WS-REJECT-REASON
               WHEN FX-RATE-NOTFND
                   MOVE 'UNKNOWN CURRENCY CODE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 9977-ABORT-FX-RATE-FILE
           END-EVALUATE.

       2250-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
      *        Same exclusion as WS-INPUT-NUMERIC-SUM/WS-OUTPUT-NUMERIC
           MOVE WS-LONG-DESC TO EXC-WS-LONG-DESC
           MOVE WS-REJECT-REASON TO EXC-REASON
           MOVE WS-RUN-DATE TO EXC-REJECT-DATE
           MOVE WS-ARRIVAL-DATE TO EXC-EXTRACT-DATE
           MOVE WS-ARRIVAL-SEQUENCE TO EXC-EXTRACT-SEQ
           MOVE WS-CURRENCY-CODE TO EXC-WS-CURRENCY-CODE
           MOVE WS-SOURCE-ID TO EXC-SOURCE-ID
           MOVE WS-JOB-RUN-ID TO EXC-JOB-RUN-ID
           PERFORM 2260-WRITE-EXCEPTION
           PERFORM 2270-PRINT-REJECT-LINE.
           MOVE WS-CONVERT-STATUS TO AUD-STATUS
           MOVE WS-REPAIR-RULE TO AUD-REPAIR-RULE
           MOVE WS-REJECT-REASON TO AUD-REJECT-REASON
           MOVE WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE WS-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-EVENT-STAMP
           WRITE AUD-OUTPUT-RECORD FROM AUDIT-RECORD
           IF NOT AUDIT-OK
               PERFORM 9920-ABORT-AUDIT-FILE
           MOVE DB-AMOUNT-2 TO DBO-AMOUNT-2
           MOVE DB-AMOUNT-3 TO DBO-AMOUNT-3
           MOVE DB-LONG-DESC TO DBO-LONG-DESC
           MOVE DB-CURRENCY-CODE TO DBO-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO DBO-EXCHANGE-RATE
           MOVE DB-SOURCE-ID TO DBO-SOURCE-ID
           WRITE DB-OUTPUT-RECORD
           IF DB-OUTPUT-OK
               ADD 1 TO WS-OUTPUT-RECORD-COUNT
           ELSE
               MOVE 'N' TO CK-RUN-MODE
           END-IF
           MOVE WS-RUN-SOURCE-ID TO CK-SOURCE-ID
           WRITE CHK-OUTPUT-RECORD FROM CHECKPOINT-RECORD
           IF NOT CHECKPOINT-OK
               PERFORM 9930-ABORT-CHECKPOINT-FILE
      *        vendor double-including a record within one extract).
      *        The browse only positions by the alternate key; every
      *        keyed WRITE/REWRITE/DELETE elsewhere is untouched by
      *        it under dynamic access.  The same content from a
      *        different source is a different vendor's transaction,
      *        never a duplicate.
       2350-CHECK-DUPLICATE.
           SET WS-DUPLICATE-FOUND TO FALSE
           SET WS-DUP-BROWSE-DONE TO FALSE
                          AND DBO-AMOUNT-2 = DB-AMOUNT-2
                          AND DBO-AMOUNT-3 = DB-AMOUNT-3
                          AND DBO-LONG-DESC = DB-LONG-DESC
                          AND DBO-CURRENCY-CODE = DB-CURRENCY-CODE
                          AND (DBO-SOURCE-ID = DB-SOURCE-ID
                               OR (DBO-SOURCE-ID = SPACES
                                   AND DB-SOURCE-ID
                                       = WS-DEFAULT-SOURCE-ID))
                           SET WS-DUPLICATE-FOUND TO TRUE
                           SET WS-DUP-BROWSE-DONE TO TRUE
                           MOVE DBO-RUN-ID TO WS-DUP-MATCH-RUN-ID
               PERFORM 9912-ABORT-DUP-REPORT
           END-IF.

      *        Only a record that actually LANDED is a resend: a
      *        suppressed duplicate or a write failure retires
      *        nothing.  A matched reject that has meanwhile left
      *        EXCEPTION-FILE (worked in transaction CONV since this
      *        run loaded it) is marked gone and the search moves on
      *        to the next candidate.
       2600-CHECK-RESEND.
           IF (WS-CONVERT-STATUS = 'CLEAN'
               OR WS-CONVERT-STATUS = 'REPAIRED')
              AND WS-RESEND-TABLE-COUNT > 0
              AND WS-NUMERIC-FIELD IS NUMERIC
              AND WS-AMOUNT-1 IS NUMERIC
              AND WS-AMOUNT-2 IS NUMERIC
              AND WS-AMOUNT-3 IS NUMERIC
               SET WS-RESEND-DONE TO FALSE
               PERFORM UNTIL WS-RESEND-DONE
                   PERFORM 2610-FIND-RESEND-MATCH
                   IF WS-RESEND-FOUND
                       PERFORM 2650-RETIRE-REJECT
                   ELSE
                       SET WS-RESEND-DONE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2610-FIND-RESEND-MATCH.
           SET WS-RESEND-FOUND TO FALSE
           SET RESEND-IDX TO 1
           SEARCH WS-RESEND-ENTRY
               AT END
                   CONTINUE
               WHEN RESEND-IDX > WS-RESEND-TABLE-COUNT
                   CONTINUE
               WHEN WS-RESEND-OPEN (RESEND-IDX)
                    AND WS-RESEND-ACCOUNT (RESEND-IDX)
                            = WS-NUMERIC-FIELD
                    AND WS-RESEND-AMOUNT-1 (RESEND-IDX) = WS-AMOUNT-1
                    AND WS-RESEND-AMOUNT-2 (RESEND-IDX) = WS-AMOUNT-2
                    AND WS-RESEND-AMOUNT-3 (RESEND-IDX) = WS-AMOUNT-3
                    AND WS-RESEND-CURRENCY (RESEND-IDX)
                            = WS-CURRENCY-CODE
                   SET WS-RESEND-FOUND TO TRUE
           END-SEARCH.

       2650-RETIRE-REJECT.
           MOVE WS-RESEND-RUN-ID (RESEND-IDX) TO EXCO-JOB-RUN-ID
           MOVE WS-RESEND-KEY (RESEND-IDX) TO EXCO-RECORD-KEY
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD
           EVALUATE TRUE
               WHEN EXCEPTION-OK
                   DELETE EXCEPTION-FILE
                   IF NOT EXCEPTION-OK
                       PERFORM 9950-ABORT-EXCEPTION-FILE
                   END-IF
                   PERFORM 2660-WRITE-RESEND-AUDIT
                   SET WS-RESEND-RETIRED (RESEND-IDX) TO TRUE
                   MOVE WS-ASSIGNED-RECORD-KEY
                       TO WS-RESEND-NEW-KEY (RESEND-IDX)
                   ADD 1 TO WS-RESEND-COUNT
                   SET WS-RESEND-DONE TO TRUE
               WHEN EXCEPTION-KEY-NOTFND
                   SET WS-RESEND-GONE (RESEND-IDX) TO TRUE
               WHEN OTHER
                   PERFORM 9950-ABORT-EXCEPTION-FILE
           END-EVALUATE.

      *        The linking row belongs to the RETIRED REJECT's
      *        lineage: its run id and record key are the reject's
      *        own, so CONVINQ and AUDQUERY show it beside the
      *        REJECTED row it closes, and GLSUSPNS pins it to the
      *        suspense ledger row by key + run id + amounts exactly
      *        as it pins a CICS-ONLINE correction.  Source side =
      *        the reject as it stood; result side = the resend's
      *        conversion; the reason text names the resend (this
      *        run id / record key), whose own CLEAN or REPAIRED row
      *        was written just before this one.  Status RESENDRS is
      *        never CLEAN/REPAIRED, so nothing that feeds or
      *        reconciles the GL ever picks the row up -- the money
      *        goes to the GL on the resend's own row.
       2660-WRITE-RESEND-AUDIT.
           MOVE EXC-RECORD-KEY TO AUD-RECORD-KEY
           MOVE EXC-JOB-RUN-ID TO AUD-JOB-RUN-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE EXC-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE EXC-WS-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE EXC-WS-CHAR-FIELD TO AUD-WS-CHAR-FIELD
           MOVE EXC-WS-AMOUNT-1 TO AUD-WS-AMOUNT-1
           MOVE EXC-WS-AMOUNT-2 TO AUD-WS-AMOUNT-2
           MOVE EXC-WS-AMOUNT-3 TO AUD-WS-AMOUNT-3
           MOVE EXC-WS-LONG-DESC TO AUD-WS-LONG-DESC
           MOVE DB-NUMERIC-FIELD TO AUD-DB-NUMERIC-FIELD
           MOVE DB-CHAR-FIELD TO AUD-DB-CHAR-FIELD
           MOVE DB-AMOUNT-1 TO AUD-DB-AMOUNT-1
           MOVE DB-AMOUNT-2 TO AUD-DB-AMOUNT-2
           MOVE DB-AMOUNT-3 TO AUD-DB-AMOUNT-3
           MOVE DB-LONG-DESC TO AUD-DB-LONG-DESC
           MOVE 'RESENDRS' TO AUD-STATUS
           MOVE SPACES TO AUD-REPAIR-RULE
           MOVE WS-RESEND-CURRENCY (RESEND-IDX)
               TO AUD-WS-CURRENCY-CODE
           MOVE DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'RESENT '                 DELIMITED BY SIZE
                  WS-JOB-RUN-ID             DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-ASSIGNED-RECORD-KEY    DELIMITED BY SIZE
               INTO AUD-REJECT-REASON
           END-STRING
           MOVE EXC-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-EVENT-STAMP
           WRITE AUD-OUTPUT-RECORD FROM AUDIT-RECORD
           IF NOT AUDIT-OK
               PERFORM 9920-ABORT-AUDIT-FILE
           END-IF.

      *        One brief touch of this run's own partition row --
      *        open, REWRITE (WRITE on the first touch), close --
      *        exactly the open-touch-close discipline RUNCTL gets
           IF WS-CONVERT-STATUS NOT = 'REJECTED'
               PERFORM 2220-CHECK-GL-ACCOUNT
           END-IF
           IF WS-CONVERT-STATUS NOT = 'REJECTED'
               PERFORM 2230-CHECK-EXCHANGE-RATE
           END-IF
           IF WS-CONVERT-STATUS = 'REJECTED'
               PERFORM 2250-REJECT-RECORD
           ELSE
                   PERFORM 2300-WRITE-OUTPUT
               END-IF
           END-IF
           PERFORM 2280-WRITE-AUDIT-RECORD
           PERFORM 2600-CHECK-RESEND.

      *        The incoming values go through the same CONVLOGC edits
      *        an add does BEFORE the target is touched: a change must
           IF WS-CONVERT-STATUS NOT = 'REJECTED'
               PERFORM 2220-CHECK-GL-ACCOUNT
           END-IF
           IF WS-CONVERT-STATUS NOT = 'REJECTED'
               PERFORM 2230-CHECK-EXCHANGE-RATE
           END-IF
           IF WS-CONVERT-STATUS = 'REJECTED'
               PERFORM 2250-REJECT-RECORD
               PERFORM 2280-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *        A delta only ever touches its own source's rows: a
      *        target converted from another vendor's extract is not
      *        this vendor's to change or delete, and is treated as
      *        not found.
       6220-LOCATE-TARGET-ROW.
           SET WS-MAINT-TARGET-FOUND TO FALSE
           READ DB-OUTPUT-FILE KEY IS DBO-NUMERIC-FIELD
           EVALUATE TRUE
               WHEN DB-OUTPUT-OK
                   IF DBO-SOURCE-ID = WS-SOURCE-ID
                      OR (DBO-SOURCE-ID = SPACES
                          AND WS-SOURCE-ID = WS-DEFAULT-SOURCE-ID)
                       SET WS-MAINT-TARGET-FOUND TO TRUE
                   END-IF
               WHEN DB-OUTPUT-NOTFND
                   CONTINUE
               WHEN OTHER
      *        run's identity and the target's own record key.
       6240-REWRITE-TARGET-ROW.
           MOVE DBO-RECORD-KEY TO AUD-RECORD-KEY
           MOVE DBO-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE DBO-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE DBO-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE DBO-CHAR-FIELD TO AUD-WS-CHAR-FIELD
           MOVE DBO-AMOUNT-2 TO AUD-WS-AMOUNT-2
           MOVE DBO-AMOUNT-3 TO AUD-WS-AMOUNT-3
           MOVE DBO-LONG-DESC TO AUD-WS-LONG-DESC
           MOVE DBO-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE DB-RECORD-TYPE TO DBO-RECORD-TYPE
           MOVE DB-CHAR-FIELD TO DBO-CHAR-FIELD
           MOVE DB-AMOUNT-1 TO DBO-AMOUNT-1
           MOVE DB-AMOUNT-2 TO DBO-AMOUNT-2
           MOVE DB-AMOUNT-3 TO DBO-AMOUNT-3
           MOVE DB-LONG-DESC TO DBO-LONG-DESC
           MOVE DB-CURRENCY-CODE TO DBO-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO DBO-EXCHANGE-RATE
           REWRITE DB-OUTPUT-RECORD
           IF NOT DB-OUTPUT-OK
               PERFORM 9960-ABORT-DB-OUTPUT-FILE
           MOVE DBO-AMOUNT-2 TO AUD-DB-AMOUNT-2
           MOVE DBO-AMOUNT-3 TO AUD-DB-AMOUNT-3
           MOVE DBO-LONG-DESC TO AUD-DB-LONG-DESC
           MOVE DBO-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE DBO-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE 'MAINTCHG' TO AUD-STATUS
           MOVE SPACES TO AUD-REPAIR-RULE
           MOVE 'VENDOR CHANGE' TO AUD-REJECT-REASON
      *        and that is exactly what the trail must say.
       6340-DELETE-TARGET-ROW.
           MOVE DBO-RECORD-KEY TO AUD-RECORD-KEY
           MOVE DBO-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE DBO-RECORD-TYPE TO AUD-RECORD-TYPE
           MOVE DBO-NUMERIC-FIELD TO AUD-WS-NUMERIC-FIELD
           MOVE DBO-CHAR-FIELD TO AUD-WS-CHAR-FIELD
           MOVE DBO-AMOUNT-2 TO AUD-WS-AMOUNT-2
           MOVE DBO-AMOUNT-3 TO AUD-WS-AMOUNT-3
           MOVE DBO-LONG-DESC TO AUD-WS-LONG-DESC
           MOVE DBO-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           DELETE DB-OUTPUT-FILE
           IF NOT DB-OUTPUT-OK
               PERFORM 9960-ABORT-DB-OUTPUT-FILE
           MOVE ZEROS TO AUD-DB-NUMERIC-FIELD AUD-DB-AMOUNT-1
               AUD-DB-AMOUNT-2 AUD-DB-AMOUNT-3
           MOVE SPACES TO AUD-DB-CHAR-FIELD AUD-DB-LONG-DESC
               AUD-DB-CURRENCY-CODE
           MOVE ZERO TO AUD-DB-EXCHANGE-RATE
           MOVE 'MAINTDEL' TO AUD-STATUS
           MOVE SPACES TO AUD-REPAIR-RULE
           MOVE 'VENDOR DELETE' TO AUD-REJECT-REASON
       6800-PUT-AUDIT-RECORD.
           MOVE WS-JOB-RUN-ID TO AUD-JOB-RUN-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-EVENT-STAMP
           WRITE AUD-OUTPUT-RECORD FROM AUDIT-RECORD
           IF NOT AUDIT-OK
               PERFORM 9920-ABORT-AUDIT-FILE
           MOVE ZEROS TO DB-NUMERIC-FIELD DB-AMOUNT-1 DB-AMOUNT-2
               DB-AMOUNT-3
           MOVE SPACES TO DB-CHAR-FIELD DB-LONG-DESC
           MOVE WS-CURRENCY-CODE TO DB-CURRENCY-CODE
           MOVE ZERO TO DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO DB-SOURCE-ID
           PERFORM 2250-REJECT-RECORD
           PERFORM 2280-WRITE-AUDIT-RECORD.

               PERFORM 2460-PUT-RUN-STATUS
           END-IF
           PERFORM 9100-WRITE-REPORT-TOTALS
           PERFORM 9150-WRITE-RESEND-SECTION
           PERFORM 9200-WRITE-RECONCILIATION
           PERFORM 9300-FINALIZE-RUN-CONTROL
           CLOSE WS-INPUT-FILE
           CLOSE AUDIT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RECON-REPORT
           CLOSE COA-FILE
           CLOSE FX-RATE-FILE.

      *        Runs after 9200-WRITE-RECONCILIATION because the
      *        balance flag is that paragraph's verdict: GLEXTRCT only
               - (WS-OUTPUT-NUMERIC-SUM + WS-REJECT-NUMERIC-SUM
                  + WS-DUP-NUMERIC-SUM)
           MOVE SPACES TO RECON-PRINT-LINE
           STRING 'CONVMAIN - INPUT/OUTPUT RECONCILIATION - SOURCE '
                  WS-RUN-SOURCE-ID
               DELIMITED BY SIZE INTO RECON-PRINT-LINE
           END-STRING
           WRITE RECON-PRINT-LINE
               PERFORM 9910-ABORT-REJECT-REPORT
           END-IF.

      *        "Resolved by resend" section, after the reject totals:
      *        every outstanding reject this run retired, with the
      *        reason it was rejected and the resend that closed it.
      *        Built from the resend table, so after a restart it
      *        lists the retirements since the restart; the earlier
      *        segment's are on AUDFILE as RESENDRS rows.
       9150-WRITE-RESEND-SECTION.
           MOVE SPACES TO REJECT-PRINT-LINE
           WRITE REJECT-PRINT-LINE
           IF NOT REJECT-REPORT-OK
               PERFORM 9910-ABORT-REJECT-REPORT
           END-IF
           MOVE SPACES TO REJECT-PRINT-LINE
           STRING 'RESOLVED BY RESEND: '   DELIMITED BY SIZE
                  WS-RESEND-COUNT          DELIMITED BY SIZE
                  ' OUTSTANDING REJECT(S) CLOSED BY A CORRECTED '
                                           DELIMITED BY SIZE
                  'VENDOR RECORD IN THIS EXTRACT'
                                           DELIMITED BY SIZE
               INTO REJECT-PRINT-LINE
           END-STRING
           WRITE REJECT-PRINT-LINE
           IF NOT REJECT-REPORT-OK
               PERFORM 9910-ABORT-REJECT-REPORT
           END-IF
           IF WS-RESEND-COUNT > 0
               MOVE SPACES TO REJECT-PRINT-LINE
               STRING 'REJECT RUN      KEY      ACCOUNT  '
                      'ORIGINAL REASON                 RESENT AS KEY'
                   DELIMITED BY SIZE INTO REJECT-PRINT-LINE
               END-STRING
               WRITE REJECT-PRINT-LINE
               IF NOT REJECT-REPORT-OK
                   PERFORM 9910-ABORT-REJECT-REPORT
               END-IF
               PERFORM 9160-PRINT-RESEND-LINE
                   VARYING RESEND-IDX FROM 1 BY 1
                   UNTIL RESEND-IDX > WS-RESEND-TABLE-COUNT
           END-IF.

       9160-PRINT-RESEND-LINE.
           IF WS-RESEND-RETIRED (RESEND-IDX)
               MOVE SPACES TO REJECT-PRINT-LINE
               STRING WS-RESEND-RUN-ID (RESEND-IDX)
                                           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-RESEND-KEY (RESEND-IDX)
                                           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-RESEND-ACCOUNT (RESEND-IDX)
                                           DELIMITED BY SIZE
                      '    '               DELIMITED BY SIZE
                      WS-RESEND-REASON (RESEND-IDX)
                                           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-RESEND-NEW-KEY (RESEND-IDX)
                                           DELIMITED BY SIZE
                   INTO REJECT-PRINT-LINE
               END-STRING
               WRITE REJECT-PRINT-LINE
               IF NOT REJECT-REPORT-OK
                   PERFORM 9910-ABORT-REJECT-REPORT
               END-IF
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  The start row is written once
      *        the run parms are known, so it carries the partition and
      *        run id the end row will; a restart's counts include what
      *        the checkpoint restored.  Read is business records read,
      *        written is rows written to DB-OUTPUT-FILE.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'CONVMAIN' TO STL-STEP-NAME
           MOVE WS-PARTITION-NUMBER TO STL-PARTITION
           MOVE WS-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-RUN-DATE TO STL-RUN-DATE
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'CONVMAIN' TO STL-STEP-NAME
           MOVE WS-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-RUN-DATE TO STL-RUN-DATE
           MOVE WS-INPUT-RECORD-COUNT TO STL-RECORDS-READ
           MOVE WS-OUTPUT-RECORD-COUNT TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 9900-series: a failed WRITE to any sequential report/audit/
      * checkpoint file has no per-record fallback (unlike
      * DB-OUTPUT-FILE/EXCEPTION-FILE, which reject the record instead
           DISPLAY 'STATUS=' WS-INPUT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-REJECT-REPORT.
           DISPLAY 'STATUS=' REJECT-REPORT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9912-ABORT-DUP-REPORT.
           DISPLAY 'STATUS=' DUP-REPORT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-AUDIT-FILE.
           DISPLAY 'STATUS=' AUDIT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-CHECKPOINT-FILE.
           DISPLAY 'STATUS=' CHECKPOINT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9940-ABORT-RECON-REPORT.
           DISPLAY 'STATUS=' RECON-REPORT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-EXCEPTION-FILE.
           DISPLAY 'STATUS=' EXCEPTION-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9960-ABORT-DB-OUTPUT-FILE.
           DISPLAY 'STATUS=' DB-OUTPUT-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        An unopenable edit-rule file is a hard stop, not a
           DISPLAY 'STATUS=' EDIT-RULE-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9975-ABORT-COA-FILE.
           DISPLAY 'STATUS=' COA-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9977-ABORT-FX-RATE-FILE.
           DISPLAY 'CONVMAIN - FATAL I/O ERROR ON FX-RATE-FILE'
           DISPLAY 'STATUS=' FX-RATE-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9980-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
               ' RECORD: ' WS-INPUT-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        RETURN-CODE 12 is this stop's own signature -- distinct
           CLOSE CHECKPOINT-FILE
           CLOSE RECON-REPORT
           CLOSE COA-FILE
           CLOSE FX-RATE-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        RETURN-CODE 8, not 16: nothing is broken -- the run was
      *        DB-OUTPUT-FILE and should not be.
       9985-ABORT-DOUBLE-START.
           DISPLAY 'CONVMAIN - RUN ALREADY ENDED FOR DATE '
               WS-RUN-DATE ' SOURCE ' WS-RUN-SOURCE-ID
               ' PARTITION ' RCT-PARTITION
               ' (RUN ID ' RCT-JOB-RUN-ID ')'
           DISPLAY 'CONVMAIN - OUTPUT-MODE START REFUSED - USE '
               'RESTART (PARM1=Y) IF CONTINUING'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        RETURN-CODE 8, a refusal, not a failure: the
           DISPLAY 'CONVMAIN - RERUN THE MAINTENANCE JOB FROM '
               'SCRATCH WITH PARM1=M'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        Same refusal severity: nothing to resume is not a
           DISPLAY 'CONVMAIN - RESTART REFUSED - RERUN FROM '
               'SCRATCH IN THE ORIGINAL MODE'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        A 9(7) surrogate key gives each partition a 1,000,000-
           DISPLAY 'CONVMAIN - PARTITION ' WS-PARTITION-NUMBER
               ' EXCEEDS 999999 RECORDS - SPLIT THE INPUT WIDER'
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        RETURN-CODE 8 for the header refusals: nothing is
           DISPLAY 'CONVMAIN - HEADER CONTROL RECORD MISSING OR NOT '
               'FIRST - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9993-ABORT-HEADER-DATE.
               WSI-HDR-EXTRACT-DATE ' IS NOT RUN DATE '
               WS-RUN-DATE ' - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9994-ABORT-HEADER-SEQUENCE.
           DISPLAY 'CONVMAIN - HEADER SEQUENCE ' WSI-HDR-SEQUENCE
               ' NOT ABOVE LAST ACCEPTED SEQUENCE FOR SOURCE '
               WS-RUN-SOURCE-ID ' '
               WS-PRIOR-SEQUENCE ' - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        The caller DISPLAYs the specific break before
           DISPLAY 'CONVMAIN - RUN STOPPED BEFORE CONVERSION - '
               'CHECK THE INPUT EXTRACT'
           MOVE 12 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        The maintenance key space is exhausted when the moving
               'BASE ' WS-RECORD-KEY-BASE
               ' - USE A FULL REBUILD (PARM1=N)'
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
