      ******************************************************************
      * PROGRAM-ID. EXCRETRN
      *
      * Daily reject-return step, sibling to EXCAGING.  Until now a
      * reject on EXCEPTION-FILE was worked by our own people in
      * transaction CONV or aged until EXCAGING paged someone, and the
      * vendor never heard about it -- so the same NOT NUMERIC and OUT
      * OF RANGE defects came back night after night.  This job reads
      * EXCEPTION-FILE front to back and sends every outstanding
      * reject the vendor has not yet been sent back to them on the
      * reject-return file (layout RTNREC.CPY, agreed with the
      * vendor): the original record values as rejected, the standard
      * reason code for the rejection (RTNCODE.CPY) and the extract
      * date and file sequence the record arrived in (EXCREC.CPY), so
      * they can fix it at the source and resend.
      *
      * Exactly once: the reject-return ledger (RTLREC.CPY, keyed like
      * EXCEPTION-FILE) records every reject that has gone back and on
      * which return file.  A reject already on the ledger under a
      * completed file is counted, not resent, however many nights it
      * stays outstanding; a new one is returned and posted to the
      * ledger in the same step.  The return-file sequence on the
      * ledger's control row advances only once the whole file is
      * written and the control totals agree, so a run that dies
      * part way leaves no completed file behind, and its rerun sends
      * the same rejects again under the same sequence number -- the
      * dead attempt's file is never released to the vendor.
      *
      * Rejects whose reason is a failure on OUR side of the hand-off
      * (RTC-RETURN-FLAG 'N') are held, not returned: the vendor
      * cannot fix a DB-OUTPUT-FILE write failure.  They are counted
      * on the control report every night they stay outstanding.
      *
      * Control report (RTNRPT): every reject returned on this file,
      * then the proof -- outstanding rejects read = previously
      * returned + returned on this file + held, and returned on this
      * file = ledger rows posted = the trailer's record count.  Any
      * break ends the job RETURN-CODE 16 with the sequence NOT
      * advanced, so the file is not released and a rerun rebuilds it.
      *
      * Each source vendor is sent only its own rejects, on its own
      * return file (DD RTNFILE for that source) under its own
      * sequence, so the step runs once per source; another source's
      * rejects are passed over and counted outside the proof.
      *
      * PARM1 (optional) is the file date, YYYYMMDD, for reruns and
      * testing; it defaults to the current date.
      * PARM2 (optional) is the source id to return to; blank means
      * the default source (SRCCTL.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCRETRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXCI-KEY
               FILE STATUS IS EXCEPTION-STATUS.

           SELECT RETURN-LEDGER ASSIGN TO RTNLDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTL-KEY
               FILE STATUS IS LEDGER-STATUS.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXC-INPUT-RECORD.
           05  EXCI-KEY.
               10  EXCI-JOB-RUN-ID     PIC X(14).
               10  EXCI-RECORD-KEY     PIC 9(7).
           05  FILLER                  PIC X(136).

       FD  RETURN-LEDGER.
           COPY RTLREC.

       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RTN-OUTPUT-RECORD           PIC X(120).

       FD  CONTROL-REPORT
           RECORDING MODE IS F.
       01  CONTROL-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EXCREC.
           COPY RTNREC.
           COPY RTNCODE.
           COPY SRCCTL.
           COPY STPLOG.
           COPY FXCTL.

       01  WS-FLAGS.
           05  EXCEPTION-STATUS        PIC XX.
               88  EXCEPTION-OK            VALUE '00'.
           05  LEDGER-STATUS           PIC XX.
               88  LEDGER-OK               VALUE '00'.
               88  LEDGER-NOTFND           VALUE '23'.
               88  LEDGER-NOFILE           VALUE '35'.
           05  RETURN-FILE-STATUS      PIC XX.
               88  RETURN-FILE-OK          VALUE '00'.
           05  CONTROL-REPORT-STATUS   PIC XX.
               88  CONTROL-REPORT-OK       VALUE '00'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-CODE-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-REASON-CODE-FOUND    VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-HOLD-SWITCH          PIC X VALUE 'N'.
               88  WS-REJECT-HELD          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-LEDGER-ROW-SWITCH    PIC X VALUE 'N'.
               88  WS-LEDGER-ROW-EXISTS    VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

       01  WS-COUNTERS.
           05  WS-REJECTS-READ         PIC 9(7) VALUE ZERO.
           05  WS-PREVIOUSLY-RETURNED  PIC 9(7) VALUE ZERO.
           05  WS-RETURNED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RERETURNED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-LEDGER-POSTED        PIC 9(7) VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RETURN-HASH-TOTAL    PIC 9(11) VALUE ZERO.
           05  WS-ACCOUNTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-READ-VARIANCE        PIC S9(8) VALUE ZERO.
           05  WS-POST-VARIANCE        PIC S9(8) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT   PIC 9(7) VALUE ZERO.
      *        Returned-on-this-file count per standard code, in
      *        RTNCODE.CPY table order; ZZ99 rides WS-UNMAPPED-COUNT.
           05  WS-CODE-COUNT OCCURS 12 TIMES
                                       PIC 9(7) VALUE ZERO.

       01  WS-RETURN-CONTROLS.
           05  WS-LAST-SEQUENCE        PIC 9(6) VALUE ZERO.
           05  WS-THIS-SEQUENCE        PIC 9(6) VALUE ZERO.
           05  WS-REASON-CODE          PIC X(4).
           05  WS-CODE-SUB             PIC 9(4) VALUE ZERO.
      *        WS-ROW-SOURCE-ID is a reject's source with spaces (a
      *        reject written before rejects carried one) read as the
      *        default source.
           05  WS-TARGET-SOURCE-ID     PIC X(8) VALUE SPACES.
           05  WS-ROW-SOURCE-ID        PIC X(8) VALUE SPACES.

       01  WS-FILE-DATE                PIC X(8).
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-REJECT
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-FILE-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-FILE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-FILE-DATE
           END-IF
           IF WS-FILE-DATE IS NOT NUMERIC
               DISPLAY 'EXCRETRN - PARM1 (FILE DATE) NOT YYYYMMDD: '
                   WS-FILE-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-SOURCE-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-TARGET-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF NOT EXCEPTION-OK
               PERFORM 9900-ABORT-EXCEPTION-FILE
           END-IF
           PERFORM 1050-OPEN-RETURN-LEDGER
           PERFORM 1100-GET-RETURN-SEQUENCE
           OPEN OUTPUT RETURN-FILE
           IF NOT RETURN-FILE-OK
               PERFORM 9920-ABORT-RETURN-FILE
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 1300-WRITE-RETURN-HEADER
           PERFORM 2100-READ-EXCEPTION.

      *        Created empty on the very first run (status 35), the
      *        same first-run protocol CONVMAIN gives EXCEPTION-FILE.
       1050-OPEN-RETURN-LEDGER.
           OPEN I-O RETURN-LEDGER
           IF LEDGER-NOFILE
               OPEN OUTPUT RETURN-LEDGER
               IF NOT LEDGER-OK
                   PERFORM 9910-ABORT-RETURN-LEDGER
               END-IF
               CLOSE RETURN-LEDGER
               OPEN I-O RETURN-LEDGER
           END-IF
           IF NOT LEDGER-OK
               PERFORM 9910-ABORT-RETURN-LEDGER
           END-IF.

      *        This file's sequence is one above the last COMPLETED
      *        file's.  A first-ever run finds no control row and
      *        writes one at zero, so its file goes out as sequence 1.
       1100-GET-RETURN-SEQUENCE.
           PERFORM 1150-SET-CONTROL-KEY
           READ RETURN-LEDGER
           EVALUATE TRUE
               WHEN LEDGER-OK
                   MOVE RTL-RETURN-SEQUENCE TO WS-LAST-SEQUENCE
               WHEN LEDGER-NOTFND
                   MOVE SPACES TO RTL-RETURN-DATE RTL-REASON-CODE
                   MOVE ZERO TO RTL-RETURN-SEQUENCE
                   WRITE RETURN-LEDGER-RECORD
                   IF NOT LEDGER-OK
                       PERFORM 9910-ABORT-RETURN-LEDGER
                   END-IF
                   MOVE ZERO TO WS-LAST-SEQUENCE
               WHEN OTHER
                   PERFORM 9910-ABORT-RETURN-LEDGER
           END-EVALUATE
           COMPUTE WS-THIS-SEQUENCE = WS-LAST-SEQUENCE + 1
           DISPLAY 'EXCRETRN - BUILDING RETURN FILE SEQUENCE '
               WS-THIS-SEQUENCE ' FOR ' WS-FILE-DATE
               ' SOURCE ' WS-TARGET-SOURCE-ID.

      *        The source's control-row key (RTLREC.CPY).
       1150-SET-CONTROL-KEY.
           IF WS-TARGET-SOURCE-ID = WS-DEFAULT-SOURCE-ID
               MOVE SPACES TO RTL-JOB-RUN-ID
           ELSE
               MOVE WS-TARGET-SOURCE-ID TO RTL-JOB-RUN-ID
           END-IF
           MOVE ZERO TO RTL-RECORD-KEY.

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'EXCRETRN - REJECT-RETURN CONTROL REPORT FOR '
                      DELIMITED BY SIZE
                  WS-FILE-DATE        DELIMITED BY SIZE
                  '  RETURN FILE SEQUENCE ' DELIMITED BY SIZE
                  WS-THIS-SEQUENCE    DELIMITED BY SIZE
                  '  SOURCE '         DELIMITED BY SIZE
                  WS-TARGET-SOURCE-ID DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           WRITE CONTROL-PRINT-LINE
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'RETURNED (KEY / RUN / EXTRACT DATE / SEQ / CODE / '
                  'REASON / WS-NUMERIC / WS-CHAR)'
               DELIMITED BY SIZE INTO CONTROL-PRINT-LINE
           END-STRING
           WRITE CONTROL-PRINT-LINE
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF.

       1300-WRITE-RETURN-HEADER.
           MOVE WS-FILE-DATE TO RTH-FILE-DATE
           MOVE WS-THIS-SEQUENCE TO RTH-RETURN-SEQUENCE
           MOVE WS-TARGET-SOURCE-ID TO RTH-SOURCE-ID
           WRITE RTN-OUTPUT-RECORD FROM RTN-HEADER-RECORD
           IF NOT RETURN-FILE-OK
               PERFORM 9920-ABORT-RETURN-FILE
           END-IF.

      *        Every outstanding reject lands in exactly one of the
      *        three counts the control report balances: held (our
      *        own failure), previously returned (on the ledger under
      *        a completed file), or returned on this file.
       2000-PROCESS-REJECT.
           IF EXC-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE EXC-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF
           IF WS-ROW-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
               ADD 1 TO WS-OTHER-SOURCE-COUNT
           ELSE
               PERFORM 2050-PROCESS-SOURCE-REJECT
           END-IF
           PERFORM 2100-READ-EXCEPTION.

       2050-PROCESS-SOURCE-REJECT.
           ADD 1 TO WS-REJECTS-READ
           PERFORM 2200-MAP-REASON-CODE
           IF WS-REJECT-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 2300-CHECK-LEDGER
               IF WS-LEDGER-ROW-EXISTS
                  AND RTL-RETURN-SEQUENCE <= WS-LAST-SEQUENCE
                   ADD 1 TO WS-PREVIOUSLY-RETURNED
               ELSE
                   PERFORM 2400-RETURN-REJECT
               END-IF
           END-IF.

       2100-READ-EXCEPTION.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *        The count terminator keeps the serial SEARCH off the
      *        tail of the table, the same guard CONVLOGC puts on its
      *        own lookups.
       2200-MAP-REASON-CODE.
           SET WS-REASON-CODE-FOUND TO FALSE
           SET WS-REJECT-HELD TO FALSE
           SET RETURN-CODE-IDX TO 1
           SEARCH RETURN-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN RETURN-CODE-IDX > WS-RETURN-CODE-MAX
                   CONTINUE
               WHEN RTC-REASON-TEXT (RETURN-CODE-IDX) = EXC-REASON
                   SET WS-REASON-CODE-FOUND TO TRUE
           END-SEARCH
           IF WS-REASON-CODE-FOUND
               MOVE RTC-REASON-CODE (RETURN-CODE-IDX)
                   TO WS-REASON-CODE
               SET WS-CODE-SUB TO RETURN-CODE-IDX
               IF RTC-RETURN-FLAG (RETURN-CODE-IDX) = 'N'
                   SET WS-REJECT-HELD TO TRUE
               END-IF
           ELSE
               MOVE 'ZZ99' TO WS-REASON-CODE
               MOVE ZERO TO WS-CODE-SUB
           END-IF.

       2300-CHECK-LEDGER.
           SET WS-LEDGER-ROW-EXISTS TO FALSE
           MOVE EXC-KEY TO RTL-KEY
           READ RETURN-LEDGER
           EVALUATE TRUE
               WHEN LEDGER-OK
                   SET WS-LEDGER-ROW-EXISTS TO TRUE
               WHEN LEDGER-NOTFND
                   CONTINUE
               WHEN OTHER
                   PERFORM 9910-ABORT-RETURN-LEDGER
           END-EVALUATE.

      *        The detail carries the record exactly as it was
      *        rejected, with the ledger currency named for a record
      *        sent without one (FXCTL).  The ledger row is posted
      *        right behind it: a row left by a dead attempt (sequence
      *        above the last completed file) is REWRITTEN to this
      *        file's sequence, anything else is a new row.
       2400-RETURN-REJECT.
           MOVE EXC-EXTRACT-DATE TO RTD-EXTRACT-DATE
           MOVE EXC-EXTRACT-SEQ TO RTD-EXTRACT-SEQ
           MOVE EXC-JOB-RUN-ID TO RTD-REF-RUN-ID
           MOVE EXC-RECORD-KEY TO RTD-REF-RECORD-KEY
           MOVE WS-REASON-CODE TO RTD-REASON-CODE
           MOVE EXC-RECORD-TYPE TO RTD-ORIGINAL-TYPE
           MOVE EXC-WS-RECORD TO RTD-ORIGINAL-RECORD
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO RTD-CURRENCY-CODE
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO RTD-CURRENCY-CODE
           END-IF
           WRITE RTN-OUTPUT-RECORD FROM RTN-DETAIL-RECORD
           IF NOT RETURN-FILE-OK
               PERFORM 9920-ABORT-RETURN-FILE
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           IF EXC-WS-NUMERIC-FIELD IS NUMERIC
               ADD EXC-WS-NUMERIC-FIELD TO WS-RETURN-HASH-TOTAL
           END-IF
           IF WS-CODE-SUB > 0
               ADD 1 TO WS-CODE-COUNT (WS-CODE-SUB)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF
           MOVE EXC-KEY TO RTL-KEY
           MOVE WS-FILE-DATE TO RTL-RETURN-DATE
           MOVE WS-THIS-SEQUENCE TO RTL-RETURN-SEQUENCE
           MOVE WS-REASON-CODE TO RTL-REASON-CODE
           IF WS-LEDGER-ROW-EXISTS
               ADD 1 TO WS-RERETURNED-COUNT
               REWRITE RETURN-LEDGER-RECORD
           ELSE
               WRITE RETURN-LEDGER-RECORD
           END-IF
           IF NOT LEDGER-OK
               PERFORM 9910-ABORT-RETURN-LEDGER
           END-IF
           ADD 1 TO WS-LEDGER-POSTED
           PERFORM 2450-PRINT-RETURNED-LINE.

       2450-PRINT-RETURNED-LINE.
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING EXC-RECORD-KEY          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-JOB-RUN-ID          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-EXTRACT-DATE        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-EXTRACT-SEQ         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-REASON-CODE          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-REASON              DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-WS-NUMERIC-FIELD    DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-WS-CHAR-FIELD       DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           WRITE CONTROL-PRINT-LINE
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF.

      *        The file is finished (trailer written, closed) BEFORE
      *        the control totals are judged, and the sequence is
      *        advanced only when they balance -- an unbalanced file
      *        stays uncommitted, so the scheduler holds it (RC 16)
      *        and the rerun rebuilds it under the same sequence.
       9000-TERMINATE.
           MOVE WS-RETURNED-COUNT TO RTT-RECORD-COUNT
           MOVE WS-RETURN-HASH-TOTAL TO RTT-HASH-TOTAL
           WRITE RTN-OUTPUT-RECORD FROM RTN-TRAILER-RECORD
           IF NOT RETURN-FILE-OK
               PERFORM 9920-ABORT-RETURN-FILE
           END-IF
           CLOSE RETURN-FILE
           CLOSE EXCEPTION-FILE
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-PREVIOUSLY-RETURNED + WS-RETURNED-COUNT
               + WS-HELD-COUNT
           COMPUTE WS-READ-VARIANCE =
               WS-REJECTS-READ - WS-ACCOUNTED-COUNT
           COMPUTE WS-POST-VARIANCE =
               WS-RETURNED-COUNT - WS-LEDGER-POSTED
           PERFORM 9200-WRITE-CONTROL-TOTALS
           IF WS-READ-VARIANCE = 0 AND WS-POST-VARIANCE = 0
               PERFORM 9100-COMMIT-RETURN-SEQUENCE
           ELSE
               DISPLAY 'EXCRETRN - *** CONTROL TOTALS OUT OF BALANCE '
                   '- RETURN FILE ' WS-THIS-SEQUENCE ' NOT RELEASED'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RETURN-LEDGER
           CLOSE CONTROL-REPORT
           DISPLAY 'EXCRETRN - ' WS-RETURNED-COUNT
               ' REJECT(S) RETURNED ON FILE ' WS-THIS-SEQUENCE.

       9100-COMMIT-RETURN-SEQUENCE.
           PERFORM 1150-SET-CONTROL-KEY
           READ RETURN-LEDGER
           IF NOT LEDGER-OK
               PERFORM 9910-ABORT-RETURN-LEDGER
           END-IF
           MOVE WS-THIS-SEQUENCE TO RTL-RETURN-SEQUENCE
           MOVE WS-FILE-DATE TO RTL-RETURN-DATE
           REWRITE RETURN-LEDGER-RECORD
           IF NOT LEDGER-OK
               PERFORM 9910-ABORT-RETURN-LEDGER
           END-IF.

       9200-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'OUTSTANDING REJECTS READ:   ' DELIMITED BY SIZE
                  WS-REJECTS-READ        DELIMITED BY SIZE
                  '   (OTHER SOURCES, NOT RETURNED HERE: '
                                         DELIMITED BY SIZE
                  WS-OTHER-SOURCE-COUNT  DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'PREVIOUSLY RETURNED:        ' DELIMITED BY SIZE
                  WS-PREVIOUSLY-RETURNED DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'RETURNED ON THIS FILE:      ' DELIMITED BY SIZE
                  WS-RETURNED-COUNT      DELIMITED BY SIZE
                  '   (RE-SENT AFTER A FAILED ATTEMPT: '
                                         DELIMITED BY SIZE
                  WS-RERETURNED-COUNT    DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'HELD - NOT A VENDOR DEFECT: ' DELIMITED BY SIZE
                  WS-HELD-COUNT          DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING 'LEDGER ROWS POSTED:         ' DELIMITED BY SIZE
                  WS-LEDGER-POSTED       DELIMITED BY SIZE
                  '   TRAILER COUNT: '   DELIMITED BY SIZE
                  WS-RETURNED-COUNT      DELIMITED BY SIZE
                  '   TRAILER HASH: '    DELIMITED BY SIZE
                  WS-RETURN-HASH-TOTAL   DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           PERFORM 9300-WRITE-CODE-LINE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-RETURN-CODE-MAX
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING '  ZZ99 UNRECOGNIZED REASON       '
                                         DELIMITED BY SIZE
                  WS-UNMAPPED-COUNT      DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           IF WS-READ-VARIANCE = 0 AND WS-POST-VARIANCE = 0
               STRING 'CONTROL TOTALS IN BALANCE - EVERY OUTSTANDING '
                      'REJECT RETURNED EXACTLY ONCE OR HELD'
                   DELIMITED BY SIZE INTO CONTROL-PRINT-LINE
               END-STRING
           ELSE
               STRING '*** CONTROL TOTALS OUT OF BALANCE *** '
                                         DELIMITED BY SIZE
                      'READ VARIANCE: '  DELIMITED BY SIZE
                      WS-READ-VARIANCE   DELIMITED BY SIZE
                      '  LEDGER VARIANCE: ' DELIMITED BY SIZE
                      WS-POST-VARIANCE   DELIMITED BY SIZE
                   INTO CONTROL-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 9250-PUT-TOTAL-LINE.

       9250-PUT-TOTAL-LINE.
           WRITE CONTROL-PRINT-LINE
           IF NOT CONTROL-REPORT-OK
               PERFORM 9930-ABORT-CONTROL-REPORT
           END-IF.

       9300-WRITE-CODE-LINE.
           MOVE SPACES TO CONTROL-PRINT-LINE
           STRING '  '                    DELIMITED BY SIZE
                  RTC-REASON-CODE (WS-CODE-SUB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RTC-REASON-TEXT (WS-CODE-SUB) DELIMITED BY SIZE
                  WS-CODE-COUNT (WS-CODE-SUB)   DELIMITED BY SIZE
               INTO CONTROL-PRINT-LINE
           END-STRING
           PERFORM 9250-PUT-TOTAL-LINE.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is rejects read, written
      *        is detail rows on the return file -- the trailer's own
      *        count, re-sends included.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'EXCRETRN' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'EXCRETRN' TO STL-STEP-NAME
           MOVE WS-REJECTS-READ TO STL-RECORDS-READ
           MOVE WS-RETURNED-COUNT TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the return file or
      * the ledger that proves it can no longer be trusted, so each
      * ends the job rather than silently continuing -- same
      * convention CONVMAIN uses for its own file I/O.  The return
      * sequence is not advanced on any of these paths, so nothing
      * from the dead attempt counts as sent.
       9900-ABORT-EXCEPTION-FILE.
           DISPLAY 'EXCRETRN - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-RETURN-LEDGER.
           DISPLAY 'EXCRETRN - FATAL I/O ERROR ON RETURN-LEDGER'
           DISPLAY 'STATUS=' LEDGER-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-RETURN-FILE.
           DISPLAY 'EXCRETRN - FATAL I/O ERROR ON RETURN-FILE'
           DISPLAY 'STATUS=' RETURN-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-CONTROL-REPORT.
           DISPLAY 'EXCRETRN - FATAL I/O ERROR ON CONTROL-REPORT'
           DISPLAY 'STATUS=' CONTROL-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
