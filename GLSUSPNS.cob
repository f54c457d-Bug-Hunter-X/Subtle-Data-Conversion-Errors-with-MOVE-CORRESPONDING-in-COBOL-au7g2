      *     resolved: a correction (transaction CONV) reverses the
      *     suspense posting -- the proper posting goes out on the
      *     normal CICS-ONLINE sweep of GLEXTRCT, so only the
      *     suspense side is cleared here; a vendor resend that
      *     CONVMAIN matched to the reject clears the same way; a
      *     PF10 write-off reverses suspense AND posts to the
      *     write-off account (PARM2);
      *   - a vanished reject with no matching resolution row on
      *     AUDFILE is reported RESOLUTION UNKNOWN and LEFT in
      *     suspense -- money never leaves suspense on a guess --
      * EXCREDRV batch sweep writes: record key plus the source-side
      * amounts, since the per-run counter alone repeats across runs
      * while the amounts ride unchanged from the reject into the
      * resolution row's source side.  A RESENDRS row is CONVMAIN
      * retiring a reject because the vendor resent the record
      * corrected; it carries the reject's own run id as well, and
      * clears like a correction -- the resend's posting goes out
      * on its own run's GL feed.  Every match also demands the
      * resolution row's source (AUD-SOURCE-ID) be the suspense row's
      * own, so one source's correction can never clear another's
      * reject that happens to share its key and amounts.
      *
      * DD AUDFILE concatenates every source's audit file (AUDFILE and
      * each AUDxxxxx, see CONVMAIN); a source left out has every one
      * of its resolutions reported RESOLUTION UNKNOWN.
      *
      * A reject whose own amount fields fail the NUMERIC test (an
      * AMOUNT NOT NUMERIC reject carries the vendor's garbage)
      * amounts as posted, so the eventual clearing reverses exactly
      * what went in.
      *
      * Amounts post in the reject's own currency with their ledger
      * value at the rate on FXRATE for the as-of date (GLREC.CPY);
      * the row keeps that rate, and every clearing or write-off
      * entry converts at it, so the suspense account empties to
      * zero in the ledger whatever the rate has done since.  A
      * foreign-currency reject with no rate for the as-of date
      * (typically the rate or currency it was rejected for) is NOT
      * posted on a guessed rate: it is listed AWAITING RATE and
      * tried again on the next sweep, and the job ends
      * RETURN-CODE 4 so treasury sees the gap.
      *
      *   PARM1 - suspense account number (5 digits)
      *   PARM2 - write-off account number (5 digits)
      *   PARM3 - as-of date, YYYYMMDD; defaults to the current date
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FX-RATE-STATUS.

           SELECT SUSPENSE-FEED ASSIGN TO SUSFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-FEED-STATUS.
           05  EXCI-KEY.
               10  EXCI-JOB-RUN-ID     PIC X(14).
               10  EXCI-RECORD-KEY     PIC 9(7).
           05  FILLER                  PIC X(136).

       FD  SUSPENSE-LEDGER.
           COPY SUSREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  FX-RATE-FILE.
           COPY FXRREC.

       FD  SUSPENSE-FEED
           RECORDING MODE IS F.
       01  SUS-OUTPUT-RECORD           PIC X(142).

       FD  SUSPENSE-REPORT
           RECORDING MODE IS F.
           COPY EXCREC.
           COPY AUDREC.
           COPY GLREC.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  EXCEPTION-STATUS        PIC XX.
               88  SUSPENSE-NOFILE         VALUE '35'.
           05  AUDIT-STATUS            PIC XX.
               88  AUDIT-OK                VALUE '00'.
           05  FX-RATE-STATUS          PIC XX.
               88  FX-RATE-OK              VALUE '00'.
               88  FX-RATE-NOTFND          VALUE '23'.
           05  SUSPENSE-FEED-STATUS    PIC XX.
               88  SUSPENSE-FEED-OK        VALUE '00'.
           05  SUSPENSE-REPORT-STATUS  PIC XX.
           05  WS-AMOUNTS-BAD-SWITCH   PIC X VALUE 'N'.
               88  WS-AMOUNTS-UNUSABLE     VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RATE-MISSING-SWITCH  PIC X VALUE 'N'.
               88  WS-RATE-MISSING         VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        Resolution events off AUDFILE: the online correction
      *        and write-off rows.  1000 slots covers months of
           05  WS-RESOL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RESOL-IDX.
               10  WS-RESOL-KEY            PIC 9(7).
               10  WS-RESOL-RUN-ID         PIC X(14).
               10  WS-RESOL-STATUS         PIC X(8).
               10  WS-RESOL-SOURCE-ID      PIC X(8).
               10  WS-RESOL-AMOUNT-1       PIC S9(7)V99.
               10  WS-RESOL-AMOUNT-2       PIC S9(7)V99.
               10  WS-RESOL-AMOUNT-3       PIC S9(7)V99.

      *        The suspense row's source with spaces (a row posted
      *        before rows carried one) read as the default source.
       01  WS-SUS-ROW-SOURCE-ID        PIC X(8).

       01  WS-COUNTERS.
           05  WS-REJECTS-SCANNED      PIC 9(7) VALUE ZERO.
           05  WS-NEW-TO-SUSPENSE      PIC 9(7) VALUE ZERO.
           05  WS-CLEARED-CONVERTED    PIC 9(7) VALUE ZERO.
           05  WS-CLEARED-RESEND       PIC 9(7) VALUE ZERO.
           05  WS-CLEARED-WRITEOFF     PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-STILL-IN-SUSPENSE    PIC 9(7) VALUE ZERO.
           05  WS-ZERO-POSTED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-RATE-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-POSTING-CURRENCY         PIC X(3).
       01  WS-POSTING-RATE             PIC 9(4)V9(6).

       01  WS-RUN-PARMS.
           05  WS-SUSPENSE-ACCT-PARM   PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RESOLUTIONS
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-SWEEP-NEW-REJECTS
           PERFORM 4000-SWEEP-LEDGER
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
                   'WRITE-OFF ACCOUNTS) MUST BE 5-DIGIT: '
                   WS-SUSPENSE-ACCT-PARM ' ' WS-WRITEOFF-ACCT-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE WS-SUSPENSE-ACCT-PARM TO WS-SUSPENSE-ACCOUNT
               DISPLAY 'GLSUSPNS - PARM3 (AS-OF DATE) NOT YYYYMMDD: '
                   WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT EXCEPTION-OK
               PERFORM 9920-ABORT-EXCEPTION-FILE
           END-IF
           OPEN INPUT FX-RATE-FILE
           IF NOT FX-RATE-OK
               PERFORM 9950-ABORT-FX-RATE-FILE
           END-IF
           PERFORM 1065-OPEN-SUSPENSE-LEDGER
           OPEN OUTPUT SUSPENSE-FEED
           IF NOT SUSPENSE-FEED-OK
      *        MASS-REDRIVE rows are EXCREDRV's batch re-drives --
      *        the same resolution event as an online correction,
      *        with the same source-side amounts to pin it by.
      *        RESENDRS rows are written under the retired reject's
      *        own run id, which is banked so the match can demand
      *        it; the marker-run-id rows bank spaces and match on
      *        key + amounts as before.
       2000-LOAD-RESOLUTIONS.
           IF ((AUD-JOB-RUN-ID = 'CICS-ONLINE'
                OR AUD-JOB-RUN-ID = 'MASS-REDRIVE')
               AND (AUD-STATUS = 'CLEAN' OR AUD-STATUS = 'REPAIRED'
                    OR AUD-STATUS = 'WRITEOFF'))
              OR AUD-STATUS = 'RESENDRS'
               IF WS-RESOL-TABLE-COUNT < WS-RESOL-TABLE-MAX
                   ADD 1 TO WS-RESOL-TABLE-COUNT
                   SET RESOL-IDX TO WS-RESOL-TABLE-COUNT
                   MOVE AUD-RECORD-KEY TO WS-RESOL-KEY (RESOL-IDX)
                   IF AUD-STATUS = 'RESENDRS'
                       MOVE AUD-JOB-RUN-ID
                           TO WS-RESOL-RUN-ID (RESOL-IDX)
                   ELSE
                       MOVE SPACES TO WS-RESOL-RUN-ID (RESOL-IDX)
                   END-IF
                   MOVE AUD-STATUS TO WS-RESOL-STATUS (RESOL-IDX)
                   IF AUD-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID
                           TO WS-RESOL-SOURCE-ID (RESOL-IDX)
                   ELSE
                       MOVE AUD-SOURCE-ID
                           TO WS-RESOL-SOURCE-ID (RESOL-IDX)
                   END-IF
                   MOVE AUD-WS-AMOUNT-1
                       TO WS-RESOL-AMOUNT-1 (RESOL-IDX)
                   MOVE AUD-WS-AMOUNT-2
                       WHEN SUSPENSE-OK
                           CONTINUE
                       WHEN SUSPENSE-NOTFND
                           PERFORM 3150-FIND-POSTING-RATE
                           IF WS-RATE-MISSING
                               ADD 1 TO WS-AWAITING-RATE-COUNT
                               PERFORM 3450-PRINT-AWAITING-RATE-LINE
                           ELSE
                               PERFORM 3200-POST-TO-SUSPENSE
                           END-IF
                       WHEN OTHER
                           PERFORM 9930-ABORT-SUSPENSE-LEDGER
                   END-EVALUATE
           END-READ.

      *        A reject with no currency code predates currencies and
      *        is ledger currency.  A rate row that is zero or not
      *        numeric is no rate at all.
       3150-FIND-POSTING-RATE.
           SET WS-RATE-MISSING TO FALSE
           IF EXC-WS-CURRENCY-CODE = SPACES
               MOVE WS-LEDGER-CURRENCY TO WS-POSTING-CURRENCY
           ELSE
               MOVE EXC-WS-CURRENCY-CODE TO WS-POSTING-CURRENCY
           END-IF
           IF WS-POSTING-CURRENCY = WS-LEDGER-CURRENCY
               MOVE WS-LEDGER-RATE TO WS-POSTING-RATE
           ELSE
               MOVE WS-POSTING-CURRENCY TO FXR-CURRENCY-CODE
               MOVE WS-AS-OF-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
               EVALUATE TRUE
                   WHEN FX-RATE-OK
                        AND FXR-EXCHANGE-RATE IS NUMERIC
                        AND FXR-EXCHANGE-RATE > ZERO
                       MOVE FXR-EXCHANGE-RATE TO WS-POSTING-RATE
                   WHEN FX-RATE-OK OR FX-RATE-NOTFND
                       SET WS-RATE-MISSING TO TRUE
                   WHEN OTHER
                       PERFORM 9950-ABORT-FX-RATE-FILE
               END-EVALUATE
           END-IF.

      *        The ledger row records the amounts AS POSTED, so the
      *        eventual clearing reverses exactly what went in.
       3200-POST-TO-SUSPENSE.
           END-IF
           MOVE EXC-WS-LONG-DESC TO SUS-LONG-DESC
           MOVE WS-AS-OF-DATE TO SUS-POSTED-DATE
           MOVE WS-POSTING-CURRENCY TO SUS-CURRENCY-CODE
           MOVE WS-POSTING-RATE TO SUS-EXCHANGE-RATE
           IF EXC-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO SUS-SOURCE-ID
           ELSE
               MOVE EXC-SOURCE-ID TO SUS-SOURCE-ID
           END-IF
           PERFORM 3300-WRITE-SUSPENSE-ENTRY
           WRITE SUSPENSE-RECORD
           IF NOT SUSPENSE-OK
           MOVE WS-SUSPENSE-ACCOUNT TO GL-ACCOUNT-NUMBER
           MOVE SUS-CHAR-FIELD TO GL-DESCRIPTION
           MOVE WS-AS-OF-DATE TO GL-TRANSACTION-DATE
           PERFORM 3360-SET-SOURCE-SYSTEM
           MOVE SUS-RECORD-TYPE TO GL-RECORD-TYPE
           MOVE SUS-AMOUNT-1 TO GL-AMOUNT-1
           MOVE SUS-AMOUNT-2 TO GL-AMOUNT-2
           MOVE SUS-AMOUNT-3 TO GL-AMOUNT-3
           MOVE SUS-LONG-DESC TO GL-LONG-DESC
           MOVE SPACE TO GL-REVERSAL-FLAG
           PERFORM 3350-SET-LEDGER-AMOUNTS
           WRITE SUS-OUTPUT-RECORD FROM GL-FEED-RECORD
           IF NOT SUSPENSE-FEED-OK
               PERFORM 9940-ABORT-SUSPENSE-FEED
           END-IF.

      *        Every entry this job writes values its amounts at the
      *        ledger row's own rate; a row posted before currencies
      *        were carried has none and is ledger currency.
       3350-SET-LEDGER-AMOUNTS.
           IF SUS-CURRENCY-CODE = SPACES
              OR SUS-EXCHANGE-RATE NOT > ZERO
               MOVE WS-LEDGER-CURRENCY TO GL-CURRENCY-CODE
               MOVE WS-LEDGER-RATE TO GL-EXCHANGE-RATE
           ELSE
               MOVE SUS-CURRENCY-CODE TO GL-CURRENCY-CODE
               MOVE SUS-EXCHANGE-RATE TO GL-EXCHANGE-RATE
           END-IF
           COMPUTE GL-LEDGER-AMOUNT-1 ROUNDED =
               GL-AMOUNT-1 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-2 ROUNDED =
               GL-AMOUNT-2 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-3 ROUNDED =
               GL-AMOUNT-3 * GL-EXCHANGE-RATE.

      *        Every entry posts under the source that sent the record;
      *        a row posted before rows carried one is the default
      *        source.
       3360-SET-SOURCE-SYSTEM.
           IF SUS-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO GL-SOURCE-SYSTEM
           ELSE
               MOVE SUS-SOURCE-ID TO GL-SOURCE-SYSTEM
           END-IF.

       3400-PRINT-ZERO-POSTED-LINE.
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING 'AMOUNTS NOT NUMERIC - ZEROS POSTED: KEY '
               PERFORM 9910-ABORT-SUSPENSE-REPORT
           END-IF.

       3450-PRINT-AWAITING-RATE-LINE.
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING 'AWAITING RATE - NOT POSTED, RETRIED NEXT SWEEP: '
                                        DELIMITED BY SIZE
                  'KEY '                DELIMITED BY SIZE
                  EXC-RECORD-KEY        DELIMITED BY SIZE
                  '  RUN '              DELIMITED BY SIZE
                  EXC-JOB-RUN-ID        DELIMITED BY SIZE
                  '  CURRENCY '         DELIMITED BY SIZE
                  WS-POSTING-CURRENCY   DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           WRITE SUSPENSE-PRINT-LINE
           IF NOT SUSPENSE-REPORT-OK
               PERFORM 9910-ABORT-SUSPENSE-REPORT
           END-IF.

      *        Phase two: every ledger row whose reject has left
      *        EXCEPTION-FILE was resolved -- clear it according to
      *        how it resolved.  DELETE after READ NEXT is safe
                   PERFORM 4400-POST-TO-WRITEOFF
                   PERFORM 4500-DELETE-LEDGER-ROW
                   ADD 1 TO WS-CLEARED-WRITEOFF
               WHEN WS-RESOL-STATUS (RESOL-IDX) = 'RESENDRS'
                   PERFORM 4300-REVERSE-OUT-OF-SUSPENSE
                   PERFORM 4500-DELETE-LEDGER-ROW
                   ADD 1 TO WS-CLEARED-RESEND
               WHEN OTHER
                   PERFORM 4300-REVERSE-OUT-OF-SUSPENSE
                   PERFORM 4500-DELETE-LEDGER-ROW
      *        Key plus source-side amounts: the counter repeats from
      *        run to run, but a resolution row carries the reject's
      *        own amounts on its source side, which pins it to this
      *        ledger row, and the source must be the row's own (spaces
      *        on either side read as the default source).  A reject
      *        that posted zeros for unusable amounts will not match
      *        its resolution row's garbage source amounts and lands
      *        in RESOLUTION UNKNOWN -- the safe side for money.
       4250-FIND-RESOLUTION.
           SET WS-RESOLUTION-FOUND TO FALSE
           IF SUS-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-SUS-ROW-SOURCE-ID
           ELSE
               MOVE SUS-SOURCE-ID TO WS-SUS-ROW-SOURCE-ID
           END-IF
           SET RESOL-IDX TO 1
           SEARCH WS-RESOL-ENTRY
               AT END
               WHEN RESOL-IDX > WS-RESOL-TABLE-COUNT
                   CONTINUE
               WHEN WS-RESOL-KEY (RESOL-IDX) = SUS-RECORD-KEY
                    AND WS-RESOL-SOURCE-ID (RESOL-IDX)
                            = WS-SUS-ROW-SOURCE-ID
                    AND (WS-RESOL-RUN-ID (RESOL-IDX) = SPACES
                         OR WS-RESOL-RUN-ID (RESOL-IDX)
                                = SUS-JOB-RUN-ID)
                    AND WS-RESOL-AMOUNT-1 (RESOL-IDX) = SUS-AMOUNT-1
                    AND WS-RESOL-AMOUNT-2 (RESOL-IDX) = SUS-AMOUNT-2
                    AND WS-RESOL-AMOUNT-3 (RESOL-IDX) = SUS-AMOUNT-3
           MOVE WS-SUSPENSE-ACCOUNT TO GL-ACCOUNT-NUMBER
           MOVE SUS-CHAR-FIELD TO GL-DESCRIPTION
           MOVE WS-AS-OF-DATE TO GL-TRANSACTION-DATE
           PERFORM 3360-SET-SOURCE-SYSTEM
           MOVE SUS-RECORD-TYPE TO GL-RECORD-TYPE
           MOVE SUS-AMOUNT-1 TO GL-AMOUNT-1
           MOVE SUS-AMOUNT-2 TO GL-AMOUNT-2
           MOVE SUS-AMOUNT-3 TO GL-AMOUNT-3
           MOVE SUS-LONG-DESC TO GL-LONG-DESC
           MOVE 'R' TO GL-REVERSAL-FLAG
           PERFORM 3350-SET-LEDGER-AMOUNTS
           WRITE SUS-OUTPUT-RECORD FROM GL-FEED-RECORD
           IF NOT SUSPENSE-FEED-OK
               PERFORM 9940-ABORT-SUSPENSE-FEED
           MOVE WS-WRITEOFF-ACCOUNT TO GL-ACCOUNT-NUMBER
           MOVE SUS-CHAR-FIELD TO GL-DESCRIPTION
           MOVE WS-AS-OF-DATE TO GL-TRANSACTION-DATE
           PERFORM 3360-SET-SOURCE-SYSTEM
           MOVE SUS-RECORD-TYPE TO GL-RECORD-TYPE
           MOVE SUS-AMOUNT-1 TO GL-AMOUNT-1
           MOVE SUS-AMOUNT-2 TO GL-AMOUNT-2
           MOVE SUS-AMOUNT-3 TO GL-AMOUNT-3
           MOVE SUS-LONG-DESC TO GL-LONG-DESC
           MOVE SPACE TO GL-REVERSAL-FLAG
           PERFORM 3350-SET-LEDGER-AMOUNTS
           WRITE SUS-OUTPUT-RECORD FROM GL-FEED-RECORD
           IF NOT SUSPENSE-FEED-OK
               PERFORM 9940-ABORT-SUSPENSE-FEED
                  WS-CLEARED-CONVERTED  DELIMITED BY SIZE
                  '  CLEARED-W/O: '     DELIMITED BY SIZE
                  WS-CLEARED-WRITEOFF   DELIMITED BY SIZE
                  '  CLEARED-RESEND: '  DELIMITED BY SIZE
                  WS-CLEARED-RESEND     DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           WRITE SUSPENSE-PRINT-LINE
           IF NOT SUSPENSE-REPORT-OK
               PERFORM 9910-ABORT-SUSPENSE-REPORT
           END-IF
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING 'UNKNOWN: '           DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT      DELIMITED BY SIZE
                  '  IN SUSPENSE: '     DELIMITED BY SIZE
                  WS-STILL-IN-SUSPENSE  DELIMITED BY SIZE
                  '  AWAITING RATE: '   DELIMITED BY SIZE
                  WS-AWAITING-RATE-COUNT
                                        DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           WRITE SUSPENSE-PRINT-LINE
               PERFORM 9910-ABORT-SUSPENSE-REPORT
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE FX-RATE-FILE
           CLOSE SUSPENSE-LEDGER
           CLOSE SUSPENSE-FEED
           CLOSE SUSPENSE-REPORT
               DISPLAY 'GLSUSPNS - ' WS-UNKNOWN-COUNT
                   ' SUSPENSE ROW(S) WITH UNKNOWN RESOLUTION'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-AWAITING-RATE-COUNT > 0
               DISPLAY 'GLSUSPNS - ' WS-AWAITING-RATE-COUNT
                   ' REJECT(S) AWAITING AN EXCHANGE RATE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is rejects scanned;
      *        written is suspense feed records -- one per new entry
      *        and per clearance, two for a write-off.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLSUSPNS' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLSUSPNS' TO STL-STEP-NAME
           MOVE WS-REJECTS-SCANNED TO STL-RECORDS-READ
           COMPUTE STL-RECORDS-WRITTEN =
               WS-NEW-TO-SUSPENSE + WS-CLEARED-CONVERTED
               + WS-CLEARED-RESEND + 2 * WS-CLEARED-WRITEOFF
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the suspense feed
      * or its ledger can no longer be trusted, so each ends the job
      * rather than silently continuing -- same convention CONVMAIN
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-SUSPENSE-REPORT.
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON SUSPENSE-REPORT'
           DISPLAY 'STATUS=' SUSPENSE-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-EXCEPTION-FILE.
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-SUSPENSE-LEDGER.
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON SUSPENSE-LEDGER'
           DISPLAY 'STATUS=' SUSPENSE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9940-ABORT-SUSPENSE-FEED.
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON SUSPENSE-FEED'
           DISPLAY 'STATUS=' SUSPENSE-FEED-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-FX-RATE-FILE.
           DISPLAY 'GLSUSPNS - FATAL I/O ERROR ON FX-RATE-FILE'
           DISPLAY 'STATUS=' FX-RATE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
