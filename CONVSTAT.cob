      * whether the upstream data quality feeding WS-RECORD is
      * trending better or worse over time.  AUD-RUN-DATE is the daily
      * grouping key; the audit log may span many runs and many days.
      *
      * Each source vendor's audit trail is its own AUDFILE (see
      * CONVMAIN); the step reads them concatenated under the one DD
      * and breaks every day out by AUD-SOURCE-ID -- one line per day
      * per source -- then totals each source over all days, so one
      * supplier's bad week is not averaged away by another's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSTAT.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  STATS-REPORT
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

      * One accumulator set per distinct AUD-RUN-DATE and source seen
      * in the audit log, built up as the file is read -- a year of
      * days for every source the source table below can hold, so a
      * second source never halves the days the report can carry.
       01  WS-DAY-TABLE-MAX            PIC 9(5) VALUE 18300.
       01  WS-DAY-TABLE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 18300 TIMES
                   INDEXED BY WS-DAY-IDX.
               10  WS-DAY-DATE             PIC X(8).
               10  WS-DAY-SOURCE-ID        PIC X(8).
               10  WS-DAY-CLEAN-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-DAY-REPAIRED-COUNT   PIC 9(7) VALUE ZERO.
               10  WS-DAY-NONNUMERIC-COUNT PIC 9(7) VALUE ZERO.
               10  WS-DAY-OTHER-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-DAY-CREDIT-COUNT     PIC 9(7) VALUE ZERO.

      * Per-source totals over every day read, printed after the
      * daily lines.
       01  WS-SRC-TABLE-MAX            PIC 9(4) VALUE 0050.
       01  WS-SRC-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SOURCE-ID        PIC X(8).
               10  WS-SRC-CLEAN-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-SRC-REPAIRED-COUNT   PIC 9(7) VALUE ZERO.
               10  WS-SRC-NONNUMERIC-COUNT PIC 9(7) VALUE ZERO.
               10  WS-SRC-RANGE-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-SRC-OTHER-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-SRC-CREDIT-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-DAY-FOUND                VALUE 'Y' WHEN SET TO FALSE
                                                IS 'N'.
       01  WS-SRC-FOUND-SWITCH         PIC X VALUE 'N'.
           88  WS-SRC-FOUND                VALUE 'Y' WHEN SET TO FALSE
                                                IS 'N'.

      *        The audit row's source, spaces (a row that predates the
      *        field) read as the default source.
       01  WS-ROW-SOURCE-ID            PIC X(8).

      *        One report line's counts, loaded from a day entry or a
      *        source entry so both print through 9250.
       01  WS-LINE-FIELDS.
           05  WS-LINE-DATE            PIC X(8).
           05  WS-LINE-SOURCE-ID       PIC X(8).
           05  WS-LINE-CLEAN           PIC 9(7).
           05  WS-LINE-REPAIRED        PIC 9(7).
           05  WS-LINE-NONNUMERIC      PIC 9(7).
           05  WS-LINE-RANGE           PIC 9(7).
           05  WS-LINE-OTHER           PIC 9(7).
           05  WS-LINE-CREDIT          PIC 9(7).

       01  WS-TOTAL-RECORDS            PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-RECORDS-READ       PIC 9(9) VALUE ZERO.
       01  WS-PERCENT-WORK             PIC 9(3)V99.
       01  WS-PERCENT-CLEAN-EDIT       PIC ZZ9.99.
       01  WS-PERCENT-REPAIR-EDIT      PIC ZZ9.99.

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
      *        EDITMNT rows are transaction CEDT's rule-maintenance
      *        audit entries, not record conversions -- counting them
      *        would overstate the day's "other" errors, so they are
      *        passed over entirely.  RESENDRS rows likewise: they
      *        link a retired reject to its vendor resend, whose own
      *        CLEAN/REPAIRED row already counted the record.  And
      *        APPRREQ, APPROVED and DECLINED rows: the dual-control
      *        request and decision on an online action, whose own
      *        CLEAN/REPAIRED or WRITEOFF row (if approved) counts.
      *        REPAIRED rows get their own column: a repaired record
      *        reached DB-OUTPUT-FILE, but
      *        management wants it distinguishable from born-clean
      *        input when judging upstream data quality.
       2000-PROCESS-AUDIT-RECORD.
           IF AUD-STATUS NOT = 'EDITMNT'
              AND AUD-STATUS NOT = 'RESENDRS'
              AND AUD-STATUS NOT = 'APPRREQ'
              AND AUD-STATUS NOT = 'APPROVED'
              AND AUD-STATUS NOT = 'DECLINED'
               IF AUD-SOURCE-ID = SPACES
                   MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
               ELSE
                   MOVE AUD-SOURCE-ID TO WS-ROW-SOURCE-ID
               END-IF
               PERFORM 2200-FIND-OR-ADD-DAY
               PERFORM 2300-FIND-OR-ADD-SOURCE
               EVALUATE TRUE
                   WHEN AUD-STATUS = 'CLEAN'
                       ADD 1 TO WS-DAY-CLEAN-COUNT (WS-DAY-IDX)
                       ADD 1 TO WS-SRC-CLEAN-COUNT (WS-SRC-IDX)
                   WHEN AUD-STATUS = 'REPAIRED'
                       ADD 1 TO WS-DAY-REPAIRED-COUNT (WS-DAY-IDX)
                       ADD 1 TO WS-SRC-REPAIRED-COUNT (WS-SRC-IDX)
                   WHEN AUD-REJECT-REASON = 'NOT NUMERIC'
                       ADD 1 TO WS-DAY-NONNUMERIC-COUNT (WS-DAY-IDX)
                       ADD 1 TO WS-SRC-NONNUMERIC-COUNT (WS-SRC-IDX)
                   WHEN AUD-REJECT-REASON = 'OUT OF RANGE'
                       ADD 1 TO WS-DAY-RANGE-COUNT (WS-DAY-IDX)
                       ADD 1 TO WS-SRC-RANGE-COUNT (WS-SRC-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-DAY-OTHER-COUNT (WS-DAY-IDX)
                       ADD 1 TO WS-SRC-OTHER-COUNT (WS-SRC-IDX)
               END-EVALUATE
      *            Credits count IN ADDITION to their outcome column:
      *            a credit record is also clean, repaired or
                  OR (AUD-WS-AMOUNT-3 IS NUMERIC
                      AND AUD-WS-AMOUNT-3 < ZERO)
                   ADD 1 TO WS-DAY-CREDIT-COUNT (WS-DAY-IDX)
                   ADD 1 TO WS-SRC-CREDIT-COUNT (WS-SRC-IDX)
               END-IF
           END-IF
           PERFORM 2100-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
           END-READ.

       2200-FIND-OR-ADD-DAY.
               SEARCH WS-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DAY-IDX > WS-DAY-TABLE-COUNT
                       CONTINUE
                   WHEN WS-DAY-DATE (WS-DAY-IDX) = AUD-RUN-DATE
                        AND WS-DAY-SOURCE-ID (WS-DAY-IDX)
                               = WS-ROW-SOURCE-ID
                       SET WS-DAY-FOUND TO TRUE
               END-SEARCH
           END-IF
                   ADD 1 TO WS-DAY-TABLE-COUNT
                   SET WS-DAY-IDX TO WS-DAY-TABLE-COUNT
                   MOVE AUD-RUN-DATE TO WS-DAY-DATE (WS-DAY-IDX)
                   MOVE WS-ROW-SOURCE-ID
                       TO WS-DAY-SOURCE-ID (WS-DAY-IDX)
               ELSE
                   DISPLAY 'CONVSTAT - DAY TABLE FULL, DROPPING DATE: '
                       AUD-RUN-DATE
               END-IF
           END-IF.

       2300-FIND-OR-ADD-SOURCE.
           SET WS-SRC-FOUND TO FALSE
           IF WS-SRC-TABLE-COUNT > 0
               SET WS-SRC-IDX TO 1
               SEARCH WS-SRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SRC-IDX > WS-SRC-TABLE-COUNT
                       CONTINUE
                   WHEN WS-SRC-SOURCE-ID (WS-SRC-IDX)
                           = WS-ROW-SOURCE-ID
                       SET WS-SRC-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-SRC-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                   ADD 1 TO WS-SRC-TABLE-COUNT
                   SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                   MOVE WS-ROW-SOURCE-ID
                       TO WS-SRC-SOURCE-ID (WS-SRC-IDX)
               ELSE
                   DISPLAY 'CONVSTAT - SOURCE TABLE FULL, '
                       'DROPPING SOURCE: ' WS-ROW-SOURCE-ID
                   SET WS-SRC-IDX TO WS-SRC-TABLE-MAX
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-FILE
           PERFORM 9100-WRITE-REPORT-HEADINGS
           PERFORM 9200-WRITE-DAILY-SUMMARIES
           PERFORM 9300-WRITE-SOURCE-TOTALS
           CLOSE STATS-REPORT.

       9100-WRITE-REPORT-HEADINGS.
               PERFORM 9910-ABORT-STATS-REPORT
           END-IF
           MOVE SPACES TO STATS-PRINT-LINE
           STRING 'DATE      SOURCE    '
                  'CLEAN    REPAIRED NOTNUM   RANGE    '
                  'OTHER    TOTAL    CREDITS  PCTCLEAN PCTREPAIR '
                  'PCTNONNUM PCTRANGE PCTOTHER'
               DELIMITED BY SIZE INTO STATS-PRINT-LINE
           END-PERFORM.

       9210-WRITE-ONE-DAY.
           MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-LINE-DATE
           MOVE WS-DAY-SOURCE-ID (WS-DAY-IDX) TO WS-LINE-SOURCE-ID
           MOVE WS-DAY-CLEAN-COUNT (WS-DAY-IDX) TO WS-LINE-CLEAN
           MOVE WS-DAY-REPAIRED-COUNT (WS-DAY-IDX) TO WS-LINE-REPAIRED
           MOVE WS-DAY-NONNUMERIC-COUNT (WS-DAY-IDX)
               TO WS-LINE-NONNUMERIC
           MOVE WS-DAY-RANGE-COUNT (WS-DAY-IDX) TO WS-LINE-RANGE
           MOVE WS-DAY-OTHER-COUNT (WS-DAY-IDX) TO WS-LINE-OTHER
           MOVE WS-DAY-CREDIT-COUNT (WS-DAY-IDX) TO WS-LINE-CREDIT
           PERFORM 9250-WRITE-COUNT-LINE.

       9250-WRITE-COUNT-LINE.
           COMPUTE WS-TOTAL-RECORDS =
               WS-LINE-CLEAN + WS-LINE-REPAIRED + WS-LINE-NONNUMERIC
               + WS-LINE-RANGE + WS-LINE-OTHER
           IF WS-TOTAL-RECORDS > 0
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-LINE-CLEAN * 100) / WS-TOTAL-RECORDS
               MOVE WS-PERCENT-WORK TO WS-PERCENT-CLEAN-EDIT
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-LINE-REPAIRED * 100) / WS-TOTAL-RECORDS
               MOVE WS-PERCENT-WORK TO WS-PERCENT-REPAIR-EDIT
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-LINE-NONNUMERIC * 100) / WS-TOTAL-RECORDS
               MOVE WS-PERCENT-WORK TO WS-PERCENT-NONNUM-EDIT
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-LINE-RANGE * 100) / WS-TOTAL-RECORDS
               MOVE WS-PERCENT-WORK TO WS-PERCENT-RANGE-EDIT
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-LINE-OTHER * 100) / WS-TOTAL-RECORDS
               MOVE WS-PERCENT-WORK TO WS-PERCENT-OTHER-EDIT
           ELSE
               MOVE ZERO TO WS-PERCENT-CLEAN-EDIT WS-PERCENT-REPAIR-EDIT
                   WS-PERCENT-OTHER-EDIT
           END-IF
           MOVE SPACES TO STATS-PRINT-LINE
           STRING WS-LINE-DATE                         DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-SOURCE-ID                    DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-CLEAN                        DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-REPAIRED                     DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-NONNUMERIC                   DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-RANGE                        DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-OTHER                        DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-TOTAL-RECORDS                     DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-LINE-CREDIT                       DELIMITED BY SIZE
                  '  '                                 DELIMITED BY SIZE
                  WS-PERCENT-CLEAN-EDIT                DELIMITED BY SIZE
                  ' '                                  DELIMITED BY SIZE
               PERFORM 9910-ABORT-STATS-REPORT
           END-IF.

       9300-WRITE-SOURCE-TOTALS.
           MOVE SPACES TO STATS-PRINT-LINE
           WRITE STATS-PRINT-LINE
           IF NOT STATS-REPORT-OK
               PERFORM 9910-ABORT-STATS-REPORT
           END-IF
           MOVE 'TOTALS BY SOURCE, ALL DAYS' TO STATS-PRINT-LINE
           WRITE STATS-PRINT-LINE
           IF NOT STATS-REPORT-OK
               PERFORM 9910-ABORT-STATS-REPORT
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
               PERFORM 9310-WRITE-ONE-SOURCE
           END-PERFORM.

       9310-WRITE-ONE-SOURCE.
           MOVE 'ALL DAYS' TO WS-LINE-DATE
           MOVE WS-SRC-SOURCE-ID (WS-SRC-IDX) TO WS-LINE-SOURCE-ID
           MOVE WS-SRC-CLEAN-COUNT (WS-SRC-IDX) TO WS-LINE-CLEAN
           MOVE WS-SRC-REPAIRED-COUNT (WS-SRC-IDX) TO WS-LINE-REPAIRED
           MOVE WS-SRC-NONNUMERIC-COUNT (WS-SRC-IDX)
               TO WS-LINE-NONNUMERIC
           MOVE WS-SRC-RANGE-COUNT (WS-SRC-IDX) TO WS-LINE-RANGE
           MOVE WS-SRC-OTHER-COUNT (WS-SRC-IDX) TO WS-LINE-OTHER
           MOVE WS-SRC-CREDIT-COUNT (WS-SRC-IDX) TO WS-LINE-CREDIT
           PERFORM 9250-WRITE-COUNT-LINE.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit rows read; the
      *        step writes only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'CONVSTAT' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'CONVSTAT' TO STL-STEP-NAME
           MOVE WS-AUDIT-RECORDS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the report this program
      * exists to produce can no longer be trusted, so each ends the
      * job rather than silently continuing -- same convention
           DISPLAY 'CONVSTAT - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-STATS-REPORT.
           DISPLAY 'CONVSTAT - FATAL I/O ERROR ON STATS-REPORT'
           DISPLAY 'STATUS=' STATS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
