      * the month; RETURN-CODE 8 when the month cannot be certified,
      * so the close job stream stops instead of closing over a hole.
      *
      * Each source vendor runs its own consolidated run per date, so
      * a run date is certified per source (RCT-SOURCE-ID; spaces, a
      * row from before rows carried one, is the default source) and
      * the page closes with each source's failed dates and
      * outstanding rejects.  The month is clean only when every
      * source is.
      *
      * The per-run posting check is measured against the run's FED
      * population -- its CLEAN/REPAIRED rows counted off the audit
      * history -- not against its output count: a maintenance run's

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

      *        Only the key is named here; the full layout lives in
      *        EXCREC.CPY -- same convention as CONVMAIN's FD.
           05  EXCI-KEY.
               10  EXCI-JOB-RUN-ID     PIC X(14).
               10  EXCI-RECORD-KEY     PIC 9(7).
           05  FILLER                  PIC X(136).

       FD  CERT-REPORT
           RECORDING MODE IS F.
           COPY GLAKREC.
           COPY EXCREC.
           COPY AUDREC.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  RUN-CONTROL-STATUS      PIC XX.
           05  WS-MONTH-CLEAN-SWITCH   PIC X VALUE 'Y'.
               88  WS-MONTH-CLEAN          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-SLOT-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-SLOT-FOUND           VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        One slot per run date and source of the month, built
      *        from the keyed browse (dates arrive ascending; a date's
      *        sources interleave by run id, so the slot is searched
      *        for).  The run id kept for a slot is the LATEST with an
      *        ENDED balanced partition-0 row -- timestamp run ids
      *        ascend within the date, and the latest balanced run is
      *        the one whose feed stands.
       01  WS-DATE-TABLE-MAX           PIC 9(4) VALUE 0310.
       01  WS-DATE-TABLE-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 310 TIMES
                   INDEXED BY DATE-IDX.
               10  WS-DT-RUN-DATE          PIC X(8).
               10  WS-DT-SOURCE-ID         PIC X(8).
               10  WS-DT-RUN-ID            PIC X(14).
               10  WS-DT-BALANCED-SW       PIC X.
                   88  WS-DT-BALANCED          VALUE 'Y'.
               10  WS-DT-POSTED-COUNT      PIC 9(9).
               10  WS-DT-GL-REJ-COUNT      PIC 9(9).

      *        Each source's failed run dates and outstanding
      *        rejects for the closing by-source lines.
       01  WS-SRC-TABLE-MAX            PIC 9(4) VALUE 0010.
       01  WS-SRC-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 10 TIMES
                   INDEXED BY SRC-IDX.
               10  WS-SRC-SOURCE-ID        PIC X(8).
               10  WS-SRC-DATES-NOT-CLEAN  PIC 9(4) VALUE ZERO.
               10  WS-SRC-REJECTS          PIC 9(7) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PERIOD-REJECTS       PIC 9(7) VALUE ZERO.
           05  WS-DATES-NOT-CLEAN      PIC 9(4) VALUE ZERO.
      *        Run-control, audit, ack and exception rows read, all
      *        four files together, for the job-step history.
           05  WS-RECORDS-READ         PIC 9(9) VALUE ZERO.

      *        A row's source with spaces read as the default source.
       01  WS-ROW-SOURCE-ID            PIC X(8).

       01  WS-PERIOD-PARM              PIC X(6).
       01  WS-BROWSE-DATE              PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-PERIOD-RUNS
           PERFORM 2500-COUNT-FED-ROWS
           CLOSE EXCEPTION-FILE
           PERFORM 5000-WRITE-CERTIFICATION
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'GLCERTFY - PARM1 (PERIOD) MUST BE YYYYMM: '
                   WS-PERIOD-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
               PERFORM 9910-ABORT-CERT-REPORT
           END-IF
           MOVE SPACES TO CERT-PRINT-LINE
           STRING 'DATE      SOURCE    RUN ID          BAL OUTPUT   '
                  'FED        POSTED     GL-REJ     VERDICT'
               DELIMITED BY SIZE INTO CERT-PRINT-LINE
           END-STRING
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RCT-RUN-DATE (1:6) NOT = WS-PERIOD-PARM
                       SET WS-RUN-CONTROL-EOF TO TRUE
                   ELSE
           END-READ.

       2200-FOLD-ROW-INTO-TABLE.
           IF RCT-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF
           PERFORM 2300-FIND-OR-ADD-SOURCE
           SET WS-SLOT-FOUND TO FALSE
           SET DATE-IDX TO 1
           SEARCH WS-DATE-ENTRY
               AT END
                   CONTINUE
               WHEN DATE-IDX > WS-DATE-TABLE-COUNT
                   CONTINUE
               WHEN WS-DT-RUN-DATE (DATE-IDX) = RCT-RUN-DATE
                    AND WS-DT-SOURCE-ID (DATE-IDX) = WS-ROW-SOURCE-ID
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SLOT-FOUND
               IF WS-DATE-TABLE-COUNT < WS-DATE-TABLE-MAX
                   ADD 1 TO WS-DATE-TABLE-COUNT
                   SET DATE-IDX TO WS-DATE-TABLE-COUNT
                   MOVE RCT-RUN-DATE TO WS-DT-RUN-DATE (DATE-IDX)
                   MOVE WS-ROW-SOURCE-ID TO WS-DT-SOURCE-ID (DATE-IDX)
                   MOVE SPACES TO WS-DT-RUN-ID (DATE-IDX)
                   MOVE 'N' TO WS-DT-BALANCED-SW (DATE-IDX)
                   MOVE ZEROS TO WS-DT-OUTPUT-COUNT (DATE-IDX)
               ELSE
                   DISPLAY 'GLCERTFY - DATE TABLE FULL, DROPPING '
                       'DATE: ' RCT-RUN-DATE
                   SET DATE-IDX TO WS-DATE-TABLE-COUNT
               END-IF
           END-IF
           IF RCT-ENDED AND RCT-PARTITION = 0 AND RCT-IN-BALANCE
               MOVE 'Y' TO WS-DT-BALANCED-SW (DATE-IDX)
               MOVE RCT-JOB-RUN-ID TO WS-DT-RUN-ID (DATE-IDX)
               MOVE RCT-OUTPUT-COUNT TO WS-DT-OUTPUT-COUNT (DATE-IDX)
           END-IF.

       2300-FIND-OR-ADD-SOURCE.
           SET WS-SLOT-FOUND TO FALSE
           SET SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   CONTINUE
               WHEN SRC-IDX > WS-SRC-TABLE-COUNT
                   CONTINUE
               WHEN WS-SRC-SOURCE-ID (SRC-IDX) = WS-ROW-SOURCE-ID
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SLOT-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                   ADD 1 TO WS-SRC-TABLE-COUNT
                   SET SRC-IDX TO WS-SRC-TABLE-COUNT
                   MOVE WS-ROW-SOURCE-ID TO WS-SRC-SOURCE-ID (SRC-IDX)
               ELSE
                   DISPLAY 'GLCERTFY - SOURCE TABLE FULL, COUNTING '
                       WS-ROW-SOURCE-ID ' UNDER THE LAST SOURCE'
                   SET SRC-IDX TO WS-SRC-TABLE-MAX
               END-IF
           END-IF.

      *        The FED population for each certified run: its
      *        CLEAN/REPAIRED audit rows, the exact selection
      *        GLEXTRCT extracts.  This, not the output count, is
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AUD-STATUS = 'CLEAN' OR AUD-STATUS = 'REPAIRED'
                       PERFORM 2600-TALLY-ONE-FED-ROW
                   END-IF
               AT END
                   SET WS-ACK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 3100-TALLY-ONE-ACK
           END-READ.

               AT END
                   SET WS-EXC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF EXC-REJECT-DATE (1:6) = WS-PERIOD-PARM
                       ADD 1 TO WS-PERIOD-REJECTS
                       IF EXC-SOURCE-ID = SPACES
                           MOVE WS-DEFAULT-SOURCE-ID
                               TO WS-ROW-SOURCE-ID
                       ELSE
                           MOVE EXC-SOURCE-ID TO WS-ROW-SOURCE-ID
                       END-IF
                       PERFORM 2300-FIND-OR-ADD-SOURCE
                       ADD 1 TO WS-SRC-REJECTS (SRC-IDX)
                   END-IF
           END-READ.

                   UNTIL DATE-IDX > WS-DATE-TABLE-COUNT
           END-IF
           PERFORM 5200-WRITE-REJECT-LINE
           PERFORM 5250-WRITE-SOURCE-LINE
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > WS-SRC-TABLE-COUNT
           PERFORM 5300-WRITE-VERDICT-LINE.

      *        A date certifies when its balanced consolidated row
               MOVE 'NOT CLEAN' TO WS-VERDICT-WORD
               SET WS-MONTH-CLEAN TO FALSE
               ADD 1 TO WS-DATES-NOT-CLEAN
               MOVE WS-DT-SOURCE-ID (DATE-IDX) TO WS-ROW-SOURCE-ID
               PERFORM 2300-FIND-OR-ADD-SOURCE
               ADD 1 TO WS-SRC-DATES-NOT-CLEAN (SRC-IDX)
           END-IF
           MOVE SPACES TO CERT-PRINT-LINE
           STRING WS-DT-RUN-DATE (DATE-IDX)      DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WS-DT-SOURCE-ID (DATE-IDX)     DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WS-DT-RUN-ID (DATE-IDX)        DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
               PERFORM 9910-ABORT-CERT-REPORT
           END-IF.

       5250-WRITE-SOURCE-LINE.
           MOVE SPACES TO CERT-PRINT-LINE
           STRING '  SOURCE '            DELIMITED BY SIZE
                  WS-SRC-SOURCE-ID (SRC-IDX)
                                         DELIMITED BY SIZE
                  ': RUN DATE(S) FAILED ' DELIMITED BY SIZE
                  WS-SRC-DATES-NOT-CLEAN (SRC-IDX)
                                         DELIMITED BY SIZE
                  '  REJECT(S) OUTSTANDING ' DELIMITED BY SIZE
                  WS-SRC-REJECTS (SRC-IDX)
                                         DELIMITED BY SIZE
               INTO CERT-PRINT-LINE
           END-STRING
           WRITE CERT-PRINT-LINE
           IF NOT CERT-REPORT-OK
               PERFORM 9910-ABORT-CERT-REPORT
           END-IF.

       5300-WRITE-VERDICT-LINE.
           MOVE SPACES TO CERT-PRINT-LINE
           IF WS-MONTH-CLEAN
                   ' CERTIFIED CLEAN'
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is every run-control,
      *        audit, ack and exception row read; the step writes only
      *        its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLCERTFY' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLCERTFY' TO STL-STEP-NAME
           MOVE WS-RECORDS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the certification
      * can no longer be trusted, so each ends the job rather than
      * silently continuing -- same convention CONVMAIN uses for its
           DISPLAY 'GLCERTFY - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-CERT-REPORT.
           DISPLAY 'GLCERTFY - FATAL I/O ERROR ON CERT-REPORT'
           DISPLAY 'STATUS=' CERT-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-GL-ACK-FILE.
           DISPLAY 'GLCERTFY - FATAL I/O ERROR ON GL-ACK-FILE'
           DISPLAY 'STATUS=' GL-ACK-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9940-ABORT-AUDIT-FILE.
           DISPLAY 'GLCERTFY - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-EXCEPTION-FILE.
           DISPLAY 'GLCERTFY - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
