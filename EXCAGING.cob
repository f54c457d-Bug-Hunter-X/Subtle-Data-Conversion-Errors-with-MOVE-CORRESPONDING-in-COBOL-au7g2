      * RETURN-CODE 4 warnings: 4 means "look when convenient", this
      * means "a month-end close is at risk".
      *
      * EXCEPTION-FILE holds every source vendor's rejects, so the
      * detail lines name each reject's source and the bucket summary
      * is repeated per source (EXC-SOURCE-ID; spaces, a reject from
      * before rejects carried one, is the default source).
      *
      * PARM1 (optional) is the as-of date, YYYYMMDD, for reruns and
      * testing; it defaults to the current date.  A reject dated
      * today ages as 0 days and counts in the 1-day bucket.
           05  EXCI-KEY.
               10  EXCI-JOB-RUN-ID     PIC X(14).
               10  EXCI-RECORD-KEY     PIC 9(7).
           05  FILLER                  PIC X(136).

       FD  AGING-REPORT
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
           COPY EXCREC.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  EXCEPTION-STATUS        PIC XX.
           05  WS-BUCKET-OVER-5        PIC 9(7) VALUE ZERO.
           05  WS-UNDATED-COUNT        PIC 9(7) VALUE ZERO.

      *        The same buckets per source, in order of first sight.
       01  WS-SRC-TABLE-MAX            PIC 9(4) VALUE 0050.
       01  WS-SRC-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SOURCE-ID        PIC X(8).
               10  WS-SRC-REJECTS-READ     PIC 9(7) VALUE ZERO.
               10  WS-SRC-BUCKET-1-DAY     PIC 9(7) VALUE ZERO.
               10  WS-SRC-BUCKET-2-TO-5    PIC 9(7) VALUE ZERO.
               10  WS-SRC-BUCKET-OVER-5    PIC 9(7) VALUE ZERO.
               10  WS-SRC-UNDATED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-SRC-FOUND-SWITCH         PIC X VALUE 'N'.
           88  WS-SRC-FOUND                VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-ROW-SOURCE-ID            PIC X(8).

       01  WS-AS-OF-DATE               PIC X(8).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE
                                       PIC 9(8).

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
               DISPLAY 'EXCAGING - PARM1 (AS-OF DATE) NOT YYYYMMDD: '
                   WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           STRING 'OVER-5-DAY DETAIL (KEY / RUN / SOURCE / '
                  'REJECTED / REASON / WS-NUMERIC / WS-CHAR / '
                  'LONG DESC)'
               DELIMITED BY SIZE INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
      *        if it predates the stamp it is certainly not fresh.
       2000-PROCESS-REJECT.
           ADD 1 TO WS-REJECTS-READ
           PERFORM 2200-FIND-OR-ADD-SOURCE
           ADD 1 TO WS-SRC-REJECTS-READ (WS-SRC-IDX)
           IF EXC-REJECT-DATE IS NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               ADD 1 TO WS-BUCKET-OVER-5
               ADD 1 TO WS-SRC-UNDATED-COUNT (WS-SRC-IDX)
               ADD 1 TO WS-SRC-BUCKET-OVER-5 (WS-SRC-IDX)
               PERFORM 2300-PRINT-DETAIL-LINE
           ELSE
               MOVE EXC-REJECT-DATE TO WS-REJECT-DATE-WORK
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 1
                       ADD 1 TO WS-BUCKET-1-DAY
                       ADD 1 TO WS-SRC-BUCKET-1-DAY (WS-SRC-IDX)
                   WHEN WS-AGE-DAYS <= 5
                       ADD 1 TO WS-BUCKET-2-TO-5
                       ADD 1 TO WS-SRC-BUCKET-2-TO-5 (WS-SRC-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-BUCKET-OVER-5
                       ADD 1 TO WS-SRC-BUCKET-OVER-5 (WS-SRC-IDX)
                       PERFORM 2300-PRINT-DETAIL-LINE
               END-EVALUATE
           END-IF
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-FIND-OR-ADD-SOURCE.
           IF EXC-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE EXC-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF
           SET WS-SRC-FOUND TO FALSE
           SET WS-SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SRC-IDX > WS-SRC-TABLE-COUNT
                   CONTINUE
               WHEN WS-SRC-SOURCE-ID (WS-SRC-IDX) = WS-ROW-SOURCE-ID
                   SET WS-SRC-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SRC-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                   ADD 1 TO WS-SRC-TABLE-COUNT
                   SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                   MOVE WS-ROW-SOURCE-ID
                       TO WS-SRC-SOURCE-ID (WS-SRC-IDX)
               ELSE
                   DISPLAY 'EXCAGING - SOURCE TABLE FULL, COUNTING '
                       WS-ROW-SOURCE-ID ' UNDER THE LAST SOURCE'
                   SET WS-SRC-IDX TO WS-SRC-TABLE-MAX
               END-IF
           END-IF.

       2300-PRINT-DETAIL-LINE.
           MOVE SPACES TO AGING-PRINT-LINE
           STRING EXC-RECORD-KEY          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-JOB-RUN-ID          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ROW-SOURCE-ID        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-REJECT-DATE         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  EXC-REASON              DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
               PERFORM 9110-WRITE-SOURCE-SUMMARY
           END-PERFORM.

       9110-WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO AGING-PRINT-LINE
           STRING '  SOURCE '            DELIMITED BY SIZE
                  WS-SRC-SOURCE-ID (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  ': '                   DELIMITED BY SIZE
                  WS-SRC-REJECTS-READ (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  '   1 DAY: '           DELIMITED BY SIZE
                  WS-SRC-BUCKET-1-DAY (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  '   2-5 DAYS: '        DELIMITED BY SIZE
                  WS-SRC-BUCKET-2-TO-5 (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  '   OVER 5 DAYS: '     DELIMITED BY SIZE
                  WS-SRC-BUCKET-OVER-5 (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  '   UNDATED: '         DELIMITED BY SIZE
                  WS-SRC-UNDATED-COUNT (WS-SRC-IDX)
                                         DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is rejects read; the step
      *        writes only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'EXCAGING' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'EXCAGING' TO STL-STEP-NAME
           MOVE WS-REJECTS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the report this program
      * exists to produce can no longer be trusted, so each ends the
      * job rather than silently continuing -- same convention
           DISPLAY 'EXCAGING - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-AGING-REPORT.
           DISPLAY 'EXCAGING - FATAL I/O ERROR ON AGING-REPORT'
           DISPLAY 'STATUS=' AGING-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
