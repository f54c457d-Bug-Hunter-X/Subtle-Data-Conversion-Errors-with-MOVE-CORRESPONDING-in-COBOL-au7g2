      * resubmitted by machine OR operator: it is left on the file
      * and reported for a PF10 write-off decision.
      *
      * Each source vendor's converted rows and audit trail live on
      * that source's own DD-level DB-OUTPUT-FILE and AUDFILE (see
      * CONVMAIN), while EXCEPTION-FILE is shared, so a sweep is run
      * once per source against that source's files and re-drives only
      * the rejects stamped with it; the other sources' rejects are
      * passed over untouched and counted.
      *
      *   PARM1 - processing date, YYYYMMDD, driving which EDITFILE
      *           rules are effective; defaults to the current date,
      *           which is what "the rules as of this morning" means.
      *   PARM2 - source id whose rejects to re-drive; blank means the
      *           default source (SRCCTL.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREDRV.
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS COA-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FX-RATE-STATUS.

           SELECT REDRIVE-REPORT ASSIGN TO EXCRDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REDRIVE-REPORT-STATUS.
           05  EXCO-KEY.
               10  EXCO-JOB-RUN-ID         PIC X(14).
               10  EXCO-RECORD-KEY         PIC 9(7).
           05  FILLER                      PIC X(136).

       FD  DB-OUTPUT-FILE.
           COPY DBOREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-OUTPUT-RECORD           PIC X(268).

       FD  EDIT-RULE-FILE.
           COPY EDTREC.
       FD  COA-FILE.
           COPY COAREC.

       FD  FX-RATE-FILE.
           COPY FXRREC.

       FD  REDRIVE-REPORT
           RECORDING MODE IS F.
       01  REDRIVE-PRINT-LINE          PIC X(132).
           COPY EXCREC.
           COPY AUDREC.
           COPY EDITTBL.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  EXCEPTION-STATUS        PIC XX.
           05  COA-STATUS              PIC XX.
               88  COA-OK                  VALUE '00'.
               88  COA-NOTFND              VALUE '23'.
           05  FX-RATE-STATUS          PIC XX.
               88  FX-RATE-OK              VALUE '00'.
               88  FX-RATE-NOTFND          VALUE '23'.
           05  REDRIVE-REPORT-STATUS   PIC XX.
               88  REDRIVE-REPORT-OK       VALUE '00'.
           05  WS-EXC-EOF-SWITCH       PIC X VALUE 'N'.
           05  WS-REJECTS-CONVERTED    PIC 9(7) VALUE ZERO.
           05  WS-REJECTS-REMAINING    PIC 9(7) VALUE ZERO.
           05  WS-KEY-IN-USE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT   PIC 9(7) VALUE ZERO.

      *        WS-ROW-SOURCE-ID is a reject's source with spaces (a
      *        reject written before rejects carried one) read as the
      *        default source.
       01  WS-TARGET-SOURCE-ID         PIC X(8) VALUE SPACES.
       01  WS-ROW-SOURCE-ID            PIC X(8) VALUE SPACES.

       01  WS-PROCESS-DATE             PIC X(8).
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REDRIVE-ONE-REJECT
               UNTIL WS-EXC-EOF
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'EXCREDRV - PARM1 (PROCESSING DATE) NOT '
                   'YYYYMMDD: ' WS-PROCESS-DATE
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
           OPEN I-O EXCEPTION-FILE
           IF NOT EXCEPTION-OK
               PERFORM 9950-ABORT-EXCEPTION-FILE
           IF NOT COA-OK
               PERFORM 9975-ABORT-COA-FILE
           END-IF
           OPEN INPUT FX-RATE-FILE
           IF NOT FX-RATE-OK
               PERFORM 9977-ABORT-FX-RATE-FILE
           END-IF
           OPEN OUTPUT REDRIVE-REPORT
           IF NOT REDRIVE-REPORT-OK
               PERFORM 9910-ABORT-REDRIVE-REPORT
                      DELIMITED BY SIZE
                  'RULES AS OF '        DELIMITED BY SIZE
                  WS-PROCESS-DATE       DELIMITED BY SIZE
                  ', SOURCE '           DELIMITED BY SIZE
                  WS-TARGET-SOURCE-ID   DELIMITED BY SIZE
               INTO REDRIVE-PRINT-LINE
           END-STRING
           WRITE REDRIVE-PRINT-LINE
               AT END
                   SET WS-EXC-EOF TO TRUE
               NOT AT END
                   IF EXC-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   ELSE
                       MOVE EXC-SOURCE-ID TO WS-ROW-SOURCE-ID
                   END-IF
                   IF WS-ROW-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
                       ADD 1 TO WS-OTHER-SOURCE-COUNT
                   ELSE
                       PERFORM 2050-REDRIVE-SOURCE-REJECT
                   END-IF
           END-READ.

       2050-REDRIVE-SOURCE-REJECT.
           ADD 1 TO WS-REJECTS-SCANNED
           PERFORM 2100-REBUILD-WS-RECORD
           PERFORM 2200-CONVERT-RECORD
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 2400-APPLY-CONVERSION
           ELSE
               ADD 1 TO WS-REJECTS-REMAINING
               PERFORM 3200-PRINT-REMAINING-LINE
           END-IF.

      *        Rebuilds the unified record from the reject's stored
      *        fields, the same way CONVCICS's 4020 does around the
      *        operator's input -- here the stored values ARE the
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

       2200-CONVERT-RECORD.
           CALL 'CONVLOGC' USING WS-RECORD, DB-RECORD,
               WS-EDIT-TABLE
           END-CALL
      *        Same chart check, same verdicts, as CONVMAIN's 2220
      *        and CONVCICS's 4060; then the same rate lookup as
      *        CONVMAIN's 2230, for the processing date -- the rate
      *        treasury loaded since the reject is what lets it pass.
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 2300-CHECK-GL-ACCOUNT
           END-IF
           IF WS-CONVERT-STATUS = 'CLEAN'
              OR WS-CONVERT-STATUS = 'REPAIRED'
               PERFORM 2350-CHECK-EXCHANGE-RATE
           END-IF.

       2300-CHECK-GL-ACCOUNT.
                   PERFORM 9975-ABORT-COA-FILE
           END-EVALUATE.

       2350-CHECK-EXCHANGE-RATE.
           IF DB-CURRENCY-CODE = WS-LEDGER-CURRENCY
               MOVE WS-LEDGER-RATE TO DB-EXCHANGE-RATE
           ELSE
               MOVE DB-CURRENCY-CODE TO FXR-CURRENCY-CODE
               MOVE WS-PROCESS-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
               EVALUATE TRUE
                   WHEN FX-RATE-OK
                        AND FXR-EXCHANGE-RATE IS NUMERIC
                        AND FXR-EXCHANGE-RATE > ZERO
                       MOVE FXR-EXCHANGE-RATE TO DB-EXCHANGE-RATE
                   WHEN FX-RATE-OK OR FX-RATE-NOTFND
                       PERFORM 2360-REJECT-NO-RATE
                   WHEN OTHER
                       PERFORM 9977-ABORT-FX-RATE-FILE
               END-EVALUATE
           END-IF.

       2360-REJECT-NO-RATE.
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

      *        Lands the conversion exactly as an online correction
      *        would: the reject's own counter as the surrogate key,
      *        its originating run id carried on the row (DBOREC's
           MOVE DB-AMOUNT-2 TO DBO-AMOUNT-2
           MOVE DB-AMOUNT-3 TO DBO-AMOUNT-3
           MOVE DB-LONG-DESC TO DBO-LONG-DESC
           MOVE DB-CURRENCY-CODE TO DBO-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO DBO-EXCHANGE-RATE
           MOVE DB-SOURCE-ID TO DBO-SOURCE-ID
           WRITE DB-OUTPUT-RECORD
           EVALUATE TRUE
               WHEN DB-OUTPUT-OK
           MOVE WS-CONVERT-STATUS TO AUD-STATUS
           MOVE WS-REPAIR-RULE TO AUD-REPAIR-RULE
           MOVE WS-REJECT-REASON TO AUD-REJECT-REASON
           MOVE WS-CURRENCY-CODE TO AUD-WS-CURRENCY-CODE
           MOVE DB-CURRENCY-CODE TO AUD-DB-CURRENCY-CODE
           MOVE DB-EXCHANGE-RATE TO AUD-DB-EXCHANGE-RATE
           MOVE DB-SOURCE-ID TO AUD-SOURCE-ID
           MOVE EXC-JOB-RUN-ID TO AUD-ORIGIN-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-EVENT-STAMP
           WRITE AUD-OUTPUT-RECORD FROM AUDIT-RECORD
           IF NOT AUDIT-OK
               PERFORM 9920-ABORT-AUDIT-FILE
                  WS-REJECTS-REMAINING  DELIMITED BY SIZE
                  '  KEY IN USE: '      DELIMITED BY SIZE
                  WS-KEY-IN-USE-COUNT   DELIMITED BY SIZE
                  '  OTHER SOURCES: '   DELIMITED BY SIZE
                  WS-OTHER-SOURCE-COUNT DELIMITED BY SIZE
               INTO REDRIVE-PRINT-LINE
           END-STRING
           WRITE REDRIVE-PRINT-LINE
           CLOSE DB-OUTPUT-FILE
           CLOSE AUDIT-FILE
           CLOSE COA-FILE
           CLOSE FX-RATE-FILE
           CLOSE REDRIVE-REPORT
           DISPLAY 'EXCREDRV - ' WS-REJECTS-CONVERTED ' OF '
               WS-REJECTS-SCANNED ' OUTSTANDING REJECTS CONVERTED'
           IF WS-REJECTS-CONVERTED > 0
               DISPLAY 'EXCREDRV - RUN GLEXTRCT PARM1=MASS-REDRIVE '
                   'PARM2=' WS-TARGET-SOURCE-ID
                   ' TO FEED THE CONVERSIONS TO THE GL'
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is rejects scanned,
      *        written is rejects converted.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'EXCREDRV' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'EXCREDRV' TO STL-STEP-NAME
           MOVE WS-REJECTS-SCANNED TO STL-RECORDS-READ
           MOVE WS-REJECTS-CONVERTED TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the re-drive can
      * no longer be trusted, so each ends the job rather than
      * silently continuing -- same convention CONVMAIN uses for its
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON REDRIVE-REPORT'
           DISPLAY 'STATUS=' REDRIVE-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-AUDIT-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-EXCEPTION-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON EXCEPTION-FILE'
           DISPLAY 'STATUS=' EXCEPTION-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9960-ABORT-DB-OUTPUT-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON DB-OUTPUT-FILE'
           DISPLAY 'STATUS=' DB-OUTPUT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9970-ABORT-EDIT-RULE-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON EDIT-RULE-FILE'
           DISPLAY 'STATUS=' EDIT-RULE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9975-ABORT-COA-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON COA-FILE'
           DISPLAY 'STATUS=' COA-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9977-ABORT-FX-RATE-FILE.
           DISPLAY 'EXCREDRV - FATAL I/O ERROR ON FX-RATE-FILE'
           DISPLAY 'STATUS=' FX-RATE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
