      ******************************************************************
      * PROGRAM-ID. APRAGING
      *
      * Pending-approval aging report, sibling to EXCAGING.  Reads the
      * pending-approval file APRFILE (APRREC.CPY) front to back: every
      * item on it is an online correction or write-off an operator
      * requested in CONV that no supervisor has yet approved or
      * declined in CAPR, and the reject behind it is still sitting on
      * EXCFILE, out of the general ledger, meanwhile.
      *
      * Every item pending more than a day (24 hours from its request
      * stamp to the as-of time) is listed individually -- key,
      * source, action, requester, when, its age in hours, its ledger
      * value against the limit, and the account before and after --
      * and the job ends with RETURN-CODE 4 when any are listed, so
      * the scheduler can route the report to the supervisors.  The
      * totals show everything pending and how much of it is overdue,
      * per source as well as overall.
      *
      * PARM1 (optional) is the as-of date, YYYYMMDD, for reruns and
      * testing; it defaults to the current date and time.  With a
      * PARM1 the as-of time is the end of that day, and an item
      * requested after it is not counted (it was not yet pending).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO APRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APRI-KEY
               FILE STATUS IS APPROVAL-STATUS.

           SELECT AGING-REPORT ASSIGN TO APRAGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APR-INPUT-RECORD.
           05  APRI-KEY                PIC X(21).
           05  FILLER                  PIC X(288).

       FD  AGING-REPORT
           RECORDING MODE IS F.
       01  AGING-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY APRREC.
           COPY FXCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  APPROVAL-STATUS         PIC XX.
               88  APPROVAL-OK             VALUE '00'.
           05  AGING-REPORT-STATUS     PIC XX.
               88  AGING-REPORT-OK         VALUE '00'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-PENDING        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-OVERDUE        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-NOT-YET        PIC 9(7) VALUE ZERO.

      *        The same counts per source, in order of first sight.
       01  WS-SRC-TABLE-MAX            PIC 9(4) VALUE 0050.
       01  WS-SRC-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SOURCE-ID        PIC X(8).
               10  WS-SRC-ITEMS-PENDING    PIC 9(7) VALUE ZERO.
               10  WS-SRC-ITEMS-OVERDUE    PIC 9(7) VALUE ZERO.
       01  WS-SRC-FOUND-SWITCH         PIC X VALUE 'N'.
           88  WS-SRC-FOUND                VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

       01  WS-AS-OF-DATE               PIC X(8).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE
                                       PIC 9(8).
       01  WS-AS-OF-TIME               PIC X(6).
       01  WS-AS-OF-TIME-NUM REDEFINES WS-AS-OF-TIME.
           05  WS-AS-OF-HH             PIC 99.
           05  WS-AS-OF-MM             PIC 99.
           05  WS-AS-OF-SS             PIC 99.
       01  WS-REQUEST-STAMP-WORK.
           05  WS-REQUEST-DATE-NUM     PIC 9(8).
           05  WS-REQUEST-HH           PIC 99.
           05  WS-REQUEST-MM           PIC 99.
           05  WS-REQUEST-SS           PIC 99.
       01  WS-AS-OF-INTEGER            PIC S9(9).
       01  WS-REQUEST-INTEGER          PIC S9(9).
       01  WS-AGE-SECONDS              PIC S9(11).
       01  WS-AGE-HOURS                PIC 9(7).
       01  WS-DAY-SECONDS              PIC 9(5) VALUE 86400.
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       01  WS-ACTION-WORD              PIC X(10).
       01  WS-VALUE-EDIT               PIC Z(10)9.99.
       01  WS-VALUE-TEXT               PIC X(14).
       01  WS-AFTER-TEXT               PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-ITEM
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-AS-OF-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-AS-OF-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AS-OF-TIME
           ELSE
               MOVE '235959' TO WS-AS-OF-TIME
           END-IF
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY 'APRAGING - PARM1 (AS-OF DATE) NOT YYYYMMDD: '
                   WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-NUM)
           OPEN INPUT APPROVAL-FILE
           IF NOT APPROVAL-OK
               PERFORM 9900-ABORT-APPROVAL-FILE
           END-IF
           OPEN OUTPUT AGING-REPORT
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADINGS
           PERFORM 2100-READ-APPROVAL.

       1100-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO AGING-PRINT-LINE
           STRING 'APRAGING - ITEMS PENDING APPROVAL OVER ONE DAY'
                  ' AS OF '
                      DELIMITED BY SIZE
                  WS-AS-OF-DATE       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AS-OF-TIME       DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           STRING 'KEY / RUN / SOURCE / ACTION / REQUESTED BY / AT / '
                  'AGE HRS / LEDGER VALUE / LIMIT / ACCOUNT BEFORE '
                  '> AFTER'
               DELIMITED BY SIZE INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF.

      *        An item is overdue once a full day (86400 seconds) has
      *        passed between its request stamp and the as-of date and
      *        time, so the age is counted across midnight.  A stamp
      *        that is not a date cannot be aged; it is listed as
      *        overdue so it is looked at, not hidden.
       2000-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE APR-REQUEST-STAMP TO WS-REQUEST-STAMP-WORK
           IF WS-REQUEST-STAMP-WORK IS NOT NUMERIC
               MOVE ZERO TO WS-AGE-HOURS
               PERFORM 2200-FIND-OR-ADD-SOURCE
               ADD 1 TO WS-ITEMS-PENDING
               ADD 1 TO WS-SRC-ITEMS-PENDING (WS-SRC-IDX)
               ADD 1 TO WS-ITEMS-OVERDUE
               ADD 1 TO WS-SRC-ITEMS-OVERDUE (WS-SRC-IDX)
               PERFORM 2300-PRINT-DETAIL-LINE
           ELSE
               COMPUTE WS-REQUEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-REQUEST-DATE-NUM)
               COMPUTE WS-AGE-SECONDS =
                   (WS-AS-OF-INTEGER - WS-REQUEST-INTEGER)
                       * WS-DAY-SECONDS
                   + (WS-AS-OF-HH * 3600 + WS-AS-OF-MM * 60
                       + WS-AS-OF-SS)
                   - (WS-REQUEST-HH * 3600 + WS-REQUEST-MM * 60
                       + WS-REQUEST-SS)
               IF WS-AGE-SECONDS < ZERO
                   ADD 1 TO WS-ITEMS-NOT-YET
               ELSE
                   PERFORM 2200-FIND-OR-ADD-SOURCE
                   ADD 1 TO WS-ITEMS-PENDING
                   ADD 1 TO WS-SRC-ITEMS-PENDING (WS-SRC-IDX)
                   IF WS-AGE-SECONDS >= WS-DAY-SECONDS
                       COMPUTE WS-AGE-HOURS = WS-AGE-SECONDS / 3600
                       ADD 1 TO WS-ITEMS-OVERDUE
                       ADD 1 TO WS-SRC-ITEMS-OVERDUE (WS-SRC-IDX)
                       PERFORM 2300-PRINT-DETAIL-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-APPROVAL.

       2100-READ-APPROVAL.
           READ APPROVAL-FILE INTO APPROVAL-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *        CONVCICS stores the item's source already defaulted.
       2200-FIND-OR-ADD-SOURCE.
           SET WS-SRC-FOUND TO FALSE
           SET WS-SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SRC-IDX > WS-SRC-TABLE-COUNT
                   CONTINUE
               WHEN WS-SRC-SOURCE-ID (WS-SRC-IDX) = APR-SOURCE-ID
                   SET WS-SRC-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SRC-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                   ADD 1 TO WS-SRC-TABLE-COUNT
                   SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                   MOVE APR-SOURCE-ID
                       TO WS-SRC-SOURCE-ID (WS-SRC-IDX)
               ELSE
                   DISPLAY 'APRAGING - SOURCE TABLE FULL, COUNTING '
                       APR-SOURCE-ID ' UNDER THE LAST SOURCE'
                   SET WS-SRC-IDX TO WS-SRC-TABLE-MAX
               END-IF
           END-IF.

      *        A write-off has no after account: the record was never
      *        converted.  An item with no rate on file, or with an
      *        amount that is not a number, was never valued (CONVCICS
      *        referred it for that reason alone).
       2300-PRINT-DETAIL-LINE.
           IF APR-CORRECTION
               MOVE 'CORRECTION' TO WS-ACTION-WORD
               MOVE APR-DB-NUMERIC-FIELD TO WS-AFTER-TEXT
           ELSE
               MOVE 'WRITE-OFF' TO WS-ACTION-WORD
               MOVE 'WOFF' TO WS-AFTER-TEXT
           END-IF
           EVALUATE TRUE
               WHEN APR-NO-RATE
                   MOVE '       NO RATE' TO WS-VALUE-TEXT
               WHEN APR-AMOUNT-NOT-NUMERIC
                   MOVE '   NOT NUMERIC' TO WS-VALUE-TEXT
               WHEN OTHER
                   MOVE APR-LEDGER-VALUE TO WS-VALUE-EDIT
                   MOVE WS-VALUE-EDIT TO WS-VALUE-TEXT
           END-EVALUATE
           MOVE SPACES TO AGING-PRINT-LINE
           STRING APR-RECORD-KEY          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-JOB-RUN-ID          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-SOURCE-ID           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ACTION-WORD          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-REQUESTED-BY        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-REQUEST-STAMP       DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AGE-HOURS            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-VALUE-TEXT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-LEDGER-CURRENCY      DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-APPROVAL-LIMIT      DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  APR-EXC-NUMERIC-FIELD   DELIMITED BY SIZE
                  ' > '                   DELIMITED BY SIZE
                  WS-AFTER-TEXT           DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-WRITE-SUMMARY
           CLOSE APPROVAL-FILE
           CLOSE AGING-REPORT
      *        RETURN-CODE 4, not EXCAGING's 8: an overdue approval is
      *        a prompt to the supervisors, not a close at risk -- the
      *        reject behind it is already aged and escalated on its
      *        own by EXCAGING.
           IF WS-ITEMS-OVERDUE > 0
               DISPLAY 'APRAGING - ' WS-ITEMS-OVERDUE
                   ' ITEM(S) PENDING APPROVAL OVER ONE DAY'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-SUMMARY.
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           IF NOT AGING-REPORT-OK
               PERFORM 9910-ABORT-AGING-REPORT
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           STRING 'PENDING: '            DELIMITED BY SIZE
                  WS-ITEMS-PENDING       DELIMITED BY SIZE
                  '   OVER ONE DAY: '    DELIMITED BY SIZE
                  WS-ITEMS-OVERDUE       DELIMITED BY SIZE
                  '   REQUESTED AFTER AS-OF: '
                                         DELIMITED BY SIZE
                  WS-ITEMS-NOT-YET       DELIMITED BY SIZE
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
                  WS-SRC-ITEMS-PENDING (WS-SRC-IDX)
                                         DELIMITED BY SIZE
                  '   OVER ONE DAY: '    DELIMITED BY SIZE
                  WS-SRC-ITEMS-OVERDUE (WS-SRC-IDX)
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
      *        RETURN-CODE it ended on.  Read is approval items read;
      *        the step writes only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'APRAGING' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'APRAGING' TO STL-STEP-NAME
           MOVE WS-ITEMS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the report this program
      * exists to produce can no longer be trusted, so each ends the
      * job rather than silently continuing -- same convention
      * CONVMAIN uses for its own file I/O.
       9900-ABORT-APPROVAL-FILE.
           DISPLAY 'APRAGING - FATAL I/O ERROR ON APPROVAL-FILE'
           DISPLAY 'STATUS=' APPROVAL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-AGING-REPORT.
           DISPLAY 'APRAGING - FATAL I/O ERROR ON AGING-REPORT'
           DISPLAY 'STATUS=' AGING-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
