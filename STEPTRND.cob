      ******************************************************************
      * PROGRAM-ID. STEPTRND
      *
      * Weekly batch-window trend report off the job-step history
      * file STEPHIST (STPREC.CPY) that every step of the conversion
      * stream writes through STEPLOG.  Covers the seven nights ending
      * with the night in PARM1 and shows, for each:
      *
      *   - the night's window: first step start, last step end, the
      *     time used since the window opened, and the time to spare
      *     before the GL cutoff (or how far past it the stream ran),
      *     with the steps that ended RETURN-CODE 8 or over and any
      *     step that logged a start but never an end (abended, or
      *     still running when the report ran);
      *   - elapsed time by step, night by night: a step's first start
      *     to its last end that night, so CONVMAIN's partitions and
      *     any rerun count as the one step the window waits on --
      *     with its average, longest, average as a percentage of the
      *     window, the number of nights it sat on the critical path,
      *     and a flag when it is trending longer;
      *   - the critical path of the latest night: from the last step
      *     to end, back through the step that ended latest before it
      *     started, and so on to the first -- the chain of steps that
      *     set the night's end time, with the wait in front of each.
      *
      * A step is trending longer when it ran at least two of the last
      * three nights and at least two of the four before, and its
      * recent average is over the earlier one by more than the trend
      * percentage and by at least a minute -- a step creeping up
      * shows here weeks before it pushes the window past the cutoff.
      *
      * A step belongs to the night in which it started: on or after
      * the window start, the same day; before it, the day before
      * (the after-midnight steps of the previous evening's run).
      *
      *   PARM1 - the last night to report, YYYYMMDD (default
      *           yesterday)
      *   PARM2 - the window start, HHMM (default 2000)
      *   PARM3 - the GL cutoff, HHMM (default 0600); a cutoff at or
      *           before the window start is the next morning
      *   PARM4 - the trend percentage, 1-999 (default 20, also
      *           taken for anything not a number in that range)
      *
      * RETURN-CODE 8 when any night of the week ran past the GL
      * cutoff, 4 when none did but a step is trending longer.  This
      * report is not itself a step of the stream and logs no history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPTRND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-HISTORY-FILE ASSIGN TO STEPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STHI-KEY
               FILE STATUS IS STEP-HISTORY-STATUS.

           SELECT TREND-REPORT ASSIGN TO STEPTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TREND-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-INPUT.
           05  STHI-KEY                PIC X(28).
           05  FILLER                  PIC X(89).

       FD  TREND-REPORT
           RECORDING MODE IS F.
       01  TREND-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY STPREC.

       01  WS-FLAGS.
           05  STEP-HISTORY-STATUS     PIC XX.
               88  STEP-HISTORY-OK         VALUE '00'.
           05  TREND-REPORT-STATUS     PIC XX.
               88  TREND-REPORT-OK         VALUE '00'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-OVER-CUTOFF-SWITCH   PIC X VALUE 'N'.
               88  WS-ANY-NIGHT-OVER       VALUE 'Y'.
           05  WS-TREND-SWITCH         PIC X VALUE 'N'.
               88  WS-ANY-STEP-TRENDING    VALUE 'Y'.

       01  WS-PARMS.
           05  WS-LAST-NIGHT-DATE      PIC X(8).
           05  WS-LAST-NIGHT-NUM REDEFINES WS-LAST-NIGHT-DATE
                                       PIC 9(8).
           05  WS-WINDOW-START-PARM    PIC X(4).
           05  WS-WINDOW-START-HHMM REDEFINES WS-WINDOW-START-PARM.
               10  WS-WINDOW-START-HH  PIC 99.
               10  WS-WINDOW-START-MM  PIC 99.
           05  WS-CUTOFF-PARM          PIC X(4).
           05  WS-CUTOFF-HHMM REDEFINES WS-CUTOFF-PARM.
               10  WS-CUTOFF-HH        PIC 99.
               10  WS-CUTOFF-MM        PIC 99.
           05  WS-TREND-PCT-PARM       PIC X(3).
           05  WS-TREND-PCT-HOLD       PIC X(3).
           05  WS-TREND-PCT-VALUE REDEFINES WS-TREND-PCT-HOLD
                                       PIC 9(3).
           05  WS-TREND-PCT            PIC 9(3) VALUE 20.

      *        Every time of day below is in seconds from midnight at
      *        the start of the night's date, so a step that ends at
      *        02:00 the next morning ends at 93600.
       01  WS-WINDOW.
           05  WS-WINDOW-START-SECS    PIC S9(7) VALUE ZERO.
           05  WS-CUTOFF-SECS          PIC S9(7) VALUE ZERO.
           05  WS-WINDOW-LENGTH        PIC S9(7) VALUE ZERO.
           05  WS-FIRST-NIGHT-INTEGER  PIC S9(9) VALUE ZERO.
           05  WS-LAST-NIGHT-INTEGER   PIC S9(9) VALUE ZERO.
           05  WS-FIRST-NIGHT-DATE     PIC 9(8).
           05  WS-STOP-DATE            PIC 9(8).

       01  WS-NIGHT-TABLE.
           05  WS-NGT-ENTRY OCCURS 7 TIMES.
               10  WS-NGT-DATE             PIC 9(8).
               10  WS-NGT-RUNS             PIC 9(5).
               10  WS-NGT-FIRST-START      PIC S9(7).
               10  WS-NGT-LAST-END         PIC S9(7).
               10  WS-NGT-HIGH-RC-COUNT    PIC 9(5).
               10  WS-NGT-UNENDED          PIC 9(5).

      *        One entry per step name, in order of first sight; each
      *        carries its span on each of the seven nights.
       01  WS-STP-TABLE-MAX            PIC 9(3) VALUE 050.
       01  WS-STP-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-STP-IDX.
               10  WS-STP-NAME             PIC X(8).
               10  WS-STP-NIGHT OCCURS 7 TIMES.
                   15  WS-STP-RAN-SWITCH   PIC X.
                       88  WS-STP-RAN          VALUE 'Y'.
                   15  WS-STP-FIRST-START  PIC S9(7).
                   15  WS-STP-LAST-END     PIC S9(7).
                   15  WS-STP-PATH-SWITCH  PIC X.
                       88  WS-STP-ON-PATH      VALUE 'Y'.
               10  WS-STP-PATH-NIGHTS      PIC 9.
               10  WS-STP-TREND-SWITCH     PIC X.
                   88  WS-STP-TRENDING         VALUE 'Y'.
       01  WS-STP-FOUND-SWITCH         PIC X VALUE 'N'.
           88  WS-STP-FOUND                VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        Every completed step run of the week, for the critical
      *        path walk.
       01  WS-EXE-TABLE-MAX            PIC 9(4) VALUE 2000.
       01  WS-EXE-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-EXE-TABLE.
           05  WS-EXE-ENTRY OCCURS 2000 TIMES.
               10  WS-EXE-NIGHT            PIC 9.
               10  WS-EXE-STEP-SUB         PIC 9(3).
               10  WS-EXE-PARTITION        PIC 9(3).
               10  WS-EXE-START            PIC S9(7).
               10  WS-EXE-END              PIC S9(7).

      *        Starts with no end row, listed after the path.
       01  WS-UNE-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-UNE-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-UNE-TABLE.
           05  WS-UNE-ENTRY OCCURS 100 TIMES.
               10  WS-UNE-NIGHT-DATE       PIC 9(8).
               10  WS-UNE-STEP-NAME        PIC X(8).
               10  WS-UNE-PARTITION        PIC 9(3).
               10  WS-UNE-START-STAMP      PIC X(16).

      *        The latest night's critical path, last step first.
       01  WS-PATH-MAX                 PIC 9(3) VALUE 100.
       01  WS-PATH-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PATH-TABLE.
           05  WS-PATH-EXE-SUB OCCURS 100 TIMES
                                       PIC 9(4).

       01  WS-SUBSCRIPTS.
           05  WS-NIGHT-SUB            PIC 9(3).
           05  WS-STEP-SUB             PIC 9(3).
           05  WS-EXE-SUB              PIC 9(4).
           05  WS-CUR-EXE-SUB          PIC 9(4).
           05  WS-PRED-EXE-SUB         PIC 9(4).
           05  WS-PATH-SUB             PIC 9(3).
           05  WS-UNE-SUB              PIC 9(3).

      *        The end row of a run sorts ahead of its start row
      *        ('E' before 'S'); a start row whose key does not match
      *        the end row just read never ended.
       01  WS-LAST-END-PREFIX          PIC X(27) VALUE SPACES.

       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 99.
           05  WS-STAMP-MM             PIC 99.
           05  WS-STAMP-SS             PIC 99.
           05  WS-STAMP-CC             PIC 99.
       01  WS-STAMP-INTEGER            PIC S9(9).
       01  WS-STAMP-SECS               PIC S9(7).
       01  WS-NIGHT-INTEGER            PIC S9(9).
       01  WS-ROW-NIGHT                PIC S9(5).
       01  WS-ROW-START                PIC S9(7).
       01  WS-ROW-END                  PIC S9(7).

       01  WS-STEP-FIGURES.
           05  WS-SPAN                 PIC S9(7).
           05  WS-SPAN-TOTAL           PIC S9(9).
           05  WS-SPAN-NIGHTS          PIC 9.
           05  WS-SPAN-MAX             PIC S9(7).
           05  WS-SPAN-AVG             PIC S9(7).
           05  WS-EARLY-TOTAL          PIC S9(9).
           05  WS-EARLY-NIGHTS         PIC 9.
           05  WS-EARLY-AVG            PIC S9(7).
           05  WS-RECENT-TOTAL         PIC S9(9).
           05  WS-RECENT-NIGHTS        PIC 9.
           05  WS-RECENT-AVG           PIC S9(7).
           05  WS-WINDOW-PCT           PIC 9(3).
           05  WS-USED                 PIC S9(7).
           05  WS-SPARE                PIC S9(7).
           05  WS-WAIT                 PIC S9(7).

      *        Print fields.  A time of day past midnight shows as
      *        HH:MM:SS+1.
       01  WS-FMT-SECONDS              PIC S9(7).
       01  WS-FMT-REST                 PIC 9(7).
       01  WS-FMT-MINUTE-REST          PIC 9(7).
       01  WS-FMT-DAYS                 PIC 9.
       01  WS-FMT-HMS.
           05  WS-FMT-HH               PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-FMT-MM               PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-FMT-SS               PIC 99.
       01  WS-FMT-CLOCK                PIC X(10).
       01  WS-MATRIX-CELLS.
           05  WS-MATRIX-CELL OCCURS 7 TIMES
                                       PIC X(10).
       01  WS-PRINT-FIELDS.
           05  WS-PRINT-COUNT          PIC Z(4)9.
           05  WS-PRINT-HIGH-RC        PIC Z(4)9.
           05  WS-PRINT-UNENDED        PIC Z(4)9.
           05  WS-PRINT-PCT            PIC ZZ9.
           05  WS-PRINT-PATH-NIGHTS    PIC 9.
           05  WS-PRINT-FIRST          PIC X(10).
           05  WS-PRINT-LAST           PIC X(10).
           05  WS-PRINT-USED           PIC X(8).
           05  WS-PRINT-SPARE          PIC X(8).
           05  WS-PRINT-SPARE-WORD     PIC X(8).
           05  WS-PRINT-AVG            PIC X(8).
           05  WS-PRINT-MAX            PIC X(8).
           05  WS-PRINT-ELAPSED        PIC X(8).
           05  WS-PRINT-WAIT           PIC X(8).
           05  WS-PRINT-FLAG           PIC X(6).
           05  WS-PRINT-MMDD.
               10  WS-PRINT-MM         PIC 99.
               10  FILLER              PIC X VALUE '/'.
               10  WS-PRINT-DD         PIC 99.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.
       01  WS-HEADING-CELLS.
           05  WS-HEADING-CELL OCCURS 7 TIMES
                                       PIC X(10).
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY-ROW
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-NIGHT-SUMMARY
           PERFORM 4000-FIND-CRITICAL-PATH
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > 7
           PERFORM 5000-WRITE-STEP-MATRIX
           PERFORM 6000-WRITE-CRITICAL-PATH
           PERFORM 7000-WRITE-UNENDED-STEPS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-RUN-PARMS
           INITIALIZE WS-NIGHT-TABLE
           INITIALIZE WS-STP-TABLE
           COMPUTE WS-LAST-NIGHT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-LAST-NIGHT-NUM)
           COMPUTE WS-FIRST-NIGHT-INTEGER = WS-LAST-NIGHT-INTEGER - 6
           PERFORM 1010-SET-NIGHT-DATE
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > 7
           MOVE WS-NGT-DATE (1) TO WS-FIRST-NIGHT-DATE
           COMPUTE WS-STOP-DATE =
               FUNCTION DATE-OF-INTEGER (WS-LAST-NIGHT-INTEGER + 1)
           COMPUTE WS-WINDOW-START-SECS =
               WS-WINDOW-START-HH * 3600 + WS-WINDOW-START-MM * 60
           COMPUTE WS-CUTOFF-SECS =
               WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60
           IF WS-CUTOFF-SECS NOT > WS-WINDOW-START-SECS
               ADD 86400 TO WS-CUTOFF-SECS
           END-IF
           COMPUTE WS-WINDOW-LENGTH =
               WS-CUTOFF-SECS - WS-WINDOW-START-SECS
           OPEN INPUT STEP-HISTORY-FILE
           IF NOT STEP-HISTORY-OK
               PERFORM 9900-ABORT-STEP-HISTORY-FILE
           END-IF
           OPEN OUTPUT TREND-REPORT
           IF NOT TREND-REPORT-OK
               PERFORM 9910-ABORT-TREND-REPORT
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADINGS
      *        History is keyed by start stamp: begin at midnight of
      *        the first night's date (its window opens later that
      *        day) rather than reading every week ever logged.
           MOVE SPACES TO STHI-KEY
           MOVE WS-FIRST-NIGHT-DATE TO STHI-KEY (1:8)
           START STEP-HISTORY-FILE KEY IS NOT LESS THAN STHI-KEY
           END-START
           IF STEP-HISTORY-OK
               PERFORM 2100-READ-HISTORY
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1010-SET-NIGHT-DATE.
           COMPUTE WS-NGT-DATE (WS-NIGHT-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (WS-FIRST-NIGHT-INTEGER + WS-NIGHT-SUB - 1).

       1050-GET-RUN-PARMS.
           MOVE SPACES TO WS-LAST-NIGHT-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-LAST-NIGHT-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-LAST-NIGHT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-WORK
               COMPUTE WS-LAST-NIGHT-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) - 1)
           END-IF
           IF WS-LAST-NIGHT-DATE IS NOT NUMERIC
               DISPLAY 'STEPTRND - PARM1 (LAST NIGHT) NOT YYYYMMDD: '
                   WS-LAST-NIGHT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-WINDOW-START-PARM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WINDOW-START-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-WINDOW-START-PARM = SPACES
               MOVE '2000' TO WS-WINDOW-START-PARM
           END-IF
           IF WS-WINDOW-START-PARM IS NOT NUMERIC
              OR WS-WINDOW-START-HH > 23
              OR WS-WINDOW-START-MM > 59
               DISPLAY 'STEPTRND - PARM2 (WINDOW START) NOT HHMM: '
                   WS-WINDOW-START-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CUTOFF-PARM
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CUTOFF-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-CUTOFF-PARM = SPACES
               MOVE '0600' TO WS-CUTOFF-PARM
           END-IF
           IF WS-CUTOFF-PARM IS NOT NUMERIC
              OR WS-CUTOFF-HH > 23
              OR WS-CUTOFF-MM > 59
               DISPLAY 'STEPTRND - PARM3 (GL CUTOFF) NOT HHMM: '
                   WS-CUTOFF-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *        Right-justified and zero-filled the way GLVARNCE
      *        takes its percentages; anything else keeps the default.
           MOVE SPACES TO WS-TREND-PCT-PARM
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-TREND-PCT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           PERFORM 1060-RIGHT-JUSTIFY-PCT 2 TIMES
           INSPECT WS-TREND-PCT-PARM REPLACING LEADING SPACE BY ZERO
           MOVE WS-TREND-PCT-PARM TO WS-TREND-PCT-HOLD
           IF WS-TREND-PCT-HOLD IS NUMERIC
              AND WS-TREND-PCT-VALUE > ZERO
               MOVE WS-TREND-PCT-VALUE TO WS-TREND-PCT
           END-IF.

       1060-RIGHT-JUSTIFY-PCT.
           IF WS-TREND-PCT-PARM (3:1) = SPACE
              AND WS-TREND-PCT-PARM NOT = SPACES
               MOVE SPACES TO WS-TREND-PCT-HOLD
               MOVE WS-TREND-PCT-PARM (1:2) TO WS-TREND-PCT-HOLD (2:2)
               MOVE WS-TREND-PCT-HOLD TO WS-TREND-PCT-PARM
           END-IF.

       1100-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO TREND-PRINT-LINE
           STRING 'STEPTRND - BATCH WINDOW TREND, 7 NIGHTS FROM '
                      DELIMITED BY SIZE
                  WS-FIRST-NIGHT-DATE   DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-LAST-NIGHT-DATE    DELIMITED BY SIZE
                  '   WINDOW '          DELIMITED BY SIZE
                  WS-WINDOW-START-PARM  DELIMITED BY SIZE
                  '   GL CUTOFF '       DELIMITED BY SIZE
                  WS-CUTOFF-PARM        DELIMITED BY SIZE
                  '   TREND '           DELIMITED BY SIZE
                  WS-TREND-PCT          DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE.

      *        Only end rows carry a run's times; a start row is read
      *        for nothing but to see whether its end row was there.
       2000-PROCESS-HISTORY-ROW.
           PERFORM 2200-FIND-NIGHT
           IF WS-ROW-NIGHT >= 1 AND WS-ROW-NIGHT <= 7
               IF STH-END-ROW
                   MOVE STH-KEY (1:27) TO WS-LAST-END-PREFIX
                   PERFORM 2300-RECORD-STEP-RUN
               ELSE
                   IF STH-KEY (1:27) NOT = WS-LAST-END-PREFIX
                       PERFORM 2500-RECORD-UNENDED-START
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ STEP-HISTORY-FILE NEXT INTO STEP-HISTORY-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF STH-START-STAMP (1:8) > WS-STOP-DATE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
           END-READ
           IF NOT STEP-HISTORY-OK AND NOT WS-END-OF-FILE
               PERFORM 9900-ABORT-STEP-HISTORY-FILE
           END-IF.

      *        Night of the row's start stamp, 1-7 (outside that the
      *        row is passed over), and its start in night seconds.
       2200-FIND-NIGHT.
           MOVE ZERO TO WS-ROW-NIGHT
           IF STH-START-STAMP (1:14) IS NUMERIC
               MOVE STH-START-STAMP TO WS-STAMP-WORK
               PERFORM 2250-STAMP-TO-SECONDS
               IF WS-STAMP-SECS >= WS-WINDOW-START-SECS
                   MOVE WS-STAMP-INTEGER TO WS-NIGHT-INTEGER
               ELSE
                   COMPUTE WS-NIGHT-INTEGER = WS-STAMP-INTEGER - 1
               END-IF
               COMPUTE WS-ROW-NIGHT =
                   WS-NIGHT-INTEGER - WS-FIRST-NIGHT-INTEGER + 1
               COMPUTE WS-ROW-START =
                   (WS-STAMP-INTEGER - WS-NIGHT-INTEGER) * 86400
                   + WS-STAMP-SECS
           END-IF.

       2250-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
           COMPUTE WS-STAMP-SECS =
               WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

       2300-RECORD-STEP-RUN.
           IF STH-END-STAMP (1:14) IS NUMERIC
               MOVE STH-END-STAMP TO WS-STAMP-WORK
               PERFORM 2250-STAMP-TO-SECONDS
               COMPUTE WS-ROW-END =
                   (WS-STAMP-INTEGER - WS-NIGHT-INTEGER) * 86400
                   + WS-STAMP-SECS
           ELSE
               MOVE WS-ROW-START TO WS-ROW-END
           END-IF
           IF WS-ROW-END < WS-ROW-START
               MOVE WS-ROW-START TO WS-ROW-END
           END-IF
           PERFORM 2400-FIND-OR-ADD-STEP
           MOVE WS-ROW-NIGHT TO WS-NIGHT-SUB
           ADD 1 TO WS-NGT-RUNS (WS-NIGHT-SUB)
           IF WS-NGT-RUNS (WS-NIGHT-SUB) = 1
              OR WS-ROW-START < WS-NGT-FIRST-START (WS-NIGHT-SUB)
               MOVE WS-ROW-START TO WS-NGT-FIRST-START (WS-NIGHT-SUB)
           END-IF
           IF WS-NGT-RUNS (WS-NIGHT-SUB) = 1
              OR WS-ROW-END > WS-NGT-LAST-END (WS-NIGHT-SUB)
               MOVE WS-ROW-END TO WS-NGT-LAST-END (WS-NIGHT-SUB)
           END-IF
           IF STH-RETURN-CODE >= 8
               ADD 1 TO WS-NGT-HIGH-RC-COUNT (WS-NIGHT-SUB)
           END-IF
           IF NOT WS-STP-RAN (WS-STEP-SUB, WS-NIGHT-SUB)
               SET WS-STP-RAN (WS-STEP-SUB, WS-NIGHT-SUB) TO TRUE
               MOVE WS-ROW-START
                   TO WS-STP-FIRST-START (WS-STEP-SUB, WS-NIGHT-SUB)
               MOVE WS-ROW-END
                   TO WS-STP-LAST-END (WS-STEP-SUB, WS-NIGHT-SUB)
           ELSE
               IF WS-ROW-START <
                  WS-STP-FIRST-START (WS-STEP-SUB, WS-NIGHT-SUB)
                   MOVE WS-ROW-START TO
                       WS-STP-FIRST-START (WS-STEP-SUB, WS-NIGHT-SUB)
               END-IF
               IF WS-ROW-END >
                  WS-STP-LAST-END (WS-STEP-SUB, WS-NIGHT-SUB)
                   MOVE WS-ROW-END TO
                       WS-STP-LAST-END (WS-STEP-SUB, WS-NIGHT-SUB)
               END-IF
           END-IF
           IF WS-EXE-TABLE-COUNT < WS-EXE-TABLE-MAX
               ADD 1 TO WS-EXE-TABLE-COUNT
               MOVE WS-EXE-TABLE-COUNT TO WS-EXE-SUB
               MOVE WS-ROW-NIGHT TO WS-EXE-NIGHT (WS-EXE-SUB)
               MOVE WS-STEP-SUB TO WS-EXE-STEP-SUB (WS-EXE-SUB)
               MOVE STH-PARTITION TO WS-EXE-PARTITION (WS-EXE-SUB)
               MOVE WS-ROW-START TO WS-EXE-START (WS-EXE-SUB)
               MOVE WS-ROW-END TO WS-EXE-END (WS-EXE-SUB)
           ELSE
               DISPLAY 'STEPTRND - RUN TABLE FULL, ' STH-STEP-NAME
                   ' ' STH-START-STAMP ' LEFT OFF THE CRITICAL PATH'
           END-IF.

       2400-FIND-OR-ADD-STEP.
           SET WS-STP-FOUND TO FALSE
           SET WS-STP-IDX TO 1
           SEARCH WS-STP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STP-IDX > WS-STP-TABLE-COUNT
                   CONTINUE
               WHEN WS-STP-NAME (WS-STP-IDX) = STH-STEP-NAME
                   SET WS-STP-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-STP-FOUND
               IF WS-STP-TABLE-COUNT < WS-STP-TABLE-MAX
                   ADD 1 TO WS-STP-TABLE-COUNT
                   SET WS-STP-IDX TO WS-STP-TABLE-COUNT
                   MOVE STH-STEP-NAME TO WS-STP-NAME (WS-STP-IDX)
               ELSE
                   DISPLAY 'STEPTRND - STEP TABLE FULL, COUNTING '
                       STH-STEP-NAME ' UNDER THE LAST STEP'
                   SET WS-STP-IDX TO WS-STP-TABLE-MAX
               END-IF
           END-IF
           SET WS-STEP-SUB TO WS-STP-IDX.

       2500-RECORD-UNENDED-START.
           ADD 1 TO WS-NGT-UNENDED (WS-ROW-NIGHT)
           IF WS-UNE-TABLE-COUNT < WS-UNE-TABLE-MAX
               ADD 1 TO WS-UNE-TABLE-COUNT
               MOVE WS-UNE-TABLE-COUNT TO WS-UNE-SUB
               MOVE WS-NGT-DATE (WS-ROW-NIGHT)
                   TO WS-UNE-NIGHT-DATE (WS-UNE-SUB)
               MOVE STH-STEP-NAME TO WS-UNE-STEP-NAME (WS-UNE-SUB)
               MOVE STH-PARTITION TO WS-UNE-PARTITION (WS-UNE-SUB)
               MOVE STH-START-STAMP TO WS-UNE-START-STAMP (WS-UNE-SUB)
           END-IF.

      *        Used is the window open to the last step's end; spare
      *        is what was left before the cutoff, or OVER by how much.
       3000-WRITE-NIGHT-SUMMARY.
           PERFORM 8800-WRITE-BLANK-LINE
           MOVE SPACES TO TREND-PRINT-LINE
           STRING 'NIGHT     STEPS  FIRST START  LAST END     USED'
                  '      SPARE/OVER        RC8+  NO END ROW'
               DELIMITED BY SIZE INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE
           PERFORM 3100-WRITE-NIGHT-LINE
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > 7.

       3100-WRITE-NIGHT-LINE.
           MOVE WS-NGT-RUNS (WS-NIGHT-SUB) TO WS-PRINT-COUNT
           MOVE WS-NGT-HIGH-RC-COUNT (WS-NIGHT-SUB) TO WS-PRINT-HIGH-RC
           MOVE WS-NGT-UNENDED (WS-NIGHT-SUB) TO WS-PRINT-UNENDED
           MOVE SPACES TO TREND-PRINT-LINE
           IF WS-NGT-RUNS (WS-NIGHT-SUB) = 0
               STRING WS-NGT-DATE (WS-NIGHT-SUB) DELIMITED BY SIZE
                      '  NO STEP ENDS LOGGED'     DELIMITED BY SIZE
                   INTO TREND-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-UNENDED TO TREND-PRINT-LINE (83:5)
           ELSE
               MOVE WS-NGT-FIRST-START (WS-NIGHT-SUB) TO WS-FMT-SECONDS
               PERFORM 8000-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-PRINT-FIRST
               MOVE WS-NGT-LAST-END (WS-NIGHT-SUB) TO WS-FMT-SECONDS
               PERFORM 8000-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-PRINT-LAST
               COMPUTE WS-USED =
                   WS-NGT-LAST-END (WS-NIGHT-SUB) - WS-WINDOW-START-SECS
               MOVE WS-USED TO WS-FMT-SECONDS
               PERFORM 8100-FORMAT-DURATION
               MOVE WS-FMT-HMS TO WS-PRINT-USED
               COMPUTE WS-SPARE =
                   WS-CUTOFF-SECS - WS-NGT-LAST-END (WS-NIGHT-SUB)
               IF WS-SPARE < 0
                   SET WS-ANY-NIGHT-OVER TO TRUE
                   MOVE 'OVER    ' TO WS-PRINT-SPARE-WORD
                   COMPUTE WS-FMT-SECONDS = 0 - WS-SPARE
               ELSE
                   MOVE 'SPARE   ' TO WS-PRINT-SPARE-WORD
                   MOVE WS-SPARE TO WS-FMT-SECONDS
               END-IF
               PERFORM 8100-FORMAT-DURATION
               MOVE WS-FMT-HMS TO WS-PRINT-SPARE
               STRING WS-NGT-DATE (WS-NIGHT-SUB) DELIMITED BY SIZE
                      '  '                        DELIMITED BY SIZE
                      WS-PRINT-COUNT              DELIMITED BY SIZE
                      '  '                        DELIMITED BY SIZE
                      WS-PRINT-FIRST              DELIMITED BY SIZE
                      '   '                       DELIMITED BY SIZE
                      WS-PRINT-LAST               DELIMITED BY SIZE
                      '   '                       DELIMITED BY SIZE
                      WS-PRINT-USED               DELIMITED BY SIZE
                      '  '                        DELIMITED BY SIZE
                      WS-PRINT-SPARE-WORD         DELIMITED BY SIZE
                      WS-PRINT-SPARE              DELIMITED BY SIZE
                      '  '                        DELIMITED BY SIZE
                      WS-PRINT-HIGH-RC            DELIMITED BY SIZE
                      '       '                   DELIMITED BY SIZE
                      WS-PRINT-UNENDED            DELIMITED BY SIZE
                   INTO TREND-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 8900-WRITE-LINE.

      *        The critical path ends with the night's last step to
      *        end; in front of each step on it is the step that ended
      *        latest at or before it started -- the one it was left
      *        waiting on.  Every night is walked so the step matrix
      *        can count nights on the path; only the latest night's
      *        path is printed.
       4000-FIND-CRITICAL-PATH.
           MOVE ZERO TO WS-PATH-COUNT
           MOVE ZERO TO WS-CUR-EXE-SUB
           PERFORM 4050-FIND-LAST-TO-END
               VARYING WS-EXE-SUB FROM 1 BY 1
               UNTIL WS-EXE-SUB > WS-EXE-TABLE-COUNT
           PERFORM 4100-ADD-TO-PATH
               UNTIL WS-CUR-EXE-SUB = 0.

       4050-FIND-LAST-TO-END.
           IF WS-EXE-NIGHT (WS-EXE-SUB) = WS-NIGHT-SUB
               IF WS-CUR-EXE-SUB = 0
                   MOVE WS-EXE-SUB TO WS-CUR-EXE-SUB
               ELSE
                   IF WS-EXE-END (WS-EXE-SUB) >
                      WS-EXE-END (WS-CUR-EXE-SUB)
                       MOVE WS-EXE-SUB TO WS-CUR-EXE-SUB
                   END-IF
               END-IF
           END-IF.

       4100-ADD-TO-PATH.
           IF WS-PATH-COUNT < WS-PATH-MAX
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-CUR-EXE-SUB TO WS-PATH-EXE-SUB (WS-PATH-COUNT)
           END-IF
           MOVE WS-EXE-STEP-SUB (WS-CUR-EXE-SUB) TO WS-STEP-SUB
           IF NOT WS-STP-ON-PATH (WS-STEP-SUB, WS-NIGHT-SUB)
               SET WS-STP-ON-PATH (WS-STEP-SUB, WS-NIGHT-SUB) TO TRUE
               ADD 1 TO WS-STP-PATH-NIGHTS (WS-STEP-SUB)
           END-IF
      *        A predecessor must also have started earlier, so a run
      *        of no length cannot lead the walk round in a circle.
           MOVE ZERO TO WS-PRED-EXE-SUB
           PERFORM 4150-FIND-PREDECESSOR
               VARYING WS-EXE-SUB FROM 1 BY 1
               UNTIL WS-EXE-SUB > WS-EXE-TABLE-COUNT
           MOVE WS-PRED-EXE-SUB TO WS-CUR-EXE-SUB.

       4150-FIND-PREDECESSOR.
           IF WS-EXE-NIGHT (WS-EXE-SUB) = WS-NIGHT-SUB
              AND WS-EXE-END (WS-EXE-SUB) NOT >
                  WS-EXE-START (WS-CUR-EXE-SUB)
              AND WS-EXE-START (WS-EXE-SUB) <
                  WS-EXE-START (WS-CUR-EXE-SUB)
               IF WS-PRED-EXE-SUB = 0
                   MOVE WS-EXE-SUB TO WS-PRED-EXE-SUB
               ELSE
                   IF WS-EXE-END (WS-EXE-SUB) >
                      WS-EXE-END (WS-PRED-EXE-SUB)
                       MOVE WS-EXE-SUB TO WS-PRED-EXE-SUB
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-STEP-MATRIX.
           PERFORM 8800-WRITE-BLANK-LINE
           PERFORM 5050-SET-HEADING-CELL
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > 7
           MOVE SPACES TO TREND-PRINT-LINE
           STRING 'ELAPSED BY STEP '    DELIMITED BY SIZE
                  WS-HEADING-CELLS      DELIMITED BY SIZE
                  '      AVG       MAX  %WIN  PATH  TREND'
                                        DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE
           PERFORM 5100-WRITE-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STP-TABLE-COUNT.

       5050-SET-HEADING-CELL.
           MOVE WS-NGT-DATE (WS-NIGHT-SUB) TO WS-DATE-WORK
           MOVE WS-DATE-MM TO WS-PRINT-MM
           MOVE WS-DATE-DD TO WS-PRINT-DD
           MOVE SPACES TO WS-HEADING-CELL (WS-NIGHT-SUB)
           MOVE WS-PRINT-MMDD
               TO WS-HEADING-CELL (WS-NIGHT-SUB) (2:5).

       5100-WRITE-STEP-LINE.
           MOVE ZERO TO WS-SPAN-TOTAL WS-SPAN-NIGHTS WS-SPAN-MAX
                        WS-EARLY-TOTAL WS-EARLY-NIGHTS
                        WS-RECENT-TOTAL WS-RECENT-NIGHTS
           PERFORM 5200-STEP-NIGHT-CELL
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > 7
           MOVE ZERO TO WS-SPAN-AVG
           IF WS-SPAN-NIGHTS > 0
               COMPUTE WS-SPAN-AVG ROUNDED =
                   WS-SPAN-TOTAL / WS-SPAN-NIGHTS
           END-IF
           PERFORM 5300-JUDGE-TREND
           MOVE WS-SPAN-AVG TO WS-FMT-SECONDS
           PERFORM 8100-FORMAT-DURATION
           MOVE WS-FMT-HMS TO WS-PRINT-AVG
           MOVE WS-SPAN-MAX TO WS-FMT-SECONDS
           PERFORM 8100-FORMAT-DURATION
           MOVE WS-FMT-HMS TO WS-PRINT-MAX
           MOVE ZERO TO WS-WINDOW-PCT
           IF WS-WINDOW-LENGTH > 0
               COMPUTE WS-WINDOW-PCT ROUNDED =
                   WS-SPAN-AVG * 100 / WS-WINDOW-LENGTH
                   ON SIZE ERROR
                       MOVE 999 TO WS-WINDOW-PCT
               END-COMPUTE
           END-IF
           MOVE WS-WINDOW-PCT TO WS-PRINT-PCT
           MOVE WS-STP-PATH-NIGHTS (WS-STEP-SUB)
               TO WS-PRINT-PATH-NIGHTS
           IF WS-STP-TRENDING (WS-STEP-SUB)
               MOVE 'LONGER' TO WS-PRINT-FLAG
           ELSE
               MOVE SPACES TO WS-PRINT-FLAG
           END-IF
           MOVE SPACES TO TREND-PRINT-LINE
           STRING WS-STP-NAME (WS-STEP-SUB) DELIMITED BY SIZE
                  '        '                 DELIMITED BY SIZE
                  WS-MATRIX-CELLS            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-PRINT-AVG               DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-PRINT-MAX               DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-PRINT-PCT               DELIMITED BY SIZE
                  '%     '                   DELIMITED BY SIZE
                  WS-PRINT-PATH-NIGHTS       DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-PRINT-FLAG              DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE.

      *        Nights 1-4 are the earlier part of the week, 5-7 the
      *        recent part the trend is judged on.
       5200-STEP-NIGHT-CELL.
           MOVE SPACES TO WS-MATRIX-CELL (WS-NIGHT-SUB)
           IF WS-STP-RAN (WS-STEP-SUB, WS-NIGHT-SUB)
               COMPUTE WS-SPAN =
                   WS-STP-LAST-END (WS-STEP-SUB, WS-NIGHT-SUB)
                   - WS-STP-FIRST-START (WS-STEP-SUB, WS-NIGHT-SUB)
               ADD WS-SPAN TO WS-SPAN-TOTAL
               ADD 1 TO WS-SPAN-NIGHTS
               IF WS-SPAN > WS-SPAN-MAX
                   MOVE WS-SPAN TO WS-SPAN-MAX
               END-IF
               IF WS-NIGHT-SUB > 4
                   ADD WS-SPAN TO WS-RECENT-TOTAL
                   ADD 1 TO WS-RECENT-NIGHTS
               ELSE
                   ADD WS-SPAN TO WS-EARLY-TOTAL
                   ADD 1 TO WS-EARLY-NIGHTS
               END-IF
               MOVE WS-SPAN TO WS-FMT-SECONDS
               PERFORM 8100-FORMAT-DURATION
               MOVE WS-FMT-HMS TO WS-MATRIX-CELL (WS-NIGHT-SUB) (2:8)
           ELSE
               MOVE '   --' TO WS-MATRIX-CELL (WS-NIGHT-SUB)
           END-IF.

       5300-JUDGE-TREND.
           IF WS-EARLY-NIGHTS >= 2 AND WS-RECENT-NIGHTS >= 2
               COMPUTE WS-EARLY-AVG ROUNDED =
                   WS-EARLY-TOTAL / WS-EARLY-NIGHTS
               COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-RECENT-TOTAL / WS-RECENT-NIGHTS
               IF WS-RECENT-AVG - WS-EARLY-AVG >= 60
                  AND WS-RECENT-AVG * 100 >
                      WS-EARLY-AVG * (100 + WS-TREND-PCT)
                   SET WS-STP-TRENDING (WS-STEP-SUB) TO TRUE
                   SET WS-ANY-STEP-TRENDING TO TRUE
               END-IF
           END-IF.

      *        The path table still holds the last night walked -- the
      *        latest -- last step first; printed first step first.
      *        The wait in front of the first step is from the window
      *        opening.
       6000-WRITE-CRITICAL-PATH.
           PERFORM 8800-WRITE-BLANK-LINE
           MOVE SPACES TO TREND-PRINT-LINE
           STRING 'CRITICAL PATH, NIGHT OF ' DELIMITED BY SIZE
                  WS-NGT-DATE (7)            DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE
           IF WS-PATH-COUNT = 0
               MOVE '  NO STEP ENDS LOGGED' TO TREND-PRINT-LINE
               PERFORM 8900-WRITE-LINE
           ELSE
               MOVE SPACES TO TREND-PRINT-LINE
               STRING '  STEP      PART  START        END'
                      '          ELAPSED   WAIT BEFORE'
                   DELIMITED BY SIZE INTO TREND-PRINT-LINE
               END-STRING
               PERFORM 8900-WRITE-LINE
               PERFORM 6100-WRITE-PATH-LINE
                   VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-SUB < 1
           END-IF.

       6100-WRITE-PATH-LINE.
           MOVE WS-PATH-EXE-SUB (WS-PATH-SUB) TO WS-EXE-SUB
           MOVE WS-EXE-STEP-SUB (WS-EXE-SUB) TO WS-STEP-SUB
           IF WS-PATH-SUB = WS-PATH-COUNT
               COMPUTE WS-WAIT =
                   WS-EXE-START (WS-EXE-SUB) - WS-WINDOW-START-SECS
           ELSE
               MOVE WS-PATH-EXE-SUB (WS-PATH-SUB + 1) TO WS-PRED-EXE-SUB
               COMPUTE WS-WAIT =
                   WS-EXE-START (WS-EXE-SUB)
                   - WS-EXE-END (WS-PRED-EXE-SUB)
           END-IF
           MOVE WS-WAIT TO WS-FMT-SECONDS
           PERFORM 8100-FORMAT-DURATION
           MOVE WS-FMT-HMS TO WS-PRINT-WAIT
           COMPUTE WS-FMT-SECONDS =
               WS-EXE-END (WS-EXE-SUB) - WS-EXE-START (WS-EXE-SUB)
           PERFORM 8100-FORMAT-DURATION
           MOVE WS-FMT-HMS TO WS-PRINT-ELAPSED
           MOVE WS-EXE-START (WS-EXE-SUB) TO WS-FMT-SECONDS
           PERFORM 8000-FORMAT-CLOCK
           MOVE WS-FMT-CLOCK TO WS-PRINT-FIRST
           MOVE WS-EXE-END (WS-EXE-SUB) TO WS-FMT-SECONDS
           PERFORM 8000-FORMAT-CLOCK
           MOVE WS-FMT-CLOCK TO WS-PRINT-LAST
           MOVE SPACES TO TREND-PRINT-LINE
           STRING '  '                       DELIMITED BY SIZE
                  WS-STP-NAME (WS-STEP-SUB)  DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-EXE-PARTITION (WS-EXE-SUB)
                                             DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  WS-PRINT-FIRST             DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  WS-PRINT-LAST              DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  WS-PRINT-ELAPSED           DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-PRINT-WAIT              DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE.

       7000-WRITE-UNENDED-STEPS.
           IF WS-UNE-TABLE-COUNT > 0
               PERFORM 8800-WRITE-BLANK-LINE
               MOVE SPACES TO TREND-PRINT-LINE
               STRING 'STARTED WITH NO END ROW (NIGHT / STEP / '
                      'PART / START STAMP)'
                   DELIMITED BY SIZE INTO TREND-PRINT-LINE
               END-STRING
               PERFORM 8900-WRITE-LINE
               PERFORM 7100-WRITE-UNENDED-LINE
                   VARYING WS-UNE-SUB FROM 1 BY 1
                   UNTIL WS-UNE-SUB > WS-UNE-TABLE-COUNT
           END-IF.

       7100-WRITE-UNENDED-LINE.
           MOVE SPACES TO TREND-PRINT-LINE
           STRING '  '                       DELIMITED BY SIZE
                  WS-UNE-NIGHT-DATE (WS-UNE-SUB)
                                             DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-UNE-STEP-NAME (WS-UNE-SUB)
                                             DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-UNE-PARTITION (WS-UNE-SUB)
                                             DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-UNE-START-STAMP (WS-UNE-SUB)
                                             DELIMITED BY SIZE
               INTO TREND-PRINT-LINE
           END-STRING
           PERFORM 8900-WRITE-LINE.

       8000-FORMAT-CLOCK.
           PERFORM 8050-SPLIT-SECONDS
           MOVE SPACES TO WS-FMT-CLOCK
           MOVE WS-FMT-HMS TO WS-FMT-CLOCK (1:8)
           IF WS-FMT-DAYS > 0
               MOVE '+' TO WS-FMT-CLOCK (9:1)
               MOVE WS-FMT-DAYS TO WS-FMT-CLOCK (10:1)
           END-IF.

      *        Seconds to HH:MM:SS, whole days left in WS-FMT-DAYS.
       8050-SPLIT-SECONDS.
           IF WS-FMT-SECONDS < 0
               MOVE ZERO TO WS-FMT-SECONDS
           END-IF
           DIVIDE WS-FMT-SECONDS BY 86400
               GIVING WS-FMT-DAYS REMAINDER WS-FMT-REST
           DIVIDE WS-FMT-REST BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-MINUTE-REST
           DIVIDE WS-FMT-MINUTE-REST BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.

      *        A duration carries its whole days in the hours, to 99.
       8100-FORMAT-DURATION.
           PERFORM 8050-SPLIT-SECONDS
           IF WS-FMT-DAYS > 0
               COMPUTE WS-FMT-HH = WS-FMT-HH + WS-FMT-DAYS * 24
                   ON SIZE ERROR
                       MOVE 99 TO WS-FMT-HH
               END-COMPUTE
           END-IF.

       8800-WRITE-BLANK-LINE.
           MOVE SPACES TO TREND-PRINT-LINE
           PERFORM 8900-WRITE-LINE.

       8900-WRITE-LINE.
           WRITE TREND-PRINT-LINE
           IF NOT TREND-REPORT-OK
               PERFORM 9910-ABORT-TREND-REPORT
           END-IF.

       9000-TERMINATE.
           CLOSE STEP-HISTORY-FILE
           CLOSE TREND-REPORT
           EVALUATE TRUE
               WHEN WS-ANY-NIGHT-OVER
                   DISPLAY 'STEPTRND - BATCH WINDOW RAN PAST THE GL '
                       'CUTOFF IN THE WEEK TO ' WS-LAST-NIGHT-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ANY-STEP-TRENDING
                   DISPLAY 'STEPTRND - STEP(S) TRENDING LONGER IN THE '
                       'WEEK TO ' WS-LAST-NIGHT-DATE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 99xx-series: a failed OPEN/READ/WRITE means the report this
      * program exists to produce can no longer be trusted, so each
      * ends the job rather than silently continuing -- same
      * convention CONVMAIN uses for its own file I/O.
       9900-ABORT-STEP-HISTORY-FILE.
           DISPLAY 'STEPTRND - FATAL I/O ERROR ON STEP-HISTORY-FILE'
           DISPLAY 'STATUS=' STEP-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9910-ABORT-TREND-REPORT.
           DISPLAY 'STEPTRND - FATAL I/O ERROR ON TREND-REPORT'
           DISPLAY 'STATUS=' TREND-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
