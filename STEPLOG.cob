      ******************************************************************
      * PROGRAM-ID. STEPLOG
      *
      * Shared job-step history writer.  Every batch step of the
      * conversion stream CALLs this twice -- once as it starts, once
      * as it ends (normally or through an abort paragraph) -- passing
      * STEP-LOG-AREA (STPLOG.CPY), and a start or end row is written
      * to the job-step history file STEPHIST (STPREC.CPY) that
      * STEPTRND reports the batch window from.  In one place so every
      * step stamps, times and keys its rows identically.
      *
      * The start call stamps STL-START-STAMP in the caller's area; the
      * end call stamps the end, works out the elapsed seconds from the
      * two stamps and writes the counts and RETURN-CODE the caller
      * passed.  The file is opened, written and closed on each call,
      * so CONVMAIN's partitions, running side by side, each hold it
      * only for the moment of their own write.
      *
      * The history is a record of the stream, not part of it: a
      * failure here is DISPLAYed and the step carries on with the
      * RETURN-CODE it had -- the conversion is never stopped because
      * its timing could not be logged.  STEPHIST is created on first
      * use, the same protocol GLVARNCE uses for VARHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-HISTORY-FILE ASSIGN TO STEPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STHI-KEY
               FILE STATUS IS STEP-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-INPUT.
           05  STHI-KEY                PIC X(28).
           05  FILLER                  PIC X(89).

       WORKING-STORAGE SECTION.
           COPY STPREC.

       01  WS-FLAGS.
           05  STEP-HISTORY-STATUS     PIC XX.
               88  STEP-HISTORY-OK         VALUE '00'.
               88  STEP-HISTORY-NOFILE     VALUE '35'.
           05  WS-OPEN-SWITCH          PIC X VALUE 'N'.
               88  WS-HISTORY-OPEN         VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

      *        The two stamps broken out for the elapsed-time sum.
       01  WS-START-STAMP-WORK.
           05  WS-START-DATE-NUM       PIC 9(8).
           05  WS-START-HH             PIC 99.
           05  WS-START-MM             PIC 99.
           05  WS-START-SS             PIC 99.
           05  WS-START-CC             PIC 99.
       01  WS-END-STAMP-WORK.
           05  WS-END-DATE-NUM         PIC 9(8).
           05  WS-END-HH               PIC 99.
           05  WS-END-MM               PIC 99.
           05  WS-END-SS               PIC 99.
           05  WS-END-CC               PIC 99.
       01  WS-START-INTEGER            PIC S9(9).
       01  WS-END-INTEGER              PIC S9(9).
       01  WS-ELAPSED-WORK             PIC S9(9)V99.

       LINKAGE SECTION.
           COPY STPLOG.

       PROCEDURE DIVISION USING STEP-LOG-AREA.
       0000-LOG-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
      *        An end call with no start stamp (a step that failed
      *        before it could log its start) is timed from now: the
      *        end row is still written, with zero elapsed.
           IF STL-STEP-START OR STL-START-STAMP IS NOT NUMERIC
               MOVE WS-CURRENT-DATE-TIME(1:16) TO STL-START-STAMP
           END-IF
           PERFORM 1000-BUILD-ROW
           PERFORM 2000-WRITE-ROW
      *        RETURN-CODE after a CALL is the called program's; hand
      *        the caller's own back so logging never changes it.
           MOVE STL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-BUILD-ROW.
           MOVE SPACES TO STEP-HISTORY-RECORD
           MOVE STL-START-STAMP TO STH-START-STAMP
           MOVE STL-STEP-NAME TO STH-STEP-NAME
           MOVE STL-PARTITION TO STH-PARTITION
           MOVE STL-JOB-RUN-ID TO STH-JOB-RUN-ID
      *        A step with no run date of its own takes its run's: a
      *        batch run id begins with the date the run started, so
      *        a step that runs after midnight still files under the
      *        night it belongs to.  Failing that, the day it started.
           EVALUATE TRUE
               WHEN STL-RUN-DATE NOT = SPACES
                   MOVE STL-RUN-DATE TO STH-RUN-DATE
               WHEN STL-JOB-RUN-ID (1:8) IS NUMERIC
                   MOVE STL-JOB-RUN-ID (1:8) TO STH-RUN-DATE
               WHEN OTHER
                   MOVE STL-START-STAMP (1:8) TO STH-RUN-DATE
           END-EVALUATE
           MOVE STL-RECORDS-READ TO STH-RECORDS-READ
           MOVE STL-RECORDS-WRITTEN TO STH-RECORDS-WRITTEN
           MOVE STL-RETURN-CODE TO STH-RETURN-CODE
           IF STL-STEP-START
               SET STH-START-ROW TO TRUE
               MOVE ZERO TO STH-ELAPSED-SECONDS
           ELSE
               SET STH-END-ROW TO TRUE
               MOVE WS-CURRENT-DATE-TIME(1:16) TO STH-END-STAMP
               PERFORM 1100-COMPUTE-ELAPSED
           END-IF.

       1100-COMPUTE-ELAPSED.
           MOVE STH-START-STAMP TO WS-START-STAMP-WORK
           MOVE STH-END-STAMP TO WS-END-STAMP-WORK
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-START-DATE-NUM)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-END-DATE-NUM)
           COMPUTE WS-ELAPSED-WORK =
               (WS-END-INTEGER - WS-START-INTEGER) * 86400
               + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
               - (WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS)
               + (WS-END-CC - WS-START-CC) / 100
           IF WS-ELAPSED-WORK < ZERO
               MOVE ZERO TO STH-ELAPSED-SECONDS
           ELSE
               MOVE WS-ELAPSED-WORK TO STH-ELAPSED-SECONDS
           END-IF.

       2000-WRITE-ROW.
           PERFORM 2100-OPEN-HISTORY-FILE
           IF WS-HISTORY-OPEN
               WRITE STEP-HISTORY-INPUT FROM STEP-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'STEPLOG - DUPLICATE STEP HISTORY KEY '
                           STH-KEY
               END-WRITE
               IF NOT STEP-HISTORY-OK
                   DISPLAY 'STEPLOG - STEP HISTORY NOT WRITTEN FOR '
                       STL-STEP-NAME ' STATUS=' STEP-HISTORY-STATUS
               END-IF
               CLOSE STEP-HISTORY-FILE
           END-IF.

       2100-OPEN-HISTORY-FILE.
           SET WS-HISTORY-OPEN TO FALSE
           OPEN I-O STEP-HISTORY-FILE
           IF STEP-HISTORY-NOFILE
               OPEN OUTPUT STEP-HISTORY-FILE
               IF STEP-HISTORY-OK
                   CLOSE STEP-HISTORY-FILE
                   OPEN I-O STEP-HISTORY-FILE
               END-IF
           END-IF
           IF STEP-HISTORY-OK
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY 'STEPLOG - STEP HISTORY FILE UNAVAILABLE FOR '
                   STL-STEP-NAME ' STATUS=' STEP-HISTORY-STATUS
           END-IF.
