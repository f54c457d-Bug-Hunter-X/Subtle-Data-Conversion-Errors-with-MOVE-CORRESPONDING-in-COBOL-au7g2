      ******************************************************************
      * PROGRAM-ID. GLRELEAS
      *
      * Supervisor release of a run the amount variance step
      * (GLVARNCE) held out of the GL feed.  Run on demand, once the
      * variance report has been looked at and the money judged
      * real -- a genuine month-end spike, a branch migration.  The
      * release is recorded where GLEXTRCT looks for it, on the
      * run's partition-0 RUNCTL row: RCT-FEED-HOLD 'R', the
      * supervisor's id and the moment of release.  The night's date
      * row on the variance history goes from held to released too,
      * so the night joins the source's baseline from then on.
      * After the release the GL steps are run again (GLEXTRCT with
      * the run id as PARM1 if a later run has already ended).
      *
      * Only a held run can be released; a run that is not held, or
      * is already released, is left as it is and reported with
      * RETURN-CODE 4.  An unknown run id is RETURN-CODE 16.
      *
      *   PARM1 - job run id to release (required)
      *   PARM2 - releasing supervisor's user id (required)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRELEAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO VARHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VHS-KEY
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  HISTORY-FILE.
           COPY VARREC.

       WORKING-STORAGE SECTION.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  RUN-CONTROL-STATUS      PIC XX.
               88  RUN-CONTROL-OK          VALUE '00'.
               88  RUN-CONTROL-NOTFND      VALUE '23'.
           05  HISTORY-STATUS          PIC XX.
               88  HISTORY-OK              VALUE '00'.
               88  HISTORY-NOTFND          VALUE '23'.

       01  WS-RUN-PARMS.
           05  WS-TARGET-JOB-RUN-ID    PIC X(14).
           05  WS-SUPERVISOR-ID        PIC X(8).
           05  WS-ROW-SOURCE-ID        PIC X(8).

       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RELEASE-RUN
           PERFORM 3000-RELEASE-HISTORY-DATE
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-TARGET-JOB-RUN-ID
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-JOB-RUN-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-SUPERVISOR-ID
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-SUPERVISOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
      *        Both are required: a release nobody signed for is
      *        exactly what the hold exists to prevent.
           IF WS-TARGET-JOB-RUN-ID = SPACES
              OR WS-SUPERVISOR-ID = SPACES
               DISPLAY 'GLRELEAS - PARM1 (RUN ID) AND PARM2 '
                   '(SUPERVISOR ID) ARE BOTH REQUIRED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN I-O RUN-CONTROL-FILE
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF.

       2000-RELEASE-RUN.
           MOVE WS-TARGET-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
           MOVE WS-TARGET-JOB-RUN-ID TO RCT-JOB-RUN-ID
           MOVE 0 TO RCT-PARTITION
           READ RUN-CONTROL-FILE
           EVALUATE TRUE
               WHEN RUN-CONTROL-OK
                   CONTINUE
               WHEN RUN-CONTROL-NOTFND
                   DISPLAY 'GLRELEAS - RUN ' WS-TARGET-JOB-RUN-ID
                       ' HAS NO PARTITION-0 ROW ON RUN-CONTROL FILE'
                   CLOSE RUN-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9710-LOG-STEP-END
                   STOP RUN
               WHEN OTHER
                   PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-EVALUATE
           IF RCT-FEED-RELEASED
               DISPLAY 'GLRELEAS - RUN ' WS-TARGET-JOB-RUN-ID
                   ' ALREADY RELEASED BY ' RCT-RELEASED-BY
                   ' AT ' RCT-RELEASED-STAMP
               CLOSE RUN-CONTROL-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT RCT-FEED-HELD
               DISPLAY 'GLRELEAS - RUN ' WS-TARGET-JOB-RUN-ID
                   ' IS NOT HELD - NOTHING TO RELEASE'
               CLOSE RUN-CONTROL-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET RCT-FEED-RELEASED TO TRUE
           MOVE WS-SUPERVISOR-ID TO RCT-RELEASED-BY
           MOVE WS-CURRENT-DATE-TIME (1:14) TO RCT-RELEASED-STAMP
           REWRITE RUN-CONTROL-RECORD
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF
           IF RCT-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF.

      *        RUNCTL is the book of record for the release; the
      *        history row only decides baseline membership, so a
      *        missing row (history since rebuilt) is noted, not
      *        fatal.
       3000-RELEASE-HISTORY-DATE.
           OPEN I-O HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'GLRELEAS - VARIANCE HISTORY NOT OPENED, '
                   'STATUS=' HISTORY-STATUS ' - RUN RELEASED ON '
                   'RUN CONTROL ONLY'
           ELSE
               MOVE WS-ROW-SOURCE-ID TO VHS-SOURCE-ID
               MOVE 'D' TO VHS-ROW-TYPE
               MOVE RCT-RUN-DATE TO VHS-RUN-DATE
               MOVE ZERO TO VHS-ACCOUNT
               READ HISTORY-FILE
               EVALUATE TRUE
                   WHEN HISTORY-OK
                       IF VHS-DATE-HELD
                          AND VHS-JOB-RUN-ID = WS-TARGET-JOB-RUN-ID
                           SET VHS-DATE-RELEASED TO TRUE
                           REWRITE VARIANCE-HISTORY-RECORD
                           IF NOT HISTORY-OK
                               PERFORM 9930-ABORT-HISTORY-FILE
                           END-IF
                       END-IF
                   WHEN HISTORY-NOTFND
                       DISPLAY 'GLRELEAS - NO VARIANCE HISTORY ROW '
                           'FOR ' WS-ROW-SOURCE-ID ' ' RCT-RUN-DATE
                   WHEN OTHER
                       PERFORM 9930-ABORT-HISTORY-FILE
               END-EVALUATE
               CLOSE HISTORY-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'GLRELEAS - RUN ' WS-TARGET-JOB-RUN-ID
               ' RELEASED FOR THE GL FEED BY ' WS-SUPERVISOR-ID
               ' AT ' WS-CURRENT-DATE-TIME (1:14).

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  The release reads and rewrites
      *        a single run-control row, so its counts are left zero.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLRELEAS' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLRELEAS' TO STL-STEP-NAME
           MOVE WS-TARGET-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE ZERO TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/REWRITE leaves the release
      * unrecorded, so each ends the job rather than silently
      * continuing -- same convention CONVMAIN uses for its own file
      * I/O.
       9920-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'GLRELEAS - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-HISTORY-FILE.
           DISPLAY 'GLRELEAS - FATAL I/O ERROR ON HISTORY-FILE'
           DISPLAY 'STATUS=' HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
