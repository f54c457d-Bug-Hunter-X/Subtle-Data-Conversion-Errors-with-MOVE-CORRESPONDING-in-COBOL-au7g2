       01  CONSOL-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY STPLOG.
       01  WS-FLAGS.
           05  RUN-CONTROL-STATUS      PIC XX.
               88  RUN-CONTROL-OK          VALUE '00'.
      *        consolidated row so the sequence ratchet keeps turning
      *        across partitioned runs.  Zero when no splitter row
      *        exists (a run consolidated from before the control
      *        records).  The source id CONVSPLT stamped beside it
      *        rides along the same way -- it is what keeps the
      *        sequence in its own source's series; spaces (the
      *        default source) when there is no splitter row.
       01  WS-BANKED-SEQUENCE          PIC 9(6) VALUE ZERO.
       01  WS-BANKED-SOURCE-ID         PIC X(8) VALUE SPACES.

       01  WS-RUN-PARMS.
           05  WS-TARGET-JOB-RUN-ID    PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ONE-PARTITION
               VARYING WS-PARTITION-SUB FROM 1 BY 1
           END-IF
           CLOSE RUN-CONTROL-FILE
           CLOSE CONSOL-REPORT
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'CONVMERG - PARM1 (SHARED JOB RUN ID) NOT '
                   'SUPPLIED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF WS-PARTITIONS-PARM IS NUMERIC
               DISPLAY 'CONVMERG - PARM2 (PARTITION COUNT) MUST BE '
                   '1-4: ' WS-PARTITIONS-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN I-O RUN-CONTROL-FILE
      *        The consolidated verdict becomes the partition-0 row --
      *        REWRITE when a rerun of this step already wrote one,
      *        WRITE otherwise.  The balance flag carries the verdict:
      *        GLEXTRCT only auto-selects rows it marks Y.  The feed
      *        hold fields ride over from the row 3050 read, so a
      *        rerun of this step neither clears a variance hold nor
      *        forgets a supervisor's release.
       3100-WRITE-PARTITION-ZERO-ROW.
           PERFORM 3050-FETCH-BANKED-SEQUENCE
           MOVE WS-TARGET-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
               MOVE 'N' TO RCT-BALANCE-FLAG
           END-IF
           MOVE WS-BANKED-SEQUENCE TO RCT-EXTRACT-SEQ
           MOVE WS-BANKED-SOURCE-ID TO RCT-SOURCE-ID
           WRITE RUN-CONTROL-RECORD
           IF NOT RUN-CONTROL-OK
               REWRITE RUN-CONTROL-RECORD

       3050-FETCH-BANKED-SEQUENCE.
           MOVE ZERO TO WS-BANKED-SEQUENCE
           MOVE SPACES TO WS-BANKED-SOURCE-ID
           MOVE WS-TARGET-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
           MOVE WS-TARGET-JOB-RUN-ID TO RCT-JOB-RUN-ID
           MOVE ZERO TO RCT-PARTITION
                   IF RCT-EXTRACT-SEQ IS NUMERIC
                       MOVE RCT-EXTRACT-SEQ TO WS-BANKED-SEQUENCE
                   END-IF
                   MOVE RCT-SOURCE-ID TO WS-BANKED-SOURCE-ID
               WHEN RUN-CONTROL-NOTFND
                   MOVE SPACE TO RCT-FEED-HOLD
                   MOVE SPACES TO RCT-RELEASED-BY RCT-RELEASED-STAMP
               WHEN OTHER
                   PERFORM 9900-ABORT-RUN-CONTROL-FILE
           END-EVALUATE.
               'FOR RUN ' WS-TARGET-JOB-RUN-ID
           MOVE 8 TO RETURN-CODE.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read and written are the run's
      *        consolidated input and output counts, so the night's
      *        volume sits beside its timing.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'CONVMERG' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'CONVMERG' TO STL-STEP-NAME
           MOVE WS-TARGET-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-TOTAL-INPUT-COUNT TO STL-RECORDS-READ
           MOVE WS-TOTAL-OUTPUT-COUNT TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the consolidation
      * can no longer be trusted, so each ends the job rather than
      * silently continuing -- same convention CONVMAIN uses for its
           DISPLAY 'CONVMERG - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-CONSOL-REPORT.
           DISPLAY 'CONVMERG - FATAL I/O ERROR ON CONSOL-REPORT'
           DISPLAY 'STATUS=' CONSOL-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
