      * good, the validated sequence is banked on a partition-0
      * STARTED run-control row that CONVMERG's consolidated row
      * preserves, keeping the sequence ratchet turning across
      * partitioned runs.  The header's source id (WSDBREC) picks
      * the source whose sequence series the ratchet turns against,
      * and is stamped on the same row so the partition jobs -- whose
      * slices carry no header -- take their source from it.
      *
      * PARM1 is the partition count, 1-4.
      * PARM2 is the shared job run id the scheduler passes to every
       DATA DIVISION.
       FILE SECTION.
      *        Same variable-length record as CONVMAIN's reader: the
      *        15-byte legacy shape and the 63-byte extended shape,
      *        with or without its 3-byte currency code (66 bytes),
      *        pass through unexamined.
       FD  WS-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 15 TO 66
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  WS-INPUT-RECORD             PIC X(66).

       FD  PARTITION-FILE-1
           RECORD IS VARYING IN SIZE FROM 15 TO 66
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  PART-RECORD-1               PIC X(66).

       FD  PARTITION-FILE-2
           RECORD IS VARYING IN SIZE FROM 15 TO 66
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  PART-RECORD-2               PIC X(66).

       FD  PARTITION-FILE-3
           RECORD IS VARYING IN SIZE FROM 15 TO 66
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  PART-RECORD-3               PIC X(66).

       FD  PARTITION-FILE-4
           RECORD IS VARYING IN SIZE FROM 15 TO 66
               DEPENDING ON WS-INPUT-REC-LEN
           RECORDING MODE IS V.
       01  PART-RECORD-4               PIC X(66).

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.
      *        the hash check reads must come from the shared member,
      *        not a local redefinition (see WSDBREC's own header).
           COPY WSDBREC.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  WS-INPUT-STATUS         PIC XX.
       01  WS-CONTROL-REC-FIELDS.
           05  WS-EXTRACT-SEQUENCE     PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-SEQUENCE       PIC 9(6) VALUE ZERO.
           05  WS-RUN-SOURCE-ID        PIC X(8) VALUE SPACES.
           05  WS-ROW-SOURCE-ID        PIC X(8) VALUE SPACES.
           05  WS-HASH-FIELD           PIC X(5).
           05  WS-HASH-FIELD-NUM REDEFINES WS-HASH-FIELD
                                       PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-DEAL-RECORD
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'CONVSPLT - PARM1 (PARTITION COUNT) MUST BE '
                   '1-4: ' WS-PARTITIONS-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SHARED-RUN-ID
               DISPLAY 'CONVSPLT - PARM2 (SHARED JOB RUN ID) NOT '
                   'SUPPLIED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT WS-INPUT-FILE
           IF NOT WS-INPUT-OK
               PERFORM 9905-ABORT-INPUT-FILE
      *        safe habit on this shared file.  The ratchet counts
      *        ENDED rows only, same as CONVMAIN's own scan -- a run
      *        that died reruns under the same file, and its sequence
      *        must still be accepted.  Only rows of the header's own
      *        source count (spaces on a row that predates the
      *        field: the default source), so each vendor's series
      *        ratchets independently.
       1100-SCAN-PRIOR-SEQUENCE.
           MOVE ZERO TO WS-PRIOR-SEQUENCE
           PERFORM 1150-OPEN-RUN-CONTROL
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   IF RCT-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   ELSE
                       MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   END-IF
                   IF RCT-ENDED
                      AND WS-ROW-SOURCE-ID = WS-RUN-SOURCE-ID
                      AND RCT-EXTRACT-SEQ IS NUMERIC
                      AND RCT-EXTRACT-SEQ > WS-PRIOR-SEQUENCE
                       MOVE RCT-EXTRACT-SEQ TO WS-PRIOR-SEQUENCE
      *        date or a re-sent file is refused before a single
      *        record is dealt, the same way CONVMAIN refuses a
      *        double start.  The header is consumed here, never
      *        dealt.  A 15-byte header, or a 23-byte one sending
      *        spaces, is the default source.
       1200-READ-AND-CHECK-HEADER.
           READ WS-INPUT-FILE
               AT END
                   PERFORM 9920-ABORT-MISSING-HEADER
           END-READ
           IF (WS-INPUT-REC-LEN NOT = 15 AND WS-INPUT-REC-LEN NOT = 23)
              OR WS-INPUT-RECORD (1:1) NOT = 'H'
               PERFORM 9920-ABORT-MISSING-HEADER
           END-IF
           MOVE WS-INPUT-RECORD (1:WS-INPUT-REC-LEN)
               TO WS-INPUT-HDR-REC
           IF WSI-HDR-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-RUN-SOURCE-ID
           ELSE
               MOVE WSI-HDR-SOURCE-ID TO WS-RUN-SOURCE-ID
           END-IF
           IF WSI-HDR-EXTRACT-DATE IS NOT NUMERIC
              OR WSI-HDR-EXTRACT-DATE NOT = WS-SHARED-RUN-ID (1:8)
               PERFORM 9921-ABORT-HEADER-DATE
           END-IF
           PERFORM 1100-SCAN-PRIOR-SEQUENCE
           IF WSI-HDR-SEQUENCE IS NOT NUMERIC
              OR WSI-HDR-SEQUENCE NOT > WS-PRIOR-SEQUENCE
               PERFORM 9922-ABORT-HEADER-SEQUENCE
                       PERFORM 9925-ABORT-TRAILER-CONTROL
                   END-IF
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN (WS-INPUT-REC-LEN = 15 OR WS-INPUT-REC-LEN = 23)
                    AND WS-INPUT-RECORD (1:1) = 'H'
                   DISPLAY 'CONVSPLT - SECOND HEADER CONTROL RECORD '
                       'IN FILE'
      *        numeric-class values hash, matching the population of
      *        every reconciliation sum downstream.
       2050-HASH-BUSINESS-RECORD.
           IF (WS-INPUT-REC-LEN = 63 OR WS-INPUT-REC-LEN = 66)
              AND WS-INPUT-RECORD (1:1) = 'E'
               MOVE WS-INPUT-RECORD (2:5) TO WS-HASH-FIELD
           ELSE
               RCT-REJECT-SUM RCT-DUP-COUNT RCT-DUP-SUM
           MOVE 'N' TO RCT-BALANCE-FLAG
           MOVE WS-EXTRACT-SEQUENCE TO RCT-EXTRACT-SEQ
           MOVE WS-RUN-SOURCE-ID TO RCT-SOURCE-ID
           MOVE SPACE TO RCT-FEED-HOLD
           MOVE SPACES TO RCT-RELEASED-BY RCT-RELEASED-STAMP
           WRITE RUN-CONTROL-RECORD
           IF NOT RUN-CONTROL-OK
               REWRITE RUN-CONTROL-RECORD
           END-IF
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'CONVSPLT - EXTRACT SEQUENCE ' WS-EXTRACT-SEQUENCE
               ' BANKED FOR RUN ' WS-SHARED-RUN-ID
               ' SOURCE ' WS-RUN-SOURCE-ID.

       9100-DISPLAY-ONE-COUNT.
           DISPLAY 'CONVSPLT - PARTITION ' WS-PARTITION-SUB
               ' RECORDS: ' WS-PARTITION-COUNT (WS-PARTITION-SUB).

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is business records read
      *        from the extract, written is records dealt to the
      *        partition files.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'CONVSPLT' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'CONVSPLT' TO STL-STEP-NAME
           MOVE WS-SHARED-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-RECORDS-READ TO STL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the split can no longer
      * be trusted, so each ends the job rather than silently
      * continuing -- same convention CONVMAIN uses for its own file
           DISPLAY 'STATUS=' WS-INPUT-STATUS
               ' RECORD: ' WS-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-PARTITION-FILE.
               ' STATUS-3=' PARTITION-STATUS-3
               ' STATUS-4=' PARTITION-STATUS-4
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9915-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'CONVSPLT - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        RETURN-CODE 8 for the header refusals and 12 for the
           DISPLAY 'CONVSPLT - HEADER CONTROL RECORD MISSING OR NOT '
               'FIRST - SPLIT REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9921-ABORT-HEADER-DATE.
               WSI-HDR-EXTRACT-DATE ' IS NOT RUN DATE '
               WS-SHARED-RUN-ID (1:8) ' - SPLIT REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9922-ABORT-HEADER-SEQUENCE.
           DISPLAY 'CONVSPLT - HEADER SEQUENCE ' WSI-HDR-SEQUENCE
               ' NOT ABOVE LAST ACCEPTED SEQUENCE FOR SOURCE '
               WS-RUN-SOURCE-ID ' '
               WS-PRIOR-SEQUENCE ' - SPLIT REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        The caller DISPLAYs the specific break before
           DISPLAY 'CONVSPLT - SPLIT STOPPED - CHECK THE INPUT '
               'EXTRACT'
           MOVE 12 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
