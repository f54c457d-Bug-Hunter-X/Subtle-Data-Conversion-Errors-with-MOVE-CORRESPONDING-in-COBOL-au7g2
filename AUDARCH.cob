       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCH-OUTPUT-RECORD          PIC X(268).

       FD  RETAINED-FILE
           RECORDING MODE IS F.
       01  RETD-OUTPUT-RECORD          PIC X(268).

       FD  CONTROL-REPORT
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-SPLIT-AUDIT-RECORD
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'AUDARCH - PARM1 (RETENTION CUTOFF DATE) NOT '
                   'YYYYMMDD: ' WS-CUTOFF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
               PERFORM 9910-ABORT-CONTROL-REPORT
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit rows read,
      *        written is the rows split to the archive and retained
      *        files together.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'AUDARCH' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'AUDARCH' TO STL-STEP-NAME
           MOVE WS-RECORDS-READ TO STL-RECORDS-READ
           COMPUTE STL-RECORDS-WRITTEN =
               WS-RECORDS-ARCHIVED + WS-RECORDS-RETAINED
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the split can no longer
      * be trusted, so each ends the job rather than silently
      * continuing -- same convention CONVMAIN uses for its own file
           DISPLAY 'STATUS=' AUDIT-STATUS
               ' RECORD: ' WS-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-CONTROL-REPORT.
           DISPLAY 'AUDARCH - FATAL I/O ERROR ON CONTROL-REPORT'
           DISPLAY 'STATUS=' CONTROL-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-ARCHIVE-FILE.
           DISPLAY 'STATUS=' ARCHIVE-STATUS
               ' RECORD: ' WS-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-RETAINED-FILE.
           DISPLAY 'STATUS=' RETAINED-STATUS
               ' RECORD: ' WS-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
