       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY GLAKREC.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL NOT WS-EXTRACT-PENDING
                     AND NOT WS-ACK-PENDING
               PERFORM 2000-MATCH-ONE-KEY
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'GLRECON - PARM1 (TARGET JOB RUN ID) NOT '
                   'SUPPLIED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
               PERFORM 9910-ABORT-RECON-REPORT
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is the run's extracted
      *        rows plus the acknowledgements read; the step writes
      *        only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLRECON' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLRECON' TO STL-STEP-NAME
           MOVE WS-TARGET-JOB-RUN-ID TO STL-JOB-RUN-ID
           COMPUTE STL-RECORDS-READ =
               WS-EXTRACT-COUNT + WS-ACKS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the reconciliation this
      * program exists to produce can no longer be trusted, so each
      * ends the job rather than silently continuing -- same
           DISPLAY 'GLRECON - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-RECON-REPORT.
           DISPLAY 'GLRECON - FATAL I/O ERROR ON RECON-REPORT'
           DISPLAY 'STATUS=' RECON-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-GL-ACK-FILE.
           DISPLAY 'GLRECON - FATAL I/O ERROR ON GL-ACK-FILE'
           DISPLAY 'STATUS=' GL-ACK-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

      *        The balance line is only valid on ascending keys; a
           DISPLAY 'GLRECON - THIS RUN ID CANNOT BE RECONCILED '
               'BY KEY MATCH'
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-ACK-SEQUENCE.
           DISPLAY 'GLRECON - SORT THE ACK FILE ON RECORD KEY AND '
               'RERUN'
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
