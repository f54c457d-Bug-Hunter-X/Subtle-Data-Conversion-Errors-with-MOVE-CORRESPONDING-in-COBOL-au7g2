      ******************************************************************
      * STPREC.CPY
      *
      * Job-step history (indexed VSAM, DD STEPHIST), shared by every
      * batch step of the conversion stream and written only through
      * STEPLOG.  Each run of a step writes two rows:
      *
      *   'S' (start row) - written as the step begins: the step and
      *                     partition and the start stamp, with
      *                     whatever run id and run date the step
      *                     knows that early (often spaces).
      *   'E' (end row)   - written as the step ends, normally or
      *                     through one of its 99xx abort paragraphs:
      *                     the run id and run date it worked on, the
      *                     end stamp, elapsed seconds, its records
      *                     read and written, and the RETURN-CODE it
      *                     ended with.
      *
      * Both rows of one run share the start stamp, step and
      * partition at the head of the key, so the file reads in start
      * order and a start row with no end row is a step that ended
      * abnormally (or is still running).  Stamps are YYYYMMDDHHMMSS
      * plus hundredths.  What "read" and "written" count is each
      * step's own principal input and output, as its own control
      * report counts them.  Partition is CONVMAIN's partition number
      * and zero for every other step.  STEPTRND reports on the file.
      ******************************************************************
       01  STEP-HISTORY-RECORD.
           05  STH-KEY.
               10  STH-START-STAMP     PIC X(16).
               10  STH-STEP-NAME       PIC X(8).
               10  STH-PARTITION       PIC 9(3).
               10  STH-ROW-TYPE        PIC X.
                   88  STH-START-ROW       VALUE 'S'.
                   88  STH-END-ROW         VALUE 'E'.
           05  STH-RUN-DATE            PIC X(8).
           05  STH-JOB-RUN-ID          PIC X(14).
           05  STH-END-STAMP           PIC X(16).
           05  STH-ELAPSED-SECONDS     PIC 9(7)V99.
           05  STH-RECORDS-READ        PIC 9(9).
           05  STH-RECORDS-WRITTEN     PIC 9(9).
           05  STH-RETURN-CODE         PIC 9(4).
           05  FILLER                  PIC X(20).
