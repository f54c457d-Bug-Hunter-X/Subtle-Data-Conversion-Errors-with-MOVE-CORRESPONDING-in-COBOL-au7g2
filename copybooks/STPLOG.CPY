      ******************************************************************
      * STPLOG.CPY
      *
      * Parameter area a batch step passes to STEPLOG to record its
      * start and end on the job-step history file (STPREC.CPY).  The
      * step fills it in its 9700-LOG-STEP-START and 9710-LOG-STEP-END
      * paragraphs; STEPLOG stamps STL-START-STAMP on the start call
      * and the step passes the same area back untouched on the end
      * call, so the two rows pair up.  STL-RETURN-CODE carries the
      * step's RETURN-CODE in and out: STEPLOG hands it back as its
      * own, so a CALL made at any point never disturbs the code the
      * step ends with.
      ******************************************************************
       01  STEP-LOG-AREA.
           05  STL-FUNCTION            PIC X.
               88  STL-STEP-START          VALUE 'S'.
               88  STL-STEP-END            VALUE 'E'.
           05  STL-STEP-NAME           PIC X(8).
           05  STL-PARTITION           PIC 9(3).
           05  STL-JOB-RUN-ID          PIC X(14).
           05  STL-RUN-DATE            PIC X(8).
           05  STL-START-STAMP         PIC X(16).
           05  STL-RECORDS-READ        PIC 9(9).
           05  STL-RECORDS-WRITTEN     PIC 9(9).
           05  STL-RETURN-CODE         PIC S9(4).
