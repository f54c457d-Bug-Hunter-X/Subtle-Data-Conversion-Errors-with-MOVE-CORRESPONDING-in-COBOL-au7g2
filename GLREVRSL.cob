      *           CICS-ONLINE sweep: the date scope is what keeps a
      *           nightly run from re-reversing older corrections.
      *
      * The amounts in that identity are the vendor's, in the
      * record's own currency, so the currency is part of it too: a
      * EUR conversion is never the prior of a GBP correction.  The
      * reversal carries the earlier conversion's own exchange rate,
      * so it backs out exactly the ledger amounts that posted.
      *
      * A correction with no content match on the audit history is
      * the NORMAL case (a plain reject corrected; nothing ever
      * posted) and generates nothing.  NOTE the audit history under
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  GL-ACK-FILE
           RECORDING MODE IS F.

       FD  REVERSAL-FEED
           RECORDING MODE IS F.
       01  REV-OUTPUT-RECORD           PIC X(142).

       FD  REVERSAL-REPORT
           RECORDING MODE IS F.
           COPY AUDREC.
           COPY GLAKREC.
           COPY GLREC.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.
               10  WS-CORR-AMT-1           PIC S9(7)V99.
               10  WS-CORR-AMT-2           PIC S9(7)V99.
               10  WS-CORR-AMT-3           PIC S9(7)V99.
               10  WS-CORR-CURRENCY        PIC X(3).
               10  WS-CORR-SOURCE-ID       PIC X(8).
               10  WS-CORR-MATCH-SW        PIC X.
                   88  WS-CORR-NO-MATCH        VALUE ' '.
                   88  WS-CORR-MATCHED         VALUE 'F'.
               10  WS-CORR-ORIG-TYPE       PIC X.
               10  WS-CORR-ORIG-CHAR       PIC X(10).
               10  WS-CORR-ORIG-DESC       PIC X(30).
               10  WS-CORR-ORIG-RATE       PIC 9(4)V9(6).

       01  WS-CORR-SUB                 PIC 9(4) COMP.

      *        A row written before currencies were carried has no
      *        code and no rate: it was ledger currency.
       01  WS-ROW-CURRENCY             PIC X(3).
       01  WS-ROW-RATE                 PIC 9(4)V9(6).

      *        Likewise a row written before sources were carried
      *        is the default source's.  A correction only ever backs
      *        out its own source's posting -- the same account and
      *        amounts from another vendor are another transaction.
       01  WS-ROW-SOURCE-ID            PIC X(8).

       01  WS-COUNTERS.
           05  WS-CORRECTIONS-SEEN     PIC 9(7) VALUE ZERO.
           05  WS-PRIORS-FOUND         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-CORRECTIONS
               UNTIL WS-AUDIT-EOF
           CLOSE GL-ACK-FILE
           PERFORM 4000-JUDGE-CORRECTIONS
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'GLREVRSL - PARM1 (CORRECTION DATE) NOT '
                   'YYYYMMDD: ' WS-CORRECTION-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
                       TO WS-CORR-AMT-2 (WS-CORR-SUB)
                   MOVE AUD-WS-AMOUNT-3
                       TO WS-CORR-AMT-3 (WS-CORR-SUB)
                   PERFORM 2050-SET-ROW-CURRENCY
                   MOVE WS-ROW-CURRENCY
                       TO WS-CORR-CURRENCY (WS-CORR-SUB)
                   PERFORM 2060-SET-ROW-SOURCE
                   MOVE WS-ROW-SOURCE-ID
                       TO WS-CORR-SOURCE-ID (WS-CORR-SUB)
                   MOVE SPACE TO WS-CORR-MATCH-SW (WS-CORR-SUB)
                   MOVE SPACE TO WS-CORR-ACK-SWITCH (WS-CORR-SUB)
                   MOVE ZEROS TO WS-CORR-ORIG-KEY (WS-CORR-SUB)
                   MOVE SPACE TO WS-CORR-ORIG-TYPE (WS-CORR-SUB)
                   MOVE SPACES TO WS-CORR-ORIG-CHAR (WS-CORR-SUB)
                   MOVE SPACES TO WS-CORR-ORIG-DESC (WS-CORR-SUB)
                   MOVE ZERO TO WS-CORR-ORIG-RATE (WS-CORR-SUB)
               ELSE
                   DISPLAY 'GLREVRSL - CORRECTION TABLE FULL, '
                       'DROPPING KEY: ' AUD-RECORD-KEY
           END-IF
           PERFORM 2100-READ-AUDIT.

       2050-SET-ROW-CURRENCY.
           IF AUD-DB-CURRENCY-CODE = SPACES
              OR AUD-DB-EXCHANGE-RATE NOT > ZERO
               MOVE WS-LEDGER-CURRENCY TO WS-ROW-CURRENCY
               MOVE WS-LEDGER-RATE TO WS-ROW-RATE
           ELSE
               MOVE AUD-DB-CURRENCY-CODE TO WS-ROW-CURRENCY
               MOVE AUD-DB-EXCHANGE-RATE TO WS-ROW-RATE
           END-IF.

       2060-SET-ROW-SOURCE.
           IF AUD-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE AUD-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF.

       2100-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                      AND AUD-JOB-RUN-ID NOT = 'CICS-ONLINE'
                      AND AUD-JOB-RUN-ID NOT = 'MASS-REDRIVE'
                      AND WS-CORR-TABLE-COUNT > 0
                       PERFORM 2050-SET-ROW-CURRENCY
                       PERFORM 2060-SET-ROW-SOURCE
                       PERFORM 2600-TRY-ONE-CANDIDATE
                           VARYING WS-CORR-SUB FROM 1 BY 1
                           UNTIL WS-CORR-SUB > WS-CORR-TABLE-COUNT
              AND AUD-DB-AMOUNT-1 = WS-CORR-AMT-1 (WS-CORR-SUB)
              AND AUD-DB-AMOUNT-2 = WS-CORR-AMT-2 (WS-CORR-SUB)
              AND AUD-DB-AMOUNT-3 = WS-CORR-AMT-3 (WS-CORR-SUB)
              AND WS-ROW-CURRENCY = WS-CORR-CURRENCY (WS-CORR-SUB)
              AND WS-ROW-SOURCE-ID = WS-CORR-SOURCE-ID (WS-CORR-SUB)
               EVALUATE TRUE
                   WHEN WS-CORR-NO-MATCH (WS-CORR-SUB)
                       MOVE 'F' TO WS-CORR-MATCH-SW (WS-CORR-SUB)
                           TO WS-CORR-ORIG-CHAR (WS-CORR-SUB)
                       MOVE AUD-DB-LONG-DESC
                           TO WS-CORR-ORIG-DESC (WS-CORR-SUB)
                       MOVE WS-ROW-RATE
                           TO WS-CORR-ORIG-RATE (WS-CORR-SUB)
                   WHEN WS-CORR-MATCHED (WS-CORR-SUB)
                      AND (AUD-RECORD-KEY
                               NOT = WS-CORR-ORIG-KEY (WS-CORR-SUB)
      *        amounts under the reversal flag; the transaction date
      *        is the correction date -- the reversal belongs to the
      *        period that corrected the record, not the one that
      *        posted it.  The ledger amounts are recomputed at the
      *        earlier conversion's rate exactly as GLEXTRCT computed
      *        them for the posting, so they cancel to the cent.
       4300-WRITE-REVERSAL-ENTRY.
           MOVE WS-CORR-BUSVAL (WS-CORR-SUB) TO GL-ACCOUNT-NUMBER
           MOVE WS-CORR-ORIG-CHAR (WS-CORR-SUB) TO GL-DESCRIPTION
           MOVE WS-CORRECTION-DATE TO GL-TRANSACTION-DATE
           MOVE WS-CORR-SOURCE-ID (WS-CORR-SUB) TO GL-SOURCE-SYSTEM
           MOVE WS-CORR-ORIG-TYPE (WS-CORR-SUB) TO GL-RECORD-TYPE
           MOVE WS-CORR-AMT-1 (WS-CORR-SUB) TO GL-AMOUNT-1
           MOVE WS-CORR-AMT-2 (WS-CORR-SUB) TO GL-AMOUNT-2
           MOVE WS-CORR-AMT-3 (WS-CORR-SUB) TO GL-AMOUNT-3
           MOVE WS-CORR-ORIG-DESC (WS-CORR-SUB) TO GL-LONG-DESC
           MOVE 'R' TO GL-REVERSAL-FLAG
           MOVE WS-CORR-CURRENCY (WS-CORR-SUB) TO GL-CURRENCY-CODE
           MOVE WS-CORR-ORIG-RATE (WS-CORR-SUB) TO GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-1 ROUNDED =
               GL-AMOUNT-1 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-2 ROUNDED =
               GL-AMOUNT-2 * GL-EXCHANGE-RATE
           COMPUTE GL-LEDGER-AMOUNT-3 ROUNDED =
               GL-AMOUNT-3 * GL-EXCHANGE-RATE
           WRITE REV-OUTPUT-RECORD FROM GL-FEED-RECORD
           IF NOT REVERSAL-FEED-OK
               PERFORM 9930-ABORT-REVERSAL-FEED
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is corrections seen,
      *        written is reversal feed records.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLREVRSL' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLREVRSL' TO STL-STEP-NAME
           MOVE WS-CORRECTIONS-SEEN TO STL-RECORDS-READ
           MOVE WS-REVERSALS-WRITTEN TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/WRITE means the reversal feed this
      * program exists to produce can no longer be trusted, so each
      * ends the job rather than silently continuing -- same
           DISPLAY 'GLREVRSL - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-REVERSAL-REPORT.
           DISPLAY 'GLREVRSL - FATAL I/O ERROR ON REVERSAL-REPORT'
           DISPLAY 'STATUS=' REVERSAL-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-GL-ACK-FILE.
           DISPLAY 'GLREVRSL - FATAL I/O ERROR ON GL-ACK-FILE'
           DISPLAY 'STATUS=' GL-ACK-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-REVERSAL-FEED.
           DISPLAY 'GLREVRSL - FATAL I/O ERROR ON REVERSAL-FEED'
           DISPLAY 'STATUS=' REVERSAL-FEED-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
