      ******************************************************************
      * PROGRAM-ID. GLVARNCE
      *
      * Amount variance step, run after the run-control row for the
      * night is final (CONVMAIN for a single-stream run, CONVMERG
      * for a partitioned one) and before GLEXTRCT.  The reject-rate
      * circuit breaker (CONVMAIN 2500-CHECK-REJECT-RATE) stops a
      * file that will not convert; it cannot see a file that
      * converts cleanly and carries the wrong money -- a branch sent
      * twice, a region missing, amounts shifted a decimal place.
      * This step compares tonight's converted record counts and
      * ledger-currency amounts, account by account, against the
      * average of the source's last five judged nights, which it
      * keeps on its own history file (DD VARHIST, VARREC.CPY).
      *
      * An account is judged on its record count and each of its
      * three amounts.  A measure only counts when the difference
      * from the average is material -- at least WS-COUNT-FLOOR
      * records, or PARM5 ledger units of amount -- so a small
      * account doubling from 2 records to 4 is not news.  The worst
      * material difference, as a percentage of the average, decides:
      *   at or above PARM3   - WARNING, listed
      *   at or above PARM4   - SEVERE, listed, and the run is held
      * An account with no rows anywhere in the baseline is listed
      * as a warning (NEW ACCT) when tonight's amounts are material;
      * an account that has vanished tonight is 100 percent down.
      * The night's totals over every account are judged the same
      * way on the last line.
      *
      * SEVERE holds the GL feed: RCT-FEED-HOLD goes to 'H' on the
      * run's partition-0 RUNCTL row, GLEXTRCT refuses a held run,
      * and this step ends RETURN-CODE 8 so the chain's GL steps
      * COND around it.  A supervisor who has looked at the report
      * releases the run with GLRELEAS, which is recorded on RUNCTL;
      * a run already released is never held again by a rerun of
      * this step.  Warnings alone end RETURN-CODE 4 and feed.
      *
      * Until the source has WS-BASELINE-MINIMUM judged nights the
      * step records tonight and judges nothing (BASELINE BUILDING).
      * A held night is never part of a baseline until released.
      *
      *   PARM1 - job run id; absent = the latest ENDED partition-0
      *           run of the source, the run GLEXTRCT will select
      *   PARM2 - source id; absent = the default source (SRCCTL.CPY)
      *   PARM3 - warning percentage, default 20
      *   PARM4 - severe percentage, default 50 (above PARM3)
      *   PARM5 - materiality floor, whole ledger units, default 1000
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLVARNCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO VARHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHS-KEY
               FILE STATUS IS HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  HISTORY-FILE.
           COPY VARREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  VARIANCE-REPORT
           RECORDING MODE IS F.
       01  VARIANCE-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY FXCTL.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  RUN-CONTROL-STATUS      PIC XX.
               88  RUN-CONTROL-OK          VALUE '00'.
               88  RUN-CONTROL-NOTFND      VALUE '23'.
           05  HISTORY-STATUS          PIC XX.
               88  HISTORY-OK              VALUE '00'.
               88  HISTORY-NOTFND          VALUE '23'.
               88  HISTORY-NOFILE          VALUE '35'.
           05  AUDIT-STATUS            PIC XX.
               88  AUDIT-OK                VALUE '00'.
           05  VARIANCE-REPORT-STATUS  PIC XX.
               88  VARIANCE-REPORT-OK      VALUE '00'.
           05  WS-AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-AUDIT-EOF            VALUE 'Y'.
           05  WS-RUNCTL-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-RUN-CONTROL-EOF      VALUE 'Y'.
           05  WS-RUN-FOUND-SWITCH     PIC X VALUE 'N'.
               88  WS-ENDED-RUN-FOUND      VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-BROWSE-DONE-SWITCH   PIC X VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-IN-WINDOW-SWITCH     PIC X VALUE 'N'.
               88  WS-DATE-IN-WINDOW       VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-ACCOUNT-FOUND-SWITCH PIC X VALUE 'N'.
               88  WS-ACCOUNT-FOUND        VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-SEVERE-SWITCH        PIC X VALUE 'N'.
               88  WS-SEVERE-FOUND         VALUE 'Y'.
           05  WS-BUILDING-SWITCH      PIC X VALUE 'N'.
               88  WS-BASELINE-BUILDING    VALUE 'Y'.

      *        Tolerances.  The window is the last five judged nights
      *        of the source; fewer than three is not yet a baseline.
      *        A record-count difference under ten is never material.
       01  WS-BASELINE-DEPTH           PIC 9 VALUE 5.
       01  WS-BASELINE-MINIMUM         PIC 9 VALUE 3.
       01  WS-COUNT-FLOOR              PIC 9(7) VALUE 10.
       01  WS-WARNING-PCT              PIC 9(3) VALUE ZERO.
       01  WS-SEVERE-PCT               PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-FLOOR             PIC 9(7) VALUE ZERO.

      *        The baseline window, oldest first.
       01  WS-WINDOW-COUNT             PIC 9 VALUE ZERO.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DATE OCCURS 5 TIMES
                   INDEXED BY WIN-IDX  PIC X(8).
       01  WS-WIN-SUB                  PIC 9.
       01  WS-PURGE-BEFORE-DATE        PIC X(8) VALUE SPACES.

      *        One entry per account seen in the window or tonight.
      *        Overflow is counted and reported; those accounts are
      *        still in the night's totals, just not judged singly.
       01  WS-ACCOUNT-TABLE-MAX        PIC 9(4) VALUE 3000.
       01  WS-ACCOUNT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY ACC-IDX.
               10  WS-ACC-NUMBER           PIC 9(5).
               10  WS-ACC-BASE-DATES       PIC 9.
               10  WS-ACC-BASE-COUNT       PIC 9(9).
               10  WS-ACC-BASE-AMOUNT-1    PIC S9(15)V99.
               10  WS-ACC-BASE-AMOUNT-2    PIC S9(15)V99.
               10  WS-ACC-BASE-AMOUNT-3    PIC S9(15)V99.
               10  WS-ACC-TONIGHT-COUNT    PIC 9(7).
               10  WS-ACC-TONIGHT-AMOUNT-1 PIC S9(13)V99.
               10  WS-ACC-TONIGHT-AMOUNT-2 PIC S9(13)V99.
               10  WS-ACC-TONIGHT-AMOUNT-3 PIC S9(13)V99.

      *        The night's totals over every account, and the window's.
       01  WS-NIGHT-TOTALS.
           05  WS-BASE-TOTAL-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-BASE-TOTAL-AMOUNT-1  PIC S9(15)V99 VALUE ZERO.
           05  WS-BASE-TOTAL-AMOUNT-2  PIC S9(15)V99 VALUE ZERO.
           05  WS-BASE-TOTAL-AMOUNT-3  PIC S9(15)V99 VALUE ZERO.
           05  WS-TONIGHT-TOTAL-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-TONIGHT-TOTAL-AMT-1  PIC S9(13)V99 VALUE ZERO.
           05  WS-TONIGHT-TOTAL-AMT-2  PIC S9(13)V99 VALUE ZERO.
           05  WS-TONIGHT-TOTAL-AMT-3  PIC S9(13)V99 VALUE ZERO.

      *        The measure being judged and the verdict so far for
      *        the account (or totals) being judged.
       01  WS-JUDGE-WORK.
           05  WS-JUDGE-TONIGHT        PIC S9(15)V99.
           05  WS-JUDGE-AVERAGE        PIC S9(15)V99.
           05  WS-JUDGE-FLOOR          PIC 9(7).
           05  WS-JUDGE-DIFF           PIC S9(15)V99.
           05  WS-JUDGE-PCT            PIC 9(5).
           05  WS-WORST-PCT            PIC 9(3).
           05  WS-MATERIAL-SWITCH      PIC X.
               88  WS-MATERIAL-FOUND       VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-VERDICT              PIC X(8).
               88  WS-VERDICT-NONE         VALUE SPACES.
               88  WS-VERDICT-SEVERE       VALUE 'SEVERE'.

       01  WS-AVERAGES.
           05  WS-AVG-COUNT            PIC S9(15)V99.
           05  WS-AVG-AMOUNT-1         PIC S9(15)V99.
           05  WS-AVG-AMOUNT-2         PIC S9(15)V99.
           05  WS-AVG-AMOUNT-3         PIC S9(15)V99.

       01  WS-POST-RATE                PIC 9(4)V9(6).
       01  WS-LEDGER-AMOUNT-1          PIC S9(13)V99.
       01  WS-LEDGER-AMOUNT-2          PIC S9(13)V99.
       01  WS-LEDGER-AMOUNT-3          PIC S9(13)V99.

       01  WS-COUNTERS.
           05  WS-AUDIT-RECORDS-READ   PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-ROWS-READ    PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-ROWS-PURGED  PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-ROWS-WRITTEN PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-JUDGED      PIC 9(7) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SEVERE-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-OVERFLOWED  PIC 9(7) VALUE ZERO.

       01  WS-PRINT-FIELDS.
           05  WS-BASIS-LABEL          PIC X(8).
           05  WS-PRINT-ACCOUNT        PIC X(5).
           05  WS-PRINT-COUNT          PIC Z(8)9.
           05  WS-AMOUNT-EDIT-1        PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-2        PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-3        PIC -(13)9.99.
           05  WS-PCT-EDIT             PIC ZZ9.

       01  WS-RUN-PARMS.
           05  WS-TARGET-JOB-RUN-ID    PIC X(14).
           05  WS-TARGET-SOURCE-ID     PIC X(8).
           05  WS-ROW-SOURCE-ID        PIC X(8).
           05  WS-TARGET-RUN-DATE      PIC X(8).
           05  WS-LATEST-BALANCE-FLAG  PIC X VALUE 'N'.
               88  WS-LATEST-IN-BALANCE    VALUE 'Y'.
           05  WS-RUN-HOLD-FLAG        PIC X VALUE SPACE.
               88  WS-RUN-RELEASED         VALUE 'R'.
           05  WS-RUN-RELEASED-BY      PIC X(8).
           05  WS-RUN-RELEASED-STAMP   PIC X(14).
           05  WS-NUMBER-PARM          PIC X(7).
           05  WS-NUMBER-HOLD          PIC X(7).
           05  WS-NUMBER-VALUE REDEFINES WS-NUMBER-HOLD
                                       PIC 9(7).
           05  WS-NIGHT-STATUS         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-JUDGE-ACCOUNTS
           PERFORM 4000-WRITE-TONIGHT-HISTORY
           PERFORM 5000-SET-FEED-HOLD
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-RUN-PARMS
           OPEN I-O RUN-CONTROL-FILE
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF
           IF WS-TARGET-JOB-RUN-ID = SPACES
               PERFORM 1100-SELECT-RUN-FROM-CONTROL
           END-IF
           PERFORM 1180-READ-SELECTED-RUN
           PERFORM 1065-OPEN-HISTORY-FILE
           PERFORM 1300-LOAD-BASELINE-WINDOW
           PERFORM 1400-PURGE-OLD-DATE-ROWS
           PERFORM 1500-LOAD-BASELINE-ACCOUNTS
           IF WS-WINDOW-COUNT < WS-BASELINE-MINIMUM
               SET WS-BASELINE-BUILDING TO TRUE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               PERFORM 9900-ABORT-AUDIT-FILE
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           IF NOT VARIANCE-REPORT-OK
               PERFORM 9910-ABORT-VARIANCE-REPORT
           END-IF
           PERFORM 1700-WRITE-REPORT-HEADINGS
           PERFORM 2100-READ-AUDIT.

      *        The numeric parms arrive left-justified from ACCEPT
      *        ('20     '), so each is right-justified and zero-filled
      *        before its NUMERIC test, as CONVMAIN does for its
      *        breaker threshold.  A missing or unusable parm takes
      *        its default.
       1050-GET-RUN-PARMS.
           MOVE SPACES TO WS-TARGET-JOB-RUN-ID
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-JOB-RUN-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-TARGET-SOURCE-ID
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-SOURCE-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-TARGET-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           PERFORM 1051-ACCEPT-NUMBER-PARM
           IF WS-NUMBER-HOLD IS NUMERIC
              AND WS-NUMBER-VALUE > ZERO
              AND WS-NUMBER-VALUE < 1000
               MOVE WS-NUMBER-VALUE TO WS-WARNING-PCT
           ELSE
               MOVE 20 TO WS-WARNING-PCT
           END-IF
           DISPLAY 4 UPON ARGUMENT-NUMBER
           PERFORM 1051-ACCEPT-NUMBER-PARM
           IF WS-NUMBER-HOLD IS NUMERIC
              AND WS-NUMBER-VALUE > WS-WARNING-PCT
              AND WS-NUMBER-VALUE < 1000
               MOVE WS-NUMBER-VALUE TO WS-SEVERE-PCT
           ELSE
               MOVE 50 TO WS-SEVERE-PCT
           END-IF
           IF WS-SEVERE-PCT NOT > WS-WARNING-PCT
               MOVE 20 TO WS-WARNING-PCT
               MOVE 50 TO WS-SEVERE-PCT
           END-IF
           DISPLAY 5 UPON ARGUMENT-NUMBER
           PERFORM 1051-ACCEPT-NUMBER-PARM
           IF WS-NUMBER-HOLD IS NUMERIC
              AND WS-NUMBER-VALUE > ZERO
               MOVE WS-NUMBER-VALUE TO WS-AMOUNT-FLOOR
           ELSE
               MOVE 1000 TO WS-AMOUNT-FLOOR
           END-IF
           DISPLAY 'GLVARNCE - WARNING AT ' WS-WARNING-PCT
               ' PCT, SEVERE AT ' WS-SEVERE-PCT ' PCT, FLOOR '
               WS-AMOUNT-FLOOR ' LEDGER UNITS / ' WS-COUNT-FLOOR
               ' RECORDS'.

       1051-ACCEPT-NUMBER-PARM.
           MOVE SPACES TO WS-NUMBER-PARM
           ACCEPT WS-NUMBER-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           PERFORM 1052-RIGHT-JUSTIFY-PARM 6 TIMES
           INSPECT WS-NUMBER-PARM REPLACING LEADING SPACE BY ZERO
           MOVE WS-NUMBER-PARM TO WS-NUMBER-HOLD.

       1052-RIGHT-JUSTIFY-PARM.
           IF WS-NUMBER-PARM (7:1) = SPACE
              AND WS-NUMBER-PARM NOT = SPACES
               MOVE SPACES TO WS-NUMBER-HOLD
               MOVE WS-NUMBER-PARM (1:6) TO WS-NUMBER-HOLD (2:6)
               MOVE WS-NUMBER-HOLD TO WS-NUMBER-PARM
           END-IF.

      *        Created empty on the first-ever run (status 35), then
      *        persistent I-O across runs -- the same first-run
      *        protocol GLSUSPNS uses for its suspense ledger.
       1065-OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF HISTORY-NOFILE
               OPEN OUTPUT HISTORY-FILE
               IF NOT HISTORY-OK
                   PERFORM 9930-ABORT-HISTORY-FILE
               END-IF
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               PERFORM 9930-ABORT-HISTORY-FILE
           END-IF.

      *        The same choice GLEXTRCT's automatic selection makes --
      *        the LAST ENDED partition-0 row of the source -- so the
      *        run judged here is the run that would be fed.
       1100-SELECT-RUN-FROM-CONTROL.
           SET WS-ENDED-RUN-FOUND TO FALSE
           PERFORM 1150-SCAN-RUN-CONTROL
               UNTIL WS-RUN-CONTROL-EOF
           IF NOT WS-ENDED-RUN-FOUND
               DISPLAY 'GLVARNCE - NO ENDED RUN ON RUN-CONTROL '
                   'FILE FOR SOURCE ' WS-TARGET-SOURCE-ID
                   ' AND NO PARM1 OVERRIDE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           DISPLAY 'GLVARNCE - RUN SELECTED FROM RUN CONTROL: '
               WS-TARGET-JOB-RUN-ID ' SOURCE ' WS-TARGET-SOURCE-ID.

       1150-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   IF RCT-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   ELSE
                       MOVE RCT-SOURCE-ID TO WS-ROW-SOURCE-ID
                   END-IF
                   IF RCT-ENDED AND RCT-PARTITION = 0
                      AND WS-ROW-SOURCE-ID = WS-TARGET-SOURCE-ID
                       SET WS-ENDED-RUN-FOUND TO TRUE
                       MOVE RCT-JOB-RUN-ID TO WS-TARGET-JOB-RUN-ID
                   END-IF
           END-READ.

      *        The run's partition-0 row, read by key whether it was
      *        selected above or named in PARM1: its date, its source
      *        (a named run is judged against its own source's
      *        history, whatever PARM2 said), and whether a
      *        supervisor has already released it.  A run that never
      *        ended, or ended out of balance, will not be fed by
      *        GLEXTRCT and is not judged -- it would only pollute
      *        the baseline.
       1180-READ-SELECTED-RUN.
           MOVE WS-TARGET-JOB-RUN-ID (1:8) TO RCT-RUN-DATE
           MOVE WS-TARGET-JOB-RUN-ID TO RCT-JOB-RUN-ID
           MOVE 0 TO RCT-PARTITION
           READ RUN-CONTROL-FILE
           EVALUATE TRUE
               WHEN RUN-CONTROL-OK
                   CONTINUE
               WHEN RUN-CONTROL-NOTFND
                   DISPLAY 'GLVARNCE - RUN ' WS-TARGET-JOB-RUN-ID
                       ' HAS NO PARTITION-0 ROW ON RUN-CONTROL FILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9710-LOG-STEP-END
                   STOP RUN
               WHEN OTHER
                   PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-EVALUATE
           IF NOT RCT-ENDED OR NOT RCT-IN-BALANCE
               DISPLAY 'GLVARNCE - RUN ' WS-TARGET-JOB-RUN-ID
                   ' IS ' RCT-STATUS ' BALANCE FLAG '
                   RCT-BALANCE-FLAG ' - NOT JUDGED'
               DISPLAY 'GLVARNCE - RESOLVE THE RECONCILIATION OR '
                   'RERUN BEFORE FEEDING THE GL'
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE RCT-RUN-DATE TO WS-TARGET-RUN-DATE
           IF RCT-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           ELSE
               MOVE RCT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           END-IF
           MOVE RCT-FEED-HOLD TO WS-RUN-HOLD-FLAG
           MOVE RCT-RELEASED-BY TO WS-RUN-RELEASED-BY
           MOVE RCT-RELEASED-STAMP TO WS-RUN-RELEASED-STAMP.

      *        Date rows come back in date order, so the window is
      *        simply the last WS-BASELINE-DEPTH passed or released
      *        dates before tonight.  A still-held night, and
      *        tonight's own row from an earlier pass, are not
      *        baseline.
       1300-LOAD-BASELINE-WINDOW.
           MOVE WS-TARGET-SOURCE-ID TO VHS-SOURCE-ID
           MOVE 'D' TO VHS-ROW-TYPE
           MOVE LOW-VALUES TO VHS-RUN-DATE
           MOVE ZERO TO VHS-ACCOUNT
           SET WS-BROWSE-DONE TO FALSE
           START HISTORY-FILE KEY IS NOT LESS THAN VHS-KEY
           END-START
           IF NOT HISTORY-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 1350-READ-DATE-ROW
               UNTIL WS-BROWSE-DONE
           IF WS-WINDOW-COUNT = WS-BASELINE-DEPTH
               MOVE WS-WINDOW-DATE (1) TO WS-PURGE-BEFORE-DATE
           END-IF.

       1350-READ-DATE-ROW.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF VHS-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
                      OR NOT VHS-DATE-ROW
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-ROWS-READ
                       IF VHS-RUN-DATE < WS-TARGET-RUN-DATE
                          AND VHS-BASELINE-OK
                           PERFORM 1360-ADD-WINDOW-DATE
                       END-IF
                   END-IF
           END-READ.

       1360-ADD-WINDOW-DATE.
           IF WS-WINDOW-COUNT < WS-BASELINE-DEPTH
               ADD 1 TO WS-WINDOW-COUNT
           ELSE
               PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB >= WS-BASELINE-DEPTH
                   MOVE WS-WINDOW-DATE (WS-WIN-SUB + 1)
                       TO WS-WINDOW-DATE (WS-WIN-SUB)
               END-PERFORM
           END-IF
           MOVE VHS-RUN-DATE TO WS-WINDOW-DATE (WS-WINDOW-COUNT).

      *        Once the window is full, nights older than its oldest
      *        date will never be baseline again; their date rows go
      *        here and their account rows in 1550.
       1400-PURGE-OLD-DATE-ROWS.
           IF WS-PURGE-BEFORE-DATE NOT = SPACES
               MOVE WS-TARGET-SOURCE-ID TO VHS-SOURCE-ID
               MOVE 'D' TO VHS-ROW-TYPE
               MOVE LOW-VALUES TO VHS-RUN-DATE
               MOVE ZERO TO VHS-ACCOUNT
               SET WS-BROWSE-DONE TO FALSE
               START HISTORY-FILE KEY IS NOT LESS THAN VHS-KEY
               END-START
               IF NOT HISTORY-OK
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
               PERFORM 1450-PURGE-DATE-ROW
                   UNTIL WS-BROWSE-DONE
           END-IF.

       1450-PURGE-DATE-ROW.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF VHS-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
                      OR NOT VHS-DATE-ROW
                      OR VHS-RUN-DATE NOT < WS-PURGE-BEFORE-DATE
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 1600-DELETE-HISTORY-ROW
                   END-IF
           END-READ.

      *        Every account row of the source passes through here
      *        once: rows of a window date are summed into the
      *        account table, rows of tonight's date (an earlier pass
      *        of this step) are deleted to be written afresh, rows
      *        older than the window are deleted, and anything else
      *        (a night still held) is left for its release.
       1500-LOAD-BASELINE-ACCOUNTS.
           MOVE WS-TARGET-SOURCE-ID TO VHS-SOURCE-ID
           MOVE 'A' TO VHS-ROW-TYPE
           MOVE LOW-VALUES TO VHS-RUN-DATE
           MOVE ZERO TO VHS-ACCOUNT
           SET WS-BROWSE-DONE TO FALSE
           START HISTORY-FILE KEY IS NOT LESS THAN VHS-KEY
           END-START
           IF NOT HISTORY-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 1550-READ-ACCOUNT-ROW
               UNTIL WS-BROWSE-DONE.

       1550-READ-ACCOUNT-ROW.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF VHS-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
                      OR NOT VHS-ACCOUNT-ROW
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-ROWS-READ
                       PERFORM 1560-FILE-ACCOUNT-ROW
                   END-IF
           END-READ.

       1560-FILE-ACCOUNT-ROW.
           IF VHS-RUN-DATE = WS-TARGET-RUN-DATE
              OR VHS-RUN-DATE < WS-PURGE-BEFORE-DATE
               PERFORM 1600-DELETE-HISTORY-ROW
           ELSE
               SET WS-DATE-IN-WINDOW TO FALSE
               SET WIN-IDX TO 1
               SEARCH WS-WINDOW-DATE
                   AT END
                       CONTINUE
                   WHEN WIN-IDX > WS-WINDOW-COUNT
                       CONTINUE
                   WHEN WS-WINDOW-DATE (WIN-IDX) = VHS-RUN-DATE
                       SET WS-DATE-IN-WINDOW TO TRUE
               END-SEARCH
               IF WS-DATE-IN-WINDOW
                   PERFORM 1570-ADD-BASELINE-ROW
               END-IF
           END-IF.

       1570-ADD-BASELINE-ROW.
           ADD VHS-RECORD-COUNT TO WS-BASE-TOTAL-COUNT
           ADD VHS-AMOUNT-1 TO WS-BASE-TOTAL-AMOUNT-1
           ADD VHS-AMOUNT-2 TO WS-BASE-TOTAL-AMOUNT-2
           ADD VHS-AMOUNT-3 TO WS-BASE-TOTAL-AMOUNT-3
           PERFORM 1650-FIND-ACCOUNT-ENTRY
           IF WS-ACCOUNT-FOUND
               ADD 1 TO WS-ACC-BASE-DATES (ACC-IDX)
               ADD VHS-RECORD-COUNT TO WS-ACC-BASE-COUNT (ACC-IDX)
               ADD VHS-AMOUNT-1 TO WS-ACC-BASE-AMOUNT-1 (ACC-IDX)
               ADD VHS-AMOUNT-2 TO WS-ACC-BASE-AMOUNT-2 (ACC-IDX)
               ADD VHS-AMOUNT-3 TO WS-ACC-BASE-AMOUNT-3 (ACC-IDX)
           END-IF.

      *        DELETE after READ NEXT is safe under dynamic access;
      *        the browse carries on from the next key.
       1600-DELETE-HISTORY-ROW.
           DELETE HISTORY-FILE RECORD
           IF NOT HISTORY-OK
               PERFORM 9930-ABORT-HISTORY-FILE
           END-IF
           ADD 1 TO WS-HISTORY-ROWS-PURGED.

      *        Finds the account in VHS-ACCOUNT, adding a zeroed
      *        entry on first sight; WS-ACCOUNT-FOUND stays off only
      *        when the table is full.
       1650-FIND-ACCOUNT-ENTRY.
           SET WS-ACCOUNT-FOUND TO FALSE
           SET ACC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN ACC-IDX > WS-ACCOUNT-TABLE-COUNT
                   CONTINUE
               WHEN WS-ACC-NUMBER (ACC-IDX) = VHS-ACCOUNT
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ACCOUNT-FOUND
               IF WS-ACCOUNT-TABLE-COUNT < WS-ACCOUNT-TABLE-MAX
                   ADD 1 TO WS-ACCOUNT-TABLE-COUNT
                   SET ACC-IDX TO WS-ACCOUNT-TABLE-COUNT
                   MOVE VHS-ACCOUNT TO WS-ACC-NUMBER (ACC-IDX)
                   MOVE ZERO TO WS-ACC-BASE-DATES (ACC-IDX)
                   MOVE ZERO TO WS-ACC-BASE-COUNT (ACC-IDX)
                   MOVE ZERO TO WS-ACC-BASE-AMOUNT-1 (ACC-IDX)
                   MOVE ZERO TO WS-ACC-BASE-AMOUNT-2 (ACC-IDX)
                   MOVE ZERO TO WS-ACC-BASE-AMOUNT-3 (ACC-IDX)
                   MOVE ZERO TO WS-ACC-TONIGHT-COUNT (ACC-IDX)
                   MOVE ZERO TO WS-ACC-TONIGHT-AMOUNT-1 (ACC-IDX)
                   MOVE ZERO TO WS-ACC-TONIGHT-AMOUNT-2 (ACC-IDX)
                   MOVE ZERO TO WS-ACC-TONIGHT-AMOUNT-3 (ACC-IDX)
                   SET WS-ACCOUNT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNTS-OVERFLOWED
               END-IF
           END-IF.

       1700-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING 'GLVARNCE - AMOUNT VARIANCE FOR RUN '
                                        DELIMITED BY SIZE
                  WS-TARGET-JOB-RUN-ID  DELIMITED BY SIZE
                  '  SOURCE '           DELIMITED BY SIZE
                  WS-TARGET-SOURCE-ID   DELIMITED BY SIZE
                  '  BASELINE NIGHTS '  DELIMITED BY SIZE
                  WS-WINDOW-COUNT       DELIMITED BY SIZE
                  '  LEDGER CURRENCY '  DELIMITED BY SIZE
                  WS-LEDGER-CURRENCY    DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING 'WARNING AT '         DELIMITED BY SIZE
                  WS-WARNING-PCT        DELIMITED BY SIZE
                  ' PCT  SEVERE AT '    DELIMITED BY SIZE
                  WS-SEVERE-PCT         DELIMITED BY SIZE
                  ' PCT  MATERIAL FROM ' DELIMITED BY SIZE
                  WS-AMOUNT-FLOOR       DELIMITED BY SIZE
                  ' LEDGER UNITS OR '   DELIMITED BY SIZE
                  WS-COUNT-FLOOR        DELIMITED BY SIZE
                  ' RECORDS'            DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING 'ACCT   VERDICT   BASIS       RECORDS'
                                        DELIMITED BY SIZE
                  '             AMOUNT-1             AMOUNT-2'
                                        DELIMITED BY SIZE
                  '             AMOUNT-3   PCT'
                                        DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *        Tonight is the run's CLEAN/REPAIRED rows -- exactly
      *        what GLEXTRCT would put on the feed -- valued as
      *        GLEXTRCT 2210 values them.
       2000-PROCESS-AUDIT-RECORD.
           IF AUD-JOB-RUN-ID = WS-TARGET-JOB-RUN-ID
              AND (AUD-STATUS = 'CLEAN' OR AUD-STATUS = 'REPAIRED')
               PERFORM 2200-ADD-TONIGHT-AMOUNTS
           END-IF
           PERFORM 2100-READ-AUDIT.

       2100-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
           END-READ.

       2200-ADD-TONIGHT-AMOUNTS.
           IF AUD-DB-CURRENCY-CODE = SPACES
              OR AUD-DB-EXCHANGE-RATE NOT > ZERO
               MOVE WS-LEDGER-RATE TO WS-POST-RATE
           ELSE
               MOVE AUD-DB-EXCHANGE-RATE TO WS-POST-RATE
           END-IF
           COMPUTE WS-LEDGER-AMOUNT-1 ROUNDED =
               AUD-DB-AMOUNT-1 * WS-POST-RATE
           COMPUTE WS-LEDGER-AMOUNT-2 ROUNDED =
               AUD-DB-AMOUNT-2 * WS-POST-RATE
           COMPUTE WS-LEDGER-AMOUNT-3 ROUNDED =
               AUD-DB-AMOUNT-3 * WS-POST-RATE
           ADD 1 TO WS-TONIGHT-TOTAL-COUNT
           ADD WS-LEDGER-AMOUNT-1 TO WS-TONIGHT-TOTAL-AMT-1
           ADD WS-LEDGER-AMOUNT-2 TO WS-TONIGHT-TOTAL-AMT-2
           ADD WS-LEDGER-AMOUNT-3 TO WS-TONIGHT-TOTAL-AMT-3
           MOVE AUD-DB-NUMERIC-FIELD TO VHS-ACCOUNT
           PERFORM 1650-FIND-ACCOUNT-ENTRY
           IF WS-ACCOUNT-FOUND
               ADD 1 TO WS-ACC-TONIGHT-COUNT (ACC-IDX)
               ADD WS-LEDGER-AMOUNT-1
                   TO WS-ACC-TONIGHT-AMOUNT-1 (ACC-IDX)
               ADD WS-LEDGER-AMOUNT-2
                   TO WS-ACC-TONIGHT-AMOUNT-2 (ACC-IDX)
               ADD WS-LEDGER-AMOUNT-3
                   TO WS-ACC-TONIGHT-AMOUNT-3 (ACC-IDX)
           END-IF.

      *        While the baseline is still building there is nothing
      *        to judge against; tonight is recorded and passes.
       3000-JUDGE-ACCOUNTS.
           IF WS-BASELINE-BUILDING
               MOVE SPACES TO VARIANCE-PRINT-LINE
               STRING 'BASELINE BUILDING - ' DELIMITED BY SIZE
                      WS-WINDOW-COUNT   DELIMITED BY SIZE
                      ' JUDGED NIGHT(S) ON FILE, '
                                        DELIMITED BY SIZE
                      WS-BASELINE-MINIMUM DELIMITED BY SIZE
                      ' NEEDED - TONIGHT RECORDED, NOT JUDGED'
                                        DELIMITED BY SIZE
                   INTO VARIANCE-PRINT-LINE
               END-STRING
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               PERFORM 3100-JUDGE-ONE-ACCOUNT
                   VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-TABLE-COUNT
               PERFORM 3500-JUDGE-TOTALS
           END-IF.

      *        The average divides by every night in the window, not
      *        only the nights the account appeared: an account seen
      *        once in five nights averages a fifth of that night.
       3100-JUDGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-JUDGED
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-ACC-BASE-COUNT (ACC-IDX) / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-1 ROUNDED =
               WS-ACC-BASE-AMOUNT-1 (ACC-IDX) / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-2 ROUNDED =
               WS-ACC-BASE-AMOUNT-2 (ACC-IDX) / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-3 ROUNDED =
               WS-ACC-BASE-AMOUNT-3 (ACC-IDX) / WS-WINDOW-COUNT
           MOVE ZERO TO WS-WORST-PCT
           SET WS-MATERIAL-FOUND TO FALSE
           MOVE WS-ACC-TONIGHT-COUNT (ACC-IDX) TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-COUNT TO WS-JUDGE-AVERAGE
           MOVE WS-COUNT-FLOOR TO WS-JUDGE-FLOOR
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-ACC-TONIGHT-AMOUNT-1 (ACC-IDX) TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-1 TO WS-JUDGE-AVERAGE
           MOVE WS-AMOUNT-FLOOR TO WS-JUDGE-FLOOR
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-ACC-TONIGHT-AMOUNT-2 (ACC-IDX) TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-2 TO WS-JUDGE-AVERAGE
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-ACC-TONIGHT-AMOUNT-3 (ACC-IDX) TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-3 TO WS-JUDGE-AVERAGE
           PERFORM 3200-JUDGE-MEASURE
           MOVE SPACES TO WS-VERDICT
           EVALUATE TRUE
               WHEN NOT WS-MATERIAL-FOUND
                   CONTINUE
               WHEN WS-ACC-BASE-DATES (ACC-IDX) = ZERO
                   MOVE 'NEW ACCT' TO WS-VERDICT
               WHEN WS-WORST-PCT >= WS-SEVERE-PCT
                   MOVE 'SEVERE' TO WS-VERDICT
               WHEN WS-WORST-PCT >= WS-WARNING-PCT
                   MOVE 'WARNING' TO WS-VERDICT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-VERDICT-NONE
               MOVE WS-ACC-NUMBER (ACC-IDX) TO WS-PRINT-ACCOUNT
               MOVE WS-ACC-TONIGHT-COUNT (ACC-IDX) TO WS-JUDGE-TONIGHT
               PERFORM 3300-PRINT-VARIANCE-LINES
               IF WS-VERDICT-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
                   SET WS-SEVERE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

      *        One measure: ignored unless the difference from the
      *        average reaches its floor; a material difference from
      *        a zero average is as far off as it can be (999).
       3200-JUDGE-MEASURE.
           COMPUTE WS-JUDGE-DIFF = WS-JUDGE-TONIGHT - WS-JUDGE-AVERAGE
           IF WS-JUDGE-DIFF < ZERO
               COMPUTE WS-JUDGE-DIFF = ZERO - WS-JUDGE-DIFF
           END-IF
           IF WS-JUDGE-DIFF >= WS-JUDGE-FLOOR
               SET WS-MATERIAL-FOUND TO TRUE
               IF WS-JUDGE-AVERAGE = ZERO
                   MOVE 999 TO WS-JUDGE-PCT
               ELSE
                   IF WS-JUDGE-AVERAGE < ZERO
                       COMPUTE WS-JUDGE-AVERAGE =
                           ZERO - WS-JUDGE-AVERAGE
                   END-IF
                   COMPUTE WS-JUDGE-PCT =
                       WS-JUDGE-DIFF * 100 / WS-JUDGE-AVERAGE
                       ON SIZE ERROR
                           MOVE 999 TO WS-JUDGE-PCT
                   END-COMPUTE
                   IF WS-JUDGE-PCT > 999
                       MOVE 999 TO WS-JUDGE-PCT
                   END-IF
               END-IF
               IF WS-JUDGE-PCT > WS-WORST-PCT
                   MOVE WS-JUDGE-PCT TO WS-WORST-PCT
               END-IF
           END-IF.

      *        Two lines per listed account or total: tonight, then
      *        the window average (WS-AVG-*).  WS-JUDGE-TONIGHT
      *        carries tonight's record count in.
       3300-PRINT-VARIANCE-LINES.
           MOVE 'TONIGHT' TO WS-BASIS-LABEL
           MOVE WS-JUDGE-TONIGHT TO WS-PRINT-COUNT
           IF WS-PRINT-ACCOUNT = 'TOTAL'
               MOVE WS-TONIGHT-TOTAL-AMT-1 TO WS-AMOUNT-EDIT-1
               MOVE WS-TONIGHT-TOTAL-AMT-2 TO WS-AMOUNT-EDIT-2
               MOVE WS-TONIGHT-TOTAL-AMT-3 TO WS-AMOUNT-EDIT-3
           ELSE
               MOVE WS-ACC-TONIGHT-AMOUNT-1 (ACC-IDX)
                   TO WS-AMOUNT-EDIT-1
               MOVE WS-ACC-TONIGHT-AMOUNT-2 (ACC-IDX)
                   TO WS-AMOUNT-EDIT-2
               MOVE WS-ACC-TONIGHT-AMOUNT-3 (ACC-IDX)
                   TO WS-AMOUNT-EDIT-3
           END-IF
           MOVE WS-WORST-PCT TO WS-PCT-EDIT
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING WS-PRINT-ACCOUNT      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-VERDICT            DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-BASIS-LABEL        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PRINT-COUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-PCT-EDIT           DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE 'AVERAGE' TO WS-BASIS-LABEL
           COMPUTE WS-PRINT-COUNT ROUNDED = WS-AVG-COUNT
           MOVE WS-AVG-AMOUNT-1 TO WS-AMOUNT-EDIT-1
           MOVE WS-AVG-AMOUNT-2 TO WS-AMOUNT-EDIT-2
           MOVE WS-AVG-AMOUNT-3 TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING '                 '  DELIMITED BY SIZE
                  WS-BASIS-LABEL        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PRINT-COUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *        The night as a whole, judged like an account: a whole
      *        region missing can hide in many small accounts each
      *        under the floor.  Always printed.
       3500-JUDGE-TOTALS.
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-BASE-TOTAL-COUNT / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-1 ROUNDED =
               WS-BASE-TOTAL-AMOUNT-1 / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-2 ROUNDED =
               WS-BASE-TOTAL-AMOUNT-2 / WS-WINDOW-COUNT
           COMPUTE WS-AVG-AMOUNT-3 ROUNDED =
               WS-BASE-TOTAL-AMOUNT-3 / WS-WINDOW-COUNT
           MOVE ZERO TO WS-WORST-PCT
           SET WS-MATERIAL-FOUND TO FALSE
           MOVE WS-TONIGHT-TOTAL-COUNT TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-COUNT TO WS-JUDGE-AVERAGE
           MOVE WS-COUNT-FLOOR TO WS-JUDGE-FLOOR
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-TONIGHT-TOTAL-AMT-1 TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-1 TO WS-JUDGE-AVERAGE
           MOVE WS-AMOUNT-FLOOR TO WS-JUDGE-FLOOR
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-TONIGHT-TOTAL-AMT-2 TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-2 TO WS-JUDGE-AVERAGE
           PERFORM 3200-JUDGE-MEASURE
           MOVE WS-TONIGHT-TOTAL-AMT-3 TO WS-JUDGE-TONIGHT
           MOVE WS-AVG-AMOUNT-3 TO WS-JUDGE-AVERAGE
           PERFORM 3200-JUDGE-MEASURE
           EVALUATE TRUE
               WHEN NOT WS-MATERIAL-FOUND
                   MOVE 'OK' TO WS-VERDICT
               WHEN WS-WORST-PCT >= WS-SEVERE-PCT
                   MOVE 'SEVERE' TO WS-VERDICT
                   ADD 1 TO WS-SEVERE-COUNT
                   SET WS-SEVERE-FOUND TO TRUE
               WHEN WS-WORST-PCT >= WS-WARNING-PCT
                   MOVE 'WARNING' TO WS-VERDICT
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE 'OK' TO WS-VERDICT
           END-EVALUATE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE 'TOTAL' TO WS-PRINT-ACCOUNT
           MOVE WS-TONIGHT-TOTAL-COUNT TO WS-JUDGE-TONIGHT
           PERFORM 3300-PRINT-VARIANCE-LINES.

      *        Tonight's account rows and date row.  The verdict on
      *        the date row decides whether tonight can ever be
      *        baseline: held nights wait for their release.
       4000-WRITE-TONIGHT-HISTORY.
           EVALUATE TRUE
               WHEN WS-RUN-RELEASED
                   MOVE 'R' TO WS-NIGHT-STATUS
               WHEN WS-SEVERE-FOUND
                   MOVE 'H' TO WS-NIGHT-STATUS
               WHEN OTHER
                   MOVE 'P' TO WS-NIGHT-STATUS
           END-EVALUATE
           PERFORM 4100-WRITE-ACCOUNT-ROW
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-TABLE-COUNT
           PERFORM 4200-WRITE-DATE-ROW.

       4100-WRITE-ACCOUNT-ROW.
           IF WS-ACC-TONIGHT-COUNT (ACC-IDX) > ZERO
               MOVE SPACES TO VARIANCE-HISTORY-RECORD
               MOVE WS-TARGET-SOURCE-ID TO VHS-SOURCE-ID
               MOVE 'A' TO VHS-ROW-TYPE
               MOVE WS-TARGET-RUN-DATE TO VHS-RUN-DATE
               MOVE WS-ACC-NUMBER (ACC-IDX) TO VHS-ACCOUNT
               MOVE WS-TARGET-JOB-RUN-ID TO VHS-JOB-RUN-ID
               MOVE WS-ACC-TONIGHT-COUNT (ACC-IDX)
                   TO VHS-RECORD-COUNT
               MOVE WS-ACC-TONIGHT-AMOUNT-1 (ACC-IDX)
                   TO VHS-AMOUNT-1
               MOVE WS-ACC-TONIGHT-AMOUNT-2 (ACC-IDX)
                   TO VHS-AMOUNT-2
               MOVE WS-ACC-TONIGHT-AMOUNT-3 (ACC-IDX)
                   TO VHS-AMOUNT-3
               WRITE VARIANCE-HISTORY-RECORD
               IF NOT HISTORY-OK
                   PERFORM 9930-ABORT-HISTORY-FILE
               END-IF
               ADD 1 TO WS-HISTORY-ROWS-WRITTEN
           END-IF.

      *        A rerun of the step for the same night finds its own
      *        date row and replaces it.
       4200-WRITE-DATE-ROW.
           MOVE WS-TARGET-SOURCE-ID TO VHS-SOURCE-ID
           MOVE 'D' TO VHS-ROW-TYPE
           MOVE WS-TARGET-RUN-DATE TO VHS-RUN-DATE
           MOVE ZERO TO VHS-ACCOUNT
           READ HISTORY-FILE
           IF NOT HISTORY-OK AND NOT HISTORY-NOTFND
               PERFORM 9930-ABORT-HISTORY-FILE
           END-IF
           MOVE WS-TARGET-JOB-RUN-ID TO VHS-JOB-RUN-ID
           MOVE WS-NIGHT-STATUS TO VHS-DATE-STATUS
           MOVE WS-TONIGHT-TOTAL-COUNT TO VHS-RECORD-COUNT
           MOVE WS-TONIGHT-TOTAL-AMT-1 TO VHS-AMOUNT-1
           MOVE WS-TONIGHT-TOTAL-AMT-2 TO VHS-AMOUNT-2
           MOVE WS-TONIGHT-TOTAL-AMT-3 TO VHS-AMOUNT-3
           IF HISTORY-OK
               REWRITE VARIANCE-HISTORY-RECORD
           ELSE
               WRITE VARIANCE-HISTORY-RECORD
           END-IF
           IF NOT HISTORY-OK
               PERFORM 9930-ABORT-HISTORY-FILE
           END-IF
           ADD 1 TO WS-HISTORY-ROWS-WRITTEN.

      *        The verdict goes on the run's partition-0 row, where
      *        GLEXTRCT looks.  A release already given stands; a
      *        rerun that now passes clears an earlier hold.
       5000-SET-FEED-HOLD.
           MOVE WS-TARGET-RUN-DATE TO RCT-RUN-DATE
           MOVE WS-TARGET-JOB-RUN-ID TO RCT-JOB-RUN-ID
           MOVE 0 TO RCT-PARTITION
           READ RUN-CONTROL-FILE
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN RCT-FEED-RELEASED
                   CONTINUE
               WHEN WS-SEVERE-FOUND
                   MOVE 'H' TO RCT-FEED-HOLD
               WHEN OTHER
                   MOVE SPACE TO RCT-FEED-HOLD
           END-EVALUATE
           REWRITE RUN-CONTROL-RECORD
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF.

       7900-WRITE-REPORT-LINE.
           WRITE VARIANCE-PRINT-LINE
           IF NOT VARIANCE-REPORT-OK
               PERFORM 9910-ABORT-VARIANCE-REPORT
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO VARIANCE-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING 'ACCOUNTS JUDGED: '   DELIMITED BY SIZE
                  WS-ACCOUNTS-JUDGED    DELIMITED BY SIZE
                  '  WARNINGS: '        DELIMITED BY SIZE
                  WS-WARNING-COUNT      DELIMITED BY SIZE
                  '  SEVERE: '          DELIMITED BY SIZE
                  WS-SEVERE-COUNT       DELIMITED BY SIZE
                  '  NOT JUDGED, TABLE FULL: '
                                        DELIMITED BY SIZE
                  WS-ACCOUNTS-OVERFLOWED DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           STRING 'AUDIT RECORDS READ: ' DELIMITED BY SIZE
                  WS-AUDIT-RECORDS-READ DELIMITED BY SIZE
                  '  CONVERTED TONIGHT: ' DELIMITED BY SIZE
                  WS-TONIGHT-TOTAL-COUNT DELIMITED BY SIZE
                  '  HISTORY READ: '    DELIMITED BY SIZE
                  WS-HISTORY-ROWS-READ  DELIMITED BY SIZE
                  '  PURGED: '          DELIMITED BY SIZE
                  WS-HISTORY-ROWS-PURGED DELIMITED BY SIZE
                  '  WRITTEN: '         DELIMITED BY SIZE
                  WS-HISTORY-ROWS-WRITTEN DELIMITED BY SIZE
               INTO VARIANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO VARIANCE-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-RUN-RELEASED
                   STRING 'RUN RELEASED BY '  DELIMITED BY SIZE
                          WS-RUN-RELEASED-BY  DELIMITED BY SIZE
                          ' AT '              DELIMITED BY SIZE
                          WS-RUN-RELEASED-STAMP DELIMITED BY SIZE
                          ' - NOT HELD AGAIN' DELIMITED BY SIZE
                       INTO VARIANCE-PRINT-LINE
                   END-STRING
               WHEN WS-SEVERE-FOUND
                   STRING 'RUN HELD - GL FEED REFUSED UNTIL '
                                              DELIMITED BY SIZE
                          'RELEASED (GLRELEAS)' DELIMITED BY SIZE
                       INTO VARIANCE-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'RUN PASSED - NOT HELD'
                                              DELIMITED BY SIZE
                       INTO VARIANCE-PRINT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 7900-WRITE-REPORT-LINE
           CLOSE RUN-CONTROL-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE VARIANCE-REPORT
           DISPLAY 'GLVARNCE - RUN ' WS-TARGET-JOB-RUN-ID ': '
               WS-WARNING-COUNT ' WARNING(S), '
               WS-SEVERE-COUNT ' SEVERE'
      *        RETURN-CODE 8 is the hold the chain's GL steps COND
      *        on; a released run, or warnings alone, end 4 so the
      *        report still gets read.
           EVALUATE TRUE
               WHEN WS-SEVERE-FOUND AND NOT WS-RUN-RELEASED
                   DISPLAY 'GLVARNCE - RUN ' WS-TARGET-JOB-RUN-ID
                       ' HELD OUT OF THE GL FEED - REVIEW VARRPT, '
                       'RELEASE WITH GLRELEAS'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEVERE-COUNT > 0
                 OR WS-WARNING-COUNT > 0
                 OR WS-ACCOUNTS-OVERFLOWED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit rows plus
      *        history rows read, written is history rows written.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'GLVARNCE' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'GLVARNCE' TO STL-STEP-NAME
           MOVE WS-TARGET-JOB-RUN-ID TO STL-JOB-RUN-ID
           MOVE WS-TARGET-RUN-DATE TO STL-RUN-DATE
           COMPUTE STL-RECORDS-READ =
               WS-AUDIT-RECORDS-READ + WS-HISTORY-ROWS-READ
           MOVE WS-HISTORY-ROWS-WRITTEN TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the variance
      * verdict can no longer be trusted, so each ends the job rather
      * than silently continuing -- same convention CONVMAIN uses for
      * its own file I/O.
       9900-ABORT-AUDIT-FILE.
           DISPLAY 'GLVARNCE - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
               ' RECORD: ' WS-AUDIT-RECORDS-READ
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-VARIANCE-REPORT.
           DISPLAY 'GLVARNCE - FATAL I/O ERROR ON VARIANCE-REPORT'
           DISPLAY 'STATUS=' VARIANCE-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'GLVARNCE - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-HISTORY-FILE.
           DISPLAY 'GLVARNCE - FATAL I/O ERROR ON HISTORY-FILE'
           DISPLAY 'STATUS=' HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
