      ******************************************************************
      * PROGRAM-ID. BALPOST
      *
      * Nightly posting of the account period balance file (DD
      * ACCTBAL, BALREC.CPY), run at the end of the night's chain
      * after the GL feeds are written.  Until now "what is our
      * converted total for account 40120 this month" meant adding
      * up AUDFILE by hand; this job keeps the answer on file, one
      * row per account and accounting period, from the same
      * postings the GL receives:
      *
      *   - CLEAN/REPAIRED audit rows of the date's FED runs -- the
      *     ENDED, in-balance partition-0 runs on RUNCTL, the runs
      *     GLEXTRCT's automatic selection feeds from.  A run that
      *     died, or ended out of balance, never reached the GL and
      *     does not reach the balances either.  Nor does a run the
      *     amount variance step is still holding (RCT-FEED-HELD);
      *     once a supervisor releases it, it is fed and posts on
      *     the date of its release (RCT-RELEASED-STAMP), whatever
      *     its run date, so every run posts exactly once;
      *   - CLEAN/REPAIRED CICS-ONLINE and MASS-REDRIVE rows of the
      *     date -- the corrections the CICS-ONLINE sweep feeds;
      *   - the reversal feed GLREVRSL wrote (DD REVFEED);
      *   - the suspense feed GLSUSPNS wrote (DD SUSFEED): suspense
      *     postings, clearings out of suspense and write-off
      *     postings, each under the account the entry names.
      *
      * An audit row posts under its result-side account
      * (AUD-DB-NUMERIC-FIELD, the DBO-NUMERIC-FIELD the GL posts
      * it to) at the ledger value GLEXTRCT 2210 gives it; a feed
      * entry posts under GL-ACCOUNT-NUMBER at its own
      * GL-LEDGER-AMOUNT-n, negative when it is a reversal ('R').
      * Every posting lands in the period of its own date -- the
      * audit row's run date, the feed entry's transaction date --
      * which is the period the GL posts it to.  MAINTCHG and
      * MAINTDEL rows change DB-OUTPUT-FILE but never feed the GL,
      * so they do not post here.
      *
      * A period row is created on its first posting with the
      * account's closing balance from its latest earlier period as
      * the opening balance; a posting to a period that already has
      * later periods on file carries forward into their openings,
      * so every row's opening stays the sum of everything before.
      *
      * Rerun guard: the control row (BALREC.CPY) records the last
      * date posted, and a date at or before it is refused with
      * RETURN-CODE 8 -- a night posted twice would double every
      * balance.  A run that failed part way is rerun only after
      * ACCTBAL is restored from the copy the job takes before this
      * step.
      *
      * DD AUDFILE concatenates every source's audit file, so one
      * run posts the whole night for all sources.
      *
      *   PARM1 - posting date, YYYYMMDD; defaults to the current date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BALANCE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT REVERSAL-FEED ASSIGN TO REVFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVERSAL-FEED-STATUS.

           SELECT SUSPENSE-FEED ASSIGN TO SUSFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-FEED-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

       FD  REVERSAL-FEED
           RECORDING MODE IS F.
       01  REV-INPUT-RECORD            PIC X(142).

       FD  SUSPENSE-FEED
           RECORDING MODE IS F.
       01  SUS-INPUT-RECORD            PIC X(142).

       FD  BALANCE-REPORT
           RECORDING MODE IS F.
       01  BALANCE-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY GLREC.
           COPY FXCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  BALANCE-STATUS          PIC XX.
               88  BALANCE-OK              VALUE '00'.
               88  BALANCE-NOTFND          VALUE '23'.
               88  BALANCE-NOFILE          VALUE '35'.
           05  RUN-CONTROL-STATUS      PIC XX.
               88  RUN-CONTROL-OK          VALUE '00'.
           05  AUDIT-STATUS            PIC XX.
               88  AUDIT-OK                VALUE '00'.
           05  REVERSAL-FEED-STATUS    PIC XX.
               88  REVERSAL-FEED-OK        VALUE '00'.
           05  SUSPENSE-FEED-STATUS    PIC XX.
               88  SUSPENSE-FEED-OK        VALUE '00'.
           05  BALANCE-REPORT-STATUS   PIC XX.
               88  BALANCE-REPORT-OK       VALUE '00'.
           05  WS-AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-AUDIT-EOF            VALUE 'Y'.
           05  WS-REVERSAL-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-REVERSAL-EOF         VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF         VALUE 'Y'.
           05  WS-RUNCTL-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-RUN-CONTROL-EOF      VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-BROWSE-DONE-SWITCH   PIC X VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-CONTROL-NEW-SWITCH   PIC X VALUE 'N'.
               88  WS-CONTROL-ROW-NEW      VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RUN-FED-SWITCH       PIC X VALUE 'N'.
               88  WS-RUN-WAS-FED          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        The date's fed runs off RUNCTL: one per source, plus
      *        the odd maintenance run, so 100 slots is generous;
      *        overflow drops with a console note and the dropped
      *        run's rows count as not fed -- the report shows them.
       01  WS-RUN-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-RUN-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 100 TIMES
                   INDEXED BY RUN-IDX.
               10  WS-RUN-JOB-RUN-ID       PIC X(14).

      *        One posting on its way to the balance file: the
      *        account, period and ledger amounts (signed), and which
      *        count it bumps.
       01  WS-POSTING.
           05  WS-POST-ACCOUNT         PIC 9(5).
           05  WS-POST-PERIOD          PIC X(6).
           05  WS-POST-AMOUNT-1        PIC S9(11)V99.
           05  WS-POST-AMOUNT-2        PIC S9(11)V99.
           05  WS-POST-AMOUNT-3        PIC S9(11)V99.
           05  WS-POST-CATEGORY        PIC X.
               88  WS-POST-CONVERTED       VALUE 'C'.
               88  WS-POST-CORRECTED       VALUE 'K'.
               88  WS-POST-REVERSED        VALUE 'V'.
               88  WS-POST-SUSPENSE        VALUE 'S'.

       01  WS-POST-RATE                PIC 9(4)V9(6).
       01  WS-CARRY-1                  PIC S9(11)V99.
       01  WS-CARRY-2                  PIC S9(11)V99.
       01  WS-CARRY-3                  PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-RUNS-FED             PIC 9(3) VALUE ZERO.
           05  WS-AUDIT-RECORDS-READ   PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-READ       PIC 9(7) VALUE ZERO.
           05  WS-SUSPENSE-READ        PIC 9(7) VALUE ZERO.
           05  WS-CONVERTED-POSTED     PIC 9(7) VALUE ZERO.
           05  WS-CORRECTED-POSTED     PIC 9(7) VALUE ZERO.
           05  WS-REVERSED-POSTED      PIC 9(7) VALUE ZERO.
           05  WS-SUSPENSE-POSTED      PIC 9(7) VALUE ZERO.
           05  WS-NOT-FED-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-OTHER-DATE-POSTED    PIC 9(7) VALUE ZERO.
           05  WS-ROWS-CREATED         PIC 9(7) VALUE ZERO.
           05  WS-ROWS-UPDATED         PIC 9(7) VALUE ZERO.
           05  WS-ROWS-CARRIED         PIC 9(7) VALUE ZERO.

       01  WS-POSTED-TOTALS.
           05  WS-POSTED-TOTAL-1       PIC S9(13)V99 VALUE ZERO.
           05  WS-POSTED-TOTAL-2       PIC S9(13)V99 VALUE ZERO.
           05  WS-POSTED-TOTAL-3       PIC S9(13)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT-1            PIC -(13)9.99.
       01  WS-AMOUNT-EDIT-2            PIC -(13)9.99.
       01  WS-AMOUNT-EDIT-3            PIC -(13)9.99.

       01  WS-RUN-PARMS.
           05  WS-POSTING-DATE         PIC X(8).
           05  WS-LAST-POSTED-DATE     PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-POST-REVERSAL-ENTRY
               UNTIL WS-REVERSAL-EOF
           PERFORM 4000-POST-SUSPENSE-ENTRY
               UNTIL WS-SUSPENSE-EOF
           PERFORM 8000-UPDATE-CONTROL-ROW
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-POSTING-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-POSTING-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-POSTING-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-POSTING-DATE
           END-IF
           IF WS-POSTING-DATE IS NOT NUMERIC
               DISPLAY 'BALPOST - PARM1 (POSTING DATE) NOT YYYYMMDD: '
                   WS-POSTING-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           PERFORM 1065-OPEN-BALANCE-FILE
           PERFORM 1100-CHECK-CONTROL-ROW
           PERFORM 1200-LOAD-FED-RUNS
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               PERFORM 9900-ABORT-AUDIT-FILE
           END-IF
           OPEN INPUT REVERSAL-FEED
           IF NOT REVERSAL-FEED-OK
               PERFORM 9940-ABORT-REVERSAL-FEED
           END-IF
           OPEN INPUT SUSPENSE-FEED
           IF NOT SUSPENSE-FEED-OK
               PERFORM 9950-ABORT-SUSPENSE-FEED
           END-IF
           OPEN OUTPUT BALANCE-REPORT
           IF NOT BALANCE-REPORT-OK
               PERFORM 9910-ABORT-BALANCE-REPORT
           END-IF
           PERFORM 1300-WRITE-REPORT-HEADINGS
           PERFORM 2100-READ-AUDIT
           PERFORM 3100-READ-REVERSAL
           PERFORM 4100-READ-SUSPENSE.

      *        Created empty on the first-ever run (status 35), then
      *        persistent I-O across runs -- the same first-run
      *        protocol GLSUSPNS uses for its suspense ledger.
       1065-OPEN-BALANCE-FILE.
           OPEN I-O BALANCE-FILE
           IF BALANCE-NOFILE
               OPEN OUTPUT BALANCE-FILE
               IF NOT BALANCE-OK
                   PERFORM 9930-ABORT-BALANCE-FILE
               END-IF
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF
           IF NOT BALANCE-OK
               PERFORM 9930-ABORT-BALANCE-FILE
           END-IF.

      *        A night posted twice would double every balance, so a
      *        date at or before the last one posted is refused
      *        before anything is read -- the supervisor decides
      *        whether a restore and rerun is what was meant.
       1100-CHECK-CONTROL-ROW.
           MOVE ZERO TO BAL-ACCOUNT-NUMBER
           MOVE '000000' TO BAL-PERIOD
           READ BALANCE-FILE
           EVALUATE TRUE
               WHEN BALANCE-OK
                   MOVE BAL-LAST-POSTED-DATE TO WS-LAST-POSTED-DATE
               WHEN BALANCE-NOTFND
                   SET WS-CONTROL-ROW-NEW TO TRUE
               WHEN OTHER
                   PERFORM 9930-ABORT-BALANCE-FILE
           END-EVALUATE
           IF NOT WS-CONTROL-ROW-NEW
              AND WS-POSTING-DATE NOT > WS-LAST-POSTED-DATE
               DISPLAY 'BALPOST - ' WS-POSTING-DATE
                   ' IS NOT AFTER THE LAST DATE POSTED ('
                   WS-LAST-POSTED-DATE ') - POSTING REFUSED'
               DISPLAY 'BALPOST - RESTORE ACCTBAL FROM ITS PRE-STEP '
                   'COPY BEFORE RERUNNING A POSTED DATE'
               CLOSE BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF.

      *        Same qualification as GLEXTRCT's automatic selection
      *        -- ENDED, partition 0, in balance, not held -- over
      *        every run of the date rather than only the latest:
      *        each source's run is fed by its own GLEXTRCT step.  A
      *        released run belongs to the date of its release
      *        instead, which may be days after its run date, so the
      *        whole file is read rather than the date's rows.
       1200-LOAD-FED-RUNS.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUN-CONTROL-OK
               PERFORM 9920-ABORT-RUN-CONTROL-FILE
           END-IF
           PERFORM 1250-SCAN-RUN-CONTROL
               UNTIL WS-RUN-CONTROL-EOF
           CLOSE RUN-CONTROL-FILE.

       1250-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT
               AT END
                   SET WS-RUN-CONTROL-EOF TO TRUE
               NOT AT END
                   IF RCT-ENDED AND RCT-PARTITION = 0
                      AND RCT-IN-BALANCE
                       EVALUATE TRUE
                           WHEN RCT-FEED-HELD
                               CONTINUE
                           WHEN RCT-FEED-RELEASED
                               IF RCT-RELEASED-STAMP (1:8)
                                  = WS-POSTING-DATE
                                   PERFORM 1260-ADD-FED-RUN
                               END-IF
                           WHEN RCT-RUN-DATE = WS-POSTING-DATE
                               PERFORM 1260-ADD-FED-RUN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1260-ADD-FED-RUN.
           IF WS-RUN-TABLE-COUNT < WS-RUN-TABLE-MAX
               ADD 1 TO WS-RUN-TABLE-COUNT
               SET RUN-IDX TO WS-RUN-TABLE-COUNT
               MOVE RCT-JOB-RUN-ID TO WS-RUN-JOB-RUN-ID (RUN-IDX)
               ADD 1 TO WS-RUNS-FED
           ELSE
               DISPLAY 'BALPOST - RUN TABLE FULL, DROPPING RUN: '
                   RCT-JOB-RUN-ID
           END-IF.

       1300-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'BALPOST - ACCOUNT BALANCE POSTING FOR '
                                        DELIMITED BY SIZE
                  WS-POSTING-DATE       DELIMITED BY SIZE
                  '  LAST POSTED '      DELIMITED BY SIZE
                  WS-LAST-POSTED-DATE   DELIMITED BY SIZE
                  '  FED RUNS '         DELIMITED BY SIZE
                  WS-RUNS-FED           DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO BALANCE-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

      *        Conversion rows of the date from a run that never fed
      *        the GL are counted, not posted, so the report shows a
      *        night whose run was held or died; every other row of
      *        the date that is not a conversion or correction
      *        (rejects, write-offs, resends, maintenance, rule
      *        changes) is not a GL posting of its own and passes
      *        over silently.  A fed run's rows are taken by run id
      *        whatever their date -- a released run's are earlier.
       2000-POST-AUDIT-RECORD.
           IF AUD-STATUS = 'CLEAN' OR AUD-STATUS = 'REPAIRED'
               EVALUATE TRUE
                   WHEN AUD-JOB-RUN-ID = 'CICS-ONLINE'
                     OR AUD-JOB-RUN-ID = 'MASS-REDRIVE'
                       IF AUD-RUN-DATE = WS-POSTING-DATE
                           SET WS-POST-CORRECTED TO TRUE
                           PERFORM 2200-POST-AUDIT-AMOUNTS
                           ADD 1 TO WS-CORRECTED-POSTED
                       END-IF
                   WHEN OTHER
                       PERFORM 2150-CHECK-RUN-FED
                       EVALUATE TRUE
                           WHEN WS-RUN-WAS-FED
                               SET WS-POST-CONVERTED TO TRUE
                               PERFORM 2200-POST-AUDIT-AMOUNTS
                               ADD 1 TO WS-CONVERTED-POSTED
                           WHEN AUD-RUN-DATE = WS-POSTING-DATE
                               ADD 1 TO WS-NOT-FED-SKIPPED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-AUDIT.

       2100-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
           END-READ.

       2150-CHECK-RUN-FED.
           SET WS-RUN-WAS-FED TO FALSE
           SET RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
               AT END
                   CONTINUE
               WHEN RUN-IDX > WS-RUN-TABLE-COUNT
                   CONTINUE
               WHEN WS-RUN-JOB-RUN-ID (RUN-IDX) = AUD-JOB-RUN-ID
                   SET WS-RUN-WAS-FED TO TRUE
           END-SEARCH.

      *        The ledger value GLEXTRCT 2210 feeds: the result-side
      *        amounts at the rate stamped on the row; a row with no
      *        currency or rate was ledger currency.
       2200-POST-AUDIT-AMOUNTS.
           IF AUD-DB-CURRENCY-CODE = SPACES
              OR AUD-DB-EXCHANGE-RATE NOT > ZERO
               MOVE WS-LEDGER-RATE TO WS-POST-RATE
           ELSE
               MOVE AUD-DB-EXCHANGE-RATE TO WS-POST-RATE
           END-IF
           MOVE AUD-DB-NUMERIC-FIELD TO WS-POST-ACCOUNT
           MOVE AUD-RUN-DATE(1:6) TO WS-POST-PERIOD
           COMPUTE WS-POST-AMOUNT-1 ROUNDED =
               AUD-DB-AMOUNT-1 * WS-POST-RATE
           COMPUTE WS-POST-AMOUNT-2 ROUNDED =
               AUD-DB-AMOUNT-2 * WS-POST-RATE
           COMPUTE WS-POST-AMOUNT-3 ROUNDED =
               AUD-DB-AMOUNT-3 * WS-POST-RATE
           PERFORM 6000-APPLY-POSTING.

       3000-POST-REVERSAL-ENTRY.
           SET WS-POST-REVERSED TO TRUE
           PERFORM 3500-POST-FEED-AMOUNTS
           ADD 1 TO WS-REVERSED-POSTED
           PERFORM 3100-READ-REVERSAL.

       3100-READ-REVERSAL.
           READ REVERSAL-FEED INTO GL-FEED-RECORD
               AT END
                   SET WS-REVERSAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVERSALS-READ
           END-READ.

      *        A feed entry posts exactly what the GL will post: its
      *        own account, its own ledger amounts, in the period of
      *        its own transaction date, backed out when it is a
      *        reversal.  An entry dated other than the posting date
      *        (a reversal feed built for an earlier correction date)
      *        still posts to its own period, and is listed.
       3500-POST-FEED-AMOUNTS.
           MOVE GL-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           MOVE GL-TRANSACTION-DATE(1:6) TO WS-POST-PERIOD
           IF GL-REVERSAL-ENTRY
               COMPUTE WS-POST-AMOUNT-1 = ZERO - GL-LEDGER-AMOUNT-1
               COMPUTE WS-POST-AMOUNT-2 = ZERO - GL-LEDGER-AMOUNT-2
               COMPUTE WS-POST-AMOUNT-3 = ZERO - GL-LEDGER-AMOUNT-3
           ELSE
               MOVE GL-LEDGER-AMOUNT-1 TO WS-POST-AMOUNT-1
               MOVE GL-LEDGER-AMOUNT-2 TO WS-POST-AMOUNT-2
               MOVE GL-LEDGER-AMOUNT-3 TO WS-POST-AMOUNT-3
           END-IF
           IF GL-TRANSACTION-DATE NOT = WS-POSTING-DATE
               ADD 1 TO WS-OTHER-DATE-POSTED
               PERFORM 7000-PRINT-OTHER-DATE-LINE
           END-IF
           PERFORM 6000-APPLY-POSTING.

       4000-POST-SUSPENSE-ENTRY.
           SET WS-POST-SUSPENSE TO TRUE
           PERFORM 3500-POST-FEED-AMOUNTS
           ADD 1 TO WS-SUSPENSE-POSTED
           PERFORM 4100-READ-SUSPENSE.

       4100-READ-SUSPENSE.
           READ SUSPENSE-FEED INTO GL-FEED-RECORD
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ
           END-READ.

      *        Reads the account's row for the period, creating it
      *        with the carried-forward opening balance when this is
      *        its first posting, then carries the posting into the
      *        opening of any later period already on file.
       6000-APPLY-POSTING.
           MOVE WS-POST-ACCOUNT TO BAL-ACCOUNT-NUMBER
           MOVE WS-POST-PERIOD TO BAL-PERIOD
           READ BALANCE-FILE
           EVALUATE TRUE
               WHEN BALANCE-OK
                   PERFORM 6300-ADD-POSTING
                   REWRITE BALANCE-RECORD
                   IF NOT BALANCE-OK
                       PERFORM 9930-ABORT-BALANCE-FILE
                   END-IF
                   ADD 1 TO WS-ROWS-UPDATED
               WHEN BALANCE-NOTFND
                   PERFORM 6100-CARRY-FORWARD-OPENING
                   MOVE WS-POST-ACCOUNT TO BAL-ACCOUNT-NUMBER
                   MOVE WS-POST-PERIOD TO BAL-PERIOD
                   MOVE WS-CARRY-1 TO BAL-OPENING-1
                   MOVE WS-CARRY-2 TO BAL-OPENING-2
                   MOVE WS-CARRY-3 TO BAL-OPENING-3
                   MOVE ZERO TO BAL-ACTIVITY-1
                   MOVE ZERO TO BAL-ACTIVITY-2
                   MOVE ZERO TO BAL-ACTIVITY-3
                   MOVE ZERO TO BAL-CONVERTED-COUNT
                   MOVE ZERO TO BAL-CORRECTED-COUNT
                   MOVE ZERO TO BAL-REVERSED-COUNT
                   MOVE ZERO TO BAL-SUSPENSE-COUNT
                   PERFORM 6300-ADD-POSTING
                   WRITE BALANCE-RECORD
                   IF NOT BALANCE-OK
                       PERFORM 9930-ABORT-BALANCE-FILE
                   END-IF
                   ADD 1 TO WS-ROWS-CREATED
               WHEN OTHER
                   PERFORM 9930-ABORT-BALANCE-FILE
           END-EVALUATE
           ADD WS-POST-AMOUNT-1 TO WS-POSTED-TOTAL-1
           ADD WS-POST-AMOUNT-2 TO WS-POSTED-TOTAL-2
           ADD WS-POST-AMOUNT-3 TO WS-POSTED-TOTAL-3
           PERFORM 6200-CARRY-INTO-LATER-PERIODS.

      *        The closing balance (opening + activity) of the
      *        account's latest period before this one; zero for an
      *        account's first period.  The control row is never a
      *        balance and is stepped over.
       6100-CARRY-FORWARD-OPENING.
           MOVE ZERO TO WS-CARRY-1
           MOVE ZERO TO WS-CARRY-2
           MOVE ZERO TO WS-CARRY-3
           MOVE WS-POST-ACCOUNT TO BAL-ACCOUNT-NUMBER
           MOVE '000000' TO BAL-PERIOD
           SET WS-BROWSE-DONE TO FALSE
           START BALANCE-FILE KEY IS NOT LESS THAN BAL-KEY
           END-START
           IF NOT BALANCE-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 6150-READ-EARLIER-PERIOD
               UNTIL WS-BROWSE-DONE.

       6150-READ-EARLIER-PERIOD.
           READ BALANCE-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF BAL-ACCOUNT-NUMBER NOT = WS-POST-ACCOUNT
                      OR BAL-PERIOD NOT < WS-POST-PERIOD
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF NOT BAL-CONTROL-ROW
                           COMPUTE WS-CARRY-1 =
                               BAL-OPENING-1 + BAL-ACTIVITY-1
                           COMPUTE WS-CARRY-2 =
                               BAL-OPENING-2 + BAL-ACTIVITY-2
                           COMPUTE WS-CARRY-3 =
                               BAL-OPENING-3 + BAL-ACTIVITY-3
                       END-IF
                   END-IF
           END-READ.

      *        Only an entry dated back into an earlier period finds
      *        later rows here; on the normal night the browse stops
      *        at the next account.  REWRITE after READ NEXT is safe
      *        under dynamic access.
       6200-CARRY-INTO-LATER-PERIODS.
           MOVE WS-POST-ACCOUNT TO BAL-ACCOUNT-NUMBER
           MOVE WS-POST-PERIOD TO BAL-PERIOD
           SET WS-BROWSE-DONE TO FALSE
           START BALANCE-FILE KEY IS GREATER THAN BAL-KEY
           END-START
           IF NOT BALANCE-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 6250-CARRY-ONE-LATER-PERIOD
               UNTIL WS-BROWSE-DONE.

       6250-CARRY-ONE-LATER-PERIOD.
           READ BALANCE-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF BAL-ACCOUNT-NUMBER NOT = WS-POST-ACCOUNT
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD WS-POST-AMOUNT-1 TO BAL-OPENING-1
                       ADD WS-POST-AMOUNT-2 TO BAL-OPENING-2
                       ADD WS-POST-AMOUNT-3 TO BAL-OPENING-3
                       REWRITE BALANCE-RECORD
                       IF NOT BALANCE-OK
                           PERFORM 9930-ABORT-BALANCE-FILE
                       END-IF
                       ADD 1 TO WS-ROWS-CARRIED
                   END-IF
           END-READ.

       6300-ADD-POSTING.
           ADD WS-POST-AMOUNT-1 TO BAL-ACTIVITY-1
           ADD WS-POST-AMOUNT-2 TO BAL-ACTIVITY-2
           ADD WS-POST-AMOUNT-3 TO BAL-ACTIVITY-3
           EVALUATE TRUE
               WHEN WS-POST-CONVERTED
                   ADD 1 TO BAL-CONVERTED-COUNT
               WHEN WS-POST-CORRECTED
                   ADD 1 TO BAL-CORRECTED-COUNT
               WHEN WS-POST-REVERSED
                   ADD 1 TO BAL-REVERSED-COUNT
               WHEN WS-POST-SUSPENSE
                   ADD 1 TO BAL-SUSPENSE-COUNT
           END-EVALUATE
           MOVE WS-POSTING-DATE TO BAL-LAST-POSTED-DATE.

       7000-PRINT-OTHER-DATE-LINE.
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'FEED ENTRY DATED '   DELIMITED BY SIZE
                  GL-TRANSACTION-DATE   DELIMITED BY SIZE
                  ' POSTED TO ITS OWN PERIOD: ACCOUNT '
                                        DELIMITED BY SIZE
                  GL-ACCOUNT-NUMBER     DELIMITED BY SIZE
                  '  SOURCE '           DELIMITED BY SIZE
                  GL-SOURCE-SYSTEM      DELIMITED BY SIZE
                  '  FLAG '             DELIMITED BY SIZE
                  GL-REVERSAL-FLAG      DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           WRITE BALANCE-PRINT-LINE
           IF NOT BALANCE-REPORT-OK
               PERFORM 9910-ABORT-BALANCE-REPORT
           END-IF.

      *        Written last, once every posting is on file: a run
      *        that dies part way leaves the guard where it was.
       8000-UPDATE-CONTROL-ROW.
           MOVE ZERO TO BAL-ACCOUNT-NUMBER
           MOVE '000000' TO BAL-PERIOD
           IF WS-CONTROL-ROW-NEW
               MOVE ZERO TO BAL-OPENING-1
               MOVE ZERO TO BAL-OPENING-2
               MOVE ZERO TO BAL-OPENING-3
               MOVE ZERO TO BAL-ACTIVITY-1
               MOVE ZERO TO BAL-ACTIVITY-2
               MOVE ZERO TO BAL-ACTIVITY-3
               MOVE ZERO TO BAL-CONVERTED-COUNT
               MOVE ZERO TO BAL-CORRECTED-COUNT
               MOVE ZERO TO BAL-REVERSED-COUNT
               MOVE ZERO TO BAL-SUSPENSE-COUNT
               MOVE WS-POSTING-DATE TO BAL-LAST-POSTED-DATE
               WRITE BALANCE-RECORD
           ELSE
               READ BALANCE-FILE
               IF NOT BALANCE-OK
                   PERFORM 9930-ABORT-BALANCE-FILE
               END-IF
               MOVE WS-POSTING-DATE TO BAL-LAST-POSTED-DATE
               REWRITE BALANCE-RECORD
           END-IF
           IF NOT BALANCE-OK
               PERFORM 9930-ABORT-BALANCE-FILE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO BALANCE-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'READ - AUDIT: '      DELIMITED BY SIZE
                  WS-AUDIT-RECORDS-READ DELIMITED BY SIZE
                  '  REVERSAL FEED: '   DELIMITED BY SIZE
                  WS-REVERSALS-READ     DELIMITED BY SIZE
                  '  SUSPENSE FEED: '   DELIMITED BY SIZE
                  WS-SUSPENSE-READ      DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'POSTED - CONVERTED: ' DELIMITED BY SIZE
                  WS-CONVERTED-POSTED   DELIMITED BY SIZE
                  '  CORRECTED: '       DELIMITED BY SIZE
                  WS-CORRECTED-POSTED   DELIMITED BY SIZE
                  '  REVERSED: '        DELIMITED BY SIZE
                  WS-REVERSED-POSTED    DELIMITED BY SIZE
                  '  SUSPENSE: '        DELIMITED BY SIZE
                  WS-SUSPENSE-POSTED    DELIMITED BY SIZE
                  '  OTHER-DATED: '     DELIMITED BY SIZE
                  WS-OTHER-DATE-POSTED  DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'ROWS - CREATED: '    DELIMITED BY SIZE
                  WS-ROWS-CREATED       DELIMITED BY SIZE
                  '  UPDATED: '         DELIMITED BY SIZE
                  WS-ROWS-UPDATED       DELIMITED BY SIZE
                  '  LATER PERIODS CARRIED: '
                                        DELIMITED BY SIZE
                  WS-ROWS-CARRIED       DELIMITED BY SIZE
                  '  NOT FED, SKIPPED: ' DELIMITED BY SIZE
                  WS-NOT-FED-SKIPPED    DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-POSTED-TOTAL-1 TO WS-AMOUNT-EDIT-1
           MOVE WS-POSTED-TOTAL-2 TO WS-AMOUNT-EDIT-2
           MOVE WS-POSTED-TOTAL-3 TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO BALANCE-PRINT-LINE
           STRING 'NET LEDGER POSTED (' DELIMITED BY SIZE
                  WS-LEDGER-CURRENCY    DELIMITED BY SIZE
                  ') - AMT1: '          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1      DELIMITED BY SIZE
                  '  AMT2: '            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2      DELIMITED BY SIZE
                  '  AMT3: '            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3      DELIMITED BY SIZE
               INTO BALANCE-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           CLOSE BALANCE-FILE
           CLOSE AUDIT-FILE
           CLOSE REVERSAL-FEED
           CLOSE SUSPENSE-FEED
           CLOSE BALANCE-REPORT
           DISPLAY 'BALPOST - ' WS-POSTING-DATE ' POSTED: '
               WS-ROWS-CREATED ' ROW(S) CREATED, '
               WS-ROWS-UPDATED ' UPDATED'
      *        Conversions of the date that never fed the GL mean a
      *        run was held or died; the balances are right (they
      *        match the GL), but the night is not finished.
           IF WS-NOT-FED-SKIPPED > 0
               DISPLAY 'BALPOST - ' WS-NOT-FED-SKIPPED
                   ' CONVERSION ROW(S) OF RUNS THAT DID NOT FEED '
                   'THE GL - NOT POSTED'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit, reversal and
      *        suspense rows read; written is balance rows created,
      *        updated and carried.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'BALPOST' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'BALPOST' TO STL-STEP-NAME
           COMPUTE STL-RECORDS-READ =
               WS-AUDIT-RECORDS-READ + WS-REVERSALS-READ
               + WS-SUSPENSE-READ
           COMPUTE STL-RECORDS-WRITTEN =
               WS-ROWS-CREATED + WS-ROWS-UPDATED + WS-ROWS-CARRIED
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the balance file
      * can no longer be trusted, so each ends the job rather than
      * silently continuing -- same convention CONVMAIN uses for its
      * own file I/O.
       9900-ABORT-AUDIT-FILE.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-BALANCE-REPORT.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON BALANCE-REPORT'
           DISPLAY 'STATUS=' BALANCE-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-RUN-CONTROL-FILE.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON RUN-CONTROL-FILE'
           DISPLAY 'STATUS=' RUN-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-BALANCE-FILE.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON BALANCE-FILE'
           DISPLAY 'STATUS=' BALANCE-STATUS
               ' KEY: ' BAL-KEY
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9940-ABORT-REVERSAL-FEED.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON REVERSAL-FEED'
           DISPLAY 'STATUS=' REVERSAL-FEED-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9950-ABORT-SUSPENSE-FEED.
           DISPLAY 'BALPOST - FATAL I/O ERROR ON SUSPENSE-FEED'
           DISPLAY 'STATUS=' SUSPENSE-FEED-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
