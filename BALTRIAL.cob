      ******************************************************************
      * PROGRAM-ID. BALTRIAL
      *
      * Month-end trial-balance tie-out of the account period
      * balance file (DD ACCTBAL, BALREC.CPY) against the GL.  For
      * the period named by PARM1 every account's period activity --
      * the three amounts and the number of postings -- is matched
      * against what the GL reports it POSTED for the account in the
      * period (DD GLTRIAL, the GL team's trial-balance extract,
      * GLTBREC.CPY; one row per account and source system, summed
      * here).  Listed:
      *
      *   - DIFFERS      the account is on both sides and an amount
      *                  or the posting count disagrees;
      *   - NOT IN GL    activity on our side the GL has not posted
      *                  (a feed the GL rejected or never loaded);
      *   - GL ONLY      the GL posted activity we have no record of
      *                  (a manual journal, or a balance night that
      *                  did not post).
      *
      * Accounts that tie print nothing; the page closes with the
      * counts and the period's opening, activity and closing totals
      * from our side beside the GL's activity totals.  Any listed
      * account ends the job RETURN-CODE 8 -- the same page-the-
      * supervisor severity GLCERTFY uses at close -- so the close
      * stream stops on an untied trial balance.
      *
      *   PARM1 - period, YYYYMM (required)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALTRIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BALANCE-STATUS.

           SELECT GL-TRIAL-FILE ASSIGN TO GLTRIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-TRIAL-STATUS.

           SELECT TRIAL-REPORT ASSIGN TO TRIALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRIAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC.

       FD  GL-TRIAL-FILE
           RECORDING MODE IS F.
       01  GTB-INPUT-RECORD            PIC X(80).

       FD  TRIAL-REPORT
           RECORDING MODE IS F.
       01  TRIAL-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GLTBREC.
           COPY FXCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  BALANCE-STATUS          PIC XX.
               88  BALANCE-OK              VALUE '00'.
           05  GL-TRIAL-STATUS         PIC XX.
               88  GL-TRIAL-OK             VALUE '00'.
           05  TRIAL-REPORT-STATUS     PIC XX.
               88  TRIAL-REPORT-OK         VALUE '00'.
           05  WS-BALANCE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-BALANCE-EOF          VALUE 'Y'.
           05  WS-GL-EOF-SWITCH        PIC X VALUE 'N'.
               88  WS-GL-EOF               VALUE 'Y'.
           05  WS-ROW-READY-SWITCH     PIC X VALUE 'N'.
               88  WS-ROW-READY            VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        999999 is past every 5-digit account: the side that
      *        has run out sorts last, and both at 999999 ends the
      *        match.
       01  WS-END-ACCOUNT              PIC 9(6) VALUE 999999.

      *        Our side: the current account's row for the period.
       01  WS-OUR-SIDE.
           05  WS-OUR-ACCOUNT          PIC 9(6).
           05  WS-OUR-AMOUNT-1         PIC S9(11)V99.
           05  WS-OUR-AMOUNT-2         PIC S9(11)V99.
           05  WS-OUR-AMOUNT-3         PIC S9(11)V99.
           05  WS-OUR-COUNT            PIC 9(7).

      *        GL side: the current account's rows summed over its
      *        source systems, and the row read ahead that ends the
      *        group.
       01  WS-GL-SIDE.
           05  WS-GL-ACCOUNT           PIC 9(6).
           05  WS-GL-AMOUNT-1          PIC S9(11)V99.
           05  WS-GL-AMOUNT-2          PIC S9(11)V99.
           05  WS-GL-AMOUNT-3          PIC S9(11)V99.
           05  WS-GL-COUNT             PIC 9(7).
       01  WS-GL-NEXT-ACCOUNT          PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-TIED        PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-DIFFER      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-NOT-IN-GL   PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-GL-ONLY     PIC 9(7) VALUE ZERO.
           05  WS-GL-ROWS-READ         PIC 9(7) VALUE ZERO.

       01  WS-PERIOD-TOTALS.
           05  WS-TOT-OPENING-1        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-OPENING-2        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-OPENING-3        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-ACTIVITY-1       PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-ACTIVITY-2       PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-ACTIVITY-3       PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-CLOSING-1        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-CLOSING-2        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-CLOSING-3        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-GL-1             PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-GL-2             PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-GL-3             PIC S9(13)V99 VALUE ZERO.

      *        Detail lines print at fixed columns: account, status,
      *        the side, three amounts, posting count.
       01  WS-LINE-STATUS              PIC X(12).
       01  WS-LINE-ACCOUNT             PIC 9(5).
       01  WS-DETAIL-EDIT-1            PIC -(10)9.99.
       01  WS-DETAIL-EDIT-2            PIC -(10)9.99.
       01  WS-DETAIL-EDIT-3            PIC -(10)9.99.
       01  WS-TOTAL-EDIT-1             PIC -(13)9.99.
       01  WS-TOTAL-EDIT-2             PIC -(13)9.99.
       01  WS-TOTAL-EDIT-3             PIC -(13)9.99.

       01  WS-PERIOD-PARM              PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 3000-MATCH-ACCOUNT
               UNTIL WS-OUR-ACCOUNT = WS-END-ACCOUNT
                 AND WS-GL-ACCOUNT = WS-END-ACCOUNT
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PERIOD-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-PERIOD-PARM IS NOT NUMERIC
               DISPLAY 'BALTRIAL - PARM1 (PERIOD) MUST BE YYYYMM: '
                   WS-PERIOD-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT BALANCE-FILE
           IF NOT BALANCE-OK
               PERFORM 9920-ABORT-BALANCE-FILE
           END-IF
           OPEN INPUT GL-TRIAL-FILE
           IF NOT GL-TRIAL-OK
               PERFORM 9930-ABORT-GL-TRIAL-FILE
           END-IF
           OPEN OUTPUT TRIAL-REPORT
           IF NOT TRIAL-REPORT-OK
               PERFORM 9910-ABORT-TRIAL-REPORT
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADINGS
           PERFORM 2100-NEXT-OUR-ACCOUNT
           PERFORM 2250-READ-GL-TRIAL
           PERFORM 2200-NEXT-GL-ACCOUNT.

       1100-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING 'BALTRIAL - ACCOUNT TRIAL BALANCE TIE-OUT, PERIOD '
                                        DELIMITED BY SIZE
                  WS-PERIOD-PARM        DELIMITED BY SIZE
                  '  (LEDGER CURRENCY ' DELIMITED BY SIZE
                  WS-LEDGER-CURRENCY    DELIMITED BY SIZE
                  ')'                   DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING 'ACCT   STATUS       SIDE         '
                                        DELIMITED BY SIZE
                  'AMOUNT-1        AMOUNT-2        '
                                        DELIMITED BY SIZE
                  'AMOUNT-3 POSTINGS'   DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO TRIAL-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

      *        The next account with a row for the period; rows of
      *        other periods and the control row are stepped over.
       2100-NEXT-OUR-ACCOUNT.
           SET WS-ROW-READY TO FALSE
           PERFORM 2150-READ-BALANCE
               UNTIL WS-ROW-READY OR WS-BALANCE-EOF
           IF WS-BALANCE-EOF
               MOVE WS-END-ACCOUNT TO WS-OUR-ACCOUNT
           ELSE
               MOVE BAL-ACCOUNT-NUMBER TO WS-OUR-ACCOUNT
               MOVE BAL-ACTIVITY-1 TO WS-OUR-AMOUNT-1
               MOVE BAL-ACTIVITY-2 TO WS-OUR-AMOUNT-2
               MOVE BAL-ACTIVITY-3 TO WS-OUR-AMOUNT-3
               COMPUTE WS-OUR-COUNT = BAL-CONVERTED-COUNT
                   + BAL-CORRECTED-COUNT + BAL-REVERSED-COUNT
                   + BAL-SUSPENSE-COUNT
               ADD BAL-OPENING-1 TO WS-TOT-OPENING-1
               ADD BAL-OPENING-2 TO WS-TOT-OPENING-2
               ADD BAL-OPENING-3 TO WS-TOT-OPENING-3
               ADD BAL-ACTIVITY-1 TO WS-TOT-ACTIVITY-1
               ADD BAL-ACTIVITY-2 TO WS-TOT-ACTIVITY-2
               ADD BAL-ACTIVITY-3 TO WS-TOT-ACTIVITY-3
           END-IF.

       2150-READ-BALANCE.
           READ BALANCE-FILE NEXT
               AT END
                   SET WS-BALANCE-EOF TO TRUE
               NOT AT END
                   IF BAL-PERIOD = WS-PERIOD-PARM
                      AND NOT BAL-CONTROL-ROW
                       SET WS-ROW-READY TO TRUE
                   END-IF
           END-READ
           IF NOT WS-BALANCE-EOF AND NOT BALANCE-OK
               PERFORM 9920-ABORT-BALANCE-FILE
           END-IF.

      *        Sums the read-ahead account's rows (one per source
      *        system) into the GL side.
       2200-NEXT-GL-ACCOUNT.
           MOVE WS-GL-NEXT-ACCOUNT TO WS-GL-ACCOUNT
           MOVE ZERO TO WS-GL-AMOUNT-1
           MOVE ZERO TO WS-GL-AMOUNT-2
           MOVE ZERO TO WS-GL-AMOUNT-3
           MOVE ZERO TO WS-GL-COUNT
           IF WS-GL-ACCOUNT NOT = WS-END-ACCOUNT
               PERFORM 2260-ADD-GL-ROW
                   UNTIL WS-GL-NEXT-ACCOUNT NOT = WS-GL-ACCOUNT
           END-IF.

      *        The next row for the period.  The extract is agreed
      *        in account order; a row out of order would split an
      *        account across two groups and report breaks that are
      *        not there, so it stops the job instead.
       2250-READ-GL-TRIAL.
           SET WS-ROW-READY TO FALSE
           PERFORM 2255-READ-GL-ROW
               UNTIL WS-ROW-READY OR WS-GL-EOF
           IF WS-GL-EOF
               MOVE WS-END-ACCOUNT TO WS-GL-NEXT-ACCOUNT
           ELSE
               IF GTB-ACCOUNT-NUMBER < WS-GL-NEXT-ACCOUNT
                  AND WS-GL-ROWS-READ > 1
                   DISPLAY 'BALTRIAL - GLTRIAL NOT IN ACCOUNT ORDER '
                       'AT ACCOUNT ' GTB-ACCOUNT-NUMBER
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9710-LOG-STEP-END
                   STOP RUN
               END-IF
               MOVE GTB-ACCOUNT-NUMBER TO WS-GL-NEXT-ACCOUNT
           END-IF.

       2255-READ-GL-ROW.
           READ GL-TRIAL-FILE INTO GL-TRIAL-RECORD
               AT END
                   SET WS-GL-EOF TO TRUE
               NOT AT END
                   IF GTB-PERIOD = WS-PERIOD-PARM
                       ADD 1 TO WS-GL-ROWS-READ
                       SET WS-ROW-READY TO TRUE
                   END-IF
           END-READ
           IF NOT WS-GL-EOF AND NOT GL-TRIAL-OK
               PERFORM 9930-ABORT-GL-TRIAL-FILE
           END-IF.

       2260-ADD-GL-ROW.
           ADD GTB-LEDGER-AMOUNT-1 TO WS-GL-AMOUNT-1
           ADD GTB-LEDGER-AMOUNT-2 TO WS-GL-AMOUNT-2
           ADD GTB-LEDGER-AMOUNT-3 TO WS-GL-AMOUNT-3
           ADD GTB-POSTED-COUNT TO WS-GL-COUNT
           ADD GTB-LEDGER-AMOUNT-1 TO WS-TOT-GL-1
           ADD GTB-LEDGER-AMOUNT-2 TO WS-TOT-GL-2
           ADD GTB-LEDGER-AMOUNT-3 TO WS-TOT-GL-3
           PERFORM 2250-READ-GL-TRIAL.

       3000-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-OUR-ACCOUNT < WS-GL-ACCOUNT
                   ADD 1 TO WS-ACCOUNTS-NOT-IN-GL
                   MOVE WS-OUR-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE 'NOT IN GL' TO WS-LINE-STATUS
                   PERFORM 4000-PRINT-OUR-LINE
                   PERFORM 2100-NEXT-OUR-ACCOUNT
               WHEN WS-GL-ACCOUNT < WS-OUR-ACCOUNT
                   ADD 1 TO WS-ACCOUNTS-GL-ONLY
                   MOVE WS-GL-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE 'GL ONLY' TO WS-LINE-STATUS
                   PERFORM 4100-PRINT-GL-LINE
                   PERFORM 2200-NEXT-GL-ACCOUNT
               WHEN OTHER
                   IF WS-OUR-AMOUNT-1 = WS-GL-AMOUNT-1
                      AND WS-OUR-AMOUNT-2 = WS-GL-AMOUNT-2
                      AND WS-OUR-AMOUNT-3 = WS-GL-AMOUNT-3
                      AND WS-OUR-COUNT = WS-GL-COUNT
                       ADD 1 TO WS-ACCOUNTS-TIED
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-DIFFER
                       MOVE WS-OUR-ACCOUNT TO WS-LINE-ACCOUNT
                       MOVE 'DIFFERS' TO WS-LINE-STATUS
                       PERFORM 4000-PRINT-OUR-LINE
                       MOVE SPACES TO WS-LINE-STATUS
                       PERFORM 4100-PRINT-GL-LINE
                   END-IF
                   PERFORM 2100-NEXT-OUR-ACCOUNT
                   PERFORM 2200-NEXT-GL-ACCOUNT
           END-EVALUATE.

       4000-PRINT-OUR-LINE.
           MOVE WS-OUR-AMOUNT-1 TO WS-DETAIL-EDIT-1
           MOVE WS-OUR-AMOUNT-2 TO WS-DETAIL-EDIT-2
           MOVE WS-OUR-AMOUNT-3 TO WS-DETAIL-EDIT-3
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING WS-LINE-ACCOUNT       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-LINE-STATUS        DELIMITED BY SIZE
                  ' OURS   '            DELIMITED BY SIZE
                  WS-DETAIL-EDIT-1      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DETAIL-EDIT-2      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DETAIL-EDIT-3      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-OUR-COUNT          DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

       4100-PRINT-GL-LINE.
           MOVE WS-GL-AMOUNT-1 TO WS-DETAIL-EDIT-1
           MOVE WS-GL-AMOUNT-2 TO WS-DETAIL-EDIT-2
           MOVE WS-GL-AMOUNT-3 TO WS-DETAIL-EDIT-3
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING WS-LINE-ACCOUNT       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-LINE-STATUS        DELIMITED BY SIZE
                  ' GL     '            DELIMITED BY SIZE
                  WS-DETAIL-EDIT-1      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DETAIL-EDIT-2      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DETAIL-EDIT-3      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-GL-COUNT           DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           WRITE TRIAL-PRINT-LINE
           IF NOT TRIAL-REPORT-OK
               PERFORM 9910-ABORT-TRIAL-REPORT
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO TRIAL-PRINT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING 'ACCOUNTS - TIED: '   DELIMITED BY SIZE
                  WS-ACCOUNTS-TIED      DELIMITED BY SIZE
                  '  DIFFER: '          DELIMITED BY SIZE
                  WS-ACCOUNTS-DIFFER    DELIMITED BY SIZE
                  '  NOT IN GL: '       DELIMITED BY SIZE
                  WS-ACCOUNTS-NOT-IN-GL DELIMITED BY SIZE
                  '  GL ONLY: '         DELIMITED BY SIZE
                  WS-ACCOUNTS-GL-ONLY   DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE
           COMPUTE WS-TOT-CLOSING-1 =
               WS-TOT-OPENING-1 + WS-TOT-ACTIVITY-1
           COMPUTE WS-TOT-CLOSING-2 =
               WS-TOT-OPENING-2 + WS-TOT-ACTIVITY-2
           COMPUTE WS-TOT-CLOSING-3 =
               WS-TOT-OPENING-3 + WS-TOT-ACTIVITY-3
           MOVE WS-TOT-OPENING-1 TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-OPENING-2 TO WS-TOTAL-EDIT-2
           MOVE WS-TOT-OPENING-3 TO WS-TOTAL-EDIT-3
           MOVE 'OUR OPENING' TO WS-LINE-STATUS
           PERFORM 9100-PRINT-TOTAL-LINE
           MOVE WS-TOT-ACTIVITY-1 TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-ACTIVITY-2 TO WS-TOTAL-EDIT-2
           MOVE WS-TOT-ACTIVITY-3 TO WS-TOTAL-EDIT-3
           MOVE 'OUR ACTIVITY' TO WS-LINE-STATUS
           PERFORM 9100-PRINT-TOTAL-LINE
           MOVE WS-TOT-CLOSING-1 TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-CLOSING-2 TO WS-TOTAL-EDIT-2
           MOVE WS-TOT-CLOSING-3 TO WS-TOTAL-EDIT-3
           MOVE 'OUR CLOSING' TO WS-LINE-STATUS
           PERFORM 9100-PRINT-TOTAL-LINE
           MOVE WS-TOT-GL-1 TO WS-TOTAL-EDIT-1
           MOVE WS-TOT-GL-2 TO WS-TOTAL-EDIT-2
           MOVE WS-TOT-GL-3 TO WS-TOTAL-EDIT-3
           MOVE 'GL ACTIVITY' TO WS-LINE-STATUS
           PERFORM 9100-PRINT-TOTAL-LINE
           MOVE SPACES TO TRIAL-PRINT-LINE
           IF WS-ACCOUNTS-DIFFER = 0 AND WS-ACCOUNTS-NOT-IN-GL = 0
              AND WS-ACCOUNTS-GL-ONLY = 0
               MOVE 'TRIAL BALANCE VERDICT: TIED' TO TRIAL-PRINT-LINE
           ELSE
               MOVE 'TRIAL BALANCE VERDICT: NOT TIED'
                   TO TRIAL-PRINT-LINE
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE
           CLOSE BALANCE-FILE
           CLOSE GL-TRIAL-FILE
           CLOSE TRIAL-REPORT
           IF WS-ACCOUNTS-DIFFER > 0 OR WS-ACCOUNTS-NOT-IN-GL > 0
              OR WS-ACCOUNTS-GL-ONLY > 0
               DISPLAY 'BALTRIAL - PERIOD ' WS-PERIOD-PARM
                   ' DOES NOT TIE TO THE GL - SEE TRIAL REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-PRINT-TOTAL-LINE.
           MOVE SPACES TO TRIAL-PRINT-LINE
           STRING WS-LINE-STATUS        DELIMITED BY SIZE
                  ' AMT1: '             DELIMITED BY SIZE
                  WS-TOTAL-EDIT-1       DELIMITED BY SIZE
                  '  AMT2: '            DELIMITED BY SIZE
                  WS-TOTAL-EDIT-2       DELIMITED BY SIZE
                  '  AMT3: '            DELIMITED BY SIZE
                  WS-TOTAL-EDIT-3       DELIMITED BY SIZE
               INTO TRIAL-PRINT-LINE
           END-STRING
           PERFORM 7900-WRITE-REPORT-LINE.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is GL balance rows read;
      *        the step writes only its report.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'BALTRIAL' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'BALTRIAL' TO STL-STEP-NAME
           MOVE WS-GL-ROWS-READ TO STL-RECORDS-READ
           MOVE ZERO TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE means the tie-out
      * cannot be trusted, so each ends the job rather than silently
      * continuing -- same convention CONVMAIN uses for its own
      * file I/O.
       9910-ABORT-TRIAL-REPORT.
           DISPLAY 'BALTRIAL - FATAL I/O ERROR ON TRIAL-REPORT'
           DISPLAY 'STATUS=' TRIAL-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-BALANCE-FILE.
           DISPLAY 'BALTRIAL - FATAL I/O ERROR ON BALANCE-FILE'
           DISPLAY 'STATUS=' BALANCE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-GL-TRIAL-FILE.
           DISPLAY 'BALTRIAL - FATAL I/O ERROR ON GL-TRIAL-FILE'
           DISPLAY 'STATUS=' GL-TRIAL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
