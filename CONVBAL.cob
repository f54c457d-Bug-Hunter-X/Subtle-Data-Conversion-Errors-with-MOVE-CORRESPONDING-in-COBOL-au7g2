      ******************************************************************
      * PROGRAM-ID. CONVBAL
      *
      * Read-only account balance inquiry, transaction CBAL, sibling
      * to CINQ/CONVINQ.  The back office keys an account (the
      * DBO-NUMERIC-FIELD value the GL posts under) and sees its
      * balance by accounting period from the account period balance
      * file BALPOST keeps (BALREC.CPY, CICS FCT name ACCTBAL): one
      * line per period with the closing balance of each amount and
      * the number of postings, the twelve most recent periods when
      * the account has more.  The detail block below the list shows
      * one period in full -- opening, activity, the posting counts
      * by origin and the last date posted -- the period keyed in
      * PERIOD, or the latest period when none is keyed.
      *
      * The browse starts GTEQ on the account with period '000000'
      * and reads forward until the account changes; period '000000'
      * is the file's control row (account zero) and is never shown.
      * Rows arrive oldest period first, so the list rolls: once the
      * twelve slots are full the oldest drops off the top.
      *
      * Nothing here writes: ACCTBAL is browse/read only, so CBAL can
      * be opened to any back-office user without risk.  Amounts are
      * ledger currency, as on the file.
      *
      * NOTE: This program uses EXEC CICS commands and, like CONVINQ,
      * is desk-checked against standard IBM CICS COBOL command-level
      * conventions (no CICS translator in this toolchain).  RESP is
      * used on every file command so all outcomes are handled in
      * line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVBAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY BALMAP.
           COPY BALREC.

       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-LIST-SUB                 PIC 9(4) COMP.
       01  WS-LIST-COUNT               PIC 9(4) COMP.
       01  WS-PERIODS-FOUND            PIC 9(4) COMP.
       01  WS-SEARCH-ACCOUNT           PIC 9(5).
       01  WS-SEARCH-PERIOD            PIC X(6).
       01  WS-POSTING-COUNT            PIC 9(7).
       01  WS-CLOSING-1                PIC S9(11)V99.
       01  WS-CLOSING-2                PIC S9(11)V99.
       01  WS-CLOSING-3                PIC S9(11)V99.
       01  WS-AMOUNT-EDIT-1            PIC -(10)9.99.
       01  WS-AMOUNT-EDIT-2            PIC -(10)9.99.
       01  WS-AMOUNT-EDIT-3            PIC -(10)9.99.

       01  WS-BROWSE-DONE-SWITCH       PIC X VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
       01  WS-DETAIL-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-DETAIL-FOUND             VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        The twelve list slots roll: once full, the oldest
      *        period is dropped so the screen always shows the most
      *        recent twelve.
       01  WS-PERIOD-LINES.
           05  WS-PERIOD-LINE OCCURS 12 TIMES
                                       PIC X(70).

      *        The row the detail block shows: the keyed period's, or
      *        with none keyed the last (latest) row read.
       01  WS-DETAIL-ROW               PIC X(125).

       01  WS-COMMAREA.
           05  WS-CA-ACCOUNT           PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCOUNT              PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-ENTRY
           ELSE
               MOVE CA-ACCOUNT TO WS-CA-ACCOUNT
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           PERFORM 9000-RETURN-TRANSACTION
           GOBACK.

      *        RETURN passes the WORKING-STORAGE copy of the COMMAREA
      *        (same pattern as CONVINQ), never DFHCOMMAREA.
       9000-RETURN-TRANSACTION.
           EXEC CICS RETURN
               TRANSID('CBAL')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO BALMAPO
           MOVE 'KEY AN ACCOUNT (AND OPTIONALLY A PERIOD)  PF3=EXIT'
               TO BMSGO
           EXEC CICS SEND MAP('BALMAP')
               MAPSET('BALMSD')
               FROM(BALMAPO)
               ERASE
           END-EXEC.

      *        Same EIBAID-before-RECEIVE convention as CONVINQ: only
      *        the ENTER path needs typed fields, so only it issues
      *        RECEIVE MAP.
       2000-RECEIVE-AND-PROCESS.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   EXEC CICS RETURN END-EXEC
                   GOBACK
               WHEN EIBAID = DFHENTER
                   EXEC CICS RECEIVE
                       MAP('BALMAP')
                       MAPSET('BALMSD')
                       INTO(BALMAPI)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 3000-DISPATCH-REQUEST
                   ELSE
                       MOVE 'KEY AN ACCOUNT AND PRESS ENTER' TO BMSGO
                       PERFORM 5100-SEND-MAP-DATAONLY
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER=SHOW BALANCES  PF3=EXIT' TO BMSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
           END-EVALUATE.

      *        A period left blank (or never keyed) means the latest;
      *        one keyed must be a YYYYMM.
       3000-DISPATCH-REQUEST.
           IF PERDL = 0 OR PERDI = SPACES OR PERDI = LOW-VALUES
               MOVE SPACES TO WS-SEARCH-PERIOD
           ELSE
               MOVE PERDI TO WS-SEARCH-PERIOD
           END-IF
      *        Both keys are taken off the map here: 3100 clears the
      *        map (BALMAPO redefines BALMAPI) before it builds the
      *        reply.
           IF ACCTI IS NUMERIC
               MOVE ACCTI TO WS-SEARCH-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN ACCTI IS NOT NUMERIC
                   MOVE 'KEY AN ACCOUNT AND PRESS ENTER' TO BMSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
               WHEN WS-SEARCH-PERIOD NOT = SPACES
                AND WS-SEARCH-PERIOD IS NOT NUMERIC
                   MOVE 'PERIOD MUST BE YYYYMM OR BLANK' TO BMSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
               WHEN OTHER
                   PERFORM 3100-BROWSE-ACCOUNT
           END-EVALUATE.

       3100-BROWSE-ACCOUNT.
           MOVE LOW-VALUES TO BALMAPO
           MOVE WS-SEARCH-ACCOUNT TO WS-CA-ACCOUNT ACCTO
           MOVE WS-SEARCH-PERIOD TO PERDO
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-PERIODS-FOUND
           MOVE SPACES TO WS-PERIOD-LINES
           SET WS-DETAIL-FOUND TO FALSE
           SET WS-BROWSE-DONE TO FALSE
           MOVE WS-SEARCH-ACCOUNT TO BAL-ACCOUNT-NUMBER
           MOVE '000000' TO BAL-PERIOD
           EXEC CICS STARTBR
               FILE('ACCTBAL')
               RIDFLD(BAL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3200-READ-NEXT-PERIOD
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('ACCTBAL')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-LIST-COUNT
               MOVE WS-PERIOD-LINE (WS-LIST-SUB)
                   TO BLSTO (WS-LIST-SUB)
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PERIODS-FOUND = 0
                   MOVE 'NO BALANCES ON FILE FOR THAT ACCOUNT'
                       TO BMSGO
               WHEN NOT WS-DETAIL-FOUND
                   MOVE 'NO BALANCE FOR THAT PERIOD - LIST SHOWN'
                       TO BMSGO
               WHEN WS-PERIODS-FOUND > 12
                   PERFORM 4000-FORMAT-DETAIL
                   MOVE 'OVER 12 PERIODS - 12 MOST RECENT LISTED'
                       TO BMSGO
               WHEN OTHER
                   PERFORM 4000-FORMAT-DETAIL
                   MOVE 'KEY ANOTHER ACCOUNT OR PERIOD  PF3=EXIT'
                       TO BMSGO
           END-EVALUATE
           PERFORM 5000-SEND-MAP-ERASE.

       3200-READ-NEXT-PERIOD.
           EXEC CICS READNEXT
               FILE('ACCTBAL')
               INTO(BALANCE-RECORD)
               RIDFLD(BAL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN BAL-ACCOUNT-NUMBER NOT = WS-SEARCH-ACCOUNT
                   SET WS-BROWSE-DONE TO TRUE
               WHEN BAL-CONTROL-ROW
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PERIODS-FOUND
                   IF WS-SEARCH-PERIOD = SPACES
                      OR BAL-PERIOD = WS-SEARCH-PERIOD
                       MOVE BALANCE-RECORD TO WS-DETAIL-ROW
                       SET WS-DETAIL-FOUND TO TRUE
                   END-IF
                   PERFORM 3300-ROLL-IN-PERIOD-LINE
           END-EVALUATE.

       3300-ROLL-IN-PERIOD-LINE.
           COMPUTE WS-CLOSING-1 = BAL-OPENING-1 + BAL-ACTIVITY-1
           COMPUTE WS-CLOSING-2 = BAL-OPENING-2 + BAL-ACTIVITY-2
           COMPUTE WS-CLOSING-3 = BAL-OPENING-3 + BAL-ACTIVITY-3
           MOVE WS-CLOSING-1 TO WS-AMOUNT-EDIT-1
           MOVE WS-CLOSING-2 TO WS-AMOUNT-EDIT-2
           MOVE WS-CLOSING-3 TO WS-AMOUNT-EDIT-3
           COMPUTE WS-POSTING-COUNT = BAL-CONVERTED-COUNT
               + BAL-CORRECTED-COUNT + BAL-REVERSED-COUNT
               + BAL-SUSPENSE-COUNT
           IF WS-LIST-COUNT < 12
               ADD 1 TO WS-LIST-COUNT
           ELSE
               PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB > 11
                   MOVE WS-PERIOD-LINE (WS-LIST-SUB + 1)
                       TO WS-PERIOD-LINE (WS-LIST-SUB)
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PERIOD-LINE (WS-LIST-COUNT)
           STRING BAL-PERIOD              DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-POSTING-COUNT        DELIMITED BY SIZE
               INTO WS-PERIOD-LINE (WS-LIST-COUNT)
           END-STRING.

      *        The chosen period in full: its opening balance, the
      *        period's activity, and where the postings came from.
       4000-FORMAT-DETAIL.
           MOVE WS-DETAIL-ROW TO BALANCE-RECORD
           STRING 'PERIOD '               DELIMITED BY SIZE
                  BAL-PERIOD              DELIMITED BY SIZE
                  '  LAST POSTED '        DELIMITED BY SIZE
                  BAL-LAST-POSTED-DATE    DELIMITED BY SIZE
               INTO DTL1O
           END-STRING
           MOVE BAL-OPENING-1 TO WS-AMOUNT-EDIT-1
           MOVE BAL-OPENING-2 TO WS-AMOUNT-EDIT-2
           MOVE BAL-OPENING-3 TO WS-AMOUNT-EDIT-3
           STRING 'OPENING '              DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3        DELIMITED BY SIZE
               INTO DTL2O
           END-STRING
           MOVE BAL-ACTIVITY-1 TO WS-AMOUNT-EDIT-1
           MOVE BAL-ACTIVITY-2 TO WS-AMOUNT-EDIT-2
           MOVE BAL-ACTIVITY-3 TO WS-AMOUNT-EDIT-3
           STRING 'ACTIVITY'              DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3        DELIMITED BY SIZE
               INTO DTL3O
           END-STRING
           STRING 'CONVERTED '            DELIMITED BY SIZE
                  BAL-CONVERTED-COUNT     DELIMITED BY SIZE
                  '  CORRECTED '          DELIMITED BY SIZE
                  BAL-CORRECTED-COUNT     DELIMITED BY SIZE
                  '  REVERSED '           DELIMITED BY SIZE
                  BAL-REVERSED-COUNT      DELIMITED BY SIZE
                  '  SUSPENSE '           DELIMITED BY SIZE
                  BAL-SUSPENSE-COUNT      DELIMITED BY SIZE
               INTO DTL4O
           END-STRING.

       5000-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('BALMAP')
               MAPSET('BALMSD')
               FROM(BALMAPO)
               ERASE
           END-EXEC.

       5100-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP('BALMAP')
               MAPSET('BALMSD')
               FROM(BALMAPO)
               DATAONLY
           END-EXEC.
