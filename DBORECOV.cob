      ******************************************************************
      * PROGRAM-ID. DBORECOV
      *
      * Point-in-time reconstruction of DB-OUTPUT-FILE from the audit
      * trail.  Every change that ever reached DB-OUTPUT-FILE left an
      * AUDFILE row saying what landed where -- this job replays those
      * rows, oldest first, into an empty copy of the file (DD
      * DBORECOV, same layout and keys as DBOUTPUT) and stops at the
      * as-of moment, so audit can see what the file held on a given
      * date and operations has a forward-recovery path that does not
      * depend on the vendor re-sending anything.  Each row is applied
      * the way its change originally landed:
      *
      *   CLEAN/REPAIRED   - a batch or maintenance-add conversion, a
      *                      CICS-ONLINE correction or a MASS-REDRIVE
      *                      re-drive: the result side WRITTEN under
      *                      the row's record key and origin run id
      *                      (AUD-ORIGIN-RUN-ID -- the rejecting run
      *                      for a correction or re-drive).
      *   MAINTCHG         - the result side REWRITTEN over the target
      *                      row; run id and numeric field stand, as in
      *                      CONVMAIN's 6240-REWRITE-TARGET-ROW.
      *   MAINTDEL         - the target row DELETED.
      *   everything else  - REJECTED, DUPLICAT, RESENDRS, WRITEOFF,
      *                      EDITMNT, APPRREQ, APPROVED, DECLINED:
      *                      nothing reached DB-OUTPUT-FILE.
      *
      * A rebuild or partitioned run replaces DB-OUTPUT-FILE outright,
      * so the first row of a new batch run id under a non-maintenance
      * key (below CONVMAIN's 5,000,000 maintenance floor) empties the
      * reconstruction before that run's rows are applied.
      *
      * The as-of cutoff is tested against AUD-EVENT-STAMP, the moment
      * the row was written.  A row from before rows carried the stamp
      * is timed by its batch run id (the run's start) or, for a
      * CICS-ONLINE/MASS-REDRIVE row, by AUD-RUN-DATE alone (the start
      * of that day); such rows are counted on the report.  The same
      * rows carry no origin run id: a correction or re-drive among
      * them lands under its marker as run id, also counted.
      *
      * After the replay the reconstruction is matched key by key
      * against the current DBOUTPUT and every difference listed --
      * rows only in one file, and rows whose content differs, with
      * the differing fields named -- followed by counts and amount
      * totals for both files.  Run with today's date and the default
      * time, a clean match proves the trail is complete; the
      * DBORECOV file can then be REPROed over a damaged DBOUTPUT.
      *
      *   PARM1 - as-of date, YYYYMMDD (required)
      *   PARM2 - as-of time, HHMMSS (default 235959, end of the day)
      *   PARM3 - source id (default: the default source, SRCCTL.CPY)
      *
      * The JCL concatenates the chosen AUDARCH archive generations,
      * oldest first, ahead of the source's live AUDFILE under DD
      * AUDFILE, the same way AUDQUERY and GLCERTFY read history; DD
      * DBOUTPUT is the source's current file.  RETURN-CODE 4 when the
      * reconstruction and the current file differ, 16 on a bad parm
      * or an I/O error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBORECOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

      *        DYNAMIC: keyed WRITE/REWRITE/DELETE during the replay,
      *        a sequential pass for the comparison.
           SELECT RECOVERY-FILE ASSIGN TO DBORECOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCVF-RECORD-KEY
               ALTERNATE RECORD KEY IS RCVF-NUMERIC-FIELD
                   WITH DUPLICATES
               FILE STATUS IS RECOVERY-STATUS.

           SELECT DB-OUTPUT-FILE ASSIGN TO DBOUTPUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DBO-RECORD-KEY
               ALTERNATE RECORD KEY IS DBO-NUMERIC-FIELD WITH DUPLICATES
               FILE STATUS IS DB-OUTPUT-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECOVERY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-INPUT-RECORD            PIC X(268).

      *        Only the keys are named here; the record is built in
      *        WS-RECOVERED-RECORD (the DBOREC.CPY layout) and written
      *        from there.
       FD  RECOVERY-FILE.
       01  RCVF-RECORD.
           05  RCVF-RECORD-KEY         PIC 9(7).
           05  FILLER                  PIC X(15).
           05  RCVF-NUMERIC-FIELD      PIC 9(5).
           05  FILLER                  PIC X(88).

       FD  DB-OUTPUT-FILE.
           COPY DBOREC.

       FD  RECOVERY-REPORT
           RECORDING MODE IS F.
       01  RECOVERY-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDREC.
           COPY SRCCTL.
           COPY STPLOG.

       01  WS-FLAGS.
           05  AUDIT-STATUS            PIC XX.
               88  AUDIT-OK                VALUE '00'.
           05  RECOVERY-STATUS         PIC XX.
               88  RECOVERY-OK             VALUE '00'.
               88  RECOVERY-DUPKEY         VALUE '22'.
               88  RECOVERY-NOTFND         VALUE '23'.
           05  DB-OUTPUT-STATUS        PIC XX.
               88  DB-OUTPUT-OK            VALUE '00'.
           05  RECOVERY-REPORT-STATUS  PIC XX.
               88  RECOVERY-REPORT-OK      VALUE '00'.
           05  WS-AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-AUDIT-EOF            VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-RECOVERED-EOF-SWITCH PIC X VALUE 'N'.
               88  WS-RECOVERED-EOF        VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.
           05  WS-CURRENT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-CURRENT-EOF          VALUE 'Y'
                                            WHEN SET TO FALSE IS 'N'.

      *        The reconstructed row, DBOREC.CPY's layout under this
      *        program's own names so it can be held beside the
      *        current file's DB-OUTPUT-RECORD for the comparison.
       01  WS-RECOVERED-RECORD.
           05  RCV-RECORD-KEY          PIC 9(7).
           05  RCV-RUN-ID              PIC X(14).
           05  RCV-RECORD-TYPE         PIC X.
           05  RCV-NUMERIC-FIELD       PIC 9(5).
           05  RCV-CHAR-FIELD          PIC X(10).
           05  RCV-AMOUNT-1            PIC S9(7)V99.
           05  RCV-AMOUNT-2            PIC S9(7)V99.
           05  RCV-AMOUNT-3            PIC S9(7)V99.
           05  RCV-LONG-DESC           PIC X(30).
           05  RCV-CURRENCY-CODE       PIC X(3).
           05  RCV-EXCHANGE-RATE       PIC 9(4)V9(6).
           05  RCV-SOURCE-ID           PIC X(8).

      *        CONVMAIN's maintenance key floor (WS-MAINT-KEY-BASE):
      *        keys below it belong to rebuild and partition runs,
      *        which replace the whole file.
       01  WS-MAINT-KEY-FLOOR          PIC 9(7) VALUE 5000000.

       01  WS-PARMS.
           05  WS-ASOF-DATE-PARM       PIC X(8).
           05  WS-ASOF-TIME-PARM       PIC X(6).
           05  WS-SOURCE-PARM          PIC X(8).

       01  WS-ASOF-STAMP               PIC X(14).
       01  WS-ROW-STAMP                PIC X(14).
       01  WS-ROW-SOURCE-ID            PIC X(8).
       01  WS-TARGET-SOURCE-ID         PIC X(8).
       01  WS-LAST-REBUILD-RUN-ID      PIC X(14) VALUE SPACES.
       01  WS-DIFF-FIELDS              PIC X(60).
       01  WS-DIFF-POINTER             PIC 9(3).
       01  WS-COMPARE-WORD             PIC X(14).
       01  WS-AMOUNT-EDIT              PIC -(9)9.99.

       01  WS-REPLAY-COUNTERS.
           05  WS-ROWS-READ            PIC 9(9) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AFTER-CUTOFF-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NO-EFFECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-ONLINE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-REBUILD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-COLLISION-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-MISSING-TARGET-COUNT PIC 9(9) VALUE ZERO.
           05  WS-UNSTAMPED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-COMPARE-COUNTERS.
           05  WS-RECOVERED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CURRENT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-MATCHED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-DIFFER-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-RECOVERED-ONLY-COUNT PIC 9(9) VALUE ZERO.
           05  WS-CURRENT-ONLY-COUNT   PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-RCV-TOTAL-1          PIC S9(11)V99 VALUE ZERO.
           05  WS-RCV-TOTAL-2          PIC S9(11)V99 VALUE ZERO.
           05  WS-RCV-TOTAL-3          PIC S9(11)V99 VALUE ZERO.
           05  WS-CUR-TOTAL-1          PIC S9(11)V99 VALUE ZERO.
           05  WS-CUR-TOTAL-2          PIC S9(11)V99 VALUE ZERO.
           05  WS-CUR-TOTAL-3          PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-ONE-ROW
               UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE
           CLOSE RECOVERY-FILE
           PERFORM 3000-WRITE-REPLAY-TOTALS
           PERFORM 4000-COMPARE-FILES
           PERFORM 5000-WRITE-COMPARE-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARMS
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ASOF-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ASOF-TIME-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-SOURCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ASOF-DATE-PARM IS NOT NUMERIC
               DISPLAY 'DBORECOV - PARM1 (AS-OF DATE) MUST BE '
                   'YYYYMMDD: ' WS-ASOF-DATE-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF WS-ASOF-TIME-PARM = SPACES
               MOVE '235959' TO WS-ASOF-TIME-PARM
           END-IF
           IF WS-ASOF-TIME-PARM IS NOT NUMERIC
               DISPLAY 'DBORECOV - PARM2 (AS-OF TIME) MUST BE '
                   'HHMMSS: ' WS-ASOF-TIME-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 9710-LOG-STEP-END
               STOP RUN
           END-IF
           IF WS-SOURCE-PARM = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-TARGET-SOURCE-ID
           ELSE
               MOVE WS-SOURCE-PARM TO WS-TARGET-SOURCE-ID
           END-IF
           STRING WS-ASOF-DATE-PARM         DELIMITED BY SIZE
                  WS-ASOF-TIME-PARM         DELIMITED BY SIZE
               INTO WS-ASOF-STAMP
           END-STRING
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               PERFORM 9900-ABORT-AUDIT-FILE
           END-IF
           PERFORM 1200-CREATE-RECOVERY-FILE
           OPEN OUTPUT RECOVERY-REPORT
           IF NOT RECOVERY-REPORT-OK
               PERFORM 9930-ABORT-RECOVERY-REPORT
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADINGS.

       1100-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'DBORECOV - DBOUTPUT RECONSTRUCTED AS OF '
                                        DELIMITED BY SIZE
                  WS-ASOF-DATE-PARM     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ASOF-TIME-PARM     DELIMITED BY SIZE
                  ', SOURCE '           DELIMITED BY SIZE
                  WS-TARGET-SOURCE-ID   DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE.

      *        OPEN OUTPUT empties the file (or creates it on the
      *        first run); the replay then works it I-O.  Also how a
      *        rebuild run's rows start again from an empty file.
       1200-CREATE-RECOVERY-FILE.
           OPEN OUTPUT RECOVERY-FILE
           IF NOT RECOVERY-OK
               PERFORM 9910-ABORT-RECOVERY-FILE
           END-IF
           CLOSE RECOVERY-FILE
           OPEN I-O RECOVERY-FILE
           IF NOT RECOVERY-OK
               PERFORM 9910-ABORT-RECOVERY-FILE
           END-IF.

       2000-REPLAY-ONE-ROW.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2100-SELECT-ROW
           END-READ.

      *        Another source's row (a concatenation that reached
      *        past this source's own generations) and a row written
      *        after the as-of moment are read past, not applied --
      *        the test is per row, so partition audit files
      *        concatenated side by side need not interleave.
       2100-SELECT-ROW.
           IF AUD-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE-ID TO WS-ROW-SOURCE-ID
           ELSE
               MOVE AUD-SOURCE-ID TO WS-ROW-SOURCE-ID
           END-IF
           IF WS-ROW-SOURCE-ID NOT = WS-TARGET-SOURCE-ID
               ADD 1 TO WS-OTHER-SOURCE-COUNT
           ELSE
               PERFORM 2200-SET-ROW-STAMP
               IF WS-ROW-STAMP > WS-ASOF-STAMP
                   ADD 1 TO WS-AFTER-CUTOFF-COUNT
               ELSE
                   PERFORM 2300-APPLY-ROW
               END-IF
           END-IF.

       2200-SET-ROW-STAMP.
           EVALUATE TRUE
               WHEN AUD-EVENT-STAMP NOT = SPACES
                   MOVE AUD-EVENT-STAMP TO WS-ROW-STAMP
               WHEN AUD-JOB-RUN-ID IS NUMERIC
                   MOVE AUD-JOB-RUN-ID TO WS-ROW-STAMP
                   ADD 1 TO WS-UNSTAMPED-COUNT
               WHEN OTHER
                   MOVE AUD-RUN-DATE TO WS-ROW-STAMP
                   MOVE '000000' TO WS-ROW-STAMP (9:6)
                   ADD 1 TO WS-UNSTAMPED-COUNT
           END-EVALUATE.

       2300-APPLY-ROW.
           PERFORM 2400-CHECK-REBUILD-RUN
           EVALUATE AUD-STATUS
               WHEN 'CLEAN'
               WHEN 'REPAIRED'
                   PERFORM 2500-APPLY-ADD
               WHEN 'MAINTCHG'
                   PERFORM 2600-APPLY-CHANGE
               WHEN 'MAINTDEL'
                   PERFORM 2700-APPLY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-NO-EFFECT-COUNT
           END-EVALUATE.

      *        A batch run id (not a CICS-ONLINE/MASS-REDRIVE/CEDT
      *        marker) later than the last rebuild seen, on a row
      *        keyed below the maintenance floor, is a rebuild or
      *        partitioned run: its DB-OUTPUT-FILE started empty.
      *        MAINTCHG/MAINTDEL rows carry the TARGET's key and
      *        RESENDRS rows the retired reject's run id, so neither
      *        can start one.
       2400-CHECK-REBUILD-RUN.
           IF AUD-JOB-RUN-ID IS NUMERIC
              AND AUD-JOB-RUN-ID > WS-LAST-REBUILD-RUN-ID
              AND AUD-RECORD-KEY < WS-MAINT-KEY-FLOOR
              AND AUD-STATUS NOT = 'MAINTCHG'
              AND AUD-STATUS NOT = 'MAINTDEL'
              AND AUD-STATUS NOT = 'RESENDRS'
               MOVE AUD-JOB-RUN-ID TO WS-LAST-REBUILD-RUN-ID
               ADD 1 TO WS-REBUILD-COUNT
               CLOSE RECOVERY-FILE
               PERFORM 1200-CREATE-RECOVERY-FILE
               MOVE SPACES TO RECOVERY-PRINT-LINE
               STRING 'FILE REPLACED BY REBUILD RUN '
                                        DELIMITED BY SIZE
                      AUD-JOB-RUN-ID    DELIMITED BY SIZE
                   INTO RECOVERY-PRINT-LINE
               END-STRING
               PERFORM 8000-PRINT-LINE
           END-IF.

      *        The run id the row landed under is its origin run id;
      *        a row from before the field carries its own run id,
      *        which for a batch row is the same thing.  A correction
      *        or re-drive from then has only its marker.
       2500-APPLY-ADD.
           MOVE AUD-RECORD-KEY TO RCV-RECORD-KEY
           EVALUATE TRUE
               WHEN AUD-ORIGIN-RUN-ID NOT = SPACES
                   MOVE AUD-ORIGIN-RUN-ID TO RCV-RUN-ID
               WHEN AUD-JOB-RUN-ID IS NUMERIC
                   MOVE AUD-JOB-RUN-ID TO RCV-RUN-ID
               WHEN OTHER
                   MOVE AUD-JOB-RUN-ID TO RCV-RUN-ID
                   ADD 1 TO WS-NO-ORIGIN-COUNT
           END-EVALUATE
           MOVE AUD-RECORD-TYPE TO RCV-RECORD-TYPE
           MOVE AUD-DB-NUMERIC-FIELD TO RCV-NUMERIC-FIELD
           PERFORM 2550-MOVE-RESULT-SIDE
           MOVE AUD-SOURCE-ID TO RCV-SOURCE-ID
           IF AUD-JOB-RUN-ID IS NUMERIC
               ADD 1 TO WS-ADD-COUNT
           ELSE
               ADD 1 TO WS-ONLINE-COUNT
           END-IF
           WRITE RCVF-RECORD FROM WS-RECOVERED-RECORD
           EVALUATE TRUE
               WHEN RECOVERY-OK
                   CONTINUE
      *            The live WRITE would have failed and the row been
      *            rejected, so the trail and the reconstruction have
      *            parted company -- count it and let the later row
      *            stand, which is what the comparison will test.
               WHEN RECOVERY-DUPKEY
                   ADD 1 TO WS-COLLISION-COUNT
                   REWRITE RCVF-RECORD FROM WS-RECOVERED-RECORD
                   IF NOT RECOVERY-OK
                       PERFORM 9910-ABORT-RECOVERY-FILE
                   END-IF
               WHEN OTHER
                   PERFORM 9910-ABORT-RECOVERY-FILE
           END-EVALUATE.

       2550-MOVE-RESULT-SIDE.
           MOVE AUD-DB-CHAR-FIELD TO RCV-CHAR-FIELD
           MOVE AUD-DB-AMOUNT-1 TO RCV-AMOUNT-1
           MOVE AUD-DB-AMOUNT-2 TO RCV-AMOUNT-2
           MOVE AUD-DB-AMOUNT-3 TO RCV-AMOUNT-3
           MOVE AUD-DB-LONG-DESC TO RCV-LONG-DESC
           MOVE AUD-DB-CURRENCY-CODE TO RCV-CURRENCY-CODE
           MOVE AUD-DB-EXCHANGE-RATE TO RCV-EXCHANGE-RATE.

       2600-APPLY-CHANGE.
           MOVE AUD-RECORD-KEY TO RCVF-RECORD-KEY
           READ RECOVERY-FILE INTO WS-RECOVERED-RECORD
               KEY IS RCVF-RECORD-KEY
           END-READ
           EVALUATE TRUE
               WHEN RECOVERY-OK
                   MOVE AUD-RECORD-TYPE TO RCV-RECORD-TYPE
                   PERFORM 2550-MOVE-RESULT-SIDE
                   REWRITE RCVF-RECORD FROM WS-RECOVERED-RECORD
                   IF NOT RECOVERY-OK
                       PERFORM 9910-ABORT-RECOVERY-FILE
                   END-IF
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN RECOVERY-NOTFND
                   ADD 1 TO WS-MISSING-TARGET-COUNT
                   PERFORM 2800-PRINT-MISSING-TARGET
               WHEN OTHER
                   PERFORM 9910-ABORT-RECOVERY-FILE
           END-EVALUATE.

       2700-APPLY-DELETE.
           MOVE AUD-RECORD-KEY TO RCVF-RECORD-KEY
           DELETE RECOVERY-FILE
           END-DELETE
           EVALUATE TRUE
               WHEN RECOVERY-OK
                   ADD 1 TO WS-DELETE-COUNT
               WHEN RECOVERY-NOTFND
                   ADD 1 TO WS-MISSING-TARGET-COUNT
                   PERFORM 2800-PRINT-MISSING-TARGET
               WHEN OTHER
                   PERFORM 9910-ABORT-RECOVERY-FILE
           END-EVALUATE.

      *        A change or delete whose target the replay never
      *        built -- its add sits in a generation that was left
      *        out of the concatenation.
       2800-PRINT-MISSING-TARGET.
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'TARGET NOT IN RECONSTRUCTION: '
                                        DELIMITED BY SIZE
                  AUD-STATUS            DELIMITED BY SIZE
                  ' KEY '               DELIMITED BY SIZE
                  AUD-RECORD-KEY        DELIMITED BY SIZE
                  ' RUN '               DELIMITED BY SIZE
                  AUD-JOB-RUN-ID        DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE.

       3000-WRITE-REPLAY-TOTALS.
           MOVE SPACES TO RECOVERY-PRINT-LINE
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'AUDIT ROWS READ: '   DELIMITED BY SIZE
                  WS-ROWS-READ          DELIMITED BY SIZE
                  '   OTHER SOURCE: '   DELIMITED BY SIZE
                  WS-OTHER-SOURCE-COUNT DELIMITED BY SIZE
                  '   AFTER AS-OF: '    DELIMITED BY SIZE
                  WS-AFTER-CUTOFF-COUNT DELIMITED BY SIZE
                  '   NO DBOUTPUT EFFECT: '
                                        DELIMITED BY SIZE
                  WS-NO-EFFECT-COUNT    DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'ADDS APPLIED: '      DELIMITED BY SIZE
                  WS-ADD-COUNT          DELIMITED BY SIZE
                  '   CORRECTIONS/RE-DRIVES: '
                                        DELIMITED BY SIZE
                  WS-ONLINE-COUNT       DELIMITED BY SIZE
                  '   CHANGES: '        DELIMITED BY SIZE
                  WS-CHANGE-COUNT       DELIMITED BY SIZE
                  '   DELETES: '        DELIMITED BY SIZE
                  WS-DELETE-COUNT       DELIMITED BY SIZE
                  '   REBUILDS: '       DELIMITED BY SIZE
                  WS-REBUILD-COUNT      DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'TIMED WITHOUT STAMP: '
                                        DELIMITED BY SIZE
                  WS-UNSTAMPED-COUNT    DELIMITED BY SIZE
                  '   NO ORIGIN RUN ID: '
                                        DELIMITED BY SIZE
                  WS-NO-ORIGIN-COUNT    DELIMITED BY SIZE
                  '   KEY COLLISIONS: ' DELIMITED BY SIZE
                  WS-COLLISION-COUNT    DELIMITED BY SIZE
                  '   MISSING TARGETS: '
                                        DELIMITED BY SIZE
                  WS-MISSING-TARGET-COUNT
                                        DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'COMPARISON WITH CURRENT DBOUTPUT'
                                        DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'KEY      RESULT         AS-OF RUN ID   '
                  'CURRENT RUN ID FIELDS DIFFERING'
               DELIMITED BY SIZE INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE.

      *        Both files are read in primary-key order and matched:
      *        the lower key is the one-sided row, equal keys are
      *        compared field by field.
       4000-COMPARE-FILES.
           OPEN INPUT RECOVERY-FILE
           IF NOT RECOVERY-OK
               PERFORM 9910-ABORT-RECOVERY-FILE
           END-IF
           OPEN INPUT DB-OUTPUT-FILE
           IF NOT DB-OUTPUT-OK
               PERFORM 9920-ABORT-DB-OUTPUT-FILE
           END-IF
           PERFORM 4100-READ-RECOVERED
           PERFORM 4200-READ-CURRENT
           PERFORM 4300-MATCH-ONE-KEY
               UNTIL WS-RECOVERED-EOF AND WS-CURRENT-EOF
           CLOSE RECOVERY-FILE
           CLOSE DB-OUTPUT-FILE.

       4100-READ-RECOVERED.
           READ RECOVERY-FILE NEXT INTO WS-RECOVERED-RECORD
               AT END
                   SET WS-RECOVERED-EOF TO TRUE
                   MOVE 9999999 TO RCV-RECORD-KEY
               NOT AT END
                   ADD 1 TO WS-RECOVERED-COUNT
                   ADD RCV-AMOUNT-1 TO WS-RCV-TOTAL-1
                   ADD RCV-AMOUNT-2 TO WS-RCV-TOTAL-2
                   ADD RCV-AMOUNT-3 TO WS-RCV-TOTAL-3
           END-READ.

       4200-READ-CURRENT.
           READ DB-OUTPUT-FILE NEXT
               AT END
                   SET WS-CURRENT-EOF TO TRUE
                   MOVE 9999999 TO DBO-RECORD-KEY
               NOT AT END
                   ADD 1 TO WS-CURRENT-COUNT
                   ADD DBO-AMOUNT-1 TO WS-CUR-TOTAL-1
                   ADD DBO-AMOUNT-2 TO WS-CUR-TOTAL-2
                   ADD DBO-AMOUNT-3 TO WS-CUR-TOTAL-3
           END-READ.

       4300-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-CURRENT-EOF
                   OR (NOT WS-RECOVERED-EOF
                       AND RCV-RECORD-KEY < DBO-RECORD-KEY)
                   ADD 1 TO WS-RECOVERED-ONLY-COUNT
                   MOVE 'AS-OF ONLY' TO WS-COMPARE-WORD
                   MOVE SPACES TO WS-DIFF-FIELDS
                   PERFORM 4500-PRINT-DIFFERENCE
                   PERFORM 4100-READ-RECOVERED
               WHEN WS-RECOVERED-EOF
                   OR DBO-RECORD-KEY < RCV-RECORD-KEY
                   ADD 1 TO WS-CURRENT-ONLY-COUNT
                   MOVE 'CURRENT ONLY' TO WS-COMPARE-WORD
                   MOVE SPACES TO WS-DIFF-FIELDS
                   PERFORM 4500-PRINT-DIFFERENCE
                   PERFORM 4200-READ-CURRENT
               WHEN OTHER
                   PERFORM 4400-COMPARE-FIELDS
                   IF WS-DIFF-FIELDS = SPACES
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       ADD 1 TO WS-DIFFER-COUNT
                       MOVE 'DIFFERS' TO WS-COMPARE-WORD
                       PERFORM 4500-PRINT-DIFFERENCE
                   END-IF
                   PERFORM 4100-READ-RECOVERED
                   PERFORM 4200-READ-CURRENT
           END-EVALUATE.

       4400-COMPARE-FIELDS.
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1 TO WS-DIFF-POINTER
           IF RCV-RUN-ID NOT = DBO-RUN-ID
               STRING 'RUN '            DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-RECORD-TYPE NOT = DBO-RECORD-TYPE
               STRING 'TYPE '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-NUMERIC-FIELD NOT = DBO-NUMERIC-FIELD
               STRING 'NUM '            DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-CHAR-FIELD NOT = DBO-CHAR-FIELD
               STRING 'CHAR '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-AMOUNT-1 NOT = DBO-AMOUNT-1
               STRING 'AMT1 '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-AMOUNT-2 NOT = DBO-AMOUNT-2
               STRING 'AMT2 '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-AMOUNT-3 NOT = DBO-AMOUNT-3
               STRING 'AMT3 '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-LONG-DESC NOT = DBO-LONG-DESC
               STRING 'DESC '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-CURRENCY-CODE NOT = DBO-CURRENCY-CODE
               STRING 'CCY '            DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-EXCHANGE-RATE NOT = DBO-EXCHANGE-RATE
               STRING 'RATE '           DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF
           IF RCV-SOURCE-ID NOT = DBO-SOURCE-ID
               STRING 'SOURCE '         DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.

      *        One line per difference; a one-sided row shows only
      *        the side it is on.
       4500-PRINT-DIFFERENCE.
           MOVE SPACES TO RECOVERY-PRINT-LINE
           IF WS-COMPARE-WORD = 'CURRENT ONLY'
               STRING DBO-RECORD-KEY    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-COMPARE-WORD   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      '              '  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      DBO-RUN-ID        DELIMITED BY SIZE
                   INTO RECOVERY-PRINT-LINE
               END-STRING
           ELSE
               STRING RCV-RECORD-KEY    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-COMPARE-WORD   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      RCV-RUN-ID        DELIMITED BY SIZE
                   INTO RECOVERY-PRINT-LINE
               END-STRING
               IF WS-COMPARE-WORD = 'DIFFERS'
                   MOVE DBO-RUN-ID TO RECOVERY-PRINT-LINE (40:14)
                   MOVE WS-DIFF-FIELDS TO RECOVERY-PRINT-LINE (55:60)
               END-IF
           END-IF
           PERFORM 8000-PRINT-LINE.

       5000-WRITE-COMPARE-TOTALS.
           MOVE SPACES TO RECOVERY-PRINT-LINE
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'ROWS AS OF: '        DELIMITED BY SIZE
                  WS-RECOVERED-COUNT    DELIMITED BY SIZE
                  '   ROWS CURRENT: '   DELIMITED BY SIZE
                  WS-CURRENT-COUNT      DELIMITED BY SIZE
                  '   IDENTICAL: '      DELIMITED BY SIZE
                  WS-MATCHED-COUNT      DELIMITED BY SIZE
                  '   DIFFER: '         DELIMITED BY SIZE
                  WS-DIFFER-COUNT       DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           STRING 'AS-OF ONLY: '        DELIMITED BY SIZE
                  WS-RECOVERED-ONLY-COUNT
                                        DELIMITED BY SIZE
                  '   CURRENT ONLY: '   DELIMITED BY SIZE
                  WS-CURRENT-ONLY-COUNT DELIMITED BY SIZE
               INTO RECOVERY-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           MOVE 'AMOUNT TOTALS    AS OF' TO RECOVERY-PRINT-LINE
           MOVE WS-RCV-TOTAL-1 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (24:13)
           MOVE WS-RCV-TOTAL-2 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (39:13)
           MOVE WS-RCV-TOTAL-3 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (54:13)
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO RECOVERY-PRINT-LINE
           MOVE 'AMOUNT TOTALS  CURRENT' TO RECOVERY-PRINT-LINE
           MOVE WS-CUR-TOTAL-1 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (24:13)
           MOVE WS-CUR-TOTAL-2 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (39:13)
           MOVE WS-CUR-TOTAL-3 TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RECOVERY-PRINT-LINE (54:13)
           PERFORM 8000-PRINT-LINE.

       8000-PRINT-LINE.
           WRITE RECOVERY-PRINT-LINE
           IF NOT RECOVERY-REPORT-OK
               PERFORM 9930-ABORT-RECOVERY-REPORT
           END-IF.

       9000-TERMINATE.
           CLOSE RECOVERY-REPORT
      *        RETURN-CODE 4: informational for an audit look-back
      *        (the file has moved on since), a warning for a forward
      *        recovery run to now -- either way the page says what.
           IF WS-RECOVERED-ONLY-COUNT > 0
              OR WS-CURRENT-ONLY-COUNT > 0
              OR WS-DIFFER-COUNT > 0
               DISPLAY 'DBORECOV - RECONSTRUCTION AS OF '
                   WS-ASOF-STAMP ' DIFFERS FROM CURRENT DBOUTPUT'
                   ' - SEE RCVRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'DBORECOV - RECONSTRUCTION AS OF '
                   WS-ASOF-STAMP ' MATCHES CURRENT DBOUTPUT'
           END-IF.

      *        Job-step history (STEPLOG, STPREC.CPY): a start row as
      *        the step begins and an end row on every way out of it --
      *        the normal end and each stop alike -- with the
      *        RETURN-CODE it ended on.  Read is audit rows replayed,
      *        written is rows in the reconstruction.
       9700-LOG-STEP-START.
           INITIALIZE STEP-LOG-AREA
           MOVE 'DBORECOV' TO STL-STEP-NAME
           SET STL-STEP-START TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

       9710-LOG-STEP-END.
           MOVE 'DBORECOV' TO STL-STEP-NAME
           MOVE WS-ROWS-READ TO STL-RECORDS-READ
           MOVE WS-RECOVERED-COUNT TO STL-RECORDS-WRITTEN
           SET STL-STEP-END TO TRUE
           MOVE RETURN-CODE TO STL-RETURN-CODE
           CALL 'STEPLOG' USING STEP-LOG-AREA.

      * 99xx-series: a failed OPEN/READ/WRITE leaves a reconstruction
      * nobody can rely on, so each ends the job -- same convention
      * CONVMAIN uses for its own file I/O.
       9900-ABORT-AUDIT-FILE.
           DISPLAY 'DBORECOV - FATAL I/O ERROR ON AUDIT-FILE'
           DISPLAY 'STATUS=' AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9910-ABORT-RECOVERY-FILE.
           DISPLAY 'DBORECOV - FATAL I/O ERROR ON RECOVERY-FILE'
           DISPLAY 'STATUS=' RECOVERY-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9920-ABORT-DB-OUTPUT-FILE.
           DISPLAY 'DBORECOV - FATAL I/O ERROR ON DB-OUTPUT-FILE'
           DISPLAY 'STATUS=' DB-OUTPUT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       9930-ABORT-RECOVERY-REPORT.
           DISPLAY 'DBORECOV - FATAL I/O ERROR ON RECOVERY-REPORT'
           DISPLAY 'STATUS=' RECOVERY-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.
