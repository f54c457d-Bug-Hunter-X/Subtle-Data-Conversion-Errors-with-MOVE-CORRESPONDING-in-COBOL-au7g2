      * (EDR-UPDATE-USER) and the audit row, so every rule change is
      * attributable.
      *
      * Rules are keyed by source vendor (EDTREC.CPY): the SOURCE ID
      * field names the source a rule governs, and left blank keys the
      * rule for every source without one of its own.
      *
      * Every add/change/retire writes a row to AUDFILE with status
      * EDITMNT, so the audit trail covers rule maintenance the same
      * way it covers record conversions.  Rules are retired by

       01  WS-ABS-TIME                 PIC S9(15) COMP-3.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-TIME               PIC X(6).
       01  WS-USER-ID                  PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP.

           INSPECT EEFFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ELOWI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT EHIGHI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT EEXPI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ESRCI REPLACING ALL LOW-VALUE BY SPACE.

      *        The effective date goes straight into the EDITFILE key
      *        and then drives EDTAPPLY's date comparisons, so a
                       TO EMSGO
                   PERFORM 5100-SEND-MAP-DATAONLY
               WHEN OTHER
               MOVE ESRCI TO EDR-SOURCE-ID
               MOVE EFLDI TO EDR-FIELD-NAME
               MOVE EEFFI TO EDR-EFF-DATE
               EVALUATE ACTNI
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-TODAY-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               MOVE EDR-EXP-DATE TO EEXPO
               MOVE 'RULE DISPLAYED' TO EMSGO
           ELSE
               MOVE 'RULE NOT FOUND FOR THAT SOURCE/FIELD/DATE'
                   TO EMSGO
           END-IF.

                           TO EMSGO
                   END-IF
               ELSE
                   MOVE 'RULE NOT FOUND FOR THAT SOURCE/FIELD/DATE'
                       TO EMSGO
               END-IF
           END-EVALUATE.
                       TO EMSGO
               END-IF
           ELSE
               MOVE 'RULE NOT FOUND FOR THAT SOURCE/FIELD/DATE'
                   TO EMSGO
           END-IF.

           MOVE ZEROS TO AUD-DB-AMOUNT-1 AUD-DB-AMOUNT-2
               AUD-DB-AMOUNT-3
           MOVE SPACES TO AUD-DB-LONG-DESC
           MOVE SPACES TO AUD-WS-CURRENCY-CODE AUD-DB-CURRENCY-CODE
           MOVE ZERO TO AUD-DB-EXCHANGE-RATE
           MOVE EDR-SOURCE-ID TO AUD-SOURCE-ID
           STRING WS-TODAY-DATE             DELIMITED BY SIZE
                  WS-TODAY-TIME             DELIMITED BY SIZE
               INTO AUD-EVENT-STAMP
           END-STRING
           MOVE SPACES TO AUD-ORIGIN-RUN-ID
           MOVE 'EDITMNT' TO AUD-STATUS
           MOVE SPACES TO AUD-REPAIR-RULE
           MOVE SPACES TO AUD-REJECT-REASON
