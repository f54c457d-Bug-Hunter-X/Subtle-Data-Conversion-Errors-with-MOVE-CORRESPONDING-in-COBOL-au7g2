      * processing date and it has not been retired (expiry date
      * blank, zero, or on/after the processing date).  When a field
      * has more than one active dated row the latest effective date
      * wins; EDITFILE is keyed on source id + field name + effective
      * date, so a source's rows for a field arrive in ascending date
      * order and replace-on-later-date guarantees it.  Each source id
      * (spaces = all sources) folds into its own table entry -- the
      * choice between a source's own rule and the all-sources rule
      * is made per record, by CONVLOGC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDTAPPLY.
               WHEN EDIT-IDX > EDIT-TABLE-COUNT
                   CONTINUE
               WHEN EDIT-FIELD-NAME (EDIT-IDX) = EDR-FIELD-NAME
                    AND EDIT-SOURCE-ID (EDIT-IDX) = EDR-SOURCE-ID
                   SET WS-EDIT-RULE-FOUND TO TRUE
           END-SEARCH
           IF WS-EDIT-RULE-FOUND
               IF EDIT-TABLE-COUNT < 50
                   ADD 1 TO EDIT-TABLE-COUNT
                   SET EDIT-IDX TO EDIT-TABLE-COUNT
                   MOVE EDR-SOURCE-ID TO EDIT-SOURCE-ID (EDIT-IDX)
                   MOVE EDR-FIELD-NAME TO EDIT-FIELD-NAME (EDIT-IDX)
                   MOVE EDR-LOW-VALUE TO EDIT-LOW-VALUE (EDIT-IDX)
                   MOVE EDR-HIGH-VALUE TO EDIT-HIGH-VALUE (EDIT-IDX)
                   MOVE EDR-EFF-DATE TO EDIT-EFF-DATE (EDIT-IDX)
               ELSE
                   DISPLAY 'EDTAPPLY - EDIT TABLE FULL, DROPPING '
                       'RULE FOR: ' EDR-FIELD-NAME ' ' EDR-SOURCE-ID
               END-IF
           END-IF.
