                                       PIC 9(5).

       01  WS-CHECK-VALUE              PIC 9(5).
       01  WS-EDIT-SOURCE-ID           PIC X(8).

       LINKAGE SECTION.
           COPY WSDBREC.
           MOVE WS-AMOUNT-2 TO DB-AMOUNT-2
           MOVE WS-AMOUNT-3 TO DB-AMOUNT-3
           MOVE WS-LONG-DESC TO DB-LONG-DESC
           MOVE WS-CURRENCY-CODE TO DB-CURRENCY-CODE
           MOVE ZERO TO DB-EXCHANGE-RATE
           MOVE WS-SOURCE-ID TO DB-SOURCE-ID
           MOVE SPACES TO LS-CONVERT-STATUS
           MOVE SPACES TO LS-REJECT-REASON
           MOVE SPACES TO LS-REPAIR-RULE
      *        unloaded tail of the 50-slot table -- the loaded
      *        entries are the table; whatever is past the count is
      *        uninitialized storage that must never be compared.
      *        The record's own source's rule is looked for first;
      *        only a source with no rule of its own for the field
      *        falls back to the all-sources (source id spaces) rule,
      *        so one vendor's rule never applies to another's
      *        records.
       0100-RANGE-CHECK.
           MOVE WS-SOURCE-ID TO WS-EDIT-SOURCE-ID
           PERFORM 0150-FIND-EDIT-ENTRY
           IF NOT WS-EDIT-ENTRY-FOUND
              AND WS-SOURCE-ID NOT = SPACES
               MOVE SPACES TO WS-EDIT-SOURCE-ID
               PERFORM 0150-FIND-EDIT-ENTRY
           END-IF
           IF WS-EDIT-ENTRY-FOUND
               IF WS-CHECK-VALUE < EDIT-LOW-VALUE (EDIT-IDX)
                  OR WS-CHECK-VALUE > EDIT-HIGH-VALUE (EDIT-IDX)
                   MOVE 'REJECTED' TO LS-CONVERT-STATUS
                   MOVE 'OUT OF RANGE' TO LS-REJECT-REASON
               END-IF
           END-IF.

       0150-FIND-EDIT-ENTRY.
           SET WS-EDIT-ENTRY-FOUND TO FALSE
           SET EDIT-IDX TO 1
           SEARCH EDIT-TABLE-ENTRY
               WHEN EDIT-IDX > EDIT-TABLE-COUNT
                   CONTINUE
               WHEN EDIT-FIELD-NAME (EDIT-IDX) = 'WS-NUMERIC-FIELD'
                    AND EDIT-SOURCE-ID (EDIT-IDX) = WS-EDIT-SOURCE-ID
                   SET WS-EDIT-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *        Each rule is tried against a FRESH copy of the original
      *        field, not the previous rule's output, so the rule id
