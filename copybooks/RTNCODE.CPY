      ******************************************************************
      * RTNCODE.CPY
      *
      * Standard reject-reason codes agreed with the vendor for the
      * reject-return file (RTNREC.CPY), mapped from the reason text
      * the conversion stamps on EXC-REASON.  Same arrangement as
      * REPRTBL.CPY: compile-time FILLER literals redefined as a
      * table, because a new code is a conversation with the vendor
      * first and a program change second, never a same-day edit.
      * Adding a code is another FILLER line, bumping OCCURS and
      * WS-RETURN-CODE-MAX together.
      *
      * RTC-RETURN-FLAG says whose defect the reason describes: 'Y'
      * is a defect in what the vendor sent, and the reject goes back
      * to them; 'N' is a failure on our side of the hand-off (a
      * DB-OUTPUT-FILE write failure, or a currency treasury has not
      * yet loaded a rate for) that the vendor cannot fix, so the
      * reject is held here and only counted on the control report.
      * A reason text with no row goes back under ZZ99 --
      * an unrecognized reason must never quietly stay home.
      ******************************************************************
       01  WS-RETURN-CODE-MAX      PIC 9(4) VALUE 0012.

       01  WS-RETURN-CODE-DATA.
           05  FILLER              PIC X(35)
               VALUE 'NOT NUMERIC                   NN01Y'.
           05  FILLER              PIC X(35)
               VALUE 'AMOUNT NOT NUMERIC            AN01Y'.
           05  FILLER              PIC X(35)
               VALUE 'OUT OF RANGE                  OR01Y'.
           05  FILLER              PIC X(35)
               VALUE 'ACCOUNT NOT ON GL CHART       AC01Y'.
           05  FILLER              PIC X(35)
               VALUE 'ACCOUNT INACTIVE ON GL CHART  AC02Y'.
           05  FILLER              PIC X(35)
               VALUE 'INVALID MAINTENANCE RECORD    MT01Y'.
           05  FILLER              PIC X(35)
               VALUE 'CHANGE TARGET NOT FOUND       MT02Y'.
           05  FILLER              PIC X(35)
               VALUE 'DELETE TARGET NOT FOUND       MT03Y'.
           05  FILLER              PIC X(35)
               VALUE 'DELETE REFUSED - FED TO GL    MT04Y'.
           05  FILLER              PIC X(35)
               VALUE 'DB OUTPUT WRITE FAILED        IN01N'.
           05  FILLER              PIC X(35)
               VALUE 'UNKNOWN CURRENCY CODE         CU01Y'.
           05  FILLER              PIC X(35)
               VALUE 'NO EXCHANGE RATE FOR DATE     CU02N'.

       01  WS-RETURN-CODE-TABLE REDEFINES WS-RETURN-CODE-DATA.
           05  RETURN-CODE-ENTRY OCCURS 12 TIMES
                   INDEXED BY RETURN-CODE-IDX.
               10  RTC-REASON-TEXT     PIC X(30).
               10  RTC-REASON-CODE     PIC X(4).
               10  RTC-RETURN-FLAG     PIC X.
