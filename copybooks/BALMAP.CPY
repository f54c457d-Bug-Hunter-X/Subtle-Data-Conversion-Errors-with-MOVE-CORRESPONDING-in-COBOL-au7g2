      ******************************************************************
      * BALMAP.CPY
      *
      * Symbolic map for mapset BALMSD, map BALMAP -- the account
      * balance inquiry screen driven by CONVBAL (transaction CBAL).
      * Hand-maintained in the classic length/attribute/data BMS
      * symbolic map layout, same as INQMAP.CPY.
      *
      * BALMAPI/BALMAPO mirror exactly what the TYPE=DSECT pass of
      * maps/BALMSD.bms generates: the twelve period lines are the
      * individually named fields LST1-LST12, as in the mapset
      * source.  BAL-LIST-VIEW at the bottom is a HAND-MAINTAINED
      * overlay, NOT part of the DSECT output: it redefines the same
      * storage to give CONVBAL a subscriptable BLSTO (n) view of the
      * twelve output lines.  If the screen is ever regenerated from
      * the mapset source, replace BALMAPI/BALMAPO with the fresh
      * DSECT output and RE-APPEND BAL-LIST-VIEW, re-checking its two
      * filler offsets against the regenerated layout.
      ******************************************************************
       01  BALMAPI.
           05  FILLER                  PIC X(12).
           05  ACCTL                   PIC S9(4) COMP.
           05  ACCTF                   PIC X.
           05  FILLER REDEFINES ACCTF.
               10  ACCTA               PIC X.
           05  ACCTI                   PIC 9(5).
           05  PERDL                   PIC S9(4) COMP.
           05  PERDF                   PIC X.
           05  FILLER REDEFINES PERDF.
               10  PERDA               PIC X.
           05  PERDI                   PIC X(6).
           05  LST1L                   PIC S9(4) COMP.
           05  LST1F                   PIC X.
           05  FILLER REDEFINES LST1F.
               10  LST1A               PIC X.
           05  LST1I                   PIC X(70).
           05  LST2L                   PIC S9(4) COMP.
           05  LST2F                   PIC X.
           05  FILLER REDEFINES LST2F.
               10  LST2A               PIC X.
           05  LST2I                   PIC X(70).
           05  LST3L                   PIC S9(4) COMP.
           05  LST3F                   PIC X.
           05  FILLER REDEFINES LST3F.
               10  LST3A               PIC X.
           05  LST3I                   PIC X(70).
           05  LST4L                   PIC S9(4) COMP.
           05  LST4F                   PIC X.
           05  FILLER REDEFINES LST4F.
               10  LST4A               PIC X.
           05  LST4I                   PIC X(70).
           05  LST5L                   PIC S9(4) COMP.
           05  LST5F                   PIC X.
           05  FILLER REDEFINES LST5F.
               10  LST5A               PIC X.
           05  LST5I                   PIC X(70).
           05  LST6L                   PIC S9(4) COMP.
           05  LST6F                   PIC X.
           05  FILLER REDEFINES LST6F.
               10  LST6A               PIC X.
           05  LST6I                   PIC X(70).
           05  LST7L                   PIC S9(4) COMP.
           05  LST7F                   PIC X.
           05  FILLER REDEFINES LST7F.
               10  LST7A               PIC X.
           05  LST7I                   PIC X(70).
           05  LST8L                   PIC S9(4) COMP.
           05  LST8F                   PIC X.
           05  FILLER REDEFINES LST8F.
               10  LST8A               PIC X.
           05  LST8I                   PIC X(70).
           05  LST9L                   PIC S9(4) COMP.
           05  LST9F                   PIC X.
           05  FILLER REDEFINES LST9F.
               10  LST9A               PIC X.
           05  LST9I                   PIC X(70).
           05  LST10L                  PIC S9(4) COMP.
           05  LST10F                  PIC X.
           05  FILLER REDEFINES LST10F.
               10  LST10A              PIC X.
           05  LST10I                  PIC X(70).
           05  LST11L                  PIC S9(4) COMP.
           05  LST11F                  PIC X.
           05  FILLER REDEFINES LST11F.
               10  LST11A              PIC X.
           05  LST11I                  PIC X(70).
           05  LST12L                  PIC S9(4) COMP.
           05  LST12F                  PIC X.
           05  FILLER REDEFINES LST12F.
               10  LST12A              PIC X.
           05  LST12I                  PIC X(70).
           05  DTL1L                   PIC S9(4) COMP.
           05  DTL1F                   PIC X.
           05  FILLER REDEFINES DTL1F.
               10  DTL1A               PIC X.
           05  DTL1I                   PIC X(79).
           05  DTL2L                   PIC S9(4) COMP.
           05  DTL2F                   PIC X.
           05  FILLER REDEFINES DTL2F.
               10  DTL2A               PIC X.
           05  DTL2I                   PIC X(79).
           05  DTL3L                   PIC S9(4) COMP.
           05  DTL3F                   PIC X.
           05  FILLER REDEFINES DTL3F.
               10  DTL3A               PIC X.
           05  DTL3I                   PIC X(79).
           05  DTL4L                   PIC S9(4) COMP.
           05  DTL4F                   PIC X.
           05  FILLER REDEFINES DTL4F.
               10  DTL4A               PIC X.
           05  DTL4I                   PIC X(79).
           05  BMSGL                   PIC S9(4) COMP.
           05  BMSGF                   PIC X.
           05  FILLER REDEFINES BMSGF.
               10  BMSGA               PIC X.
           05  BMSGI                   PIC X(79).

       01  BALMAPO REDEFINES BALMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACCTO                   PIC 9(5).
           05  FILLER                  PIC X(3).
           05  PERDO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  LST1O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST2O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST3O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST4O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST5O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST6O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST7O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST8O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST9O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST10O                  PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST11O                  PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST12O                  PIC X(70).
           05  FILLER                  PIC X(3).
           05  DTL1O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  DTL2O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  DTL3O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  DTL4O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  BMSGO                   PIC X(79).

      *        Hand-maintained overlay (see header): a subscriptable
      *        view of the twelve LSTnO output lines for CONVBAL's
      *        period list.  First filler = TIOAPFX (12) + ACCT (8) +
      *        PERD (9); each line = 3-byte prefix + 70 data; last
      *        filler = DTL1-DTL4 and BMSG, 82 each.
       01  BAL-LIST-VIEW REDEFINES BALMAPI.
           05  FILLER                  PIC X(29).
           05  BAL-LIST-LINE OCCURS 12 TIMES.
               10  FILLER              PIC X(3).
               10  BLSTO               PIC X(70).
           05  FILLER                  PIC X(410).

