      ******************************************************************
      * APRMAP.CPY
      *
      * Symbolic map for mapset APRMSD, map APRMAP -- the pending-
      * approval screen driven by CONVAPRV (transaction CAPR).
      * Hand-maintained in the classic length/attribute/data BMS
      * symbolic map layout, same as CONVMAP.CPY; regenerate from
      * maps/APRMSD.bms (TYPE=DSECT pass) if the screen changes so
      * the symbolic and physical maps cannot drift apart.
      ******************************************************************
       01  APRMAPI.
           05  FILLER                  PIC X(12).
           05  APD1L                   PIC S9(4) COMP.
           05  APD1F                   PIC X.
           05  FILLER REDEFINES APD1F.
               10  APD1A               PIC X.
           05  APD1I                   PIC X(79).
           05  APD2L                   PIC S9(4) COMP.
           05  APD2F                   PIC X.
           05  FILLER REDEFINES APD2F.
               10  APD2A               PIC X.
           05  APD2I                   PIC X(79).
           05  APD3L                   PIC S9(4) COMP.
           05  APD3F                   PIC X.
           05  FILLER REDEFINES APD3F.
               10  APD3A               PIC X.
           05  APD3I                   PIC X(79).
           05  APD4L                   PIC S9(4) COMP.
           05  APD4F                   PIC X.
           05  FILLER REDEFINES APD4F.
               10  APD4A               PIC X.
           05  APD4I                   PIC X(79).
           05  APD5L                   PIC S9(4) COMP.
           05  APD5F                   PIC X.
           05  FILLER REDEFINES APD5F.
               10  APD5A               PIC X.
           05  APD5I                   PIC X(79).
           05  APD6L                   PIC S9(4) COMP.
           05  APD6F                   PIC X.
           05  FILLER REDEFINES APD6F.
               10  APD6A               PIC X.
           05  APD6I                   PIC X(79).
           05  ADECL                   PIC S9(4) COMP.
           05  ADECF                   PIC X.
           05  FILLER REDEFINES ADECF.
               10  ADECA               PIC X.
           05  ADECI                   PIC X.
           05  AMSGL                   PIC S9(4) COMP.
           05  AMSGF                   PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA               PIC X.
           05  AMSGI                   PIC X(79).

       01  APRMAPO REDEFINES APRMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  APD1O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  APD2O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  APD3O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  APD4O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  APD5O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  APD6O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ADECO                   PIC X.
           05  FILLER                  PIC X(3).
           05  AMSGO                   PIC X(79).
