           05  FILLER REDEFINES EEXPF.
               10  EEXPA               PIC X.
           05  EEXPI                   PIC X(8).
           05  ESRCL                   PIC S9(4) COMP.
           05  ESRCF                   PIC X.
           05  FILLER REDEFINES ESRCF.
               10  ESRCA               PIC X.
           05  ESRCI                   PIC X(8).
           05  EMSGL                   PIC S9(4) COMP.
           05  EMSGF                   PIC X.
           05  FILLER REDEFINES EMSGF.
           05  FILLER                  PIC X(3).
           05  EEXPO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  ESRCO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  EMSGO                   PIC X(79).
