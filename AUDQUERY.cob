       FILE SECTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCH-INPUT-RECORD           PIC X(268).

       FD  QUERY-REPORT
           RECORDING MODE IS F.
