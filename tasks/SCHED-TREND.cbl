       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-REC                   PIC X(80).

       FD  TREND-N-FILE.
       01  TREND-N-REC                  PIC X(10).
