       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(120).

       FD  YEAR-FILE.
       01  YEAR-REC                     PIC X(10).
