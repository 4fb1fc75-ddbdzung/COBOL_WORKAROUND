       01  EXCEPTION-REC                PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(120).

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-REC               PIC X(80).
