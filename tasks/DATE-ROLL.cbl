       01  DATE-REC                     PIC X(10).

       FD  STATUS-FILE.
       01  STATUS-REC                   PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC                    PIC X(45).
