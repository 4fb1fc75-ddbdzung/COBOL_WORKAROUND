       DATA DIVISION.
       FILE SECTION.
       FD  OPS-LOG-IN.
       01  OPS-LOG-IN-REC               PIC X(100).

       FD  OPS-LOG-OUT.
       01  OPS-LOG-OUT-REC              PIC X(100).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                  PIC X(100).

       FD  CUTOFF-FILE.
       01  CUTOFF-REC                   PIC X(10).
       01  ARCHIVED-COUNT               PIC 9(06) VALUE 0.
       01  RETAINED-TABLE.
           05  RETAINED-COUNT           PIC 9(04) VALUE 0.
           05  RETAINED-LINE OCCURS 5000 TIMES PIC X(90).
       01  RETAIN-IDX                   PIC 9(04).
       01  PRECOUNT-RETAINED            PIC 9(06) VALUE 0.
      *>    GENERATION BACKUP BEFORE THE LIVE REWRITE - SEE
