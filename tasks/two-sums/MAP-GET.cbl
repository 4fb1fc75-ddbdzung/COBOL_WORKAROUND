       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC    PIC X(130).

       WORKING-STORAGE SECTION.
       01  I   PIC 9(04).
       01  AUDIT-RESULT PIC X(04).
       01  AUDIT-STAMP  PIC X(21).
       01  AUDIT-RUN-ID PIC X(17).
       01  AUDIT-MAP-TAG PIC X(19).
       01  AUDIT-STATUS PIC X(02).
      *>    EDITED COPIES OF THE SIGNED FIELDS FOR THE AUDIT LINE -
      *>    STRINGING A SIGNED DISPLAY FIELD DIRECTLY EMBEDS ITS RAW
      *>    ACROSS SEPARATE RUNS OF THE CALLING PROGRAM.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP
           CALL 'RUN-ID' USING AUDIT-RUN-ID
           MOVE SPACES TO AUDIT-MAP-TAG
           IF MAP-NAME NOT = SPACES THEN
               STRING ' MAP=' MAP-NAME DELIMITED BY SIZE
                   INTO AUDIT-MAP-TAG
               END-STRING
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00' THEN
               OPEN OUTPUT AUDIT-FILE
           STRING AUDIT-STAMP ' MAP-GET ' AUDIT-RESULT
                  ' KEY-ID=' FUNCTION TRIM(AUDIT-KEY-ID-ED)
                  ' KEY-VALUE=' FUNCTION TRIM(AUDIT-KEY-VAL-ED)
                      DELIMITED BY SIZE
                  AUDIT-MAP-TAG DELIMITED BY '  '
                  ' RUN=' AUDIT-RUN-ID
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
