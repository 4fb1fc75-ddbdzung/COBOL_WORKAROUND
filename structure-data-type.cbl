       IDENTIFICATION DIVISION.
       PROGRAM-ID. StructureDataType.

      *>    FIELD-BY-FIELD DUMP OF RAW EMPLOYEE-FLAT-REC IMAGES, SO AN
      *>    AUDIT, BACKUP OR ARCHIVE LINE CAN BE READ WITHOUT COUNTING
      *>    COLUMNS.  WHAT TO DUMP IS THE SINGLE LINE OF
      *>    EMP-IMAGE-DUMP.TXT -
      *>        FILE-NAME,TYPE                    EVERY IMAGE ON FILE
      *>        FILE-NAME,TYPE,ID,NNNNN           ONE EMPLOYEE'S IMAGES
      *>        FILE-NAME,TYPE,RECS,FROM[,TO]     THOSE LINE NUMBERS
      *>    WHERE TYPE SAYS WHERE THE IMAGE SITS ON EACH LINE -
      *>        AUDIT    EMP-AUDIT.TXT (SEE EMP-AUDIT-WRITE.CBL) - IN
      *>                 COLUMNS 52-1110, AFTER THE STAMP, PROGRAM,
      *>                 EMPLOYEE-ID AND BEFORE/AFTER LABEL, WHICH ARE
      *>                 SHOWN ABOVE IT WITH THE APPROVER AND RUN ID
      *>        BACKUP   EMP-BACKUP-YYYYMMDD.DAT (SEE EMP-UNLOAD.CBL) -
      *>                 FROM COLUMN 2 OF EVERY 'D' RECORD; THE 'H'
      *>                 AND 'T' RECORDS ARE SHOWN ON ONE LINE EACH
      *>        ARCHIVE  EMP-ARCHIVE.DAT (SEE EMP-ARCHIVE.CBL) - THE
      *>                 WHOLE LINE
      *>    LINE NUMBERS COUNT EVERY LINE OF THE FILE, A BACKUP'S
      *>    HEADER INCLUDED.  EACH FIELD OF EACH IMAGE IS LISTED ON
      *>    EMP-IMAGE-DUMP-REPORT.TXT WITH ITS OFFSET IN THE IMAGE,
      *>    ITS COLUMN ON THE LINE, ITS LENGTH, PICTURE AND RAW VALUE
      *>    (AMOUNTS ALSO EDITED) - ALL 20 SALARY HISTORY SLOTS, THE
      *>    ADDRESS LINES UP TO Flat-Address-Count AND THE TRANSFERS
      *>    UP TO Flat-Dept-History-Count, OR EVERY SLOT WHEN THE
      *>    COUNT IS ITSELF BAD.  A NUMERIC FIELD WHOSE CONTENT DOES
      *>    NOT FIT ITS PICTURE IS FLAGGED AND COUNTED - EXCEPT A BLANK
      *>    MANAGER OR TRANSFER COUNT, WHICH IS HOW AN IMAGE WRITTEN
      *>    BEFORE THOSE FIELDS EXISTED READS (SEE EMPLOYEE-FLAT-REC).
      *>    CONTROL CHARACTERS IN A VALUE PRINT AS '.'.  NOTHING
      *>    SELECTED ENDS WITH RC-NOT-FOUND.  THE REPORT HEADING
      *>    CARRIES EMP-IMAGE-DUMP, THE NAME ITS FILES GO BY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUMP-FILE ASSIGN TO DYNAMIC DUMP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUMP-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "EMP-IMAGE-DUMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-IMAGE-DUMP-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>    WIDE ENOUGH FOR THE LONGEST OF THE THREE - AN AUDIT LINE.
       FD  DUMP-FILE.
       01  DUMP-REC                     PIC X(1200).

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  DUMP-FILE-STATUS             PIC X(02).
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  WS-EOF-DUMP                  PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  DUMP-FILE-NAME               PIC X(60).
       01  DUMP-TYPE                    PIC X(10).
       01  SELECT-KIND                  PIC X(04).
       01  SELECT-VALUE-1               PIC X(10).
       01  SELECT-VALUE-2               PIC X(10).
       01  SELECT-EMP-ID                PIC 9(05).
       01  SELECT-FROM-LINE             PIC 9(07).
       01  SELECT-TO-LINE               PIC 9(07).
      *
       01  LINE-NO                      PIC 9(07) VALUE 0.
       01  LINE-EMP-ID                  PIC X(05).
       01  LINE-HAS-IMAGE               PIC X(01).
       01  LINE-SELECTED                PIC X(01).
       01  IMAGE-START                  PIC 9(04).
       01  IMAGE-END                    PIC 9(04).
       01  IMAGE-COUNT                  PIC 9(05) VALUE 0.
       01  OTHER-COUNT                  PIC 9(05) VALUE 0.
       01  FAIL-COUNT                   PIC 9(05) VALUE 0.
       01  IMAGE-FAIL-COUNT             PIC 9(03).
      *>    THE IMAGE BEING DUMPED, UNDER THE SHARED LAYOUT - ITS
      *>    COUNTS DECIDE HOW MANY ADDRESS AND TRANSFER SLOTS PRINT.
       01  FLAT-IMAGE.
           COPY EMPLOYEE-FLAT-REC.
      *>    ONE ENTRY PER ELEMENTARY FIELD OF EMPLOYEE-FLAT-REC IN
      *>    LAYOUT ORDER - NAME, LENGTH, PICTURE, KIND (X TEXT,
      *>    9 UNSIGNED, M 9(7)V99 AMOUNT, S SIGNED ONE-DECIMAL) AND
      *>    WHETHER A BLANK FIELD IS AN OLDER IMAGE RATHER THAN A
      *>    FAILURE.  ENTRIES 5-7 ARE ONE SALARY HISTORY SLOT, 18 ONE
      *>    ADDRESS LINE AND 21-23 ONE TRANSFER; THE REST OCCUR ONCE.
       01  FIELD-DESCRIPTORS.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Employee-Name       30X(30)     XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Employee-ID         059(5)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Employee-Salary     099(7)V99   MN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Salary-History-Count029(2)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Hist-Eff-Date       089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Hist-Amount         099(7)V99   MN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Hist-Reason         10X(10)     XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Employee-Status     01X(01)     XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Termination-Date    089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Bank-Sort-Code      06X(6)      XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Bank-Account        08X(8)      XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Dept                04X(4)      XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Hire-Date           089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Leave-Start-Date    089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Leave-End-Date      089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Leave-Balance-Days  04S9(3)V9   SN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Address-Count       019(1)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Address-Line        50X(50)     XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Manager-ID          059(5)      9Y'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Dept-History-Count  029(2)      9Y'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Dept-Eff-Date       089(8)      9N'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Dept-From           04X(4)      XN'.
           05  FILLER                   PIC X(39) VALUE
               'Flat-Dept-To             04X(4)      XN'.
       01  FIELD-DESCRIPTOR-TABLE REDEFINES FIELD-DESCRIPTORS.
           05  FIELD-DESCRIPTOR OCCURS 23 TIMES.
               10  DESC-NAME            PIC X(25).
               10  DESC-LENGTH          PIC 9(02).
               10  DESC-PICTURE         PIC X(10).
               10  DESC-KIND            PIC X(01).
               10  DESC-BLANK-OK        PIC X(01).
       01  DESC-IDX                     PIC 9(02).
       01  DESC-FROM                    PIC 9(02).
       01  DESC-TO                      PIC 9(02).
       01  SLOT-IDX                     PIC 9(02).
       01  SLOT-LIMIT                   PIC 9(02).
       01  SLOT-MAX                     PIC 9(02).
       01  SLOT-IN-USE                  PIC X(01).
      *
      *>    ONE FIELD ON ITS WAY TO THE REPORT.
       01  FLD-NAME                     PIC X(30).
       01  FLD-OFFSET                   PIC 9(04).
       01  FLD-LENGTH                   PIC 9(02).
       01  FLD-RAW                      PIC X(50).
       01  FLD-VALUE                    PIC X(50).
       01  FLD-NOTE                     PIC X(20).
       01  FLD-MONEY-X                  PIC X(09).
       01  FLD-MONEY REDEFINES FLD-MONEY-X
                                        PIC 9(07)V99.
       01  FLD-SIGNED-X                 PIC X(04).
       01  FLD-SIGNED REDEFINES FLD-SIGNED-X
                                        PIC S9(03)V9.
       01  MONEY-ED                     PIC Z(6)9.99.
       01  SIGNED-ED                    PIC ---9.9.
       01  OFFSET-ED                    PIC ZZZ9.
       01  COLUMN-ED                    PIC ZZZ9.
       01  LENGTH-ED                    PIC Z9.
       01  IMAGE-START-ED               PIC ZZZ9.
       01  IMAGE-END-ED                 PIC ZZZ9.
      *>    CHARACTERS A LINE SEQUENTIAL REPORT CANNOT CARRY.
       01  CONTROL-CHARS.
           05  FILLER                   PIC X(16) VALUE
               X'000102030405060708090A0B0C0D0E0F'.
           05  FILLER                   PIC X(16) VALUE
               X'101112131415161718191A1B1C1D1E1F'.
       01  CONTROL-DOTS                 PIC X(32) VALUE ALL '.'.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM READ-DUMP-SELECTION.
           IF NOT RC-OK THEN
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DUMP-FILE.
           IF DUMP-FILE-STATUS NOT = '00' THEN
               DISPLAY FUNCTION TRIM(DUMP-FILE-NAME)
                   ' COULD NOT BE OPENED - STATUS ' DUMP-FILE-STATUS
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RPT-TITLE.
           STRING 'EMPLOYEE IMAGE DUMP OF '
                  FUNCTION TRIM(DUMP-FILE-NAME)
               DELIMITED BY SIZE INTO RPT-TITLE
           END-STRING.
           MOVE 'EMP-IMAGE-DUMP' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           MOVE 'FIELD NAME' TO RPT-COL-HEAD(1:).
           MOVE 'OFFSET' TO RPT-COL-HEAD(31:).
           MOVE 'COLUMN' TO RPT-COL-HEAD(38:).
           MOVE 'LEN' TO RPT-COL-HEAD(45:).
           MOVE 'PICTURE' TO RPT-COL-HEAD(49:).
           MOVE 'VALUE' TO RPT-COL-HEAD(61:).
           MOVE 'NOTE' TO RPT-COL-HEAD(112:).
           MOVE SPACES TO REPORT-REC.
           STRING 'SELECTION ' FUNCTION TRIM(CONTROL-REC)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM UNTIL WS-EOF-DUMP = 'Y'
               READ DUMP-FILE
                   AT END MOVE 'Y' TO WS-EOF-DUMP
               END-READ
               IF WS-EOF-DUMP NOT = 'Y' THEN
                   ADD 1 TO LINE-NO
                   PERFORM DUMP-ONE-LINE
      *>    NOTHING PAST THE END OF A LINE RANGE CAN MATCH.
                   IF SELECT-KIND = 'RECS'
                           AND LINE-NO >= SELECT-TO-LINE THEN
                       MOVE 'Y' TO WS-EOF-DUMP
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DUMP-FILE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'LINES READ ' LINE-NO
                  '  IMAGES DUMPED ' IMAGE-COUNT
                  '  OTHER RECORDS ' OTHER-COUNT
                  '  FIELDS FAILING PICTURE ' FAIL-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           IF IMAGE-COUNT = 0 AND OTHER-COUNT = 0 THEN
               SET RC-NOT-FOUND TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-DUMP-SELECTION.
           SET RC-OK TO TRUE.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00' THEN
               DISPLAY 'EMP-IMAGE-DUMP.TXT COULD NOT BE OPENED - PUT'
                   ' FILE-NAME,AUDIT|BACKUP|ARCHIVE ON ITS FIRST LINE'
               SET RC-INVALID-INPUT TO TRUE
           END-IF.
           IF RC-OK THEN
               MOVE SPACES TO CONTROL-REC
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               CLOSE CONTROL-FILE
               MOVE SPACES TO DUMP-FILE-NAME DUMP-TYPE SELECT-KIND
                   SELECT-VALUE-1 SELECT-VALUE-2
               UNSTRING CONTROL-REC DELIMITED BY ','
                   INTO DUMP-FILE-NAME DUMP-TYPE SELECT-KIND
                        SELECT-VALUE-1 SELECT-VALUE-2
               END-UNSTRING
               MOVE FUNCTION TRIM(DUMP-FILE-NAME) TO DUMP-FILE-NAME
               MOVE FUNCTION TRIM(DUMP-TYPE) TO DUMP-TYPE
               MOVE FUNCTION TRIM(SELECT-KIND) TO SELECT-KIND
               IF DUMP-FILE-NAME = SPACES THEN
                   DISPLAY 'NO FILE NAMED ON EMP-IMAGE-DUMP.TXT'
                       ' - RUN ABORTED'
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF.
           IF RC-OK THEN
               IF DUMP-TYPE NOT = 'AUDIT' AND DUMP-TYPE NOT = 'BACKUP'
                       AND DUMP-TYPE NOT = 'ARCHIVE' THEN
                   DISPLAY 'FILE TYPE [' FUNCTION TRIM(DUMP-TYPE)
                       '] MUST BE AUDIT, BACKUP OR ARCHIVE'
                       ' - RUN ABORTED'
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF.
           IF RC-OK THEN
               EVALUATE SELECT-KIND
                   WHEN SPACES
                       CONTINUE
                   WHEN 'ID'
                       IF FUNCTION TRIM(SELECT-VALUE-1) IS NUMERIC THEN
                           COMPUTE SELECT-EMP-ID = FUNCTION NUMVAL(
                               FUNCTION TRIM(SELECT-VALUE-1))
                       ELSE
                           DISPLAY 'EMPLOYEE-ID IS NOT NUMERIC'
                               ' - RUN ABORTED'
                           SET RC-INVALID-INPUT TO TRUE
                       END-IF
                   WHEN 'RECS'
                       PERFORM READ-LINE-RANGE
                   WHEN OTHER
                       DISPLAY 'SELECTION MUST BE ID OR RECS'
                           ' - RUN ABORTED'
                       SET RC-INVALID-INPUT TO TRUE
               END-EVALUATE
           END-IF.

      *>    A RANGE WITH NO TO IS THE ONE LINE.
       READ-LINE-RANGE.
           IF SELECT-VALUE-2 = SPACES THEN
               MOVE SELECT-VALUE-1 TO SELECT-VALUE-2
           END-IF.
           IF FUNCTION TRIM(SELECT-VALUE-1) IS NUMERIC
                   AND FUNCTION TRIM(SELECT-VALUE-2) IS NUMERIC THEN
               COMPUTE SELECT-FROM-LINE = FUNCTION NUMVAL(
                   FUNCTION TRIM(SELECT-VALUE-1))
               COMPUTE SELECT-TO-LINE = FUNCTION NUMVAL(
                   FUNCTION TRIM(SELECT-VALUE-2))
           ELSE
               MOVE 0 TO SELECT-FROM-LINE
           END-IF.
           IF SELECT-FROM-LINE = 0
                   OR SELECT-TO-LINE < SELECT-FROM-LINE THEN
               DISPLAY 'LINE RANGE IS NOT FROM,TO LINE NUMBERS'
                   ' - RUN ABORTED'
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

       DUMP-ONE-LINE.
           MOVE 'N' TO LINE-HAS-IMAGE.
           MOVE SPACES TO LINE-EMP-ID.
           EVALUATE DUMP-TYPE
               WHEN 'AUDIT'
                   MOVE 'Y' TO LINE-HAS-IMAGE
                   MOVE 52 TO IMAGE-START
                   MOVE DUMP-REC(39:5) TO LINE-EMP-ID
               WHEN 'BACKUP'
                   IF DUMP-REC(1:1) = 'D' THEN
                       MOVE 'Y' TO LINE-HAS-IMAGE
                       MOVE 2 TO IMAGE-START
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO LINE-HAS-IMAGE
                   MOVE 1 TO IMAGE-START
           END-EVALUATE.
           IF LINE-HAS-IMAGE = 'Y' THEN
               MOVE DUMP-REC(IMAGE-START:) TO FLAT-IMAGE
               IF DUMP-TYPE NOT = 'AUDIT' THEN
                   MOVE FLAT-IMAGE(31:5) TO LINE-EMP-ID
               END-IF
           END-IF.
           MOVE 'Y' TO LINE-SELECTED.
           IF SELECT-KIND = 'ID' THEN
               IF LINE-HAS-IMAGE NOT = 'Y'
                       OR LINE-EMP-ID NOT = SELECT-EMP-ID THEN
                   MOVE 'N' TO LINE-SELECTED
               END-IF
           END-IF.
           IF SELECT-KIND = 'RECS' THEN
               IF LINE-NO < SELECT-FROM-LINE
                       OR LINE-NO > SELECT-TO-LINE THEN
                   MOVE 'N' TO LINE-SELECTED
               END-IF
           END-IF.
           IF LINE-SELECTED = 'Y' THEN
               IF LINE-HAS-IMAGE = 'Y' THEN
                   ADD 1 TO IMAGE-COUNT
                   PERFORM PRINT-IMAGE-HEADING
                   PERFORM DUMP-FLAT-IMAGE
               ELSE
                   ADD 1 TO OTHER-COUNT
                   PERFORM PRINT-BACKUP-CONTROL-RECORD
               END-IF
           END-IF.

       PRINT-IMAGE-HEADING.
           COMPUTE IMAGE-END = IMAGE-START + LENGTH OF FLAT-IMAGE - 1.
           MOVE IMAGE-START TO IMAGE-START-ED.
           MOVE IMAGE-END TO IMAGE-END-ED.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'LINE ' LINE-NO ' - EMPLOYEE ' LINE-EMP-ID
                  ' IMAGE IN COLUMNS '
                  FUNCTION TRIM(IMAGE-START-ED) '-'
                  FUNCTION TRIM(IMAGE-END-ED)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF DUMP-TYPE = 'AUDIT' THEN
               MOVE SPACES TO REPORT-REC
               STRING '  STAMP ' DUMP-REC(1:21)
                      ' PROGRAM ' DUMP-REC(23:15)
                      ' ' DUMP-REC(45:6)
                      ' APPROVER ' DUMP-REC(1112:4)
                      ' RUN ID ' DUMP-REC(1117:17)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               INSPECT REPORT-REC CONVERTING CONTROL-CHARS
                   TO CONTROL-DOTS
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-BACKUP-CONTROL-RECORD.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE DUMP-REC(1:1)
               WHEN 'H'
                   STRING 'LINE ' LINE-NO
                          ' - BACKUP HEADER, UNLOAD DATE '
                          DUMP-REC(2:8)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN 'T'
                   STRING 'LINE ' LINE-NO
                          ' - BACKUP TRAILER, RECORD COUNT '
                          DUMP-REC(2:5)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING 'LINE ' LINE-NO
                          ' - UNRECOGNIZED RECORD TYPE ['
                          DUMP-REC(1:1) '] ' DUMP-REC(1:60)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE.
           INSPECT REPORT-REC CONVERTING CONTROL-CHARS
               TO CONTROL-DOTS.
           PERFORM WRITE-REPORT-LINE.

      *>    WALKS THE DESCRIPTORS IN LAYOUT ORDER, CARRYING THE OFFSET
      *>    ALONG - A SLOT THAT IS NOT PRINTED IS STILL STEPPED OVER.
       DUMP-FLAT-IMAGE.
           MOVE 0 TO IMAGE-FAIL-COUNT.
           MOVE 1 TO FLD-OFFSET.
           MOVE 0 TO SLOT-IDX.
           MOVE 'Y' TO SLOT-IN-USE.
           MOVE 1 TO DESC-FROM.
           MOVE 4 TO DESC-TO.
           PERFORM DUMP-DESCRIPTOR-RANGE.
      *>    EVERY SALARY HISTORY SLOT, THOSE PAST THE COUNT MARKED.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 20
               MOVE 'Y' TO SLOT-IN-USE
               IF Flat-Salary-History-Count IS NUMERIC THEN
                   IF SLOT-IDX > Flat-Salary-History-Count THEN
                       MOVE 'N' TO SLOT-IN-USE
                   END-IF
               END-IF
               MOVE 5 TO DESC-FROM
               MOVE 7 TO DESC-TO
               PERFORM DUMP-DESCRIPTOR-RANGE
           END-PERFORM.
           MOVE 0 TO SLOT-IDX.
           MOVE 'Y' TO SLOT-IN-USE.
           MOVE 8 TO DESC-FROM.
           MOVE 17 TO DESC-TO.
           PERFORM DUMP-DESCRIPTOR-RANGE.
           MOVE 5 TO SLOT-MAX.
           MOVE 5 TO SLOT-LIMIT.
           IF Flat-Address-Count IS NUMERIC THEN
               IF Flat-Address-Count <= 5 THEN
                   MOVE Flat-Address-Count TO SLOT-LIMIT
               END-IF
           END-IF.
           MOVE 18 TO DESC-FROM.
           MOVE 18 TO DESC-TO.
           PERFORM DUMP-COUNTED-SLOTS.
           MOVE 0 TO SLOT-IDX.
           MOVE 19 TO DESC-FROM.
           MOVE 20 TO DESC-TO.
           PERFORM DUMP-DESCRIPTOR-RANGE.
           MOVE 10 TO SLOT-MAX.
           MOVE 10 TO SLOT-LIMIT.
           IF Flat-Dept-History-Count IS NUMERIC THEN
               IF Flat-Dept-History-Count <= 10 THEN
                   MOVE Flat-Dept-History-Count TO SLOT-LIMIT
               END-IF
           ELSE
               IF Flat-Dept-History-Count = SPACES THEN
                   MOVE 0 TO SLOT-LIMIT
               END-IF
           END-IF.
           MOVE 21 TO DESC-FROM.
           MOVE 23 TO DESC-TO.
           PERFORM DUMP-COUNTED-SLOTS.
           MOVE SPACES TO REPORT-REC.
           IF IMAGE-FAIL-COUNT = 0 THEN
               MOVE '  EVERY FIELD FITS ITS PICTURE' TO REPORT-REC
           ELSE
               STRING '  ' IMAGE-FAIL-COUNT
                      ' FIELD(S) FAIL THEIR PICTURE'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    SLOTS 1 TO SLOT-LIMIT OF A TABLE OF SLOT-MAX ARE PRINTED;
      *>    THE REST ARE STEPPED OVER WITH ONE LINE SAYING SO.
       DUMP-COUNTED-SLOTS.
           MOVE 'Y' TO SLOT-IN-USE.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > SLOT-MAX
               IF SLOT-IDX <= SLOT-LIMIT THEN
                   PERFORM DUMP-DESCRIPTOR-RANGE
               ELSE
                   PERFORM VARYING DESC-IDX FROM DESC-FROM BY 1
                           UNTIL DESC-IDX > DESC-TO
                       ADD DESC-LENGTH(DESC-IDX) TO FLD-OFFSET
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF SLOT-LIMIT < SLOT-MAX THEN
               MOVE SPACES TO REPORT-REC
               COMPUTE SLOT-IDX = SLOT-LIMIT + 1
               STRING FUNCTION TRIM(DESC-NAME(DESC-FROM))
                      '(' SLOT-IDX ') TO (' SLOT-MAX ')'
                      ' - PAST THE COUNT, NOT SHOWN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO SLOT-IDX.

       DUMP-DESCRIPTOR-RANGE.
           PERFORM VARYING DESC-IDX FROM DESC-FROM BY 1
                   UNTIL DESC-IDX > DESC-TO
               PERFORM DUMP-ONE-FIELD
               ADD DESC-LENGTH(DESC-IDX) TO FLD-OFFSET
           END-PERFORM.

       DUMP-ONE-FIELD.
           MOVE SPACES TO FLD-NAME FLD-RAW FLD-VALUE FLD-NOTE.
           IF SLOT-IDX = 0 THEN
               MOVE DESC-NAME(DESC-IDX) TO FLD-NAME
           ELSE
               STRING DESC-NAME(DESC-IDX) DELIMITED BY SPACE
                      '(' SLOT-IDX ')' DELIMITED BY SIZE
                   INTO FLD-NAME
               END-STRING
           END-IF.
           MOVE DESC-LENGTH(DESC-IDX) TO FLD-LENGTH.
           MOVE FLAT-IMAGE(FLD-OFFSET:FLD-LENGTH) TO FLD-RAW.
           MOVE FLD-RAW TO FLD-VALUE.
           EVALUATE DESC-KIND(DESC-IDX)
               WHEN '9'
                   IF FLD-RAW(1:FLD-LENGTH) IS NOT NUMERIC THEN
                       PERFORM FLAG-FIELD-FAILURE
                   END-IF
               WHEN 'M'
                   MOVE FLD-RAW(1:9) TO FLD-MONEY-X
                   IF FLD-MONEY IS NUMERIC THEN
                       MOVE FLD-MONEY TO MONEY-ED
                       MOVE SPACES TO FLD-VALUE
                       STRING FLD-MONEY-X ' = '
                              FUNCTION TRIM(MONEY-ED)
                           DELIMITED BY SIZE INTO FLD-VALUE
                       END-STRING
                   ELSE
                       PERFORM FLAG-FIELD-FAILURE
                   END-IF
               WHEN 'S'
                   MOVE FLD-RAW(1:4) TO FLD-SIGNED-X
                   IF FLD-SIGNED IS NUMERIC THEN
                       MOVE FLD-SIGNED TO SIGNED-ED
                       MOVE SPACES TO FLD-VALUE
                       STRING FLD-SIGNED-X ' = '
                              FUNCTION TRIM(SIGNED-ED)
                           DELIMITED BY SIZE INTO FLD-VALUE
                       END-STRING
                   ELSE
                       PERFORM FLAG-FIELD-FAILURE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FLD-NOTE = SPACES AND SLOT-IN-USE = 'N' THEN
               MOVE 'PAST THE COUNT' TO FLD-NOTE
           END-IF.
           INSPECT FLD-VALUE CONVERTING CONTROL-CHARS
               TO CONTROL-DOTS.
           MOVE FLD-OFFSET TO OFFSET-ED.
           COMPUTE COLUMN-ED = IMAGE-START + FLD-OFFSET - 1.
           MOVE FLD-LENGTH TO LENGTH-ED.
           MOVE SPACES TO REPORT-REC.
           MOVE FLD-NAME TO REPORT-REC(1:30).
           MOVE OFFSET-ED TO REPORT-REC(33:4).
           MOVE COLUMN-ED TO REPORT-REC(40:4).
           MOVE LENGTH-ED TO REPORT-REC(46:2).
           MOVE DESC-PICTURE(DESC-IDX) TO REPORT-REC(49:10).
           MOVE FLD-VALUE TO REPORT-REC(61:50).
           MOVE FLD-NOTE TO REPORT-REC(112:20).
           PERFORM WRITE-REPORT-LINE.

       FLAG-FIELD-FAILURE.
           IF DESC-BLANK-OK(DESC-IDX) = 'Y'
                   AND FLD-RAW(1:FLD-LENGTH) = SPACES THEN
               MOVE 'BLANK - OLDER IMAGE' TO FLD-NOTE
           ELSE
               MOVE '** FAILS PICTURE **' TO FLD-NOTE
               ADD 1 TO IMAGE-FAIL-COUNT
               ADD 1 TO FAIL-COUNT
           END-IF.

           COPY REPORT-HEAD.

       END PROGRAM StructureDataType.
