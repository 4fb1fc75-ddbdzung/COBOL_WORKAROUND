       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-SAVE.

      *>    PERSISTS A MAP-DATA TABLE (SEE MAP-DATA.CPY) TO ITS STATE
      *>    FILE SO A MULTI-DAY MATCHING JOB CAN KEEP ITS LOOKUP STATE
      *>    BETWEEN BATCH WINDOWS - THE COMPANION MAP-LOAD READS IT
      *>    BACK.  THE STATE FILE IS NAMED FOR MAP-NAME -
      *>    MAP-STATE-<NAME>.DAT, OR MAP-STATE.DAT FOR THE UNNAMED MAP
      *>    - SO TWO JOBS KEEPING STATE NEVER OVERWRITE EACH OTHER.
      *>    THE FIRST LINE IS MAP-SIZE,SAVE-DATE (THE PROCESSING DATE
      *>    OF THE SAVE); EACH FOLLOWING LINE IS ONE KEY-ID,KEY-VALUE
      *>    ROW IN TABLE ORDER, WHICH IS ASCENDING ON KEY-ID - THE
      *>    ORDER THE SEARCH ALL IN MAP-GET DEPENDS ON - SO A SAVE/LOAD
      *>    ROUND TRIP PRESERVES IT EXACTLY.  AMOUNTS ARE WRITTEN WITH
      *>    AN EXPLICIT SIGN AND DECIMAL POINT SO THE FILE IS BOTH
      *>    HUMAN-READABLE AND AN EXACT NUMVAL ROUND TRIP.
      *>    EVERY NAMED SAVE ALSO RECORDS NAME,MAP-SIZE,SAVE-DATE ON
      *>    MAP-DIRECTORY.TXT (ONE LINE PER NAME, 100 NAMES), WHICH IS
      *>    HOW MAP-INVENTORY KNOWS WHAT MAPS EXIST.  A MAP-NAME THAT
      *>    IS NOT LETTERS, DIGITS AND HYPHENS, LEFT-JUSTIFIED, IS
      *>    REFUSED - SAVE-STATUS 'N', NOTHING WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO DYNAMIC STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DIRECTORY-FILE ASSIGN TO "MAP-DIRECTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIRECTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-REC            PIC X(30).

       FD  DIRECTORY-FILE.
       01  DIRECTORY-REC        PIC X(30).

       WORKING-STORAGE SECTION.
       01  SAVE-IDX             PIC 9(04).
       01  KEY-ID-ED            PIC -(5)9.99.
       01  KEY-VALUE-ED         PIC -(5)9.
       01  STATE-FILE-NAME      PIC X(30).
       01  SAVE-DATE            PIC 9(08).
       01  NAME-IDX             PIC 9(02).
       01  NAME-CHAR            PIC X(01).
       01  NAME-ENDED           PIC X(01).
       01  NAME-BAD             PIC X(01).
      *
       01  DIRECTORY-STATUS     PIC X(02).
       01  WS-EOF-DIRECTORY     PIC X(01).
       01  DIR-NAME-TXT         PIC X(12).
       01  DIR-SIZE-TXT         PIC X(06).
       01  DIR-DATE-TXT         PIC X(08).
      *>    MAP-DIRECTORY.TXT HELD WHILE THIS SAVE'S LINE IS PUT IN.
       01  DIRECTORY-TABLE.
           05  DIR-COUNT        PIC 9(03) VALUE 0.
           05  DIR-ENTRY OCCURS 100 TIMES.
               10  DIR-NAME     PIC X(12).
               10  DIR-SIZE     PIC X(06).
               10  DIR-DATE     PIC X(08).
       01  DIR-IDX              PIC 9(03).
       01  DIR-FOUND            PIC 9(03).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      ******
      ******
       PROCEDURE DIVISION USING MAP-DATA SAVE-STATUS.
       SAVE-MAP-STATE.
           PERFORM CHECK-MAP-NAME.
           IF NAME-BAD = 'Y' THEN
               MOVE 'N' TO SAVE-STATUS
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           SET RC-OK TO TRUE.
           CALL 'PROC-DATE' USING SAVE-DATE.
           OPEN OUTPUT STATE-FILE.
           MOVE SPACES TO STATE-REC.
           STRING MAP-SIZE ',' SAVE-DATE
               DELIMITED BY SIZE INTO STATE-REC
           END-STRING.
           WRITE STATE-REC.
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
                   UNTIL SAVE-IDX > MAP-SIZE
               WRITE STATE-REC
           END-PERFORM.
           CLOSE STATE-FILE.
           IF MAP-NAME NOT = SPACES THEN
               PERFORM RECORD-IN-DIRECTORY
           END-IF.
           MOVE 'Y' TO SAVE-STATUS.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    LETTERS, DIGITS AND HYPHENS FROM THE FIRST POSITION, THEN
      *>    NOTHING BUT SPACES - THE NAME BECOMES PART OF A FILE NAME.
       CHECK-MAP-NAME.
           MOVE 'N' TO NAME-BAD.
           MOVE 'N' TO NAME-ENDED.
           IF MAP-NAME = SPACES THEN
               MOVE 'MAP-STATE.DAT' TO STATE-FILE-NAME
           ELSE
               PERFORM VARYING NAME-IDX FROM 1 BY 1
                       UNTIL NAME-IDX > 12
                   MOVE MAP-NAME(NAME-IDX:1) TO NAME-CHAR
                   IF NAME-CHAR = SPACE THEN
                       MOVE 'Y' TO NAME-ENDED
                   ELSE
                       IF NAME-ENDED = 'Y' THEN
                           MOVE 'Y' TO NAME-BAD
                       END-IF
                       IF (NAME-CHAR < 'A' OR NAME-CHAR > 'Z')
                               AND (NAME-CHAR < '0' OR NAME-CHAR > '9')
                               AND NAME-CHAR NOT = '-' THEN
                           MOVE 'Y' TO NAME-BAD
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO STATE-FILE-NAME
               STRING 'MAP-STATE-' DELIMITED BY SIZE
                      MAP-NAME DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO STATE-FILE-NAME
               END-STRING
           END-IF.

      *>    THE DIRECTORY IS READ WHOLE, THIS NAME'S LINE REPLACED OR
      *>    ADDED, AND THE FILE WRITTEN BACK IN ITS ORIGINAL ORDER.  A
      *>    FULL DIRECTORY LEAVES THE STATE SAVED BUT THE NAME UNLISTED
      *>    - RC-FULL SO THE CALLER CAN SAY SO.
       RECORD-IN-DIRECTORY.
           MOVE 0 TO DIR-COUNT.
           MOVE 0 TO DIR-FOUND.
           MOVE 'N' TO WS-EOF-DIRECTORY.
           OPEN INPUT DIRECTORY-FILE.
           IF DIRECTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-DIRECTORY
           END-IF.
           PERFORM UNTIL WS-EOF-DIRECTORY = 'Y'
               READ DIRECTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-DIRECTORY
               END-READ
               IF WS-EOF-DIRECTORY NOT = 'Y'
                       AND DIRECTORY-REC NOT = SPACES
                       AND DIR-COUNT < 100 THEN
                   MOVE SPACES TO DIR-NAME-TXT DIR-SIZE-TXT
                       DIR-DATE-TXT
                   UNSTRING DIRECTORY-REC DELIMITED BY ','
                       INTO DIR-NAME-TXT DIR-SIZE-TXT DIR-DATE-TXT
                   END-UNSTRING
                   ADD 1 TO DIR-COUNT
                   MOVE DIR-NAME-TXT TO DIR-NAME(DIR-COUNT)
                   MOVE DIR-SIZE-TXT TO DIR-SIZE(DIR-COUNT)
                   MOVE DIR-DATE-TXT TO DIR-DATE(DIR-COUNT)
                   IF DIR-NAME-TXT = MAP-NAME THEN
                       MOVE DIR-COUNT TO DIR-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF DIRECTORY-STATUS = '00' OR DIRECTORY-STATUS = '10' THEN
               CLOSE DIRECTORY-FILE
           END-IF.
           IF DIR-FOUND = 0 THEN
               IF DIR-COUNT >= 100 THEN
                   DISPLAY 'MAP-DIRECTORY.TXT IS FULL - MAP '
                       FUNCTION TRIM(MAP-NAME) ' SAVED BUT NOT LISTED'
                   SET RC-FULL TO TRUE
               ELSE
                   ADD 1 TO DIR-COUNT
                   MOVE DIR-COUNT TO DIR-FOUND
               END-IF
           END-IF.
           IF DIR-FOUND > 0 THEN
               MOVE MAP-NAME TO DIR-NAME(DIR-FOUND)
               MOVE MAP-SIZE TO DIR-SIZE(DIR-FOUND)
               MOVE SAVE-DATE TO DIR-DATE(DIR-FOUND)
               OPEN OUTPUT DIRECTORY-FILE
               PERFORM VARYING DIR-IDX FROM 1 BY 1
                       UNTIL DIR-IDX > DIR-COUNT
                   MOVE SPACES TO DIRECTORY-REC
                   STRING DIR-NAME(DIR-IDX) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          DIR-SIZE(DIR-IDX) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          DIR-DATE(DIR-IDX) DELIMITED BY SPACE
                       INTO DIRECTORY-REC
                   END-STRING
                   WRITE DIRECTORY-REC
               END-PERFORM
               CLOSE DIRECTORY-FILE
           END-IF.
       END PROGRAM MAP-SAVE.
