       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-LOAD.

      *>    RELOADS A MAP-DATA TABLE FROM THE STATE FILE WRITTEN BY
      *>    MAP-SAVE FOR THE CALLER'S MAP-NAME (MAP-STATE-<NAME>.DAT,
      *>    OR MAP-STATE.DAT FOR THE UNNAMED MAP - SEE MAP-SAVE.CBL),
      *>    PRESERVING THE ASCENDING-KEY ROW ORDER THE SEARCH ALL IN
      *>    MAP-GET DEPENDS ON.  THE HEADER IS MAP-SIZE,SAVE-DATE, OR
      *>    THE BARE MAP-SIZE OF A FILE SAVED BEFORE MAPS WERE NAMED;
      *>    MAP-NAME ITSELF IS LEFT AS THE CALLER SET IT.  LOAD-STATUS
      *>    COMES BACK 'N' - WITH THE MAP EMPTIED - WHEN THE STATE
      *>    FILE IS MISSING, ITS HEADER COUNT DISAGREES WITH THE ROWS
      *>    ACTUALLY PRESENT, A ROW FAILS THE NUMVAL CHECK, OR THE
      *>    A LOAD WOULD SILENTLY MISS); A HALF-LOADED MAP WOULD
      *>    QUIETLY MISMATCH EVERY LOOKUP, SO NOTHING SHORT OF A
      *>    CLEAN LOAD IS HANDED BACK.  A REFUSED STATE FILE IS
      *>    REBUILT FROM THE AUDIT LOG WITH MAP-REBUILD.  A MAP-NAME
      *>    MAP-SAVE WOULD REFUSE IS REFUSED HERE TOO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO DYNAMIC STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

       01  NUMVAL-CHK           PIC S9(3).
       01  ROW-BAD              PIC X(01).
       01  PRIOR-KEY-ID         PIC S9(5)V99.
       01  HEADER-SIZE-TXT      PIC X(10).
       01  HEADER-DATE-TXT      PIC X(10).
       01  STATE-FILE-NAME      PIC X(30).
       01  NAME-IDX             PIC 9(02).
       01  NAME-CHAR            PIC X(01).
       01  NAME-ENDED           PIC X(01).
       01  NAME-BAD             PIC X(01).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      ******
           MOVE 'N' TO ROW-BAD.
           MOVE 0 TO MAP-SIZE.
           MOVE 0 TO LOADED-COUNT.
           PERFORM CHECK-MAP-NAME.
           IF NAME-BAD = 'Y' THEN
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STATE-FILE.
           IF STATE-FILE-STATUS NOT = '00' THEN
               SET RC-NOT-FOUND TO TRUE
           READ STATE-FILE
               AT END MOVE 'Y' TO WS-EOF-STATE
           END-READ.
           MOVE SPACES TO HEADER-SIZE-TXT HEADER-DATE-TXT.
           UNSTRING STATE-REC DELIMITED BY ','
               INTO HEADER-SIZE-TXT HEADER-DATE-TXT
           END-UNSTRING.
           IF WS-EOF-STATE = 'Y'
                   OR HEADER-SIZE-TXT = SPACES
                   OR FUNCTION TRIM(HEADER-SIZE-TXT) IS NOT NUMERIC
                   THEN
               CLOSE STATE-FILE
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE EXPECTED-SIZE =
               FUNCTION NUMVAL(FUNCTION TRIM(HEADER-SIZE-TXT)).
      *>    MAP-TBL TOPS OUT AT 2000 ROWS (SEE MAP-DATA.CPY) - A
      *>    HEADER CLAIMING MORE IS A DAMAGED OR FOREIGN STATE FILE,
      *>    NOT SOMETHING TO LOAD PAST THE TABLE BOUND.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    THE SAME NAME RULE AND FILE NAME AS MAP-SAVE.
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

       LOAD-ONE-ROW.
           MOVE SPACES TO KEY-ID-TXT KEY-VALUE-TXT.
           UNSTRING STATE-REC DELIMITED BY ','
