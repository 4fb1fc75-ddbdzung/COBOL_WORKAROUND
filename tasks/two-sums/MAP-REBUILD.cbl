       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-REBUILD.

      *>    REBUILDS ONE MAP'S STATE FILE FROM THE MAP-AUDIT.TXT TRAIL
      *>    THE MAP SUBSYSTEM ALREADY WRITES, SO A CORRUPT STATE FILE
      *>    (ONE MAP-LOAD NOW REFUSES) COSTS MINUTES INSTEAD OF A
      *>    LOST MATCHING POSITION.  THE AUDIT LINES ARE REPLAYED IN
      *>    ORDER -
      *>                                  THE NEW VALUE
      *>        MAP-REMOVE REMOVE         FIRST ROW WITH THE KEY
      *>                                  LEAVES
      *>    (NOTFOUND LINES ARE NO-OPS.)  THE MAP TO REBUILD IS NAMED
      *>    ON THE SINGLE LINE OF MAP-REBUILD.TXT AND ONLY AUDIT LINES
      *>    CARRYING ITS MAP= TOKEN ARE REPLAYED; NO FILE, OR A BLANK
      *>    LINE, REBUILDS THE UNNAMED MAP FROM THE LINES WITH NO MAP=
      *>    TOKEN (SEE MAP-DATA.CPY).  THE REPLAY RUNS AGAINST A
      *>    LOCAL TABLE - NOT THROUGH THE MAP-* SUBPROGRAMS, WHICH
      *>    WOULD APPEND EVERY REPLAYED CHANGE TO THE AUDIT TRAIL A
      *>    SECOND TIME - AND THE RESULT IS SAVED THROUGH MAP-SAVE,
      *>    UNDER THE SAME NAME.
      *>    ENDS WITH THE SHARED RETURN-CODE CONVENTION NON-ZERO WHEN
      *>    THE TRAIL IS MISSING OR A LINE CANNOT BE REPLAYED.

           SELECT AUDIT-FILE ASSIGN TO "MAP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MAP-REBUILD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC                    PIC X(130).

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(30).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS                 PIC X(02).
       01  CONTROL-STATUS               PIC X(02).
       01  WS-EOF-AUDIT                 PIC X(01) VALUE 'N'.
      *
       01  MAP-DATA.
           COPY MAP-DATA.
      *>    THE AUDIT LINE CUT AT ITS BLANKS - STAMP, PROGRAM,
      *>    ACTION, THEN THE KEY-ID= AND KEY-VALUE= TOKENS (A
      *>    REMOVE LINE'S SECOND TOKEN IS ITS RUN=, NEVER READ).
       01  AUD-STAMP-TXT                PIC X(21).
       01  AUD-PROGRAM-TXT              PIC X(16).
       01  AUD-ACTION-TXT               PIC X(08).
       01  AUD-VALUE-TXT                PIC X(10).
       01  AUD-KEY-ID                   PIC S9(5)V99.
       01  AUD-KEY-VALUE                PIC S9(5).
      *>    THE MAP= TOKEN, SPACES ON AN UNNAMED MAP'S LINE.
       01  AUD-HEAD-TXT                 PIC X(130).
       01  AUD-MAP-TAIL                 PIC X(130).
       01  AUD-MAP-NAME                 PIC X(12).
       01  NUMVAL-CHK                   PIC S9(3).
      *
       01  LOW                          PIC 9(04).
       01  REPLAYED-COUNT               PIC 9(06) VALUE 0.
       01  SKIPPED-COUNT                PIC 9(06) VALUE 0.
       01  FAULT-COUNT                  PIC 9(06) VALUE 0.
       01  OTHER-MAP-COUNT              PIC 9(06) VALUE 0.
       01  REBUILT-NAME                 PIC X(20).
       01  SAVE-STATUS                  PIC X(01).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           MOVE SPACES TO MAP-NAME.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS = '00' THEN
               MOVE SPACES TO CONTROL-REC
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               MOVE FUNCTION TRIM(CONTROL-REC) TO MAP-NAME
               CLOSE CONTROL-FILE
           END-IF.
           IF MAP-NAME = SPACES THEN
               MOVE 'UNNAMED MAP' TO REBUILT-NAME
           ELSE
               MOVE SPACES TO REBUILT-NAME
               STRING 'MAP ' MAP-NAME DELIMITED BY SIZE
                   INTO REBUILT-NAME
               END-STRING
           END-IF.
           MOVE 0 TO MAP-SIZE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CALL 'MAP-SAVE' USING MAP-DATA SAVE-STATUS.
           IF SAVE-STATUS NOT = 'Y' THEN
               DISPLAY 'MAP NAME [' FUNCTION TRIM(MAP-NAME)
                   '] IS NOT LETTERS, DIGITS AND HYPHENS - NOTHING'
                   ' SAVED'
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'REBUILT ' FUNCTION TRIM(REBUILT-NAME) ' - '
               MAP-SIZE ' ROW(S) FROM '
               REPLAYED-COUNT ' REPLAYED CHANGE(S), '
               SKIPPED-COUNT ' NO-OP(S), ' FAULT-COUNT ' FAULT(S); '
               OTHER-MAP-COUNT ' LINE(S) OF OTHER MAPS PASSED OVER'.
           IF FAULT-COUNT > 0 THEN
               SET RC-INVALID-INPUT TO TRUE
           ELSE
           GOBACK.

       REPLAY-ONE-AUDIT-LINE.
           MOVE SPACES TO AUD-HEAD-TXT AUD-MAP-TAIL AUD-MAP-NAME.
           UNSTRING AUDIT-REC DELIMITED BY ' MAP='
               INTO AUD-HEAD-TXT AUD-MAP-TAIL
           END-UNSTRING.
           UNSTRING AUD-MAP-TAIL DELIMITED BY ' '
               INTO AUD-MAP-NAME
           END-UNSTRING.
           IF AUD-MAP-NAME NOT = MAP-NAME THEN
               ADD 1 TO OTHER-MAP-COUNT
           ELSE
               PERFORM REPLAY-MAP-LINE
           END-IF.

       REPLAY-MAP-LINE.
           MOVE SPACES TO AUD-STAMP-TXT AUD-PROGRAM-TXT
               AUD-ACTION-TXT AUD-TOKEN-1 AUD-TOKEN-2
               AUD-KEY-TXT AUD-VALUE-TXT.
