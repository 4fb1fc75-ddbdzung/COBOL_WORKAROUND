      *>                    AN ENTRY EXISTS AND ITS DATE EQUALS
      *>                    CAT-DATE; CAT-COUNT RETURNS THE
      *>                    REGISTERED COUNT
      *>    A CALLER THAT NEEDS TO KNOW WHETHER A FILE'S CONTENTS HAVE
      *>    CHANGED SINCE IT WAS REGISTERED (A CONTROL FILE EDITED IN
      *>    PLACE KEEPS ITS NAME AND USUALLY ITS LINE COUNT) PASSES A
      *>    SIXTH PARAMETER, CAT-HASH - A CONTENT FINGERPRINT OF ITS
      *>    OWN MAKING.  'R' STORES IT WITH THE ENTRY AND 'C' RETURNS
      *>    THE STORED ONE (ZERO WHEN NONE WAS EVER REGISTERED).
      *>    CALLERS THAT OMIT IT ARE UNAFFECTED.
      *>    THE CATALOG (FILE-CATALOG.TXT) CARRIES ONE
      *>    NAME,DATE,COUNT[,HASH] LINE PER FILE - THE LATEST
      *>    REGISTRATION ONLY.
      *>    LINEAGE - A PRODUCING PROGRAM NAMES THE INPUTS AN OUTPUT
      *>    WAS MADE FROM, ONE CALL EACH, RIGHT BEFORE IT REGISTERS
      *>    THE OUTPUT -
      *>        CAT-OP  'I' INPUT - CAT-FILE-NAME IS AN INPUT AND
      *>                    CAT-DATE THE GENERATION THE PROGRAM
      *>                    EXPECTED (ZERO WHEN ANY GENERATION WILL
      *>                    DO, AS FOR A CARRIED-FORWARD FILE).  THE
      *>                    INPUT'S CURRENT ENTRY IS HELD FOR THE NEXT
      *>                    'R'; CAT-OK COMES BACK 'Y' WHEN IT IS
      *>                    CATALOGUED AND NOT STALE, AND CAT-COUNT
      *>                    RETURNS ITS REGISTERED COUNT.
      *>    EVERY 'R' APPENDS TO FILE-LINEAGE.TXT ONE LINE FOR THE
      *>    REGISTRATION AND ONE FOR EACH INPUT HELD SINCE THE LAST
      *>    'R' (WHICH THEN EMPTIES THE HELD SET) -
      *>        R,NAME,DATE,COUNT,STAMP
      *>        I,OUTPUT,OUTPUT-DATE,INPUT,INPUT-DATE,INPUT-COUNT,
      *>          FLAG,STAMP
      *>    FLAG IS S WHEN THE INPUT WAS NOT THE GENERATION EXPECTED,
      *>    N WHEN IT WAS NOT ON THE CATALOG AT ALL, BLANK OTHERWISE;
      *>    STAMP IS THE REGISTRATION'S YYYYMMDDHHMMSS WALL CLOCK, SO
      *>    AN OUTPUT'S INPUTS CARRY ITS OWN STAMP.  LINEAGE-INQ
      *>    WALKS THE FILE BACK INTO THE UPSTREAM TREE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATALOG-FILE ASSIGN TO "FILE-CATALOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "FILE-LINEAGE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC                  PIC X(60).

       FD  LINEAGE-FILE.
       01  LINEAGE-REC                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  CATALOG-FILE-STATUS          PIC X(02).
       01  WS-EOF-CATALOG               PIC X(01).
               10  CAT-ENT-NAME         PIC X(30).
               10  CAT-ENT-DATE         PIC 9(08).
               10  CAT-ENT-COUNT        PIC 9(07).
               10  CAT-ENT-HASH         PIC 9(09).
       01  CAT-IDX                      PIC 9(02).
       01  CAT-NAME-TXT                 PIC X(30).
       01  CAT-DATE-TXT                 PIC X(10).
       01  CAT-COUNT-TXT                PIC X(10).
       01  CAT-HASH-TXT                 PIC X(10).
       01  LINEAGE-FILE-STATUS          PIC X(02).
       01  LINEAGE-STAMP                PIC X(14).
      *>    THE INPUTS NAMED SINCE THE LAST REGISTRATION - KEPT
      *>    ACROSS CALLS, SO THE PROGRAM'S 'I' CALLS AND ITS 'R' MEET
      *>    HERE.
       01  HELD-INPUT-TABLE.
           05  HELD-COUNT               PIC 9(02) VALUE 0.
           05  HELD-ENTRY OCCURS 20 TIMES.
               10  HELD-NAME            PIC X(30).
               10  HELD-DATE            PIC 9(08).
               10  HELD-REC-COUNT       PIC 9(07).
               10  HELD-FLAG            PIC X(01).
       01  HELD-IDX                     PIC 9(02).
      ******
       LINKAGE SECTION.
      ******
       01  CAT-DATE                     PIC 9(08).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-HASH                     PIC 9(09).
      ******
       PROCEDURE DIVISION USING CAT-OP CAT-FILE-NAME CAT-DATE
               CAT-COUNT CAT-OK OPTIONAL CAT-HASH.
       HANDLE-ONE-REQUEST.
           MOVE 'N' TO CAT-OK.
           PERFORM LOAD-CATALOG.
           EVALUATE CAT-OP
               WHEN 'R' PERFORM REGISTER-ONE-FILE
               WHEN 'C' PERFORM CHECK-ONE-FILE
               WHEN 'I' PERFORM HOLD-ONE-INPUT
               WHEN OTHER CONTINUE
           END-EVALUATE.
           GOBACK.
           END-IF.

       LOAD-ONE-ENTRY.
           MOVE SPACES TO CAT-NAME-TXT CAT-DATE-TXT CAT-COUNT-TXT
               CAT-HASH-TXT.
           UNSTRING CATALOG-REC DELIMITED BY ','
               INTO CAT-NAME-TXT CAT-DATE-TXT CAT-COUNT-TXT
                    CAT-HASH-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(CAT-NAME-TXT) = SPACES
                   OR FUNCTION TRIM(CAT-DATE-TXT) IS NOT NUMERIC THEN
                   ELSE
                       MOVE 0 TO CAT-ENT-COUNT(CAT-ENTRY-COUNT)
                   END-IF
                   IF FUNCTION TRIM(CAT-HASH-TXT) IS NUMERIC THEN
                       COMPUTE CAT-ENT-HASH(CAT-ENTRY-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(CAT-HASH-TXT))
                   ELSE
                       MOVE 0 TO CAT-ENT-HASH(CAT-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF.

           END-IF.
           MOVE CAT-DATE TO CAT-ENT-DATE(CAT-IDX).
           MOVE CAT-COUNT TO CAT-ENT-COUNT(CAT-IDX).
           MOVE 0 TO CAT-ENT-HASH(CAT-IDX).
           IF CAT-HASH IS NOT OMITTED THEN
               MOVE CAT-HASH TO CAT-ENT-HASH(CAT-IDX)
           END-IF.
           PERFORM REWRITE-CATALOG.
           PERFORM RECORD-LINEAGE.
           MOVE 'Y' TO CAT-OK.

       CHECK-ONE-FILE.
                   UNTIL CAT-IDX > CAT-ENTRY-COUNT
               IF CAT-ENT-NAME(CAT-IDX) = CAT-FILE-NAME THEN
                   MOVE CAT-ENT-COUNT(CAT-IDX) TO CAT-COUNT
                   IF CAT-HASH IS NOT OMITTED THEN
                       MOVE CAT-ENT-HASH(CAT-IDX) TO CAT-HASH
                   END-IF
                   IF CAT-ENT-DATE(CAT-IDX) = CAT-DATE THEN
                       MOVE 'Y' TO CAT-OK
                   END-IF
               END-IF
           END-PERFORM.

       HOLD-ONE-INPUT.
           MOVE 0 TO CAT-COUNT.
           IF HELD-COUNT >= 20 THEN
               DISPLAY 'FILE-CATALOG - MORE THAN 20 INPUTS, '
                   FUNCTION TRIM(CAT-FILE-NAME) ' NOT RECORDED'
               GOBACK
           END-IF.
           ADD 1 TO HELD-COUNT.
           MOVE CAT-FILE-NAME TO HELD-NAME(HELD-COUNT).
           MOVE 0 TO HELD-DATE(HELD-COUNT) HELD-REC-COUNT(HELD-COUNT).
           MOVE 'N' TO HELD-FLAG(HELD-COUNT).
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-ENTRY-COUNT
               IF CAT-ENT-NAME(CAT-IDX) = CAT-FILE-NAME THEN
                   MOVE CAT-ENT-DATE(CAT-IDX) TO HELD-DATE(HELD-COUNT)
                   MOVE CAT-ENT-COUNT(CAT-IDX)
                       TO HELD-REC-COUNT(HELD-COUNT)
                   MOVE CAT-ENT-COUNT(CAT-IDX) TO CAT-COUNT
                   IF CAT-DATE NOT = 0
                           AND CAT-ENT-DATE(CAT-IDX) NOT = CAT-DATE
                           THEN
                       MOVE 'S' TO HELD-FLAG(HELD-COUNT)
                   ELSE
                       MOVE SPACE TO HELD-FLAG(HELD-COUNT)
                       MOVE 'Y' TO CAT-OK
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    ONE STAMP FOR THE REGISTRATION AND ALL OF ITS INPUTS.
       RECORD-LINEAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LINEAGE-STAMP.
           OPEN EXTEND LINEAGE-FILE.
           IF LINEAGE-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           MOVE SPACES TO LINEAGE-REC.
           STRING 'R,' FUNCTION TRIM(CAT-FILE-NAME) ',' CAT-DATE ','
                  CAT-COUNT ',' LINEAGE-STAMP
               DELIMITED BY SIZE INTO LINEAGE-REC
           END-STRING.
           WRITE LINEAGE-REC.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT
               MOVE SPACES TO LINEAGE-REC
               STRING 'I,' FUNCTION TRIM(CAT-FILE-NAME) ',' CAT-DATE
                      ',' FUNCTION TRIM(HELD-NAME(HELD-IDX)) ','
                      HELD-DATE(HELD-IDX) ','
                      HELD-REC-COUNT(HELD-IDX) ','
                      HELD-FLAG(HELD-IDX) ',' LINEAGE-STAMP
                   DELIMITED BY SIZE INTO LINEAGE-REC
               END-STRING
               WRITE LINEAGE-REC
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 0 TO HELD-COUNT.

       REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-ENTRY-COUNT
               MOVE SPACES TO CATALOG-REC
               IF CAT-ENT-HASH(CAT-IDX) = 0 THEN
                   STRING FUNCTION TRIM(CAT-ENT-NAME(CAT-IDX)) ','
                          CAT-ENT-DATE(CAT-IDX) ','
                          CAT-ENT-COUNT(CAT-IDX)
                       DELIMITED BY SIZE INTO CATALOG-REC
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(CAT-ENT-NAME(CAT-IDX)) ','
                          CAT-ENT-DATE(CAT-IDX) ','
                          CAT-ENT-COUNT(CAT-IDX) ','
                          CAT-ENT-HASH(CAT-IDX)
                       DELIMITED BY SIZE INTO CATALOG-REC
                   END-STRING
               END-IF
               WRITE CATALOG-REC
           END-PERFORM.
           CLOSE CATALOG-FILE.
