       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-WRITER.

      *>    GENERAL CONTROL-BREAK REPORT WRITER.  A SIMPLE LISTING OFF
      *>    ANY DELIMITED FILE THE SHOP PRODUCES NO LONGER NEEDS A
      *>    PROGRAM OF ITS OWN - IT IS DESCRIBED ON RPT-WRITER-DEF.TXT,
      *>    ONE KEYWORD LINE AT A TIME -
      *>        TITLE,REPORT TITLE
      *>        INPUT,FILE-NAME              THE FILE TO LIST
      *>        OUTPUT,FILE-NAME             DEFAULT RPT-WRITER-
      *>                                     REPORT.TXT
      *>        DELIM,COMMA                  OR PIPE, SEMICOLON, TAB
      *>                                     OR ANY ONE CHARACTER
      *>                                     (DEFAULT COMMA)
      *>        FIELD,NAME,Fn                THE nTH DELIMITED FIELD
      *>        FIELD,NAME,Pn,LENGTH         FIXED, STARTING AT
      *>                                     CHARACTER n
      *>        BREAK,NAME[,N]               SORT AND CONTROL-BREAK
      *>                                     LEVEL, MAJOR FIRST, UP TO
      *>                                     3; N SORTS IT AS A NUMBER
      *>        COLUMN,NAME,WIDTH[,MASK]     A DETAIL COLUMN, LEFT TO
      *>                                     RIGHT, UP TO 10
      *>        EXCLUDE,NAME,VALUE           DROP EVERY RECORD WHOSE
      *>                                     FIELD IS THAT VALUE, UP
      *>                                     TO 10
      *>    (THE SAME Fn/Pn FIELD POSITIONS AS RETENTION-POLICY.TXT).
      *>    FIELD NAMES ARE UP TO 15 CHARACTERS, VALUES UP TO 30.  A
      *>    LINE STARTING * IS A COMMENT.  THE MASK, THE TITLE AND THE
      *>    EXCLUDED VALUE ARE THE REST OF THEIR LINE, COMMAS AND ALL.
      *>    A MASK IS WRITTEN LIKE A PICTURE -
      *>        9   A DIGIT               Z   A DIGIT, BLANK WHILE
      *>                                      STILL LEADING ZEROS
      *>        ,   A COMMA (BLANK AMONG  .   THE DECIMAL POINT
      *>            THE LEADING ZEROS)
      *>        -   MINUS WHEN NEGATIVE   +   PLUS OR MINUS
      *>        $ / AND SPACE PRINT AS THEMSELVES
      *>    E.G. -ZZ,ZZ9.99 OR ZZZZ9; A MASK WITH NO SIGN GETS A
      *>    TRAILING MINUS ON A NEGATIVE VALUE, AND A VALUE TOO BIG
      *>    FOR ITS MASK PRINTS AS ASTERISKS.  A MASKED COLUMN IS
      *>    SUBTOTALLED AT EVERY BREAK AND IN THE GRAND TOTAL; A VALUE
      *>    IN IT THAT IS NOT A NUMBER PRINTS AS IT STANDS AND IS
      *>    COUNTED ON THE FOOTER.  THE RECORDS ARE SORTED ON THE
      *>    BREAK FIELDS (FILE ORDER KEPT WITHIN A GROUP), EACH GROUP
      *>    OPENS WITH ITS VALUE AND CLOSES WITH A TOTAL LINE, AND THE
      *>    REPORT PRINTS UNDER THE STANDARD REPORT-HEAD HEADING.  A
      *>    DEFINITION WITH ERRORS PRINTS THEM, LINE BY LINE, INSTEAD
      *>    OF A REPORT (RC-INVALID-INPUT); A MISSING INPUT FILE IS
      *>    RC-NOT-FOUND; MORE THAN 5000 RECORDS REPORTS THE FIRST 5000
      *>    AS RC-FULL.  THE RUN IS LOGGED TO OPS-LOG.TXT AS
      *>    RPT-WRITER WITH THE RECORDS REPORTED AS THE RECORD COUNT
      *>    AND THE NON-NUMERIC AND DROPPED RECORDS AS THE EXCEPTION
      *>    COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEF-FILE ASSIGN TO "RPT-WRITER-DEF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC INPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEF-FILE.
       01  DEF-REC                      PIC X(200).

       FD  INPUT-FILE.
       01  INPUT-REC                    PIC X(1200).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  DEF-FILE-STATUS              PIC X(02).
       01  INPUT-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-DEF                   PIC X(01) VALUE 'N'.
       01  WS-EOF-INPUT                 PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
       01  INPUT-FILE-NAME              PIC X(30) VALUE SPACES.
       01  REPORT-FILE-NAME             PIC X(30)
               VALUE 'RPT-WRITER-REPORT.TXT'.
      *
      *>    THE DEFINITION AS READ.
       01  DEF-TITLE                    PIC X(50) VALUE SPACES.
       01  DEF-DELIM                    PIC X(01) VALUE ','.
       01  DEF-LINE-NO                  PIC 9(04) VALUE 0.
       01  DEF-PTR                      PIC 9(03).
       01  DEF-KEY-TXT                  PIC X(10).
       01  DEF-TOKEN                    PIC X(40).
       01  DEF-NAME-TXT                 PIC X(40).
       01  DEF-REST                     PIC X(200).
       01  DEF-NUMBER                   PIC 9(04).
       01  DEF-ERROR-TXT                PIC X(80).
       01  DEF-ERROR-COUNT              PIC 9(03) VALUE 0.
       01  DEF-ERROR-TABLE.
           05  DEF-ERROR-LINE OCCURS 20 TIMES PIC X(100).
       01  DEF-ERROR-IDX                PIC 9(03).
      *
       01  FIELD-TABLE.
           05  FIELD-COUNT              PIC 9(02) VALUE 0.
           05  FIELD-ENTRY OCCURS 20 TIMES.
               10  FLD-NAME             PIC X(15).
               10  FLD-KIND             PIC X(01).
               10  FLD-NO               PIC 9(04).
               10  FLD-LEN              PIC 9(02).
       01  FIELD-IDX                    PIC 9(02).
       01  LOOKUP-NAME                  PIC X(15).
       01  LOOKUP-IDX                   PIC 9(02).
      *
       01  BREAK-TABLE.
           05  BREAK-COUNT              PIC 9(01) VALUE 0.
           05  BREAK-ENTRY OCCURS 3 TIMES.
               10  BRK-NAME             PIC X(15).
               10  BRK-FIELD            PIC 9(02).
               10  BRK-NUMERIC          PIC X(01).
       01  BRK-LVL                      PIC 9(01).
       01  CHANGE-LEVEL                 PIC 9(01).
      *
      *>    COL-EDIT-LEN IS THE MASK PLUS THE TRAILING MINUS A MASK
      *>    WITHOUT A SIGN OF ITS OWN NEEDS.
       01  COLUMN-TABLE.
           05  COL-COUNT                PIC 9(02) VALUE 0.
           05  COLUMN-ENTRY OCCURS 10 TIMES.
               10  COL-NAME             PIC X(15).
               10  COL-FIELD            PIC 9(02).
               10  COL-WIDTH            PIC 9(03).
               10  COL-START            PIC 9(03).
               10  COL-MASKED           PIC X(01).
               10  COL-MASK             PIC X(30).
               10  COL-MASK-LEN         PIC 9(02).
               10  COL-EDIT-LEN         PIC 9(02).
               10  COL-DIGIT-SLOTS      PIC 9(02).
               10  COL-DEC-SLOTS        PIC 9(01).
               10  COL-SIGNED           PIC X(01).
       01  COL-IDX                      PIC 9(02).
       01  FIRST-MASK-START             PIC 9(03).
       01  LINE-END                     PIC 9(03).
      *
       01  EXCLUDE-TABLE.
           05  EXCL-COUNT               PIC 9(02) VALUE 0.
           05  EXCLUDE-ENTRY OCCURS 10 TIMES.
               10  EXCL-NAME            PIC X(15).
               10  EXCL-FIELD           PIC 9(02).
               10  EXCL-VALUE           PIC X(30).
       01  EXCL-IDX                     PIC 9(02).
       01  RECORD-EXCLUDED              PIC X(01).
      *
      *>    MASK CHECKING AND EDITING.
       01  MASK-POS                     PIC 9(02).
       01  MASK-CHAR                    PIC X(01).
       01  MASK-POINTS                  PIC 9(02).
       01  MASK-AFTER-POINT             PIC X(01).
      *>    1, 10, 100, 1000, 10000 - BY THE MASK'S DECIMAL PLACES.
       01  DEC-SCALE-VALUES.
           05  FILLER                   PIC 9(05) VALUE 1.
           05  FILLER                   PIC 9(05) VALUE 10.
           05  FILLER                   PIC 9(05) VALUE 100.
           05  FILLER                   PIC 9(05) VALUE 1000.
           05  FILLER                   PIC 9(05) VALUE 10000.
       01  DEC-SCALE-TABLE REDEFINES DEC-SCALE-VALUES.
           05  DEC-SCALE OCCURS 5 TIMES PIC 9(05).
       01  EDIT-VALUE                   PIC S9(13)V9(4).
       01  EDIT-ABS                     PIC 9(13)V9(4).
       01  EDIT-SCALED                  PIC 9(18).
       01  EDIT-DIGITS REDEFINES EDIT-SCALED PIC X(18).
       01  DIGIT-PTR                    PIC 9(02).
       01  EDIT-LEADING                 PIC X(01).
       01  EDIT-RESULT                  PIC X(32).
       01  NUMVAL-CHK                   PIC S9(03).
      *
      *>    THE INPUT, LOADED WHOLE AND SORTED THROUGH ORD-ROW SO THE
      *>    ROWS THEMSELVES NEVER MOVE.  A NUMERIC BREAK VALUE IS
      *>    KEYED '1' + ITS DIGITS WHEN POSITIVE, '0' + ITS COMPLEMENT
      *>    WHEN NEGATIVE, SO IT SORTS BY VALUE; ONE THAT IS NOT A
      *>    NUMBER KEYS '2' + ITS TEXT AND SORTS LAST.
       01  FIELD-VALUE                  PIC X(30).
       01  SCAN-PTR                     PIC 9(04).
       01  FIELD-SCAN                   PIC 9(04).
       01  NUM-KEY-VALUE                PIC S9(13)V9(4).
       01  NUM-KEY-DIGITS               PIC 9(13)V9(4).
       01  NUM-KEY-TXT REDEFINES NUM-KEY-DIGITS PIC X(17).
       01  ROW-TABLE.
           05  ROW-COUNT                PIC 9(04) VALUE 0.
           05  ROW-ENTRY OCCURS 5000 TIMES.
               10  ROW-KEY.
                   15  ROW-KEY-PART OCCURS 3 TIMES PIC X(30).
               10  ROW-BREAK-TXT OCCURS 3 TIMES PIC X(30).
               10  ROW-COL-TXT OCCURS 10 TIMES PIC X(30).
       01  ROW-IDX                      PIC 9(04).
       01  ORDER-TABLE.
           05  ORD-ROW OCCURS 5000 TIMES PIC 9(04).
       01  ORD-IDX                      PIC 9(04).
       01  ORD-SCAN                     PIC 9(04).
       01  ORD-HOLD                     PIC 9(04).
      *
      *>    ONE TOTAL SET PER LEVEL - 1 IS THE GRAND TOTAL, 2 TO 4
      *>    THE BREAK LEVELS 1 TO 3.
       01  TOTAL-TABLE.
           05  TOTAL-LEVEL OCCURS 4 TIMES.
               10  TOT-RECORDS          PIC 9(07).
               10  TOT-AMOUNT OCCURS 10 TIMES PIC S9(13)V9(4).
       01  TOT-IDX                      PIC 9(01).
       01  TOT-LAST                     PIC 9(01).
       01  PREV-BREAK-TABLE.
           05  PREV-KEY-PART OCCURS 3 TIMES PIC X(30).
           05  PREV-BREAK-TXT OCCURS 3 TIMES PIC X(30).
       01  TOTAL-LABEL                  PIC X(80).
       01  LABEL-INDENT                 PIC 9(02).
       01  LABEL-LEN                    PIC 9(03).
      *
       01  RECORDS-READ                 PIC 9(07) VALUE 0.
       01  RECORDS-EXCLUDED             PIC 9(07) VALUE 0.
       01  RECORDS-DROPPED              PIC 9(07) VALUE 0.
       01  NON-NUMERIC-COUNT            PIC 9(07) VALUE 0.
       01  COUNT-ED                     PIC Z(6)9.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-REPORT-DEFINITION.
           IF DEF-FILE-STATUS = '00' THEN
               PERFORM CHECK-REPORT-DEFINITION
           END-IF.
           IF DEF-ERROR-COUNT > 0 THEN
               SET RC-INVALID-INPUT TO TRUE
           ELSE
               PERFORM LOAD-INPUT-RECORDS
           END-IF.
           IF RC-OK OR RC-FULL THEN
               PERFORM SORT-ROWS-BY-KEY
           END-IF.
           PERFORM OPEN-REPORT-OUTPUT.
           IF RC-INVALID-INPUT THEN
               PERFORM WRITE-DEFINITION-ERRORS
           ELSE
           IF RC-NOT-FOUND THEN
               MOVE SPACES TO REPORT-REC
               STRING 'INPUT FILE ' FUNCTION TRIM(INPUT-FILE-NAME)
                      ' COULD NOT BE OPENED - NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-REPORT-BODY
               PERFORM WRITE-RUN-FOOTER
           END-IF
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM LOG-REPORT-RUN.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-REPORT-DEFINITION.
           OPEN INPUT DEF-FILE.
           IF DEF-FILE-STATUS NOT = '00' THEN
               MOVE 'RPT-WRITER-DEF.TXT COULD NOT BE OPENED - THERE IS'
                   TO DEF-ERROR-TXT
               MOVE ' NO REPORT DEFINITION' TO DEF-ERROR-TXT(50:)
               PERFORM NOTE-DEFINITION-ERROR
               MOVE 'Y' TO WS-EOF-DEF
           END-IF.
           PERFORM UNTIL WS-EOF-DEF = 'Y'
               READ DEF-FILE
                   AT END MOVE 'Y' TO WS-EOF-DEF
               END-READ
               IF WS-EOF-DEF NOT = 'Y' THEN
                   ADD 1 TO DEF-LINE-NO
                   IF FUNCTION TRIM(DEF-REC) NOT = SPACES
                           AND DEF-REC(1:1) NOT = '*' THEN
                       PERFORM LOAD-ONE-DEFINITION-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF DEF-FILE-STATUS = '00' OR DEF-FILE-STATUS = '10' THEN
               CLOSE DEF-FILE
           END-IF.

       LOAD-ONE-DEFINITION-LINE.
           MOVE 1 TO DEF-PTR.
           PERFORM TAKE-DEF-TOKEN.
           MOVE FUNCTION UPPER-CASE(DEF-TOKEN) TO DEF-KEY-TXT.
           EVALUATE DEF-KEY-TXT
               WHEN 'TITLE'
                   PERFORM TAKE-DEF-REST
                   MOVE DEF-REST TO DEF-TITLE
               WHEN 'INPUT'
                   PERFORM TAKE-DEF-REST
                   MOVE DEF-REST TO INPUT-FILE-NAME
               WHEN 'OUTPUT'
                   PERFORM TAKE-DEF-REST
                   IF DEF-REST NOT = SPACES THEN
                       MOVE DEF-REST TO REPORT-FILE-NAME
                   END-IF
               WHEN 'DELIM'
                   PERFORM DEFINE-DELIMITER
               WHEN 'FIELD'
                   PERFORM DEFINE-FIELD
               WHEN 'BREAK'
                   PERFORM DEFINE-BREAK
               WHEN 'COLUMN'
                   PERFORM DEFINE-COLUMN
               WHEN 'EXCLUDE'
                   PERFORM DEFINE-EXCLUDE
               WHEN OTHER
                   MOVE SPACES TO DEF-ERROR-TXT
                   STRING 'UNKNOWN KEYWORD ' FUNCTION TRIM(DEF-TOKEN)
                       DELIMITED BY SIZE INTO DEF-ERROR-TXT
                   END-STRING
                   PERFORM NOTE-DEFINITION-ERROR
           END-EVALUATE.

      *>    THE NEXT COMMA-SEPARATED TOKEN OF THE DEFINITION LINE.
       TAKE-DEF-TOKEN.
           MOVE SPACES TO DEF-TOKEN.
           IF DEF-PTR <= 200 THEN
               UNSTRING DEF-REC DELIMITED BY ','
                   INTO DEF-TOKEN
                   WITH POINTER DEF-PTR
               END-UNSTRING
           END-IF.
           MOVE FUNCTION TRIM(DEF-TOKEN) TO DEF-TOKEN.

      *>    EVERYTHING LEFT ON THE DEFINITION LINE, COMMAS AND ALL.
       TAKE-DEF-REST.
           MOVE SPACES TO DEF-REST.
           IF DEF-PTR <= 200 THEN
               MOVE DEF-REC(DEF-PTR:) TO DEF-REST
           END-IF.
           MOVE FUNCTION TRIM(DEF-REST) TO DEF-REST.

       DEFINE-DELIMITER.
           PERFORM TAKE-DEF-REST.
           EVALUATE FUNCTION UPPER-CASE(DEF-REST)
               WHEN 'COMMA'
                   MOVE ',' TO DEF-DELIM
               WHEN 'PIPE'
                   MOVE '|' TO DEF-DELIM
               WHEN 'SEMICOLON'
                   MOVE ';' TO DEF-DELIM
               WHEN 'TAB'
                   MOVE X'09' TO DEF-DELIM
               WHEN OTHER
                   IF DEF-REST NOT = SPACES
                           AND DEF-REST(2:) = SPACES THEN
                       MOVE DEF-REST(1:1) TO DEF-DELIM
                   ELSE
                       MOVE 'DELIM MUST BE COMMA, PIPE, SEMICOLON, TAB'
                           TO DEF-ERROR-TXT
                       MOVE ' OR ONE CHARACTER' TO DEF-ERROR-TXT(42:)
                       PERFORM NOTE-DEFINITION-ERROR
                   END-IF
           END-EVALUATE.

       DEFINE-FIELD.
           PERFORM TAKE-DEF-TOKEN.
           MOVE DEF-TOKEN TO DEF-NAME-TXT.
           PERFORM CHECK-DEF-NAME.
           IF DEF-ERROR-TXT = SPACES THEN
               MOVE DEF-NAME-TXT TO LOOKUP-NAME
               PERFORM FIND-FIELD-BY-NAME
               IF LOOKUP-IDX > 0 THEN
                   MOVE 'FIELD NAME IS ALREADY DEFINED' TO DEF-ERROR-TXT
               ELSE
               IF FIELD-COUNT >= 20 THEN
                   MOVE 'MORE THAN 20 FIELDS' TO DEF-ERROR-TXT
               END-IF
               END-IF
           END-IF.
           IF DEF-ERROR-TXT = SPACES THEN
               ADD 1 TO FIELD-COUNT
               MOVE DEF-NAME-TXT TO FLD-NAME(FIELD-COUNT)
               PERFORM TAKE-DEF-TOKEN
               MOVE FUNCTION UPPER-CASE(DEF-TOKEN(1:1))
                   TO FLD-KIND(FIELD-COUNT)
               MOVE 0 TO FLD-NO(FIELD-COUNT) FLD-LEN(FIELD-COUNT)
               IF DEF-TOKEN(2:) NOT = SPACES
                       AND FUNCTION TRIM(DEF-TOKEN(2:)) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(DEF-TOKEN(2:)))
                           <= 4 THEN
                   COMPUTE FLD-NO(FIELD-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(DEF-TOKEN(2:)))
               END-IF
               IF FLD-KIND(FIELD-COUNT) = 'P' THEN
                   PERFORM TAKE-DEF-TOKEN
                   IF DEF-TOKEN NOT = SPACES
                           AND FUNCTION TRIM(DEF-TOKEN) IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION TRIM(DEF-TOKEN))
                               <= 2 THEN
                       COMPUTE FLD-LEN(FIELD-COUNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(DEF-TOKEN))
                   END-IF
                   IF FLD-NO(FIELD-COUNT) = 0
                           OR FLD-LEN(FIELD-COUNT) = 0
                           OR FLD-LEN(FIELD-COUNT) > 30
                           OR FLD-NO(FIELD-COUNT) + FLD-LEN(FIELD-COUNT)
                               > 1201 THEN
                       MOVE 'A Pn FIELD NEEDS A START AND A LENGTH OF'
                           TO DEF-ERROR-TXT
                       MOVE ' 1 TO 30 WITHIN 1200 CHARACTERS'
                           TO DEF-ERROR-TXT(41:)
                   END-IF
               ELSE
               IF FLD-KIND(FIELD-COUNT) = 'F' THEN
                   IF FLD-NO(FIELD-COUNT) = 0 THEN
                       MOVE 'AN Fn FIELD NEEDS A FIELD NUMBER'
                           TO DEF-ERROR-TXT
                   END-IF
               ELSE
                   MOVE 'FIELD POSITION MUST BE Fn OR Pn,LENGTH'
                       TO DEF-ERROR-TXT
               END-IF
               END-IF
           END-IF.
           IF DEF-ERROR-TXT NOT = SPACES THEN
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

       DEFINE-BREAK.
           PERFORM TAKE-DEF-TOKEN.
           MOVE DEF-TOKEN TO DEF-NAME-TXT.
           PERFORM CHECK-DEF-NAME.
           IF DEF-ERROR-TXT = SPACES AND BREAK-COUNT >= 3 THEN
               MOVE 'MORE THAN 3 BREAK LEVELS' TO DEF-ERROR-TXT
           END-IF.
           IF DEF-ERROR-TXT = SPACES THEN
               ADD 1 TO BREAK-COUNT
               MOVE DEF-NAME-TXT TO BRK-NAME(BREAK-COUNT)
               MOVE 'N' TO BRK-NUMERIC(BREAK-COUNT)
               PERFORM TAKE-DEF-TOKEN
               MOVE FUNCTION UPPER-CASE(DEF-TOKEN) TO DEF-TOKEN
               IF DEF-TOKEN = 'N' OR DEF-TOKEN = 'NUMERIC' THEN
                   MOVE 'Y' TO BRK-NUMERIC(BREAK-COUNT)
               ELSE
               IF DEF-TOKEN NOT = SPACES THEN
                   MOVE 'THE ONLY BREAK OPTION IS N (SORT AS A NUMBER)'
                       TO DEF-ERROR-TXT
               END-IF
               END-IF
           END-IF.
           IF DEF-ERROR-TXT NOT = SPACES THEN
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

       DEFINE-COLUMN.
           PERFORM TAKE-DEF-TOKEN.
           MOVE DEF-TOKEN TO DEF-NAME-TXT.
           PERFORM CHECK-DEF-NAME.
           IF DEF-ERROR-TXT = SPACES AND COL-COUNT >= 10 THEN
               MOVE 'MORE THAN 10 COLUMNS' TO DEF-ERROR-TXT
           END-IF.
           IF DEF-ERROR-TXT = SPACES THEN
               ADD 1 TO COL-COUNT
               MOVE DEF-NAME-TXT TO COL-NAME(COL-COUNT)
               MOVE 0 TO COL-WIDTH(COL-COUNT)
               PERFORM TAKE-DEF-TOKEN
               IF DEF-TOKEN NOT = SPACES
                       AND FUNCTION TRIM(DEF-TOKEN) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(DEF-TOKEN))
                           <= 2 THEN
                   COMPUTE COL-WIDTH(COL-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(DEF-TOKEN))
               END-IF
               IF COL-WIDTH(COL-COUNT) = 0
                       OR COL-WIDTH(COL-COUNT) > 30 THEN
                   MOVE 'COLUMN WIDTH MUST BE 1 TO 30' TO DEF-ERROR-TXT
               ELSE
                   PERFORM TAKE-DEF-REST
                   MOVE FUNCTION UPPER-CASE(DEF-REST)
                       TO COL-MASK(COL-COUNT)
                   MOVE 'N' TO COL-MASKED(COL-COUNT)
                   IF DEF-REST NOT = SPACES THEN
                       MOVE 'Y' TO COL-MASKED(COL-COUNT)
                       PERFORM CHECK-COLUMN-MASK
                   END-IF
               END-IF
           END-IF.
           IF DEF-ERROR-TXT NOT = SPACES THEN
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

      *>    COUNTS THE MASK'S DIGIT POSITIONS, HOW MANY OF THEM FOLLOW
      *>    THE POINT AND WHETHER IT CARRIES ITS OWN SIGN.
       CHECK-COLUMN-MASK.
           IF FUNCTION LENGTH(FUNCTION TRIM(DEF-REST)) > 30 THEN
               MOVE 'MASK IS LONGER THAN 30' TO DEF-ERROR-TXT
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(COL-MASK(COL-COUNT)))
                   TO COL-MASK-LEN(COL-COUNT)
               MOVE 0 TO COL-DIGIT-SLOTS(COL-COUNT)
                   COL-DEC-SLOTS(COL-COUNT) MASK-POINTS
               MOVE 'N' TO COL-SIGNED(COL-COUNT) MASK-AFTER-POINT
               PERFORM VARYING MASK-POS FROM 1 BY 1
                       UNTIL MASK-POS > COL-MASK-LEN(COL-COUNT)
                   MOVE COL-MASK(COL-COUNT)(MASK-POS:1) TO MASK-CHAR
                   EVALUATE MASK-CHAR
                       WHEN '9'
                       WHEN 'Z'
                           ADD 1 TO COL-DIGIT-SLOTS(COL-COUNT)
                           IF MASK-AFTER-POINT = 'Y' THEN
                               IF COL-DEC-SLOTS(COL-COUNT) < 9 THEN
                                   ADD 1 TO COL-DEC-SLOTS(COL-COUNT)
                               END-IF
                           END-IF
                       WHEN '.'
                           ADD 1 TO MASK-POINTS
                           MOVE 'Y' TO MASK-AFTER-POINT
                       WHEN '-'
                       WHEN '+'
                           MOVE 'Y' TO COL-SIGNED(COL-COUNT)
                       WHEN ','
                       WHEN '$'
                       WHEN '/'
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE 'N' TO COL-MASKED(COL-COUNT)
                   END-EVALUATE
               END-PERFORM
               IF COL-MASKED(COL-COUNT) = 'N' THEN
                   MOVE 'MASK MAY ONLY HOLD 9 Z , . - + $ / AND SPACE'
                       TO DEF-ERROR-TXT
               ELSE
               IF COL-DIGIT-SLOTS(COL-COUNT) = 0
                       OR COL-DIGIT-SLOTS(COL-COUNT) > 17
                       OR COL-DEC-SLOTS(COL-COUNT) > 4
                       OR MASK-POINTS > 1 THEN
                   MOVE 'MASK NEEDS 1 TO 17 DIGITS, AT MOST 4 AFTER ONE'
                       TO DEF-ERROR-TXT
                   MOVE ' POINT' TO DEF-ERROR-TXT(47:)
               END-IF
               END-IF
               MOVE COL-MASK-LEN(COL-COUNT) TO COL-EDIT-LEN(COL-COUNT)
               IF COL-SIGNED(COL-COUNT) = 'N' THEN
                   ADD 1 TO COL-EDIT-LEN(COL-COUNT)
               END-IF
           END-IF.

       DEFINE-EXCLUDE.
           PERFORM TAKE-DEF-TOKEN.
           MOVE DEF-TOKEN TO DEF-NAME-TXT.
           PERFORM CHECK-DEF-NAME.
           IF DEF-ERROR-TXT = SPACES AND EXCL-COUNT >= 10 THEN
               MOVE 'MORE THAN 10 EXCLUDES' TO DEF-ERROR-TXT
           END-IF.
           IF DEF-ERROR-TXT = SPACES THEN
               ADD 1 TO EXCL-COUNT
               MOVE DEF-NAME-TXT TO EXCL-NAME(EXCL-COUNT)
               PERFORM TAKE-DEF-REST
               MOVE DEF-REST TO EXCL-VALUE(EXCL-COUNT)
           END-IF.
           IF DEF-ERROR-TXT NOT = SPACES THEN
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

       CHECK-DEF-NAME.
           MOVE SPACES TO DEF-ERROR-TXT.
           MOVE FUNCTION UPPER-CASE(DEF-NAME-TXT) TO DEF-NAME-TXT.
           IF DEF-NAME-TXT = SPACES THEN
               MOVE 'NO FIELD NAME GIVEN' TO DEF-ERROR-TXT
           ELSE
           IF DEF-NAME-TXT(16:) NOT = SPACES THEN
               MOVE 'FIELD NAME IS LONGER THAN 15' TO DEF-ERROR-TXT
           END-IF
           END-IF.

       FIND-FIELD-BY-NAME.
           MOVE 0 TO LOOKUP-IDX.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-COUNT OR LOOKUP-IDX > 0
               IF FLD-NAME(FIELD-IDX) = LOOKUP-NAME THEN
                   MOVE FIELD-IDX TO LOOKUP-IDX
               END-IF
           END-PERFORM.

       NOTE-DEFINITION-ERROR.
           ADD 1 TO DEF-ERROR-COUNT.
           IF DEF-ERROR-COUNT <= 20 THEN
               MOVE SPACES TO DEF-ERROR-LINE(DEF-ERROR-COUNT)
               IF DEF-LINE-NO > 0 THEN
                   STRING 'LINE ' DEF-LINE-NO ': ' DEF-ERROR-TXT
                       DELIMITED BY SIZE
                       INTO DEF-ERROR-LINE(DEF-ERROR-COUNT)
                   END-STRING
               ELSE
                   MOVE DEF-ERROR-TXT TO DEF-ERROR-LINE(DEF-ERROR-COUNT)
               END-IF
           END-IF.

      *>    WHAT CAN ONLY BE CHECKED ONCE THE WHOLE DEFINITION IS IN -
      *>    EVERY NAME USED IS DEFINED, AND THE COLUMNS FIT THE PAGE.
       CHECK-REPORT-DEFINITION.
           MOVE 0 TO DEF-LINE-NO.
           IF INPUT-FILE-NAME = SPACES THEN
               MOVE 'THE DEFINITION HAS NO INPUT LINE' TO DEF-ERROR-TXT
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.
           IF COL-COUNT = 0 THEN
               MOVE 'THE DEFINITION HAS NO COLUMN LINE' TO DEF-ERROR-TXT
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.
           PERFORM VARYING BRK-LVL FROM 1 BY 1
                   UNTIL BRK-LVL > BREAK-COUNT
               MOVE BRK-NAME(BRK-LVL) TO LOOKUP-NAME
               PERFORM FIND-USED-FIELD
               MOVE LOOKUP-IDX TO BRK-FIELD(BRK-LVL)
           END-PERFORM.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-COUNT
               MOVE COL-NAME(COL-IDX) TO LOOKUP-NAME
               PERFORM FIND-USED-FIELD
               MOVE LOOKUP-IDX TO COL-FIELD(COL-IDX)
           END-PERFORM.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                   UNTIL EXCL-IDX > EXCL-COUNT
               MOVE EXCL-NAME(EXCL-IDX) TO LOOKUP-NAME
               PERFORM FIND-USED-FIELD
               MOVE LOOKUP-IDX TO EXCL-FIELD(EXCL-IDX)
           END-PERFORM.
           PERFORM LAY-OUT-COLUMNS.

       FIND-USED-FIELD.
           PERFORM FIND-FIELD-BY-NAME.
           IF LOOKUP-IDX = 0 THEN
               MOVE SPACES TO DEF-ERROR-TXT
               STRING FUNCTION TRIM(LOOKUP-NAME)
                      ' IS USED BUT HAS NO FIELD LINE'
                   DELIMITED BY SIZE INTO DEF-ERROR-TXT
               END-STRING
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

      *>    COLUMNS TWO SPACES APART; A MASKED COLUMN IS AT LEAST AS
      *>    WIDE AS ITS EDITED VALUE AND IS HEADED FLUSH RIGHT.
       LAY-OUT-COLUMNS.
           MOVE 1 TO LINE-END.
           MOVE 0 TO FIRST-MASK-START.
           MOVE SPACES TO RPT-COL-HEAD.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-COUNT
               IF COL-MASKED(COL-IDX) = 'Y'
                       AND COL-EDIT-LEN(COL-IDX) > COL-WIDTH(COL-IDX)
                       THEN
                   MOVE COL-EDIT-LEN(COL-IDX) TO COL-WIDTH(COL-IDX)
               END-IF
               MOVE LINE-END TO COL-START(COL-IDX)
               COMPUTE LINE-END = LINE-END + COL-WIDTH(COL-IDX) + 2
               IF LINE-END <= 135 THEN
                   PERFORM HEAD-ONE-COLUMN
               END-IF
           END-PERFORM.
           IF LINE-END > 135 THEN
               MOVE 'THE COLUMNS ARE WIDER THAN THE 132-CHARACTER LINE'
                   TO DEF-ERROR-TXT
               PERFORM NOTE-DEFINITION-ERROR
           END-IF.

       HEAD-ONE-COLUMN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(COL-NAME(COL-IDX)))
               TO LABEL-LEN.
           IF LABEL-LEN > COL-WIDTH(COL-IDX) THEN
               MOVE COL-WIDTH(COL-IDX) TO LABEL-LEN
           END-IF.
           IF COL-MASKED(COL-IDX) = 'Y' THEN
               IF FIRST-MASK-START = 0 THEN
                   MOVE COL-START(COL-IDX) TO FIRST-MASK-START
               END-IF
               MOVE COL-NAME(COL-IDX)(1:LABEL-LEN)
                   TO RPT-COL-HEAD(COL-START(COL-IDX)
                       + COL-WIDTH(COL-IDX) - LABEL-LEN:LABEL-LEN)
           ELSE
               MOVE COL-NAME(COL-IDX)(1:LABEL-LEN)
                   TO RPT-COL-HEAD(COL-START(COL-IDX):LABEL-LEN)
           END-IF.

       LOAD-INPUT-RECORDS.
           OPEN INPUT INPUT-FILE.
           IF INPUT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'INPUT FILE ' FUNCTION TRIM(INPUT-FILE-NAME)
                   ' COULD NOT BE OPENED'
               SET RC-NOT-FOUND TO TRUE
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   IF INPUT-REC NOT = SPACES THEN
                       PERFORM LOAD-ONE-INPUT-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           IF INPUT-FILE-STATUS = '00' OR INPUT-FILE-STATUS = '10'
                   THEN
               CLOSE INPUT-FILE
           END-IF.
           IF RECORDS-DROPPED > 0 THEN
               DISPLAY FUNCTION TRIM(INPUT-FILE-NAME)
                   ' HOLDS MORE THAN 5000 RECORDS - ONLY THE FIRST'
                   ' 5000 ARE REPORTED'
               SET RC-FULL TO TRUE
           END-IF.

       LOAD-ONE-INPUT-RECORD.
           ADD 1 TO RECORDS-READ.
           MOVE 'N' TO RECORD-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                   UNTIL EXCL-IDX > EXCL-COUNT
                       OR RECORD-EXCLUDED = 'Y'
               MOVE EXCL-FIELD(EXCL-IDX) TO FIELD-IDX
               PERFORM PICK-FIELD-VALUE
               IF FIELD-VALUE = EXCL-VALUE(EXCL-IDX) THEN
                   MOVE 'Y' TO RECORD-EXCLUDED
               END-IF
           END-PERFORM.
           IF RECORD-EXCLUDED = 'Y' THEN
               ADD 1 TO RECORDS-EXCLUDED
           ELSE
           IF ROW-COUNT >= 5000 THEN
               ADD 1 TO RECORDS-DROPPED
           ELSE
               ADD 1 TO ROW-COUNT
               MOVE SPACES TO ROW-KEY(ROW-COUNT)
               PERFORM VARYING BRK-LVL FROM 1 BY 1
                       UNTIL BRK-LVL > BREAK-COUNT
                   MOVE BRK-FIELD(BRK-LVL) TO FIELD-IDX
                   PERFORM PICK-FIELD-VALUE
                   MOVE FIELD-VALUE TO ROW-BREAK-TXT(ROW-COUNT, BRK-LVL)
                   PERFORM BUILD-BREAK-KEY
               END-PERFORM
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COL-COUNT
                   MOVE COL-FIELD(COL-IDX) TO FIELD-IDX
                   PERFORM PICK-FIELD-VALUE
                   MOVE FIELD-VALUE TO ROW-COL-TXT(ROW-COUNT, COL-IDX)
               END-PERFORM
           END-IF
           END-IF.

       BUILD-BREAK-KEY.
           MOVE FIELD-VALUE TO ROW-KEY-PART(ROW-COUNT, BRK-LVL).
           IF BRK-NUMERIC(BRK-LVL) = 'Y' THEN
               MOVE 1 TO NUMVAL-CHK
               IF FIELD-VALUE NOT = SPACES THEN
                   MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(FIELD-VALUE))
                       TO NUMVAL-CHK
               END-IF
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE NUM-KEY-VALUE = FUNCTION NUMVAL(
                       FUNCTION TRIM(FIELD-VALUE))
                   IF NUM-KEY-VALUE < 0 THEN
                       COMPUTE NUM-KEY-DIGITS =
                           9999999999999.9999 + NUM-KEY-VALUE
                       MOVE '0' TO ROW-KEY-PART(ROW-COUNT, BRK-LVL)
                   ELSE
                       MOVE NUM-KEY-VALUE TO NUM-KEY-DIGITS
                       MOVE '1' TO ROW-KEY-PART(ROW-COUNT, BRK-LVL)
                   END-IF
                   MOVE NUM-KEY-TXT
                       TO ROW-KEY-PART(ROW-COUNT, BRK-LVL)(2:)
               ELSE
                   MOVE '2' TO ROW-KEY-PART(ROW-COUNT, BRK-LVL)
                   MOVE FIELD-VALUE
                       TO ROW-KEY-PART(ROW-COUNT, BRK-LVL)(2:)
               END-IF
           END-IF.

      *>    FIELD FIELD-IDX OF THE INPUT RECORD, LEFT-JUSTIFIED - THE
      *>    SAME WALK ALONG THE LINE HIST-RETENTION USES FOR ITS DATE
      *>    COLUMN.  A FIELD PAST THE END OF THE LINE IS BLANK.
       PICK-FIELD-VALUE.
           MOVE SPACES TO FIELD-VALUE.
           IF FLD-KIND(FIELD-IDX) = 'P' THEN
               MOVE INPUT-REC(FLD-NO(FIELD-IDX):FLD-LEN(FIELD-IDX))
                   TO FIELD-VALUE
           ELSE
               MOVE 1 TO SCAN-PTR
               PERFORM VARYING FIELD-SCAN FROM 1 BY 1
                       UNTIL FIELD-SCAN > FLD-NO(FIELD-IDX)
                           OR SCAN-PTR > 1200
                   MOVE SPACES TO FIELD-VALUE
                   UNSTRING INPUT-REC DELIMITED BY DEF-DELIM
                       INTO FIELD-VALUE
                       WITH POINTER SCAN-PTR
                   END-UNSTRING
               END-PERFORM
               IF FIELD-SCAN <= FLD-NO(FIELD-IDX) THEN
                   MOVE SPACES TO FIELD-VALUE
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(FIELD-VALUE) TO FIELD-VALUE.

      *>    A STRAIGHT INSERTION SORT OF THE ROW NUMBERS ON THE
      *>    BREAK KEY - ONLY A STRICTLY LOWER KEY MOVES AHEAD, SO THE
      *>    FILE ORDER IS KEPT WITHIN A GROUP.
       SORT-ROWS-BY-KEY.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               MOVE ROW-IDX TO ORD-ROW(ROW-IDX)
           END-PERFORM.
           IF BREAK-COUNT > 0 THEN
               PERFORM VARYING ORD-IDX FROM 2 BY 1
                       UNTIL ORD-IDX > ROW-COUNT
                   MOVE ORD-ROW(ORD-IDX) TO ORD-HOLD
                   MOVE ORD-IDX TO ORD-SCAN
                   PERFORM UNTIL ORD-SCAN < 2
                           OR ROW-KEY(ORD-ROW(ORD-SCAN - 1))
                               <= ROW-KEY(ORD-HOLD)
                       MOVE ORD-ROW(ORD-SCAN - 1) TO ORD-ROW(ORD-SCAN)
                       SUBTRACT 1 FROM ORD-SCAN
                   END-PERFORM
                   MOVE ORD-HOLD TO ORD-ROW(ORD-SCAN)
               END-PERFORM
           END-IF.

       OPEN-REPORT-OUTPUT.
           OPEN OUTPUT REPORT-FILE.
           IF DEF-TITLE NOT = SPACES THEN
               MOVE DEF-TITLE TO RPT-TITLE
           ELSE
           IF INPUT-FILE-NAME = SPACES THEN
               MOVE 'REPORT WRITER' TO RPT-TITLE
           ELSE
               MOVE SPACES TO RPT-TITLE
               STRING 'LISTING OF ' FUNCTION TRIM(INPUT-FILE-NAME)
                   DELIMITED BY SIZE INTO RPT-TITLE
               END-STRING
           END-IF
           END-IF.
           MOVE 'RPT-WRITER' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           IF RC-INVALID-INPUT THEN
               MOVE 'REPORT DEFINITION ERRORS (RPT-WRITER-DEF.TXT)'
                   TO RPT-COL-HEAD
           END-IF.

       WRITE-DEFINITION-ERRORS.
           PERFORM VARYING DEF-ERROR-IDX FROM 1 BY 1
                   UNTIL DEF-ERROR-IDX > DEF-ERROR-COUNT
                       OR DEF-ERROR-IDX > 20
               MOVE DEF-ERROR-LINE(DEF-ERROR-IDX) TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF DEF-ERROR-COUNT > 20 THEN
               MOVE SPACES TO REPORT-REC
               MOVE DEF-ERROR-COUNT TO COUNT-ED
               STRING 'ONLY THE FIRST 20 OF ' FUNCTION TRIM(COUNT-ED)
                      ' ERRORS ARE LISTED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'NO REPORT WAS PRODUCED' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-BODY.
           COMPUTE TOT-LAST = BREAK-COUNT + 1.
           PERFORM VARYING TOT-IDX FROM 1 BY 1 UNTIL TOT-IDX > 4
               PERFORM CLEAR-LEVEL-TOTALS
           END-PERFORM.
           PERFORM VARYING ORD-IDX FROM 1 BY 1 UNTIL ORD-IDX > ROW-COUNT
               MOVE ORD-ROW(ORD-IDX) TO ROW-IDX
               PERFORM WRITE-ONE-ROW
           END-PERFORM.
           IF ROW-COUNT > 0 THEN
               PERFORM VARYING BRK-LVL FROM BREAK-COUNT BY -1
                       UNTIL BRK-LVL < 1
                   PERFORM WRITE-SUBTOTAL-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO TOTAL-LABEL.
           MOVE TOT-RECORDS(1) TO COUNT-ED.
           STRING 'GRAND TOTAL (' FUNCTION TRIM(COUNT-ED) ' RECORDS)'
               DELIMITED BY SIZE INTO TOTAL-LABEL
           END-STRING.
           MOVE 0 TO LABEL-INDENT.
           MOVE 1 TO TOT-IDX.
           PERFORM WRITE-TOTAL-LINE.

       CLEAR-LEVEL-TOTALS.
           MOVE 0 TO TOT-RECORDS(TOT-IDX).
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 10
               MOVE 0 TO TOT-AMOUNT(TOT-IDX, COL-IDX)
           END-PERFORM.

      *>    A CHANGE AT ANY LEVEL CLOSES THAT LEVEL AND EVERY LEVEL
      *>    UNDER IT, INNERMOST FIRST, THEN OPENS THEM AGAIN.
       WRITE-ONE-ROW.
           MOVE 0 TO CHANGE-LEVEL.
           IF BREAK-COUNT > 0 THEN
               IF ORD-IDX = 1 THEN
                   MOVE 1 TO CHANGE-LEVEL
               ELSE
                   PERFORM VARYING BRK-LVL FROM 1 BY 1
                           UNTIL BRK-LVL > BREAK-COUNT
                               OR CHANGE-LEVEL > 0
                       IF ROW-KEY-PART(ROW-IDX, BRK-LVL)
                               NOT = PREV-KEY-PART(BRK-LVL) THEN
                           MOVE BRK-LVL TO CHANGE-LEVEL
                       END-IF
                   END-PERFORM
                   IF CHANGE-LEVEL > 0 THEN
                       PERFORM VARYING BRK-LVL FROM BREAK-COUNT BY -1
                               UNTIL BRK-LVL < CHANGE-LEVEL
                           PERFORM WRITE-SUBTOTAL-LINE
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.
           IF CHANGE-LEVEL > 0 THEN
               PERFORM VARYING BRK-LVL FROM CHANGE-LEVEL BY 1
                       UNTIL BRK-LVL > BREAK-COUNT
                   PERFORM WRITE-GROUP-HEADING
               END-PERFORM
           END-IF.
           PERFORM VARYING TOT-IDX FROM 1 BY 1 UNTIL TOT-IDX > TOT-LAST
               ADD 1 TO TOT-RECORDS(TOT-IDX)
           END-PERFORM.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-GROUP-HEADING.
           MOVE ROW-KEY-PART(ROW-IDX, BRK-LVL)
               TO PREV-KEY-PART(BRK-LVL).
           MOVE ROW-BREAK-TXT(ROW-IDX, BRK-LVL)
               TO PREV-BREAK-TXT(BRK-LVL).
           COMPUTE LABEL-INDENT = (BRK-LVL - 1) * 2.
           MOVE SPACES TO REPORT-REC.
           STRING FUNCTION TRIM(BRK-NAME(BRK-LVL)) ' '
                  FUNCTION TRIM(ROW-BREAK-TXT(ROW-IDX, BRK-LVL))
               DELIMITED BY SIZE INTO REPORT-REC(LABEL-INDENT + 1:)
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUBTOTAL-LINE.
           MOVE SPACES TO TOTAL-LABEL.
           COMPUTE TOT-IDX = BRK-LVL + 1.
           MOVE TOT-RECORDS(TOT-IDX) TO COUNT-ED.
           STRING 'TOTAL ' FUNCTION TRIM(BRK-NAME(BRK-LVL)) ' '
                  FUNCTION TRIM(PREV-BREAK-TXT(BRK-LVL))
                  ' (' FUNCTION TRIM(COUNT-ED) ')'
               DELIMITED BY SIZE INTO TOTAL-LABEL
           END-STRING.
           COMPUTE LABEL-INDENT = (BRK-LVL - 1) * 2.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM CLEAR-LEVEL-TOTALS.

      *>    THE LABEL SITS LEFT OF THE FIRST TOTALLED COLUMN, OR ON A
      *>    LINE OF ITS OWN WHEN THERE IS NOT ROOM FOR IT THERE.
       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TOTAL-LABEL))
               TO LABEL-LEN.
           IF FIRST-MASK-START > 0
                   AND LABEL-INDENT + LABEL-LEN >= FIRST-MASK-START
                   THEN
               MOVE TOTAL-LABEL TO REPORT-REC(LABEL-INDENT + 1:)
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-REC
           ELSE
               MOVE TOTAL-LABEL TO REPORT-REC(LABEL-INDENT + 1:)
           END-IF.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-COUNT
               IF COL-MASKED(COL-IDX) = 'Y' THEN
                   MOVE TOT-AMOUNT(TOT-IDX, COL-IDX) TO EDIT-VALUE
                   PERFORM PLACE-MASKED-VALUE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-COUNT
               MOVE 1 TO NUMVAL-CHK
               IF COL-MASKED(COL-IDX) = 'Y'
                       AND ROW-COL-TXT(ROW-IDX, COL-IDX) NOT = SPACES
                       THEN
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ROW-COL-TXT(ROW-IDX, COL-IDX)))
                       TO NUMVAL-CHK
               END-IF
               IF COL-MASKED(COL-IDX) = 'Y' AND NUMVAL-CHK = 0 THEN
                   COMPUTE EDIT-VALUE = FUNCTION NUMVAL(
                       FUNCTION TRIM(ROW-COL-TXT(ROW-IDX, COL-IDX)))
                   PERFORM PLACE-MASKED-VALUE
                   PERFORM VARYING TOT-IDX FROM 1 BY 1
                           UNTIL TOT-IDX > TOT-LAST
                       ADD EDIT-VALUE TO TOT-AMOUNT(TOT-IDX, COL-IDX)
                   END-PERFORM
               ELSE
                   IF COL-MASKED(COL-IDX) = 'Y'
                           AND ROW-COL-TXT(ROW-IDX, COL-IDX)
                               NOT = SPACES THEN
                       ADD 1 TO NON-NUMERIC-COUNT
                   END-IF
                   MOVE ROW-COL-TXT(ROW-IDX, COL-IDX)
                       TO REPORT-REC(COL-START(COL-IDX):
                           COL-WIDTH(COL-IDX))
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-LINE.

      *>    EDIT-VALUE, EDITED UNDER COLUMN COL-IDX'S MASK, FLUSH
      *>    RIGHT IN ITS COLUMN.
       PLACE-MASKED-VALUE.
           PERFORM FORMAT-MASKED-VALUE.
           MOVE EDIT-RESULT(1:COL-EDIT-LEN(COL-IDX))
               TO REPORT-REC(COL-START(COL-IDX) + COL-WIDTH(COL-IDX)
                   - COL-EDIT-LEN(COL-IDX):COL-EDIT-LEN(COL-IDX)).

      *>    THE VALUE IS SCALED TO THE MASK'S DECIMAL PLACES AND ITS
      *>    DIGITS DEALT OUT RIGHT-ALIGNED ACROSS THE MASK'S DIGIT
      *>    POSITIONS, LEFT TO RIGHT.
       FORMAT-MASKED-VALUE.
           MOVE SPACES TO EDIT-RESULT.
           IF EDIT-VALUE < 0 THEN
               COMPUTE EDIT-ABS = 0 - EDIT-VALUE
           ELSE
               MOVE EDIT-VALUE TO EDIT-ABS
           END-IF.
           COMPUTE EDIT-SCALED ROUNDED =
               EDIT-ABS * DEC-SCALE(COL-DEC-SLOTS(COL-IDX) + 1).
           COMPUTE DIGIT-PTR = 19 - COL-DIGIT-SLOTS(COL-IDX).
           IF DIGIT-PTR > 1 AND EDIT-DIGITS(1:DIGIT-PTR - 1) NOT = ZEROS
                   THEN
               MOVE ALL '*' TO EDIT-RESULT(1:COL-EDIT-LEN(COL-IDX))
           ELSE
               MOVE 'Y' TO EDIT-LEADING
               PERFORM VARYING MASK-POS FROM 1 BY 1
                       UNTIL MASK-POS > COL-MASK-LEN(COL-IDX)
                   PERFORM EDIT-ONE-MASK-CHARACTER
               END-PERFORM
               IF COL-SIGNED(COL-IDX) = 'N' AND EDIT-VALUE < 0 THEN
                   MOVE '-' TO EDIT-RESULT(COL-MASK-LEN(COL-IDX) + 1:1)
               END-IF
           END-IF.

       EDIT-ONE-MASK-CHARACTER.
           MOVE COL-MASK(COL-IDX)(MASK-POS:1) TO MASK-CHAR.
           EVALUATE MASK-CHAR
               WHEN '9'
                   MOVE EDIT-DIGITS(DIGIT-PTR:1)
                       TO EDIT-RESULT(MASK-POS:1)
                   MOVE 'N' TO EDIT-LEADING
                   ADD 1 TO DIGIT-PTR
               WHEN 'Z'
                   IF EDIT-LEADING = 'N'
                           OR EDIT-DIGITS(DIGIT-PTR:1) NOT = '0' THEN
                       MOVE EDIT-DIGITS(DIGIT-PTR:1)
                           TO EDIT-RESULT(MASK-POS:1)
                       MOVE 'N' TO EDIT-LEADING
                   END-IF
                   ADD 1 TO DIGIT-PTR
               WHEN ','
                   IF EDIT-LEADING = 'N' THEN
                       MOVE ',' TO EDIT-RESULT(MASK-POS:1)
                   END-IF
               WHEN '.'
                   MOVE '.' TO EDIT-RESULT(MASK-POS:1)
                   MOVE 'N' TO EDIT-LEADING
               WHEN '-'
                   IF EDIT-VALUE < 0 THEN
                       MOVE '-' TO EDIT-RESULT(MASK-POS:1)
                   END-IF
               WHEN '+'
                   IF EDIT-VALUE < 0 THEN
                       MOVE '-' TO EDIT-RESULT(MASK-POS:1)
                   ELSE
                       MOVE '+' TO EDIT-RESULT(MASK-POS:1)
                   END-IF
               WHEN OTHER
                   MOVE MASK-CHAR TO EDIT-RESULT(MASK-POS:1)
           END-EVALUATE.

       WRITE-RUN-FOOTER.
           MOVE SPACES TO REPORT-REC.
           MOVE RECORDS-READ TO COUNT-ED.
           STRING 'RECORDS READ          ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE RECORDS-EXCLUDED TO COUNT-ED.
           STRING 'RECORDS EXCLUDED      ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE ROW-COUNT TO COUNT-ED.
           STRING 'RECORDS REPORTED      ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF NON-NUMERIC-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               MOVE NON-NUMERIC-COUNT TO COUNT-ED
               STRING 'NOT-NUMERIC VALUES IN TOTALLED COLUMNS '
                      '(PRINTED AS READ, NOT TOTALLED) ' COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF RECORDS-DROPPED > 0 THEN
               MOVE SPACES TO REPORT-REC
               MOVE RECORDS-DROPPED TO COUNT-ED
               STRING 'RECORDS NOT REPORTED - PAST THE 5000 LIMIT '
                      COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOG-REPORT-RUN.
           MOVE 'RPT-WRITER' TO OPS-LOG-PROGRAM.
           IF RC-INVALID-INPUT THEN
               MOVE 'BAD-DEF' TO OPS-LOG-RESULT
           ELSE
           IF RC-NOT-FOUND THEN
               MOVE 'NO-DATA' TO OPS-LOG-RESULT
           ELSE
           IF RC-FULL THEN
               MOVE 'FULL' TO OPS-LOG-RESULT
           ELSE
               MOVE 'OK' TO OPS-LOG-RESULT
           END-IF
           END-IF
           END-IF.
           MOVE ROW-COUNT TO OPS-LOG-REC-COUNT.
           IF NON-NUMERIC-COUNT + RECORDS-DROPPED > 99999 THEN
               MOVE 99999 TO OPS-LOG-EXC-COUNT
           ELSE
               COMPUTE OPS-LOG-EXC-COUNT =
                   NON-NUMERIC-COUNT + RECORDS-DROPPED
           END-IF.
           MOVE INPUT-FILE-NAME TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM RPT-WRITER.
