       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-LAYOUT.

      *>    RESOLVES THE DERIVED ROWS DEFINED FOR A SAVED GRID.  A
      *>    SAVED GRID IS ONLY RAW CELLS; THE "TOTAL STAFF COSTS" AND
      *>    "MARGIN" LINES A MANAGEMENT PACK NEEDS ARE DEFINED ONCE
      *>    ON GRID-LAYOUT.TXT, ONE DERIVED ROW PER LINE -
      *>        AFTER-ROW,LABEL,FORMULA
      *>    AFTER-ROW IS THE DATA ROW (NUMBER OR ROW LABEL) THE
      *>    DERIVED ROW PRINTS BEHIND - 0 FOR ABOVE THE FIRST ROW,
      *>    END OR EMPTY FOR BELOW THE LAST.  THE FORMULA IS TERMS
      *>    JOINED BY " + " AND " - " (SPACED, SO A HYPHENATED LABEL
      *>    STILL READS AS ONE TERM), EACH TERM A DATA ROW BY NUMBER
      *>    OR LABEL, A RANGE OF DATA ROWS "FROM:TO", OR THE LABEL OF
      *>    A DERIVED ROW DEFINED EARLIER IN THE FILE -
      *>        7,TOTAL STAFF,3:7
      *>        END,MARGIN,REVENUE - TOTAL STAFF - 9
      *>    LABELS MATCH WITH CASE IGNORED.  A LINE WITH A TERM OR
      *>    AFTER-ROW THAT NAMES NO ROW IS NAMED ON THE CONSOLE AND
      *>    DROPPED; THE REST STILL PRINT.  A MISSING FILE SIMPLY
      *>    MEANS NO DERIVED ROWS.
      *>
      *>        CALL 'GRID-LAYOUT' USING LAYOUT-ROWS ROW-LABEL-TBL
      *>                                 GRID-LAYOUT-AREA
      *>        LAYOUT-ROWS       PIC 9(04), THE GRID'S DATA ROWS
      *>        ROW-LABEL-TBL     THE CALLER'S ROW LABELS, PIC X(15)
      *>                          EACH - ONLY THE FIRST LAYOUT-ROWS
      *>                          ARE READ
      *>        GRID-LAYOUT-AREA  LAID OUT BY GRID-LAYOUT.CPY

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "GRID-LAYOUT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-REC                  PIC X(300).

       WORKING-STORAGE SECTION.
       01  LAYOUT-FILE-STATUS           PIC X(02).
       01  WS-EOF-LAYOUT                PIC X(01).
       01  LAYOUT-LINE-NO               PIC 9(03).
       01  LAYOUT-FULL-WARNED           PIC X(01).
      *
       01  LINE-AFTER-TXT               PIC X(15).
       01  LINE-LABEL                   PIC X(15).
       01  LINE-FORMULA                 PIC X(250).
       01  LINE-AFTER-ROW               PIC 9(04).
       01  LINE-ERROR                   PIC X(40).
       01  FORMULA-PTR                  PIC S9(4).
       01  FORMULA-DONE                 PIC X(01).
       01  TERM-TXT                     PIC X(40).
       01  TERM-SIGN                    PIC X(03).
       01  NEXT-OP                      PIC X(03).
       01  TERM-FROM-TXT                PIC X(15).
       01  TERM-TO-TXT                  PIC X(15).
       01  TERM-PARTS                   PIC 9(02).
       01  TERM-FROM                    PIC 9(04).
       01  TERM-TO                      PIC 9(04).
       01  TERM-COEF                    PIC S9(01).
      *>    THE LINE BEING RESOLVED, BUILT HERE AND ONLY MOVED INTO
      *>    THE CALLER'S AREA ONCE EVERY TERM HAS RESOLVED.
       01  WORK-COEF-TBL.
           05  WORK-COEF OCCURS 1000 TIMES PIC S9(03).
       01  ROW-IDX                      PIC 9(04).
       01  DERIVED-IDX                  PIC 9(02).
       01  DERIVED-FOUND                PIC 9(02).
      *>    ROW-NAME LOOKUP - FIND-ROW-TXT IN, FOUND-ROW OUT (ZERO
      *>    WHEN NO SUCH DATA ROW).
       01  FIND-ROW-TXT                 PIC X(15).
       01  FOUND-ROW                    PIC 9(04).
      ******
       LINKAGE SECTION.
      ******
       01  LAYOUT-ROWS                  PIC 9(04).
       01  LAYOUT-ROW-LABELS.
           05  LAYOUT-ROW-LABEL OCCURS 1 TO 1000 TIMES
                   DEPENDING ON LAYOUT-ROWS PIC X(15).
       01  GRID-LAYOUT-AREA.
           COPY GRID-LAYOUT.
      ******
       PROCEDURE DIVISION USING LAYOUT-ROWS LAYOUT-ROW-LABELS
                                GRID-LAYOUT-AREA.
       RESOLVE-GRID-LAYOUT.
           MOVE 0 TO LAYOUT-DERIVED-COUNT.
           MOVE 0 TO LAYOUT-LINE-NO.
           MOVE 'N' TO LAYOUT-FULL-WARNED.
           MOVE 'N' TO WS-EOF-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-LAYOUT
           END-IF.
           PERFORM UNTIL WS-EOF-LAYOUT = 'Y'
               READ LAYOUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-LAYOUT
               END-READ
               IF WS-EOF-LAYOUT NOT = 'Y' THEN
                   ADD 1 TO LAYOUT-LINE-NO
                   IF FUNCTION TRIM(LAYOUT-REC) NOT = SPACES THEN
                       PERFORM RESOLVE-ONE-LAYOUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF LAYOUT-FILE-STATUS = '00' OR LAYOUT-FILE-STATUS = '10'
                   THEN
               CLOSE LAYOUT-FILE
           END-IF.
           GOBACK.

       RESOLVE-ONE-LAYOUT-LINE.
           MOVE SPACES TO LINE-AFTER-TXT LINE-LABEL LINE-FORMULA
               LINE-ERROR.
           UNSTRING LAYOUT-REC DELIMITED BY ','
               INTO LINE-AFTER-TXT LINE-LABEL LINE-FORMULA
           END-UNSTRING.
           MOVE FUNCTION TRIM(LINE-LABEL) TO LINE-LABEL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LINE-AFTER-TXT))
               TO LINE-AFTER-TXT.
           EVALUATE TRUE
               WHEN LINE-AFTER-TXT = SPACES OR LINE-AFTER-TXT = 'END'
                   MOVE LAYOUT-ROWS TO LINE-AFTER-ROW
               WHEN LINE-AFTER-TXT = '0'
                   MOVE 0 TO LINE-AFTER-ROW
               WHEN OTHER
                   MOVE LINE-AFTER-TXT TO FIND-ROW-TXT
                   PERFORM FIND-DATA-ROW
                   MOVE FOUND-ROW TO LINE-AFTER-ROW
                   IF FOUND-ROW = 0 THEN
                       MOVE 'AFTER-ROW NAMES NO ROW' TO LINE-ERROR
                   END-IF
           END-EVALUATE.
           IF LINE-ERROR = SPACES AND LINE-LABEL = SPACES THEN
               MOVE 'NO LABEL' TO LINE-ERROR
           END-IF.
           IF LINE-ERROR = SPACES
                   AND FUNCTION TRIM(LINE-FORMULA) = SPACES THEN
               MOVE 'NO FORMULA' TO LINE-ERROR
           END-IF.
           IF LINE-ERROR = SPACES THEN
               PERFORM RESOLVE-FORMULA
           END-IF.
           IF LINE-ERROR = SPACES
                   AND LAYOUT-DERIVED-COUNT >= 30 THEN
               IF LAYOUT-FULL-WARNED = 'N' THEN
                   DISPLAY 'GRID-LAYOUT.TXT: MORE THAN 30 DERIVED'
                       ' ROWS - LATER ONES DROPPED'
                   MOVE 'Y' TO LAYOUT-FULL-WARNED
               END-IF
           ELSE
               IF LINE-ERROR = SPACES THEN
                   ADD 1 TO LAYOUT-DERIVED-COUNT
                   MOVE LINE-LABEL
                       TO LAYOUT-LABEL(LAYOUT-DERIVED-COUNT)
                   MOVE LINE-AFTER-ROW
                       TO LAYOUT-AFTER-ROW(LAYOUT-DERIVED-COUNT)
                   PERFORM VARYING ROW-IDX FROM 1 BY 1
                           UNTIL ROW-IDX > LAYOUT-ROWS
                       MOVE WORK-COEF(ROW-IDX)
                           TO LAYOUT-COEF(LAYOUT-DERIVED-COUNT,
                                          ROW-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY 'GRID-LAYOUT.TXT LINE ' LAYOUT-LINE-NO
                       ': ' FUNCTION TRIM(LINE-ERROR)
                       ' - DERIVED ROW DROPPED'
               END-IF
           END-IF.

      *>    ONE TERM AT A TIME - THE OPERATOR THAT ENDS A TERM IS THE
      *>    SIGN OF THE NEXT, AND RUNNING OUT OF OPERATORS ENDS THE
      *>    FORMULA.
       RESOLVE-FORMULA.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > LAYOUT-ROWS
               MOVE 0 TO WORK-COEF(ROW-IDX)
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LINE-FORMULA))
               TO LINE-FORMULA.
           MOVE 1 TO FORMULA-PTR.
           MOVE ' + ' TO TERM-SIGN.
           MOVE 'N' TO FORMULA-DONE.
           PERFORM UNTIL FORMULA-DONE = 'Y' OR LINE-ERROR NOT = SPACES
               MOVE SPACES TO TERM-TXT NEXT-OP
               UNSTRING LINE-FORMULA DELIMITED BY ' + ' OR ' - '
                   INTO TERM-TXT DELIMITER IN NEXT-OP
                   WITH POINTER FORMULA-PTR
               END-UNSTRING
               PERFORM RESOLVE-ONE-TERM
               IF NEXT-OP = SPACES THEN
                   MOVE 'Y' TO FORMULA-DONE
               ELSE
                   MOVE NEXT-OP TO TERM-SIGN
               END-IF
           END-PERFORM.

       RESOLVE-ONE-TERM.
           IF TERM-SIGN = ' - ' THEN
               MOVE -1 TO TERM-COEF
           ELSE
               MOVE 1 TO TERM-COEF
           END-IF.
           MOVE FUNCTION TRIM(TERM-TXT) TO TERM-TXT.
           MOVE SPACES TO TERM-FROM-TXT TERM-TO-TXT.
           MOVE 0 TO TERM-PARTS.
           UNSTRING TERM-TXT DELIMITED BY ':'
               INTO TERM-FROM-TXT TERM-TO-TXT
               TALLYING IN TERM-PARTS
           END-UNSTRING.
           IF TERM-PARTS > 1 THEN
               MOVE TERM-FROM-TXT TO FIND-ROW-TXT
               PERFORM FIND-DATA-ROW
               MOVE FOUND-ROW TO TERM-FROM
               MOVE TERM-TO-TXT TO FIND-ROW-TXT
               PERFORM FIND-DATA-ROW
               MOVE FOUND-ROW TO TERM-TO
               IF TERM-FROM = 0 OR TERM-TO = 0
                       OR TERM-FROM > TERM-TO THEN
                   MOVE SPACES TO LINE-ERROR
                   STRING 'BAD RANGE ' FUNCTION TRIM(TERM-TXT)
                       DELIMITED BY SIZE INTO LINE-ERROR
                   END-STRING
               ELSE
                   PERFORM VARYING ROW-IDX FROM TERM-FROM BY 1
                           UNTIL ROW-IDX > TERM-TO
                       ADD TERM-COEF TO WORK-COEF(ROW-IDX)
                   END-PERFORM
               END-IF
           ELSE
               MOVE TERM-TXT TO FIND-ROW-TXT
               PERFORM FIND-DATA-ROW
               IF FOUND-ROW > 0 THEN
                   ADD TERM-COEF TO WORK-COEF(FOUND-ROW)
               ELSE
                   PERFORM FOLD-IN-DERIVED-ROW
               END-IF
           END-IF.

      *>    A TERM THAT IS NO DATA ROW MAY BE AN EARLIER DERIVED ROW.
       FOLD-IN-DERIVED-ROW.
           MOVE 0 TO DERIVED-FOUND.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               IF FUNCTION UPPER-CASE(LAYOUT-LABEL(DERIVED-IDX))
                       = FIND-ROW-TXT THEN
                   MOVE DERIVED-IDX TO DERIVED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DERIVED-FOUND = 0 THEN
               MOVE SPACES TO LINE-ERROR
               STRING 'TERM ' FUNCTION TRIM(TERM-TXT) ' NAMES NO ROW'
                   DELIMITED BY SIZE INTO LINE-ERROR
               END-STRING
           ELSE
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                       UNTIL ROW-IDX > LAYOUT-ROWS
                   COMPUTE WORK-COEF(ROW-IDX) = WORK-COEF(ROW-IDX)
                       + TERM-COEF * LAYOUT-COEF(DERIVED-FOUND, ROW-IDX)
               END-PERFORM
           END-IF.

      *>    A ROW NUMBER IN RANGE, OR A ROW LABEL (CASE IGNORED).
       FIND-DATA-ROW.
           MOVE 0 TO FOUND-ROW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FIND-ROW-TXT))
               TO FIND-ROW-TXT.
           IF FIND-ROW-TXT NOT = SPACES THEN
               IF FUNCTION TRIM(FIND-ROW-TXT) IS NUMERIC THEN
                   COMPUTE FOUND-ROW = FUNCTION NUMVAL(FIND-ROW-TXT)
                   IF FOUND-ROW > LAYOUT-ROWS THEN
                       MOVE 0 TO FOUND-ROW
                   END-IF
               ELSE
                   PERFORM VARYING ROW-IDX FROM 1 BY 1
                           UNTIL ROW-IDX > LAYOUT-ROWS
                       IF FUNCTION UPPER-CASE(
                               LAYOUT-ROW-LABEL(ROW-IDX))
                               = FIND-ROW-TXT THEN
                           MOVE ROW-IDX TO FOUND-ROW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       END PROGRAM GRID-LAYOUT.
