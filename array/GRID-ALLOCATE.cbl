       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-ALLOCATE.

      *>    DRIVER-BASED ALLOCATION OF SHARED-COST ROWS ACROSS THE
      *>    COLUMNS OF A SAVED GRID.  RENT, IT AND HEAD-OFFICE COSTS
      *>    SIT ON THEIR OWN ACCOUNT ROWS AND WERE SPREAD ACROSS THE
      *>    DEPARTMENT COLUMNS BY HAND EVERY MONTH.  THIS LOADS
      *>    DYNAMIC-GRID.DAT (SAVE-GRID-TO-FILE FORMAT - SEE
      *>    DYNAMIC-TWOD-NUMBER-ARRAY.CBL) AND APPLIES THE RULES ON
      *>    GRID-ALLOC-RULES.TXT IN ORDER, ONE PER LINE -
      *>        SOURCE-ROW,TARGET-ROW,DRIVER[,REMAINDER-ROW]
      *>    A ROW IS NAMED BY ITS NUMBER OR ITS ROW LABEL.  THE
      *>    SOURCE ROW'S TOTAL ACROSS ALL COLUMNS IS TAKEN OUT OF IT
      *>    (ITS AMOUNT CELLS ZEROED) AND ADDED TO THE TARGET ROW,
      *>    COLUMN BY COLUMN, IN PROPORTION TO THE DRIVER -
      *>        PCT=P1/P2/.../PN   FIXED PERCENTAGES, ONE PER COLUMN,
      *>                           TOTALLING 100
      *>        ROW=ROW            ANOTHER ROW'S VALUES, E.G. A
      *>                           FLOOR-SPACE ROW
      *>        HEADCOUNT          THE ACTIVE HEADCOUNT PER DEPARTMENT
      *>                           FROM EMP-SUMMARY (EMP-DEPT-
      *>                           HEADCOUNT.TXT), MATCHED TO THE
      *>                           COLUMN HEADINGS
      *>    EACH SHARE IS ROUNDED TO THE CENT AND WHATEVER ROUNDING
      *>    LEAVES OVER GOES TO THE REMAINDER ROW (DEFAULT THE TARGET
      *>    ROW) IN THE COLUMN WITH THE LARGEST DRIVER, SO THE GRID
      *>    TOTAL NEVER MOVES.  RULES RUN IN FILE ORDER, SO A LATER
      *>    RULE ALLOCATES WHAT EARLIER RULES PUT ON ITS SOURCE ROW
      *>    (A STEP-DOWN).  A RULE THAT CANNOT RUN - AN UNKNOWN ROW, A
      *>    DRIVER THAT IS ZERO, NEGATIVE OR (FOR PCT) DOES NOT TOTAL
      *>    100 - IS NAMED ON THE REPORT AND SKIPPED.
      *>
      *>    THE ALLOCATED GRID IS SAVED TO GRID-ALLOCATED.DAT IN THE
      *>    SAME FORMAT (LABELS CARRIED, FREE-TEXT CELLS UNTOUCHED)
      *>    AND THE AUDIT REPORT, GRID-ALLOC-REPORT.TXT, SHOWS EVERY
      *>    RULE'S AMOUNT, DRIVER AND SHARE PER COLUMN, THE REMAINDER,
      *>    AND THE GRID TOTAL BEFORE AND AFTER.  AS IN
      *>    GRID-CONSOLIDATE, GRIDS ARE CAPPED AT 200 X 200 AND A CELL
      *>    DRIVEN PAST THE 999999.99 CELL CAPACITY REFUSES THE RUN -
      *>    NOTHING IS SAVED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRID-FILE ASSIGN TO "DYNAMIC-GRID.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRID-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO "GRID-ALLOC-RULES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT HEADCOUNT-FILE ASSIGN TO "EMP-DEPT-HEADCOUNT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HEADCOUNT-STATUS.
           SELECT ALLOC-GRID-FILE ASSIGN TO "GRID-ALLOCATED.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GRID-ALLOC-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRID-FILE.
       01  GRID-REC                    PIC X(10000).

       FD  RULES-FILE.
       01  RULES-REC                   PIC X(400).

       FD  HEADCOUNT-FILE.
       01  HEADCOUNT-REC               PIC X(20).

       FD  ALLOC-GRID-FILE.
       01  ALLOC-GRID-REC              PIC X(10000).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  GRID-FILE-STATUS             PIC X(02).
       01  RULES-FILE-STATUS            PIC X(02).
       01  HEADCOUNT-STATUS             PIC X(02).
       01  WS-EOF-GRID                  PIC X(01) VALUE 'N'.
       01  WS-EOF-RULES                 PIC X(01) VALUE 'N'.
       01  WS-EOF-HEADCOUNT             PIC X(01) VALUE 'N'.
      *
       01  GRID-ROWS                    PIC 9(04) VALUE 0.
       01  GRID-COLS                    PIC 9(04) VALUE 0.
       01  GRID-DIM-CEILING             PIC 9(04) VALUE 200.
       01  ROW-NO                       PIC 9(04).
       01  COL-NO                       PIC 9(04).
       01  GRID-PTR                     PIC S9(5).
       01  LINE-PTR                     PIC S9(5).
      *>    THE GRID AS SAVED - CELLS STAY TEXT SO A FREE-TEXT CELL
      *>    ROUND-TRIPS UNCHANGED; ONLY CELLS AN ALLOCATION TOUCHES
      *>    ARE REWRITTEN AS AMOUNTS.
       01  GRID-TABLE.
           05  GRID-ROW OCCURS 200 TIMES.
               10  GRID-CELL OCCURS 200 TIMES PIC X(10).
       01  CELL-NUMVAL-CHK              PIC S9(3).
       01  CELL-AMOUNT                  PIC S9(9)V99.
       01  CELL-NEW-AMOUNT              PIC S9(9)V99.
      *>    -(6)9.99 IS EXACTLY THE TEN CHARACTERS A CELL HOLDS.
       01  CELL-ED                      PIC -(6)9.99.
       01  OVER-CAPACITY-COUNT          PIC 9(05) VALUE 0.
       01  GRID-TOTAL-BEFORE            PIC S9(11)V99 VALUE 0.
       01  GRID-TOTAL-AFTER             PIC S9(11)V99 VALUE 0.
      *>    ROW LABELS AND COLUMN HEADINGS FROM THE OPTIONAL
      *>    HEADS;/LABELS; LINES, DEFAULTED FROM THE COORDINATES.
       01  ROW-LABEL-TBL.
           05  ROW-LABEL OCCURS 200 TIMES PIC X(15).
       01  COL-HEAD-TBL.
           05  COL-HEAD OCCURS 200 TIMES PIC X(15).
       01  LABEL-IDX                    PIC 9(04).
       01  LABEL-TEMP                   PIC X(15).
       01  LABEL-LINE                   PIC X(10000).
       01  LABEL-PTR                    PIC S9(5).
      *>    EMP-SUMMARY'S ACTIVE HEADCOUNT PER DEPARTMENT.
       01  HEADCOUNT-TABLE.
           05  HC-COUNT                 PIC 9(03) VALUE 0.
           05  HC-ENTRY OCCURS 100 TIMES.
               10  HC-DEPT              PIC X(15).
               10  HC-HEADS             PIC 9(05).
       01  HC-IDX                       PIC 9(03).
       01  HC-DEPT-TXT                  PIC X(15).
       01  HC-HEADS-TXT                 PIC X(10).
      *
       01  RULE-NO                      PIC 9(03) VALUE 0.
       01  RULE-SOURCE-TXT              PIC X(15).
       01  RULE-TARGET-TXT              PIC X(15).
       01  RULE-DRIVER-TXT              PIC X(300).
       01  RULE-REMAIN-TXT              PIC X(15).
       01  RULE-SOURCE                  PIC 9(04).
       01  RULE-TARGET                  PIC 9(04).
       01  RULE-REMAIN                  PIC 9(04).
       01  RULE-DRIVER-ROW              PIC 9(04).
       01  RULE-ERROR                   PIC X(40).
       01  RULES-APPLIED                PIC 9(03) VALUE 0.
       01  RULES-SKIPPED                PIC 9(03) VALUE 0.
      *>    ROW-NAME LOOKUP - FIND-ROW-TXT IN, FOUND-ROW OUT (ZERO
      *>    WHEN NO SUCH ROW).
       01  FIND-ROW-TXT                 PIC X(15).
       01  FOUND-ROW                    PIC 9(04).
      *>    ONE DRIVER WEIGHT AND ONE SHARE PER COLUMN.
       01  DRIVER-TABLE.
           05  DRIVER-WEIGHT OCCURS 200 TIMES PIC S9(9)V9(4).
           05  DRIVER-SHARE OCCURS 200 TIMES PIC S9(9)V99.
       01  DRIVER-TOTAL                 PIC S9(11)V9(4).
       01  DRIVER-BIG-COL               PIC 9(04).
       01  DRIVER-PTR                   PIC S9(5).
       01  DRIVER-PCT-TXT               PIC X(10).
       01  SOURCE-TOTAL                 PIC S9(11)V99.
       01  SHARE-TOTAL                  PIC S9(11)V99.
       01  REMAINDER-AMT                PIC S9(11)V99.
      *
       01  AMOUNT-ED                    PIC -(10)9.99.
       01  SHARE-ED                     PIC -(10)9.99.
       01  WEIGHT-ED                    PIC -(8)9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-SOURCE-GRID.
           PERFORM LOAD-DEPT-HEADCOUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'GRID ALLOCATION AUDIT REPORT' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM SUM-GRID-TOTAL.
           MOVE GRID-TOTAL-AFTER TO GRID-TOTAL-BEFORE.
           OPEN INPUT RULES-FILE.
           IF RULES-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-RULES
               MOVE 'NO GRID-ALLOC-RULES FILE - NOTHING ALLOCATED'
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           PERFORM UNTIL WS-EOF-RULES = 'Y'
               READ RULES-FILE
                   AT END MOVE 'Y' TO WS-EOF-RULES
               END-READ
               IF WS-EOF-RULES NOT = 'Y'
                       AND FUNCTION TRIM(RULES-REC) NOT = SPACES THEN
                   ADD 1 TO RULE-NO
                   PERFORM APPLY-ONE-RULE
               END-IF
           END-PERFORM.
           IF RULES-FILE-STATUS = '00' OR RULES-FILE-STATUS = '10' THEN
               CLOSE RULES-FILE
           END-IF.
           PERFORM CHECK-CELL-CAPACITY.
           PERFORM SUM-GRID-TOTAL.
           PERFORM WRITE-ALLOCATION-TOTALS.
           IF OVER-CAPACITY-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING 'ALLOCATION REFUSED - ' OVER-CAPACITY-COUNT
                      ' CELL(S) EXCEED THE 999999.99 CELL'
                      ' CAPACITY - NOTHING SAVED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SAVE-ALLOCATED-GRID
           END-IF.
           CLOSE REPORT-FILE.
           GOBACK.

       LOAD-SOURCE-GRID.
           OPEN INPUT GRID-FILE.
           IF GRID-FILE-STATUS NOT = '00' THEN
               DISPLAY 'DYNAMIC-GRID.DAT COULD NOT BE OPENED'
                   ' - RUN ABORTED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           READ GRID-FILE
               AT END MOVE 'Y' TO WS-EOF-GRID
           END-READ.
           IF WS-EOF-GRID = 'Y' THEN
               DISPLAY 'DYNAMIC-GRID.DAT IS EMPTY - RUN ABORTED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           UNSTRING GRID-REC DELIMITED BY ','
               INTO GRID-ROWS GRID-COLS
           END-UNSTRING.
           IF GRID-ROWS < 1 OR GRID-ROWS > GRID-DIM-CEILING
                   OR GRID-COLS < 1 OR GRID-COLS > GRID-DIM-CEILING
                   THEN
               DISPLAY 'GRID DIMENSIONS ' GRID-ROWS ' X ' GRID-COLS
                   ' OUTSIDE THE 200 X 200 ALLOCATION CEILING'
                   ' - RUN ABORTED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-DEFAULT-LABELS.
           MOVE 0 TO ROW-NO.
           PERFORM UNTIL ROW-NO >= GRID-ROWS OR WS-EOF-GRID = 'Y'
               READ GRID-FILE
                   AT END MOVE 'Y' TO WS-EOF-GRID
               END-READ
               IF WS-EOF-GRID NOT = 'Y' THEN
                   EVALUATE TRUE
                       WHEN GRID-REC(1:6) = 'HEADS;'
                           PERFORM TAKE-HEADS-LINE
                       WHEN GRID-REC(1:7) = 'LABELS;'
                           PERFORM TAKE-LABELS-LINE
                       WHEN OTHER
                           ADD 1 TO ROW-NO
                           MOVE 1 TO GRID-PTR
                           PERFORM VARYING COL-NO FROM 1 BY 1
                                   UNTIL COL-NO > GRID-COLS
                               MOVE SPACES TO GRID-CELL(ROW-NO, COL-NO)
                               UNSTRING GRID-REC DELIMITED BY ','
                                   INTO GRID-CELL(ROW-NO, COL-NO)
                                   WITH POINTER GRID-PTR
                               END-UNSTRING
                           END-PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE GRID-FILE.
           IF ROW-NO < GRID-ROWS THEN
               DISPLAY 'DYNAMIC-GRID.DAT ENDED BEFORE ITS STATED ROW'
                   ' COUNT - RUN ABORTED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       SET-DEFAULT-LABELS.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-ROWS
               MOVE SPACES TO ROW-LABEL(LABEL-IDX)
               STRING 'ROW ' LABEL-IDX DELIMITED BY SIZE
                   INTO ROW-LABEL(LABEL-IDX)
               END-STRING
           END-PERFORM.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-COLS
               MOVE SPACES TO COL-HEAD(LABEL-IDX)
               STRING 'COL ' LABEL-IDX DELIMITED BY SIZE
                   INTO COL-HEAD(LABEL-IDX)
               END-STRING
           END-PERFORM.

       TAKE-HEADS-LINE.
           MOVE SPACES TO LABEL-LINE.
           UNSTRING GRID-REC DELIMITED BY ';'
               INTO LABEL-TEMP LABEL-LINE
           END-UNSTRING.
           MOVE 1 TO LABEL-PTR.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-COLS
               UNSTRING LABEL-LINE DELIMITED BY ','
                   INTO COL-HEAD(LABEL-IDX)
                   WITH POINTER LABEL-PTR
               END-UNSTRING
           END-PERFORM.

       TAKE-LABELS-LINE.
           MOVE SPACES TO LABEL-LINE.
           UNSTRING GRID-REC DELIMITED BY ';'
               INTO LABEL-TEMP LABEL-LINE
           END-UNSTRING.
           MOVE 1 TO LABEL-PTR.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-ROWS
               UNSTRING LABEL-LINE DELIMITED BY ','
                   INTO ROW-LABEL(LABEL-IDX)
                   WITH POINTER LABEL-PTR
               END-UNSTRING
           END-PERFORM.

      *>    A MISSING FILE ONLY MATTERS TO A HEADCOUNT RULE, WHICH
      *>    THEN FINDS NO DRIVER AND IS SKIPPED.
       LOAD-DEPT-HEADCOUNT.
           OPEN INPUT HEADCOUNT-FILE.
           IF HEADCOUNT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HEADCOUNT
           END-IF.
           PERFORM UNTIL WS-EOF-HEADCOUNT = 'Y'
               READ HEADCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-HEADCOUNT
               END-READ
               IF WS-EOF-HEADCOUNT NOT = 'Y' THEN
                   MOVE SPACES TO HC-DEPT-TXT HC-HEADS-TXT
                   UNSTRING HEADCOUNT-REC DELIMITED BY ','
                       INTO HC-DEPT-TXT HC-HEADS-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(HC-HEADS-TXT) IS NUMERIC
                           AND HC-COUNT < 100 THEN
                       ADD 1 TO HC-COUNT
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(HC-DEPT-TXT))
                           TO HC-DEPT(HC-COUNT)
                       COMPUTE HC-HEADS(HC-COUNT) = FUNCTION NUMVAL(
                           FUNCTION TRIM(HC-HEADS-TXT))
                   END-IF
               END-IF
           END-PERFORM.
           IF HEADCOUNT-STATUS = '00' OR HEADCOUNT-STATUS = '10' THEN
               CLOSE HEADCOUNT-FILE
           END-IF.

       SUM-GRID-TOTAL.
           MOVE 0 TO GRID-TOTAL-AFTER.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > GRID-ROWS
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   PERFORM TAKE-CELL-AMOUNT
                   ADD CELL-AMOUNT TO GRID-TOTAL-AFTER
               END-PERFORM
           END-PERFORM.

      *>    ROW-NO/COL-NO IN; CELL-AMOUNT OUT, ZERO FOR A FREE-TEXT
      *>    OR EMPTY CELL (AS THE CROSS-TAB DISPLAY TREATS THEM).
       TAKE-CELL-AMOUNT.
           MOVE 0 TO CELL-AMOUNT.
           IF GRID-CELL(ROW-NO, COL-NO) NOT = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(GRID-CELL(ROW-NO, COL-NO)))
                   TO CELL-NUMVAL-CHK
               IF CELL-NUMVAL-CHK = 0 THEN
                   COMPUTE CELL-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(GRID-CELL(ROW-NO, COL-NO)))
               END-IF
           END-IF.

       APPLY-ONE-RULE.
           MOVE SPACES TO RULE-SOURCE-TXT RULE-TARGET-TXT
               RULE-DRIVER-TXT RULE-REMAIN-TXT RULE-ERROR.
           UNSTRING RULES-REC DELIMITED BY ','
               INTO RULE-SOURCE-TXT RULE-TARGET-TXT RULE-DRIVER-TXT
                    RULE-REMAIN-TXT
           END-UNSTRING.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'RULE ' RULE-NO ': ' FUNCTION TRIM(RULES-REC)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE RULE-SOURCE-TXT TO FIND-ROW-TXT.
           PERFORM FIND-GRID-ROW.
           MOVE FOUND-ROW TO RULE-SOURCE.
           MOVE RULE-TARGET-TXT TO FIND-ROW-TXT.
           PERFORM FIND-GRID-ROW.
           MOVE FOUND-ROW TO RULE-TARGET.
           IF FUNCTION TRIM(RULE-REMAIN-TXT) = SPACES THEN
               MOVE RULE-TARGET TO RULE-REMAIN
           ELSE
               MOVE RULE-REMAIN-TXT TO FIND-ROW-TXT
               PERFORM FIND-GRID-ROW
               MOVE FOUND-ROW TO RULE-REMAIN
           END-IF.
           EVALUATE TRUE
               WHEN RULE-SOURCE = 0
                   MOVE 'UNKNOWN SOURCE ROW' TO RULE-ERROR
               WHEN RULE-TARGET = 0
                   MOVE 'UNKNOWN TARGET ROW' TO RULE-ERROR
               WHEN RULE-REMAIN = 0
                   MOVE 'UNKNOWN REMAINDER ROW' TO RULE-ERROR
               WHEN OTHER
                   PERFORM BUILD-RULE-DRIVER
           END-EVALUATE.
           IF RULE-ERROR = SPACES THEN
               PERFORM ALLOCATE-ONE-RULE
               ADD 1 TO RULES-APPLIED
           ELSE
               ADD 1 TO RULES-SKIPPED
               MOVE SPACES TO REPORT-REC
               STRING '  RULE SKIPPED - ' RULE-ERROR
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

      *>    A ROW NUMBER IN RANGE, OR A ROW LABEL (CASE IGNORED).
       FIND-GRID-ROW.
           MOVE 0 TO FOUND-ROW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FIND-ROW-TXT))
               TO FIND-ROW-TXT.
           IF FIND-ROW-TXT NOT = SPACES THEN
               IF FUNCTION TRIM(FIND-ROW-TXT) IS NUMERIC THEN
                   COMPUTE FOUND-ROW = FUNCTION NUMVAL(FIND-ROW-TXT)
                   IF FOUND-ROW > GRID-ROWS THEN
                       MOVE 0 TO FOUND-ROW
                   END-IF
               ELSE
                   PERFORM VARYING LABEL-IDX FROM 1 BY 1
                           UNTIL LABEL-IDX > GRID-ROWS
                       IF FUNCTION UPPER-CASE(ROW-LABEL(LABEL-IDX))
                               = FIND-ROW-TXT THEN
                           MOVE LABEL-IDX TO FOUND-ROW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *>    FILLS DRIVER-WEIGHT PER COLUMN AND DRIVER-TOTAL, OR SETS
      *>    RULE-ERROR.
       BUILD-RULE-DRIVER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RULE-DRIVER-TXT))
               TO RULE-DRIVER-TXT.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > GRID-COLS
               MOVE 0 TO DRIVER-WEIGHT(COL-NO)
           END-PERFORM.
           EVALUATE TRUE
               WHEN RULE-DRIVER-TXT(1:4) = 'PCT='
                   PERFORM BUILD-PCT-DRIVER
               WHEN RULE-DRIVER-TXT(1:4) = 'ROW='
                   PERFORM BUILD-ROW-DRIVER
               WHEN RULE-DRIVER-TXT = 'HEADCOUNT'
                   PERFORM BUILD-HEADCOUNT-DRIVER
               WHEN OTHER
                   MOVE 'UNKNOWN DRIVER' TO RULE-ERROR
           END-EVALUATE.
           IF RULE-ERROR = SPACES THEN
               MOVE 0 TO DRIVER-TOTAL
               MOVE 1 TO DRIVER-BIG-COL
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   IF DRIVER-WEIGHT(COL-NO) < 0 THEN
                       MOVE 'NEGATIVE DRIVER VALUE' TO RULE-ERROR
                   END-IF
                   ADD DRIVER-WEIGHT(COL-NO) TO DRIVER-TOTAL
                   IF DRIVER-WEIGHT(COL-NO) >
                           DRIVER-WEIGHT(DRIVER-BIG-COL) THEN
                       MOVE COL-NO TO DRIVER-BIG-COL
                   END-IF
               END-PERFORM
               IF RULE-ERROR = SPACES AND DRIVER-TOTAL = 0 THEN
                   MOVE 'DRIVER IS ZERO IN EVERY COLUMN' TO RULE-ERROR
               END-IF
           END-IF.
           IF RULE-ERROR = SPACES THEN
               PERFORM CHECK-TARGET-CELLS
           END-IF.

      *>    A SHARE OR REMAINDER IS NEVER POSTED OVER FREE TEXT - THE
      *>    RULE IS SKIPPED INSTEAD, SO THE TEXT SURVIVES.
       CHECK-TARGET-CELLS.
           MOVE RULE-TARGET TO ROW-NO.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > GRID-COLS
               IF DRIVER-WEIGHT(COL-NO) NOT = 0 THEN
                   PERFORM CHECK-ONE-TARGET-CELL
               END-IF
           END-PERFORM.
           MOVE RULE-REMAIN TO ROW-NO.
           MOVE DRIVER-BIG-COL TO COL-NO.
           PERFORM CHECK-ONE-TARGET-CELL.

       CHECK-ONE-TARGET-CELL.
           IF GRID-CELL(ROW-NO, COL-NO) NOT = SPACES THEN
               PERFORM TAKE-CELL-AMOUNT
               IF CELL-NUMVAL-CHK NOT = 0 THEN
                   MOVE 'TARGET CELL HOLDS TEXT' TO RULE-ERROR
               END-IF
           END-IF.

       BUILD-PCT-DRIVER.
           MOVE 5 TO DRIVER-PTR.
           MOVE 0 TO DRIVER-TOTAL.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > GRID-COLS
               MOVE SPACES TO DRIVER-PCT-TXT
               UNSTRING RULE-DRIVER-TXT DELIMITED BY '/'
                   INTO DRIVER-PCT-TXT
                   WITH POINTER DRIVER-PTR
               END-UNSTRING
               IF FUNCTION TRIM(DRIVER-PCT-TXT) NOT = SPACES THEN
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(DRIVER-PCT-TXT))
                       TO CELL-NUMVAL-CHK
                   IF CELL-NUMVAL-CHK = 0 THEN
                       COMPUTE DRIVER-WEIGHT(COL-NO) = FUNCTION NUMVAL(
                           FUNCTION TRIM(DRIVER-PCT-TXT))
                       ADD DRIVER-WEIGHT(COL-NO) TO DRIVER-TOTAL
                   ELSE
                       MOVE 'BAD PERCENTAGE' TO RULE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           IF RULE-ERROR = SPACES AND DRIVER-TOTAL NOT = 100 THEN
               MOVE 'PERCENTAGES DO NOT TOTAL 100' TO RULE-ERROR
           END-IF.

       BUILD-ROW-DRIVER.
           MOVE RULE-DRIVER-TXT(5:15) TO FIND-ROW-TXT.
           PERFORM FIND-GRID-ROW.
           MOVE FOUND-ROW TO RULE-DRIVER-ROW.
           IF RULE-DRIVER-ROW = 0 THEN
               MOVE 'UNKNOWN DRIVER ROW' TO RULE-ERROR
           ELSE
               MOVE RULE-DRIVER-ROW TO ROW-NO
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   PERFORM TAKE-CELL-AMOUNT
                   MOVE CELL-AMOUNT TO DRIVER-WEIGHT(COL-NO)
               END-PERFORM
           END-IF.

      *>    A COLUMN WHOSE HEADING IS NOT A DEPARTMENT ON THE
      *>    HEADCOUNT FILE GETS NOTHING.
       BUILD-HEADCOUNT-DRIVER.
           IF HC-COUNT = 0 THEN
               MOVE 'NO EMP-DEPT-HEADCOUNT FILE' TO RULE-ERROR
           ELSE
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   PERFORM VARYING HC-IDX FROM 1 BY 1
                           UNTIL HC-IDX > HC-COUNT
                       IF HC-DEPT(HC-IDX) = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(COL-HEAD(COL-NO))) THEN
                           MOVE HC-HEADS(HC-IDX)
                               TO DRIVER-WEIGHT(COL-NO)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *>    THE SOURCE ROW'S AMOUNTS COME OUT FIRST, SO A RULE WHOSE
      *>    TARGET IS ITS OWN SOURCE SIMPLY RE-SPREADS THE ROW.
       ALLOCATE-ONE-RULE.
           MOVE 0 TO SOURCE-TOTAL.
           MOVE RULE-SOURCE TO ROW-NO.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > GRID-COLS
               PERFORM TAKE-CELL-AMOUNT
               IF CELL-NUMVAL-CHK = 0
                       AND GRID-CELL(ROW-NO, COL-NO) NOT = SPACES THEN
                   ADD CELL-AMOUNT TO SOURCE-TOTAL
                   MOVE 0 TO CELL-NEW-AMOUNT
                   PERFORM STORE-CELL-AMOUNT
               END-IF
           END-PERFORM.
           MOVE SOURCE-TOTAL TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '  ALLOCATED ' AMOUNT-ED ' FROM '
                  FUNCTION TRIM(ROW-LABEL(RULE-SOURCE)) ' TO '
                  FUNCTION TRIM(ROW-LABEL(RULE-TARGET))
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE 0 TO SHARE-TOTAL.
           MOVE RULE-TARGET TO ROW-NO.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > GRID-COLS
               COMPUTE DRIVER-SHARE(COL-NO) ROUNDED =
                   SOURCE-TOTAL * DRIVER-WEIGHT(COL-NO) / DRIVER-TOTAL
               ADD DRIVER-SHARE(COL-NO) TO SHARE-TOTAL
               IF DRIVER-SHARE(COL-NO) NOT = 0 THEN
                   PERFORM TAKE-CELL-AMOUNT
                   COMPUTE CELL-NEW-AMOUNT =
                       CELL-AMOUNT + DRIVER-SHARE(COL-NO)
                   PERFORM STORE-CELL-AMOUNT
               END-IF
               MOVE DRIVER-WEIGHT(COL-NO) TO WEIGHT-ED
               MOVE DRIVER-SHARE(COL-NO) TO SHARE-ED
               MOVE SPACES TO REPORT-REC
               STRING '    ' COL-HEAD(COL-NO) ' DRIVER ' WEIGHT-ED
                      ' SHARE ' SHARE-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM.
           COMPUTE REMAINDER-AMT = SOURCE-TOTAL - SHARE-TOTAL.
           IF REMAINDER-AMT NOT = 0 THEN
               MOVE RULE-REMAIN TO ROW-NO
               MOVE DRIVER-BIG-COL TO COL-NO
               PERFORM TAKE-CELL-AMOUNT
               COMPUTE CELL-NEW-AMOUNT = CELL-AMOUNT + REMAINDER-AMT
               PERFORM STORE-CELL-AMOUNT
           END-IF.
           MOVE REMAINDER-AMT TO SHARE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    ROUNDING REMAINDER ' SHARE-ED ' TO '
                  FUNCTION TRIM(ROW-LABEL(RULE-REMAIN)) ' / '
                  FUNCTION TRIM(COL-HEAD(DRIVER-BIG-COL))
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *>    ROW-NO/COL-NO AND CELL-NEW-AMOUNT IN.  AN AMOUNT TOO BIG
      *>    FOR THE CELL IS LEFT FOR CHECK-CELL-CAPACITY TO REFUSE.
       STORE-CELL-AMOUNT.
           IF CELL-NEW-AMOUNT > 999999.99
                   OR CELL-NEW-AMOUNT < -999999.99 THEN
               ADD 1 TO OVER-CAPACITY-COUNT
               DISPLAY 'ALLOCATED CELL (' ROW-NO ',' COL-NO
                   ') EXCEEDS THE 999999.99 CELL CAPACITY'
           ELSE
               MOVE CELL-NEW-AMOUNT TO CELL-ED
               MOVE SPACES TO GRID-CELL(ROW-NO, COL-NO)
               MOVE FUNCTION TRIM(CELL-ED) TO GRID-CELL(ROW-NO, COL-NO)
           END-IF.

      *>    STORE-CELL-AMOUNT HAS ALREADY COUNTED EVERY CELL THAT
      *>    WOULD NOT FIT; THIS ONLY NAMES THE OUTCOME.
       CHECK-CELL-CAPACITY.
           IF OVER-CAPACITY-COUNT > 0 THEN
               DISPLAY 'GRID-ALLOCATE: ' OVER-CAPACITY-COUNT
                   ' CELL(S) OVER CAPACITY - NOTHING SAVED'
           END-IF.

       WRITE-ALLOCATION-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'RULES APPLIED: ' RULES-APPLIED
                  '  SKIPPED: ' RULES-SKIPPED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE GRID-TOTAL-BEFORE TO AMOUNT-ED.
           MOVE GRID-TOTAL-AFTER TO SHARE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'GRID TOTAL BEFORE ' AMOUNT-ED ' AFTER ' SHARE-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *>    SAME LAYOUT SAVE-GRID-TO-FILE WRITES, SO THE ALLOCATED
      *>    GRID CAN BE RELOADED, COMPARED OR CONSOLIDATED LIKE ANY
      *>    OTHER SAVED GRID.
       SAVE-ALLOCATED-GRID.
           OPEN OUTPUT ALLOC-GRID-FILE.
           MOVE SPACES TO ALLOC-GRID-REC.
           STRING GRID-ROWS ',' GRID-COLS
               DELIMITED BY SIZE INTO ALLOC-GRID-REC
           END-STRING.
           WRITE ALLOC-GRID-REC.
           PERFORM WRITE-HEADS-LINE.
           PERFORM WRITE-LABELS-LINE.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > GRID-ROWS
               MOVE SPACES TO ALLOC-GRID-REC
               MOVE 1 TO LINE-PTR
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   IF COL-NO > 1 THEN
                       STRING ',' DELIMITED BY SIZE
                           INTO ALLOC-GRID-REC
                           WITH POINTER LINE-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(GRID-CELL(ROW-NO, COL-NO))
                       DELIMITED BY SIZE INTO ALLOC-GRID-REC
                       WITH POINTER LINE-PTR
                   END-STRING
               END-PERFORM
               WRITE ALLOC-GRID-REC
           END-PERFORM.
           CLOSE ALLOC-GRID-FILE.

       WRITE-HEADS-LINE.
           MOVE SPACES TO LABEL-LINE.
           MOVE 1 TO LABEL-PTR.
           STRING 'HEADS;' DELIMITED BY SIZE INTO LABEL-LINE
               WITH POINTER LABEL-PTR
           END-STRING.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-COLS
               IF LABEL-IDX > 1 THEN
                   STRING ',' DELIMITED BY SIZE INTO LABEL-LINE
                       WITH POINTER LABEL-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(COL-HEAD(LABEL-IDX))
                   DELIMITED BY SIZE INTO LABEL-LINE
                   WITH POINTER LABEL-PTR
               END-STRING
           END-PERFORM.
           MOVE LABEL-LINE TO ALLOC-GRID-REC.
           WRITE ALLOC-GRID-REC.

       WRITE-LABELS-LINE.
           MOVE SPACES TO LABEL-LINE.
           MOVE 1 TO LABEL-PTR.
           STRING 'LABELS;' DELIMITED BY SIZE INTO LABEL-LINE
               WITH POINTER LABEL-PTR
           END-STRING.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > GRID-ROWS
               IF LABEL-IDX > 1 THEN
                   STRING ',' DELIMITED BY SIZE INTO LABEL-LINE
                       WITH POINTER LABEL-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(ROW-LABEL(LABEL-IDX))
                   DELIMITED BY SIZE INTO LABEL-LINE
                   WITH POINTER LABEL-PTR
               END-STRING
           END-PERFORM.
           MOVE LABEL-LINE TO ALLOC-GRID-REC.
           WRITE ALLOC-GRID-REC.
       END PROGRAM GRID-ALLOCATE.
