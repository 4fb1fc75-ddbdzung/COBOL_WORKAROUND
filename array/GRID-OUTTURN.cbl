       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-OUTTURN.

      *>    FULL-YEAR OUTTURN PROJECTION FROM A PART-YEAR GRID.  THE
      *>    SAVED ACCOUNT-BY-MONTH GRID (DYNAMIC-GRID.DAT, SAVE-GRID-
      *>    TO-FILE FORMAT - SEE DYNAMIC-TWOD-NUMBER-ARRAY.CBL) HOLDS
      *>    ACTUALS FOR THE MONTHS TO DATE; THIS FILLS IN THE REST OF
      *>    THE YEAR FOR EVERY ROW.  THE SINGLE LINE OF
      *>    GRID-OUTTURN.TXT PICKS THE RUN -
      *>        ACTUAL-MONTHS,METHOD[,SNAPSHOT-DATE]
      *>    ACTUAL-MONTHS IS HOW MANY LEADING COLUMNS ARE ACTUALS
      *>    (EMPTY - OR NO CONTROL FILE - TAKES THE LAST COLUMN
      *>    HOLDING ANYTHING BUT BLANKS OR ZERO) AND METHOD IS ONE OF
      *>        RUNRATE    THE ROW'S AVERAGE MONTH SO FAR (THE DEFAULT)
      *>        LASTYEAR   THE SAME MONTHS FROM A DATED GRID SNAPSHOT
      *>                   (GRID-SNAP-YYYYMMDD.DAT) - THE DATE GIVEN,
      *>                   OR ELSE THE LATEST SNAPSHOT ON
      *>                   GRID-SNAP-CATALOG.TXT FROM LAST YEAR
      *>        BUDGET     THE SAME MONTHS FROM GRID-BUDGET.DAT, A
      *>                   BUDGET GRID IN THE SAME SAVE FORMAT
      *>    LAST-YEAR AND BUDGET ROWS ARE MATCHED BY ROW LABEL (CASE
      *>    IGNORED) AND MUST HAVE THE SAME NUMBER OF COLUMNS; A ROW
      *>    WITH NO MATCH FALLS BACK TO ITS RUN RATE, AND THE REPORT
      *>    SAYS SO.
      *>
      *>    THE PROJECTED GRID IS SAVED TO GRID-OUTTURN.DAT IN THE
      *>    SAME FORMAT.  EVERY CELL AFTER THE ACTUAL MONTHS IS A
      *>    PROJECTION, SO THE FLAG GOES ON THE COLUMN - ITS HEADING
      *>    CARRIES " PROJ" (2026-08 PROJ) - AND THE CELLS STAY PLAIN
      *>    AMOUNTS EVERY GRID PROGRAM CAN STILL READ.  THE OUTTURN
      *>    REPORT, GRID-OUTTURN-REPORT.TXT, GIVES EACH ACCOUNT'S
      *>    ACTUAL TO DATE, PROJECTED REMAINDER AND FULL-YEAR TOTAL
      *>    WITH THE METHOD USED, AND THE GRID TOTALS.  GRIDS ARE
      *>    CAPPED AT 200 X 200 AS IN GRID-CONSOLIDATE.  A RUN THAT
      *>    CANNOT PROJECT (BAD CONTROL LINE, NO SNAPSHOT OR BUDGET
      *>    GRID, MISMATCHED COLUMNS) SAVES NOTHING AND ENDS WITH
      *>    RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRID-FILE ASSIGN TO "DYNAMIC-GRID.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRID-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "GRID-OUTTURN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GRID-SNAP-CATALOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
      *>    THE LAST-YEAR SNAPSHOT OR THE BUDGET GRID.
           SELECT REF-GRID-FILE ASSIGN TO DYNAMIC REF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REF-GRID-STATUS.
           SELECT OUTTURN-GRID-FILE ASSIGN TO "GRID-OUTTURN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GRID-OUTTURN-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRID-FILE.
       01  GRID-REC                    PIC X(10000).

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(40).

       FD  CATALOG-FILE.
       01  CATALOG-REC                 PIC X(10).

       FD  REF-GRID-FILE.
       01  REF-GRID-REC                PIC X(10000).

       FD  OUTTURN-GRID-FILE.
       01  OUTTURN-GRID-REC            PIC X(10000).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  GRID-FILE-STATUS             PIC X(02).
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  CATALOG-FILE-STATUS          PIC X(02).
       01  REF-GRID-STATUS              PIC X(02).
       01  WS-EOF-GRID                  PIC X(01) VALUE 'N'.
       01  WS-EOF-CATALOG               PIC X(01) VALUE 'N'.
       01  WS-EOF-REF                   PIC X(01) VALUE 'N'.
      *
       01  GRID-ROWS                    PIC 9(04) VALUE 0.
       01  GRID-COLS                    PIC 9(04) VALUE 0.
       01  GRID-DIM-CEILING             PIC 9(04) VALUE 200.
       01  ROW-NO                       PIC 9(04).
       01  COL-NO                       PIC 9(04).
       01  GRID-PTR                     PIC S9(5).
       01  LINE-PTR                     PIC S9(5).
       01  GRID-TABLE.
           05  GRID-ROW OCCURS 200 TIMES.
               10  GRID-CELL OCCURS 200 TIMES PIC X(10).
       01  ROW-LABEL-TBL.
           05  ROW-LABEL OCCURS 200 TIMES PIC X(15).
       01  COL-HEAD-TBL.
           05  COL-HEAD OCCURS 200 TIMES PIC X(15).
       01  LABEL-IDX                    PIC 9(04).
       01  LABEL-TEMP                   PIC X(15).
       01  LABEL-LINE                   PIC X(10000).
       01  LABEL-PTR                    PIC S9(5).
       01  CELL-TXT                     PIC X(10).
       01  CELL-NUMVAL-CHK              PIC S9(3).
       01  CELL-AMOUNT                  PIC S9(9)V99.
      *>    -(6)9.99 IS EXACTLY THE TEN CHARACTERS A CELL HOLDS.  A
      *>    RUN RATE IS AN AVERAGE OF CELLS AND A LAST-YEAR OR BUDGET
      *>    CELL IS ALREADY A CELL, SO NO PROJECTION CAN OVERFLOW IT.
       01  CELL-ED                      PIC -(6)9.99.
      *>    THE LAST-YEAR SNAPSHOT OR BUDGET GRID, AS LOADED.
       01  REF-FILE-NAME                PIC X(30).
       01  REF-ROWS                     PIC 9(04) VALUE 0.
       01  REF-COLS                     PIC 9(04) VALUE 0.
       01  REF-TABLE.
           05  REF-ROW OCCURS 200 TIMES.
               10  REF-CELL OCCURS 200 TIMES PIC X(10).
       01  REF-LABEL-TBL.
           05  REF-LABEL OCCURS 200 TIMES PIC X(15).
       01  REF-ROW-NO                   PIC 9(04).
       01  REF-IDX                      PIC 9(04).
      *
       01  RUN-DATE                     PIC 9(08).
       01  RUN-YEAR                     PIC 9(04).
       01  CTL-ACTUAL-TXT               PIC X(06).
       01  CTL-METHOD                   PIC X(10).
       01  CTL-SNAP-TXT                 PIC X(10).
       01  ACTUAL-MONTHS                PIC 9(04).
       01  SNAP-DATE                    PIC 9(08) VALUE 0.
       01  CATALOG-DATE                 PIC 9(08).
       01  RUN-REFUSED                  PIC X(01) VALUE 'N'.
      *
       01  ROW-METHOD                   PIC X(22).
       01  ROW-ACTUAL                   PIC S9(11)V99.
       01  ROW-RUN-RATE                 PIC S9(9)V99.
       01  ROW-PROJECTED                PIC S9(11)V99.
       01  ROW-PROJ-CELL                PIC S9(9)V99.
       01  TOTAL-ACTUAL                 PIC S9(11)V99 VALUE 0.
       01  TOTAL-PROJECTED              PIC S9(11)V99 VALUE 0.
       01  FALLBACK-COUNT               PIC 9(04) VALUE 0.
       01  ACTUAL-ED                    PIC -(10)9.99.
       01  PROJECTED-ED                 PIC -(10)9.99.
       01  FULL-YEAR-ED                 PIC -(10)9.99.
       01  HEAD-PROJ-COUNT              PIC 9(02).
           COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:4) TO RUN-YEAR.
           PERFORM LOAD-SOURCE-GRID.
           PERFORM READ-OUTTURN-CONTROL.
           IF RUN-REFUSED = 'N' THEN
               EVALUATE CTL-METHOD
                   WHEN 'LASTYEAR'
                       PERFORM PICK-LAST-YEAR-SNAPSHOT
                       IF RUN-REFUSED = 'N' THEN
                           PERFORM LOAD-REFERENCE-GRID
                       END-IF
                   WHEN 'BUDGET'
                       MOVE 'GRID-BUDGET.DAT' TO REF-FILE-NAME
                       PERFORM LOAD-REFERENCE-GRID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF RUN-REFUSED = 'Y' THEN
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'FULL-YEAR OUTTURN PROJECTION' TO RPT-TITLE.
           MOVE 'GRID-OUTTURN' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE 'ACCOUNT          ACTUAL TO DATE  PROJ REMAINDER'
               TO RPT-COL-HEAD.
           MOVE '       FULL YEAR  METHOD' TO RPT-COL-HEAD(49:24).
           PERFORM WRITE-RUN-DESCRIPTION.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > GRID-ROWS
               PERFORM PROJECT-ONE-ROW
           END-PERFORM.
           PERFORM FLAG-PROJECTED-COLUMNS.
           PERFORM WRITE-OUTTURN-TOTALS.
           PERFORM SAVE-OUTTURN-GRID.
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
                   ' OUTSIDE THE 200 X 200 OUTTURN CEILING'
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
                           MOVE SPACES TO LABEL-LINE
                           UNSTRING GRID-REC DELIMITED BY ';'
                               INTO LABEL-TEMP LABEL-LINE
                           END-UNSTRING
                           PERFORM TAKE-LABELS-LINE
                           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                                   UNTIL LABEL-IDX > GRID-ROWS
                               MOVE REF-LABEL(LABEL-IDX)
                                   TO ROW-LABEL(LABEL-IDX)
                           END-PERFORM
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

      *>    LABEL-LINE HOLDS A "LABELS;..." RECORD'S LABEL LIST, THE
      *>    PART AFTER THE ';'; THE LABELS COME BACK IN REF-LABEL,
      *>    WHICH BOTH GRIDS' LOADS SHARE.
       TAKE-LABELS-LINE.
           MOVE 1 TO LABEL-PTR.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > 200
               MOVE SPACES TO REF-LABEL(LABEL-IDX)
               UNSTRING LABEL-LINE DELIMITED BY ','
                   INTO REF-LABEL(LABEL-IDX)
                   WITH POINTER LABEL-PTR
               END-UNSTRING
           END-PERFORM.

       READ-OUTTURN-CONTROL.
           MOVE SPACES TO CONTROL-REC.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = '00' THEN
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE SPACES TO CTL-ACTUAL-TXT CTL-METHOD CTL-SNAP-TXT.
           UNSTRING CONTROL-REC DELIMITED BY ','
               INTO CTL-ACTUAL-TXT CTL-METHOD CTL-SNAP-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-METHOD))
               TO CTL-METHOD.
           IF CTL-METHOD = SPACES THEN
               MOVE 'RUNRATE' TO CTL-METHOD
           END-IF.
           IF CTL-METHOD NOT = 'RUNRATE' AND CTL-METHOD NOT = 'LASTYEAR'
                   AND CTL-METHOD NOT = 'BUDGET' THEN
               DISPLAY 'OUTTURN METHOD ' FUNCTION TRIM(CTL-METHOD)
                   ' IS NOT RUNRATE, LASTYEAR OR BUDGET'
                   ' - RUN ABORTED'
               MOVE 'Y' TO RUN-REFUSED
           END-IF.
           IF FUNCTION TRIM(CTL-ACTUAL-TXT) = SPACES THEN
               PERFORM FIND-LAST-ACTUAL-MONTH
           ELSE
               IF FUNCTION TRIM(CTL-ACTUAL-TXT) IS NUMERIC THEN
                   COMPUTE ACTUAL-MONTHS = FUNCTION NUMVAL(
                       FUNCTION TRIM(CTL-ACTUAL-TXT))
               ELSE
                   MOVE 9999 TO ACTUAL-MONTHS
               END-IF
           END-IF.
           IF ACTUAL-MONTHS < 1 OR ACTUAL-MONTHS > GRID-COLS THEN
               DISPLAY 'ACTUAL MONTHS [' FUNCTION TRIM(CTL-ACTUAL-TXT)
                   '] MUST BE 1 TO ' GRID-COLS ' - RUN ABORTED'
               MOVE 'Y' TO RUN-REFUSED
           END-IF.
           IF FUNCTION TRIM(CTL-SNAP-TXT) IS NUMERIC THEN
               COMPUTE SNAP-DATE = FUNCTION NUMVAL(
                   FUNCTION TRIM(CTL-SNAP-TXT))
           END-IF.

      *>    THE LAST COLUMN WITH ANY CELL THAT IS NEITHER BLANK NOR
      *>    ZERO - A GRID OF ACTUALS TO DATE IS EMPTY BEYOND IT.
       FIND-LAST-ACTUAL-MONTH.
           MOVE 0 TO ACTUAL-MONTHS.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > GRID-ROWS
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   IF COL-NO > ACTUAL-MONTHS
                           AND GRID-CELL(ROW-NO, COL-NO) NOT = SPACES
                           THEN
                       MOVE GRID-CELL(ROW-NO, COL-NO) TO CELL-TXT
                       PERFORM TAKE-CELL-AMOUNT
                       IF CELL-NUMVAL-CHK NOT = 0 OR CELL-AMOUNT NOT = 0
                               THEN
                           MOVE COL-NO TO ACTUAL-MONTHS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>    CELL-TXT IN; CELL-AMOUNT OUT, ZERO FOR A FREE-TEXT OR
      *>    EMPTY CELL.
       TAKE-CELL-AMOUNT.
           MOVE 0 TO CELL-AMOUNT.
           MOVE 0 TO CELL-NUMVAL-CHK.
           IF CELL-TXT NOT = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(CELL-TXT))
                   TO CELL-NUMVAL-CHK
               IF CELL-NUMVAL-CHK = 0 THEN
                   COMPUTE CELL-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(CELL-TXT))
               END-IF
           END-IF.

      *>    THE DATE ON THE CONTROL LINE, OR ELSE THE LATEST
      *>    CATALOGUED SNAPSHOT DATED IN THE YEAR BEFORE THE RUN'S.
       PICK-LAST-YEAR-SNAPSHOT.
           IF SNAP-DATE = 0 THEN
               OPEN INPUT CATALOG-FILE
               IF CATALOG-FILE-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-EOF-CATALOG
               END-IF
               PERFORM UNTIL WS-EOF-CATALOG = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-CATALOG
                   END-READ
                   IF WS-EOF-CATALOG NOT = 'Y'
                           AND FUNCTION TRIM(CATALOG-REC) IS NUMERIC
                           THEN
                       COMPUTE CATALOG-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CATALOG-REC))
                       IF CATALOG-DATE(1:4) = RUN-YEAR - 1
                               AND CATALOG-DATE > SNAP-DATE THEN
                           MOVE CATALOG-DATE TO SNAP-DATE
                       END-IF
                   END-IF
               END-PERFORM
               IF CATALOG-FILE-STATUS = '00'
                       OR CATALOG-FILE-STATUS = '10' THEN
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.
           IF SNAP-DATE = 0 THEN
               DISPLAY 'NO GRID SNAPSHOT FROM LAST YEAR ON'
                   ' GRID-SNAP-CATALOG.TXT - RUN ABORTED'
               MOVE 'Y' TO RUN-REFUSED
           ELSE
               MOVE SPACES TO REF-FILE-NAME
               STRING 'GRID-SNAP-' SNAP-DATE '.DAT'
                   DELIMITED BY SIZE INTO REF-FILE-NAME
               END-STRING
           END-IF.

       LOAD-REFERENCE-GRID.
           MOVE 'N' TO WS-EOF-REF.
           OPEN INPUT REF-GRID-FILE.
           IF REF-GRID-STATUS NOT = '00' THEN
               DISPLAY FUNCTION TRIM(REF-FILE-NAME)
                   ' COULD NOT BE OPENED - RUN ABORTED'
               MOVE 'Y' TO RUN-REFUSED
           ELSE
               READ REF-GRID-FILE
                   AT END MOVE 'Y' TO WS-EOF-REF
               END-READ
               IF WS-EOF-REF NOT = 'Y' THEN
                   UNSTRING REF-GRID-REC DELIMITED BY ','
                       INTO REF-ROWS REF-COLS
                   END-UNSTRING
               END-IF
               IF REF-COLS NOT = GRID-COLS OR REF-ROWS < 1
                       OR REF-ROWS > GRID-DIM-CEILING THEN
                   DISPLAY FUNCTION TRIM(REF-FILE-NAME) ' IS '
                       REF-ROWS ' X ' REF-COLS ' BUT THE GRID HAS '
                       GRID-COLS ' COLUMNS - RUN ABORTED'
                   MOVE 'Y' TO RUN-REFUSED
               ELSE
                   PERFORM LOAD-REFERENCE-ROWS
               END-IF
               CLOSE REF-GRID-FILE
           END-IF.

      *>    A REFERENCE GRID WITHOUT A LABELS; LINE MATCHES BY
      *>    POSITION, SINCE BOTH SIDES THEN CARRY THE SAME DEFAULTS.
       LOAD-REFERENCE-ROWS.
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > REF-ROWS
               MOVE SPACES TO REF-LABEL(LABEL-IDX)
               STRING 'ROW ' LABEL-IDX DELIMITED BY SIZE
                   INTO REF-LABEL(LABEL-IDX)
               END-STRING
           END-PERFORM.
           MOVE 0 TO REF-ROW-NO.
           PERFORM UNTIL REF-ROW-NO >= REF-ROWS OR WS-EOF-REF = 'Y'
               READ REF-GRID-FILE
                   AT END MOVE 'Y' TO WS-EOF-REF
               END-READ
               IF WS-EOF-REF NOT = 'Y' THEN
                   EVALUATE TRUE
                       WHEN REF-GRID-REC(1:6) = 'HEADS;'
                           CONTINUE
                       WHEN REF-GRID-REC(1:7) = 'LABELS;'
                           MOVE SPACES TO LABEL-LINE
                           UNSTRING REF-GRID-REC DELIMITED BY ';'
                               INTO LABEL-TEMP LABEL-LINE
                           END-UNSTRING
                           PERFORM TAKE-LABELS-LINE
                       WHEN OTHER
                           ADD 1 TO REF-ROW-NO
                           MOVE 1 TO GRID-PTR
                           PERFORM VARYING COL-NO FROM 1 BY 1
                                   UNTIL COL-NO > REF-COLS
                               MOVE SPACES
                                   TO REF-CELL(REF-ROW-NO, COL-NO)
                               UNSTRING REF-GRID-REC DELIMITED BY ','
                                   INTO REF-CELL(REF-ROW-NO, COL-NO)
                                   WITH POINTER GRID-PTR
                               END-UNSTRING
                           END-PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE REF-ROW-NO TO REF-ROWS.

       WRITE-RUN-DESCRIPTION.
           MOVE SPACES TO REPORT-REC.
           EVALUATE CTL-METHOD
               WHEN 'LASTYEAR'
                   STRING 'ACTUALS TO COLUMN ' ACTUAL-MONTHS ' OF '
                          GRID-COLS ' - REMAINDER FROM LAST YEAR ('
                          FUNCTION TRIM(REF-FILE-NAME) ')'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN 'BUDGET'
                   STRING 'ACTUALS TO COLUMN ' ACTUAL-MONTHS ' OF '
                          GRID-COLS ' - REMAINDER FROM BUDGET ('
                          FUNCTION TRIM(REF-FILE-NAME) ')'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING 'ACTUALS TO COLUMN ' ACTUAL-MONTHS ' OF '
                          GRID-COLS ' - REMAINDER AT RUN RATE'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      *>    ACTUALS ARE SUMMED, THEN EVERY LATER COLUMN IS REPLACED
      *>    BY THE ROW'S PROJECTION FOR THAT MONTH.
       PROJECT-ONE-ROW.
           MOVE 0 TO ROW-ACTUAL ROW-PROJECTED.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > ACTUAL-MONTHS
               MOVE GRID-CELL(ROW-NO, COL-NO) TO CELL-TXT
               PERFORM TAKE-CELL-AMOUNT
               ADD CELL-AMOUNT TO ROW-ACTUAL
           END-PERFORM.
           COMPUTE ROW-RUN-RATE ROUNDED = ROW-ACTUAL / ACTUAL-MONTHS.
           MOVE 0 TO REF-ROW-NO.
           EVALUATE CTL-METHOD
               WHEN 'RUNRATE'
                   MOVE 'RUN RATE' TO ROW-METHOD
               WHEN OTHER
                   PERFORM FIND-REFERENCE-ROW
                   IF REF-ROW-NO = 0 THEN
                       MOVE 'RUN RATE - NO MATCH' TO ROW-METHOD
                       ADD 1 TO FALLBACK-COUNT
                   ELSE
                       IF CTL-METHOD = 'BUDGET' THEN
                           MOVE 'BUDGET' TO ROW-METHOD
                       ELSE
                           MOVE 'LAST YEAR' TO ROW-METHOD
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM VARYING COL-NO FROM ACTUAL-MONTHS BY 1
                   UNTIL COL-NO >= GRID-COLS
               IF REF-ROW-NO = 0 THEN
                   MOVE ROW-RUN-RATE TO ROW-PROJ-CELL
               ELSE
                   MOVE REF-CELL(REF-ROW-NO, COL-NO + 1) TO CELL-TXT
                   PERFORM TAKE-CELL-AMOUNT
                   MOVE CELL-AMOUNT TO ROW-PROJ-CELL
               END-IF
               ADD ROW-PROJ-CELL TO ROW-PROJECTED
               MOVE ROW-PROJ-CELL TO CELL-ED
               MOVE SPACES TO GRID-CELL(ROW-NO, COL-NO + 1)
               MOVE FUNCTION TRIM(CELL-ED)
                   TO GRID-CELL(ROW-NO, COL-NO + 1)
           END-PERFORM.
           ADD ROW-ACTUAL TO TOTAL-ACTUAL.
           ADD ROW-PROJECTED TO TOTAL-PROJECTED.
           MOVE ROW-ACTUAL TO ACTUAL-ED.
           MOVE ROW-PROJECTED TO PROJECTED-ED.
           COMPUTE FULL-YEAR-ED = ROW-ACTUAL + ROW-PROJECTED.
           MOVE SPACES TO REPORT-REC.
           STRING ROW-LABEL(ROW-NO) ACTUAL-ED ' ' PROJECTED-ED ' '
                  FULL-YEAR-ED '  ' ROW-METHOD
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       FIND-REFERENCE-ROW.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > REF-ROWS
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(REF-LABEL(REF-IDX)))
                       = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(ROW-LABEL(ROW-NO))) THEN
                   MOVE REF-IDX TO REF-ROW-NO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    " PROJ" ON THE HEADING OF EVERY PROJECTED MONTH, CUTTING
      *>    THE HEADING TO TEN CHARACTERS IF IT MUST.  A HEADING THAT
      *>    ALREADY CARRIES THE FLAG (A RE-PROJECTED OUTTURN) KEEPS
      *>    ITS ONE FLAG.
       FLAG-PROJECTED-COLUMNS.
           PERFORM VARYING COL-NO FROM ACTUAL-MONTHS BY 1
                   UNTIL COL-NO >= GRID-COLS
               MOVE 0 TO HEAD-PROJ-COUNT
               INSPECT COL-HEAD(COL-NO + 1)
                   TALLYING HEAD-PROJ-COUNT FOR ALL ' PROJ'
               IF HEAD-PROJ-COUNT = 0 THEN
                   MOVE COL-HEAD(COL-NO + 1) TO LABEL-TEMP
                   MOVE SPACES TO COL-HEAD(COL-NO + 1)
                   STRING FUNCTION TRIM(LABEL-TEMP(1:10)) ' PROJ'
                       DELIMITED BY SIZE INTO COL-HEAD(COL-NO + 1)
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-OUTTURN-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-ACTUAL TO ACTUAL-ED.
           MOVE TOTAL-PROJECTED TO PROJECTED-ED.
           COMPUTE FULL-YEAR-ED = TOTAL-ACTUAL + TOTAL-PROJECTED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTAL          ' ACTUAL-ED ' ' PROJECTED-ED ' '
                  FULL-YEAR-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF FALLBACK-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING FALLBACK-COUNT ' ROW(S) NOT FOUND ON '
                      FUNCTION TRIM(REF-FILE-NAME)
                      ' - PROJECTED AT RUN RATE INSTEAD'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    SAME LAYOUT SAVE-GRID-TO-FILE WRITES, SO THE OUTTURN CAN
      *>    BE DISPLAYED, COMPARED OR CONSOLIDATED LIKE ANY GRID.
       SAVE-OUTTURN-GRID.
           OPEN OUTPUT OUTTURN-GRID-FILE.
           MOVE SPACES TO OUTTURN-GRID-REC.
           STRING GRID-ROWS ',' GRID-COLS
               DELIMITED BY SIZE INTO OUTTURN-GRID-REC
           END-STRING.
           WRITE OUTTURN-GRID-REC.
           PERFORM WRITE-HEADS-LINE.
           PERFORM WRITE-LABELS-LINE.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > GRID-ROWS
               MOVE SPACES TO OUTTURN-GRID-REC
               MOVE 1 TO LINE-PTR
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > GRID-COLS
                   IF COL-NO > 1 THEN
                       STRING ',' DELIMITED BY SIZE
                           INTO OUTTURN-GRID-REC
                           WITH POINTER LINE-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(GRID-CELL(ROW-NO, COL-NO))
                       DELIMITED BY SIZE INTO OUTTURN-GRID-REC
                       WITH POINTER LINE-PTR
                   END-STRING
               END-PERFORM
               WRITE OUTTURN-GRID-REC
           END-PERFORM.
           CLOSE OUTTURN-GRID-FILE.

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
           MOVE LABEL-LINE TO OUTTURN-GRID-REC.
           WRITE OUTTURN-GRID-REC.

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
           MOVE LABEL-LINE TO OUTTURN-GRID-REC.
           WRITE OUTTURN-GRID-REC.

           COPY REPORT-HEAD.
       END PROGRAM GRID-OUTTURN.
