      *>    DELTA; ROW SUBTOTALS OF THE DELTAS PRINT PER ROW AND
      *>    COLUMN SUBTOTALS AT THE END.  THE FILES ARE WALKED ROW BY
      *>    ROW IN PARALLEL, SO NEITHER GRID IS EVER HELD IN MEMORY
      *>    IN FULL.  DERIVED ROWS DEFINED ON GRID-LAYOUT.TXT (SEE
      *>    GRID-LAYOUT.CBL) ARE ACCUMULATED OLD AND NEW AS THE ROWS
      *>    GO PAST AND THEIR MOVEMENTS PRINTED AFTER THE DATA ROWS'
      *>    - THEY ARE NOT ADDED INTO THE COLUMN SUBTOTALS OR THE
      *>    TOTAL MOVEMENT, WHICH WOULD COUNT THEIR ROWS TWICE.
      *>    THE REPORT CLOSES WITH THE MOVEMENT AS A CROSS-TAB, ONE
      *>    DELTA PER CELL, PRINTED IN COLUMN PANELS THAT FIT THE
      *>    PAGE - EACH PANEL ON ITS OWN PAGES UNDER THE STANDARD
      *>    HEADING, TITLED WITH ITS COLUMNS ("COLUMNS 7-12 OF 24"),
      *>    WITH THE ROW LABELS AND FULL ROW DELTA TOTALS REPEATED
      *>    AND ITS OWN COLUMN-TOTALS LINE.  EACH PANEL RE-READS THE
      *>    TWO FILES, SO THE GRIDS STILL NEVER SIT IN MEMORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LABEL-LINE                   PIC X(10000).
       01  LABEL-PTR                    PIC S9(5).
       01  ROW-DELTA-ED                 PIC -(8)9.99.
      *>    DERIVED ROWS - THE LAYOUT, AND EACH DERIVED ROW'S OLD AND
      *>    NEW VALUE PER COLUMN.
       01  GRID-LAYOUT-AREA.
           COPY GRID-LAYOUT.
       01  DERIVED-IDX                  PIC 9(02).
       01  DERIVED-VALUE-TBL.
           05  DERIVED-ROW OCCURS 30 TIMES.
               10  DERIVED-OLD OCCURS 1000 TIMES PIC S9(11)V99.
               10  DERIVED-NEW OCCURS 1000 TIMES PIC S9(11)V99.
       01  DERIVED-DELTA                PIC S9(11)V99.
       01  DERIVED-DELTA-TOTAL          PIC S9(11)V99.
       01  DERIVED-OLD-ED               PIC -(10)9.99.
       01  DERIVED-NEW-ED               PIC -(10)9.99.
       01  GRAND-DELTA-ED               PIC -(10)9.99.
      *>    MOVEMENT CROSS-TAB PANELS - (132 - 15 FOR THE ROW LABEL
      *>    - 15 FOR THE ROW TOTAL) / 15 COLUMNS EACH.
       01  PANEL-COLS                   PIC 9(04) VALUE 6.
       01  PANEL-FIRST                  PIC 9(04).
       01  PANEL-LAST                   PIC 9(04).
       01  PANEL-FIRST-ED               PIC ZZZ9.
       01  PANEL-LAST-ED                PIC ZZZ9.
       01  PANEL-OF-ED                  PIC ZZZ9.
       01  PANEL-ROW-NO                 PIC 9(04).
       01  PANEL-LINE                   PIC X(132).
       01  PANEL-PTR                    PIC S9(4).
       01  PANEL-COL-TXT                PIC X(15).
       01  PANEL-AMOUNT-ED              PIC -(10)9.99.
           COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM UNTIL WS-EOF-GRIDS = 'Y' OR ROW-NO >= OLD-ROWS
               PERFORM COMPARE-ONE-ROW
           END-PERFORM.
           PERFORM WRITE-DERIVED-MOVEMENTS.
           PERFORM WRITE-COLUMN-SUBTOTALS.
           CLOSE OLD-GRID-FILE.
           CLOSE NEW-GRID-FILE.
           PERFORM PRINT-MOVEMENT-PANELS.
           CLOSE REPORT-FILE.
           GOBACK.

               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'GRID MONTH-OVER-MONTH MOVEMENT REPORT' TO RPT-TITLE.
           MOVE 'GRID-COMPARE' TO RPT-PROGRAM-ID.
           CALL 'PROC-DATE' USING RPT-PROC-DATE.
           MOVE 'ROW / COLUMN  OLD [CELL]  NEW [CELL]  DELTA'
               TO RPT-COL-HEAD.

       VERIFY-DIMENSIONS.
           READ OLD-GRID-FILE
                   UNTIL COL-NO > OLD-COLS
               MOVE 0 TO COL-DELTA(COL-NO)
           END-PERFORM.
           MOVE 0 TO LAYOUT-DERIVED-COUNT.
           PERFORM SET-DEFAULT-LABELS.

       SET-DEFAULT-LABELS.
                   ' COUNT - REPORT COVERS THE ROWS COMPARED'
           ELSE
               ADD 1 TO ROW-NO
               IF ROW-NO = 1 THEN
                   PERFORM LOAD-GRID-LAYOUT
               END-IF
               MOVE 1 TO OLD-PTR
               MOVE 1 TO NEW-PTR
               MOVE 0 TO ROW-DELTA-TOTAL
                          ROW-DELTA-ED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

               ADD 1 TO DIFF-COUNT
               PERFORM REPORT-ONE-DIFFERENCE
           END-IF.
           IF LAYOUT-DERIVED-COUNT > 0 THEN
               PERFORM ACCUMULATE-DERIVED-CELL
           END-IF.

      *>    THE NEW FILE'S LABELS ARE IN HAND ONCE ITS FIRST DATA ROW
      *>    HAS BEEN READ, SO THE LAYOUT IS RESOLVED THEN.
       LOAD-GRID-LAYOUT.
           CALL 'GRID-LAYOUT' USING OLD-ROWS ROW-LABEL-TBL
               GRID-LAYOUT-AREA.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > OLD-COLS
                   MOVE 0 TO DERIVED-OLD(DERIVED-IDX, COL-NO)
                   MOVE 0 TO DERIVED-NEW(DERIVED-IDX, COL-NO)
               END-PERFORM
           END-PERFORM.

      *>    EVERY CELL FEEDS THE DERIVED ROWS THAT TAKE ITS ROW,
      *>    DIFFERING OR NOT - FREE TEXT COUNTS AS ZERO.
       ACCUMULATE-DERIVED-CELL.
           MOVE 0 TO OLD-AMOUNT NEW-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(OLD-CELL))
               TO OLD-NUMVAL-CHK.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(NEW-CELL))
               TO NEW-NUMVAL-CHK.
           IF OLD-NUMVAL-CHK = 0 AND OLD-CELL NOT = SPACES THEN
               COMPUTE OLD-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(OLD-CELL))
           END-IF.
           IF NEW-NUMVAL-CHK = 0 AND NEW-CELL NOT = SPACES THEN
               COMPUTE NEW-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(NEW-CELL))
           END-IF.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               IF LAYOUT-COEF(DERIVED-IDX, ROW-NO) NOT = 0 THEN
                   COMPUTE DERIVED-OLD(DERIVED-IDX, COL-NO) =
                       DERIVED-OLD(DERIVED-IDX, COL-NO)
                       + LAYOUT-COEF(DERIVED-IDX, ROW-NO) * OLD-AMOUNT
                   COMPUTE DERIVED-NEW(DERIVED-IDX, COL-NO) =
                       DERIVED-NEW(DERIVED-IDX, COL-NO)
                       + LAYOUT-COEF(DERIVED-IDX, ROW-NO) * NEW-AMOUNT
               END-IF
           END-PERFORM.

      *>    THE DELTA ONLY MEANS ANYTHING WHEN BOTH CELLS PARSE AS
      *>    AMOUNTS - FREE-TEXT CELLS ARE REPORTED WITHOUT ONE.
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    ONE LINE PER DERIVED CELL THAT MOVED, THEN THE DERIVED
      *>    ROW'S DELTA SUBTOTAL - THE SAME SHAPE AS THE DATA ROWS'.
       WRITE-DERIVED-MOVEMENTS.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               MOVE 0 TO DERIVED-DELTA-TOTAL
               PERFORM VARYING COL-NO FROM 1 BY 1
                       UNTIL COL-NO > OLD-COLS
                   COMPUTE DERIVED-DELTA =
                       DERIVED-NEW(DERIVED-IDX, COL-NO)
                       - DERIVED-OLD(DERIVED-IDX, COL-NO)
                   IF DERIVED-DELTA NOT = 0 THEN
                       ADD DERIVED-DELTA TO DERIVED-DELTA-TOTAL
                       MOVE DERIVED-OLD(DERIVED-IDX, COL-NO)
                           TO DERIVED-OLD-ED
                       MOVE DERIVED-NEW(DERIVED-IDX, COL-NO)
                           TO DERIVED-NEW-ED
                       MOVE DERIVED-DELTA TO GRAND-DELTA-ED
                       MOVE SPACES TO REPORT-REC
                       STRING FUNCTION TRIM(LAYOUT-LABEL(DERIVED-IDX))
                              ' (DERIVED) / '
                              FUNCTION TRIM(COL-HEAD(COL-NO))
                              ' OLD ' FUNCTION TRIM(DERIVED-OLD-ED)
                              ' NEW ' FUNCTION TRIM(DERIVED-NEW-ED)
                              ' DELTA ' GRAND-DELTA-ED
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF DERIVED-DELTA-TOTAL NOT = 0 THEN
                   MOVE DERIVED-DELTA-TOTAL TO GRAND-DELTA-ED
                   MOVE SPACES TO REPORT-REC
                   STRING FUNCTION TRIM(LAYOUT-LABEL(DERIVED-IDX))
                          ' (DERIVED) DELTA SUBTOTAL '
                          GRAND-DELTA-ED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-COLUMN-SUBTOTALS.
           PERFORM VARYING COL-NO FROM 1 BY 1
                          ROW-DELTA-ED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE GRAND-DELTA TO GRAND-DELTA-ED.
                  ' TOTAL MOVEMENT: ' GRAND-DELTA-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PRINT-MOVEMENT-PANELS.
           MOVE 1 TO PANEL-FIRST.
           PERFORM UNTIL PANEL-FIRST > OLD-COLS
               COMPUTE PANEL-LAST = PANEL-FIRST + PANEL-COLS - 1
               IF PANEL-LAST > OLD-COLS THEN
                   MOVE OLD-COLS TO PANEL-LAST
               END-IF
               PERFORM PRINT-ONE-PANEL
               COMPUTE PANEL-FIRST = PANEL-LAST + 1
           END-PERFORM.

      *>    COLUMNS PANEL-FIRST THRU PANEL-LAST, STARTING A NEW PAGE.
       PRINT-ONE-PANEL.
           MOVE PANEL-FIRST TO PANEL-FIRST-ED.
           MOVE PANEL-LAST TO PANEL-LAST-ED.
           MOVE OLD-COLS TO PANEL-OF-ED.
           MOVE SPACES TO RPT-TITLE.
           STRING 'GRID MOVEMENT CROSS-TAB - COLUMNS '
                  FUNCTION TRIM(PANEL-FIRST-ED) '-'
                  FUNCTION TRIM(PANEL-LAST-ED) ' OF '
                  FUNCTION TRIM(PANEL-OF-ED)
               DELIMITED BY SIZE INTO RPT-TITLE
           END-STRING.
           MOVE SPACES TO PANEL-LINE.
           MOVE 1 TO PANEL-PTR.
           MOVE 'ROW\COLUMN' TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           PERFORM VARYING COL-NO FROM PANEL-FIRST BY 1
                   UNTIL COL-NO > PANEL-LAST
               MOVE COL-HEAD(COL-NO) TO PANEL-COL-TXT
               PERFORM ADD-PANEL-COLUMN
           END-PERFORM.
           MOVE 'TOTAL' TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE PANEL-LINE TO RPT-COL-HEAD.
           MOVE 999 TO RPT-LINE-COUNT.
           OPEN INPUT OLD-GRID-FILE.
           OPEN INPUT NEW-GRID-FILE.
           MOVE 'N' TO WS-EOF-GRIDS.
           READ OLD-GRID-FILE
               AT END MOVE 'Y' TO WS-EOF-GRIDS
           END-READ.
           READ NEW-GRID-FILE
               AT END MOVE 'Y' TO WS-EOF-GRIDS
           END-READ.
           MOVE 0 TO PANEL-ROW-NO.
           PERFORM UNTIL WS-EOF-GRIDS = 'Y' OR PANEL-ROW-NO >= OLD-ROWS
               PERFORM READ-OLD-DATA-ROW
               PERFORM READ-NEW-DATA-ROW
               IF WS-EOF-GRIDS NOT = 'Y' THEN
                   ADD 1 TO PANEL-ROW-NO
                   PERFORM PRINT-PANEL-ROW
               END-IF
           END-PERFORM.
           CLOSE OLD-GRID-FILE.
           CLOSE NEW-GRID-FILE.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               PERFORM PRINT-PANEL-DERIVED-ROW
           END-PERFORM.
           MOVE SPACES TO PANEL-LINE.
           MOVE 1 TO PANEL-PTR.
           MOVE 'TOTAL' TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           PERFORM VARYING COL-NO FROM PANEL-FIRST BY 1
                   UNTIL COL-NO > PANEL-LAST
               MOVE COL-DELTA(COL-NO) TO PANEL-AMOUNT-ED
               MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT
               PERFORM ADD-PANEL-COLUMN
           END-PERFORM.
           MOVE GRAND-DELTA TO PANEL-AMOUNT-ED.
           MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE PANEL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    ONE ROW'S DELTAS FOR THE PANEL'S COLUMNS, THEN ITS DELTA
      *>    TOTAL ACROSS EVERY COLUMN - THE SAME ON EVERY PANEL.  A
      *>    CELL WHERE EITHER SIDE IS FREE TEXT SHOWS NO DELTA, AS IN
      *>    THE DETAIL LINES.
       PRINT-PANEL-ROW.
           MOVE SPACES TO PANEL-LINE.
           MOVE 1 TO PANEL-PTR.
           MOVE ROW-LABEL(PANEL-ROW-NO) TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE 1 TO OLD-PTR.
           MOVE 1 TO NEW-PTR.
           MOVE 0 TO ROW-DELTA-TOTAL.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > OLD-COLS
               MOVE SPACES TO OLD-CELL NEW-CELL
               UNSTRING OLD-GRID-REC DELIMITED BY ','
                   INTO OLD-CELL
                   WITH POINTER OLD-PTR
               END-UNSTRING
               UNSTRING NEW-GRID-REC DELIMITED BY ','
                   INTO NEW-CELL
                   WITH POINTER NEW-PTR
               END-UNSTRING
               MOVE 0 TO CELL-DELTA
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(OLD-CELL))
                   TO OLD-NUMVAL-CHK
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(NEW-CELL))
                   TO NEW-NUMVAL-CHK
               IF OLD-CELL NOT = NEW-CELL
                       AND OLD-NUMVAL-CHK = 0 AND NEW-NUMVAL-CHK = 0
                       THEN
                   COMPUTE CELL-DELTA =
                       FUNCTION NUMVAL(FUNCTION TRIM(NEW-CELL))
                       - FUNCTION NUMVAL(FUNCTION TRIM(OLD-CELL))
                   ADD CELL-DELTA TO ROW-DELTA-TOTAL
               END-IF
               IF COL-NO >= PANEL-FIRST AND COL-NO <= PANEL-LAST THEN
                   MOVE CELL-DELTA TO PANEL-AMOUNT-ED
                   MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT
                   PERFORM ADD-PANEL-COLUMN
               END-IF
           END-PERFORM.
           MOVE ROW-DELTA-TOTAL TO PANEL-AMOUNT-ED.
           MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE PANEL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       PRINT-PANEL-DERIVED-ROW.
           MOVE SPACES TO PANEL-LINE.
           MOVE 1 TO PANEL-PTR.
           MOVE LAYOUT-LABEL(DERIVED-IDX) TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE 0 TO DERIVED-DELTA-TOTAL.
           PERFORM VARYING COL-NO FROM 1 BY 1
                   UNTIL COL-NO > OLD-COLS
               COMPUTE DERIVED-DELTA =
                   DERIVED-NEW(DERIVED-IDX, COL-NO)
                   - DERIVED-OLD(DERIVED-IDX, COL-NO)
               ADD DERIVED-DELTA TO DERIVED-DELTA-TOTAL
               IF COL-NO >= PANEL-FIRST AND COL-NO <= PANEL-LAST THEN
                   MOVE DERIVED-DELTA TO PANEL-AMOUNT-ED
                   MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT
                   PERFORM ADD-PANEL-COLUMN
               END-IF
           END-PERFORM.
           MOVE DERIVED-DELTA-TOTAL TO PANEL-AMOUNT-ED.
           MOVE PANEL-AMOUNT-ED TO PANEL-COL-TXT.
           PERFORM ADD-PANEL-COLUMN.
           MOVE PANEL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    PANEL-COL-TXT IN, AS THE NEXT 15-CHARACTER COLUMN.
       ADD-PANEL-COLUMN.
           STRING PANEL-COL-TXT DELIMITED BY SIZE INTO PANEL-LINE
               WITH POINTER PANEL-PTR
           END-STRING.
           MOVE SPACES TO PANEL-COL-TXT.

           COPY REPORT-HEAD.
       END PROGRAM GRID-COMPARE.
