           SELECT SNAP-KEEP-FILE ASSIGN TO "GRID-SNAP-KEEP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SNAP-KEEP-STATUS.
      *>    THE PRINTED CROSS-TAB, IN COLUMN PANELS - SEE
      *>    DISPLAY-TWO-DIMENSIONS-ARRAY.
           SELECT PRINT-FILE ASSIGN TO "GRID-PRINT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  SNAP-CATALOG-REC           PIC X(10).
       FD  SNAP-KEEP-FILE.
       01  SNAP-KEEP-REC              PIC X(10).
       FD  PRINT-FILE.
       01  REPORT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 ROWS PIC 9(4).
           01 MAINT-ROW PIC 9(4).
           01 MAINT-COL PIC 9(4).
           01 MAINT-VALUE PIC X(10).
           01 MAINT-NUMVAL-CHK PIC S9(3).

      *>    OPERATOR SIGN-ON BEFORE ANY LOAD OR MAINTENANCE, AND THE
      *>    APPROVAL LIMIT ON AN AMOUNT KEYED INTO A CELL - SEE
      *>    OPER-SIGNON.CBL.
           01 OPER-SIGNON.
               COPY OPER-SIGNON.

      *>    GENERATION BACKUP BEFORE THE LIVE REWRITE - SEE
      *>    GEN-SAVE.CBL.
               05 COL-TOTAL OCCURS 1000 TIMES PIC S9(7)V99.
           01 COL-TOTAL-ED PIC -(7)9.99.

      *>    DERIVED SUBTOTAL AND FORMULA ROWS FROM GRID-LAYOUT.TXT -
      *>    SEE GRID-LAYOUT.CBL.  THEY ARE WORKED OUT FROM THE DATA
      *>    ROWS AS THE GRID IS DISPLAYED AND PRINTED IN PLACE, BUT
      *>    NEVER HELD IN TABLE-DATA, SO NO SAVE CAN WRITE ONE BACK
      *>    AS DATA AND NO TOTAL EVER COUNTS ONE TWICE.
           01 GRID-LAYOUT-AREA.
               COPY GRID-LAYOUT.
           01 DERIVED-IDX PIC 9(2).
           01 DERIVED-AFTER PIC 9(4).
           01 DERIVED-ROW-IDX PIC 9(4).
           01 DERIVED-CELL PIC S9(9)V99.
           01 DERIVED-TOTAL PIC S9(11)V99.
           01 DERIVED-ED PIC -(9)9.99.

      *>    COLUMN PANELS FOR THE PRINTED CROSS-TAB - (132 - 15 FOR
      *>    THE ROW LABEL - 15 FOR THE ROW TOTAL) / 15 COLUMNS EACH.
           01 PANEL-COLS PIC 9(4) VALUE 6.
           01 PANEL-FIRST PIC 9(4).
           01 PANEL-LAST PIC 9(4).
           01 PANEL-FIRST-ED PIC ZZZ9.
           01 PANEL-LAST-ED PIC ZZZ9.
           01 PANEL-OF-ED PIC ZZZ9.
           COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.

      *> cobol-lint CL002 main-processing
       MAIN-PROCESSING.
           DISPLAY 'DYNAMIC TWO DIMENSIONAL ARRAY'.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'DYNAMIC-TWOD' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - GRID NOT OPENED'
               STOP RUN
           END-IF.

           DISPLAY 'LOAD EXISTING GRID FROM FILE (Y/N) : '.
           ACCEPT LOAD-CHOICE.
               IF FUNCTION TRIM(MAINT-VALUE) = SPACES THEN
                   DISPLAY 'NO VALUE ENTERED - CELL LEFT UNCHANGED'
               ELSE
                   PERFORM APPROVE-CELL-AMOUNT
                   IF SIGNON-OK = 'Y' THEN
                       MOVE MAINT-VALUE
                           TO TABLE-DATA(MAINT-ROW, MAINT-COL)
                       DISPLAY 'CELL UPDATED'
                   ELSE
                       DISPLAY 'NOT APPROVED - CELL LEFT UNCHANGED'
                   END-IF
               END-IF
           END-IF.

      *>    A CELL IS FREE-FORM TEXT - ONLY A NUMERIC VALUE IS AN
      *>    AMOUNT TO BE APPROVED.
       APPROVE-CELL-AMOUNT.
           MOVE 'Y' TO SIGNON-OK.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(MAINT-VALUE))
               TO MAINT-NUMVAL-CHK.
           IF MAINT-NUMVAL-CHK = 0 THEN
               MOVE 'L' TO SIGNON-OP
               COMPUTE SIGNON-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(MAINT-VALUE))
               CALL 'OPER-SIGNON' USING OPER-SIGNON
           END-IF.

      *>    THE CROSS-TAB PRINTS IN COLUMN PANELS - AS MANY
      *>    15-CHARACTER COLUMNS AS FIT A 132-CHARACTER PAGE BESIDE
      *>    THE ROW LABEL AND ROW TOTAL - SO A TWELVE-MONTH GRID READS
      *>    AS A FEW PANELS INSTEAD OF WRAPPING.  EVERY PANEL OPENS A
      *>    NEW PAGE OF GRID-PRINT.TXT UNDER THE STANDARD REPORT
      *>    HEADING, TITLED WITH THE COLUMNS IT COVERS ("COLUMNS 7-12
      *>    OF 24"), REPEATS THE ROW LABELS AND THE FULL ROW TOTALS,
      *>    AND CLOSES WITH ITS OWN COLUMN-TOTALS LINE.  THE CONSOLE
      *>    SHOWS THE SAME PANELS.
       DISPLAY-TWO-DIMENSIONS-ARRAY.
           DISPLAY '---DISPLAY-TWO-DIMENSIONS-ARRAY STAGE---'
           CALL 'GRID-LAYOUT' USING ROWS ROW-LABEL-TBL
               GRID-LAYOUT-AREA.
           PERFORM SUM-GRID-TOTALS.
           CALL 'PROC-DATE' USING RPT-PROC-DATE.
           MOVE 'DYNAMIC-TWOD' TO RPT-PROGRAM-ID.
           OPEN OUTPUT PRINT-FILE.
           MOVE 1 TO PANEL-FIRST.
           PERFORM UNTIL PANEL-FIRST > COLSX
               COMPUTE PANEL-LAST = PANEL-FIRST + PANEL-COLS - 1
               IF PANEL-LAST > COLSX THEN
                   MOVE COLSX TO PANEL-LAST
               END-IF
               PERFORM PRINT-ONE-PANEL
               COMPUTE PANEL-FIRST = PANEL-LAST + 1
           END-PERFORM.
           CLOSE PRINT-FILE.
           DISPLAY 'CROSS-TAB PRINTED TO GRID-PRINT.TXT'.

      *>    COLUMNS PANEL-FIRST THRU PANEL-LAST, ON A PAGE OF THEIR OWN.
       PRINT-ONE-PANEL.
           MOVE PANEL-FIRST TO PANEL-FIRST-ED.
           MOVE PANEL-LAST TO PANEL-LAST-ED.
           MOVE COLSX TO PANEL-OF-ED.
           MOVE SPACES TO RPT-TITLE.
           STRING 'GRID CROSS-TAB - COLUMNS '
                  FUNCTION TRIM(PANEL-FIRST-ED) '-'
                  FUNCTION TRIM(PANEL-LAST-ED) ' OF '
                  FUNCTION TRIM(PANEL-OF-ED)
               DELIMITED BY SIZE INTO RPT-TITLE
           END-STRING.
           PERFORM BUILD-HEADER-LINE.
           MOVE DISP-LINE TO RPT-COL-HEAD.
           MOVE 999 TO RPT-LINE-COUNT.
           DISPLAY FUNCTION TRIM(RPT-TITLE).
           DISPLAY FUNCTION TRIM(DISP-LINE).

           MOVE 0 TO DERIVED-AFTER.
           PERFORM DISPLAY-DERIVED-ROWS.
           MOVE 1 TO IDX-I.
           PERFORM UNTIL IDX-I > ROWS
               PERFORM BUILD-DATA-ROW-LINE
               PERFORM PRINT-GRID-LINE
               MOVE IDX-I TO DERIVED-AFTER
               PERFORM DISPLAY-DERIVED-ROWS
               ADD 1 TO IDX-I
           END-PERFORM.

           PERFORM BUILD-TOTALS-ROW-LINE.
           PERFORM PRINT-GRID-LINE.

       PRINT-GRID-LINE.
           DISPLAY FUNCTION TRIM(DISP-LINE).
           MOVE DISP-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    COLUMN AND GRAND TOTALS UP FRONT, SINCE EVERY PANEL'S
      *>    TOTALS LINE CARRIES THE GRAND TOTAL OF THE WHOLE GRID.
       SUM-GRID-TOTALS.
           MOVE 0 TO GRAND-TOTAL.
           MOVE 1 TO IDX-J.
           PERFORM UNTIL IDX-J > COLSX
               MOVE 0 TO COL-TOTAL(IDX-J)
               ADD 1 TO IDX-J
           END-PERFORM.
           MOVE 1 TO IDX-I.
           PERFORM UNTIL IDX-I > ROWS
               MOVE 1 TO IDX-J
               PERFORM UNTIL IDX-J > COLSX
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(TABLE-DATA(IDX-I, IDX-J)))
                       TO CELL-NUMVAL-CHK
                   IF CELL-NUMVAL-CHK = 0 THEN
                       COMPUTE CELL-AMOUNT =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(TABLE-DATA(IDX-I, IDX-J)))
                       ADD CELL-AMOUNT TO COL-TOTAL(IDX-J)
                       ADD CELL-AMOUNT TO GRAND-TOTAL
                   END-IF
                   ADD 1 TO IDX-J
               END-PERFORM
               ADD 1 TO IDX-I
           END-PERFORM.

      *>    "ACCOUNT\PERIOD" CORNER LABEL, THEN ONE HEADER PER COLUMN
      *>    OF THE PANEL, THEN A TRAILING "TOTAL" HEADER.
       BUILD-HEADER-LINE.
           MOVE SPACES TO DISP-LINE.
           MOVE 1 TO DISP-PTR.
           STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
               WITH POINTER DISP-PTR
           END-STRING.
           MOVE PANEL-FIRST TO IDX-J.
           PERFORM UNTIL IDX-J > PANEL-LAST
               MOVE COL-HEAD(IDX-J) TO DISP-COL-LABEL
               STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
                   WITH POINTER DISP-PTR
               WITH POINTER DISP-PTR
           END-STRING.

      *>    ONE ROW LABEL, THEN EACH CELL OF THE PANEL, THEN THE
      *>    ROW'S TOTAL ACROSS THE WHOLE OF COLS-DIMENSION - THE SAME
      *>    ON EVERY PANEL.
       BUILD-DATA-ROW-LINE.
           MOVE SPACES TO DISP-LINE.
           MOVE 1 TO DISP-PTR.
           MOVE 0 TO ROW-TOTAL.
           MOVE 1 TO IDX-J.
           PERFORM UNTIL IDX-J > COLSX
               IF IDX-J >= PANEL-FIRST AND IDX-J <= PANEL-LAST THEN
                   MOVE SPACES TO DISP-COL-LABEL
                   STRING TABLE-DATA(IDX-I, IDX-J) DELIMITED BY SIZE
                       INTO DISP-COL-LABEL
                   END-STRING
                   STRING DISP-COL-LABEL DELIMITED BY SIZE
                       INTO DISP-LINE
                       WITH POINTER DISP-PTR
                   END-STRING
               END-IF
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(TABLE-DATA(IDX-I, IDX-J)))
                   TO CELL-NUMVAL-CHK
                       FUNCTION NUMVAL(
                           FUNCTION TRIM(TABLE-DATA(IDX-I, IDX-J)))
                   ADD CELL-AMOUNT TO ROW-TOTAL
               END-IF
               ADD 1 TO IDX-J
           END-PERFORM.
           STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
               WITH POINTER DISP-PTR
           END-STRING.

      *>    EVERY DERIVED ROW THE LAYOUT PLACES BEHIND DATA ROW
      *>    DERIVED-AFTER (ZERO FOR ABOVE THE FIRST).
       DISPLAY-DERIVED-ROWS.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               IF LAYOUT-AFTER-ROW(DERIVED-IDX) = DERIVED-AFTER THEN
                   PERFORM BUILD-DERIVED-ROW-LINE
                   PERFORM PRINT-GRID-LINE
               END-IF
           END-PERFORM.

      *>    THE DERIVED ROW'S LABEL, EACH COLUMN OF THE PANEL AS THE
      *>    SUM OF COEFFICIENT TIMES CELL OVER THE DATA ROWS (FREE
      *>    TEXT COUNTING AS ZERO, AS IN THE TOTALS), THEN ITS TOTAL
      *>    ACROSS THE WHOLE ROW.  NOTHING HERE TOUCHES COL-TOTAL OR
      *>    GRAND-TOTAL.
       BUILD-DERIVED-ROW-LINE.
           MOVE SPACES TO DISP-LINE.
           MOVE 1 TO DISP-PTR.
           MOVE LAYOUT-LABEL(DERIVED-IDX) TO DISP-COL-LABEL.
           STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
               WITH POINTER DISP-PTR
           END-STRING.
           MOVE 0 TO DERIVED-TOTAL.
           MOVE 1 TO IDX-J.
           PERFORM UNTIL IDX-J > COLSX
               MOVE 0 TO DERIVED-CELL
               PERFORM VARYING DERIVED-ROW-IDX FROM 1 BY 1
                       UNTIL DERIVED-ROW-IDX > ROWS
                   IF LAYOUT-COEF(DERIVED-IDX, DERIVED-ROW-IDX)
                           NOT = 0 THEN
                       MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           TABLE-DATA(DERIVED-ROW-IDX, IDX-J)))
                           TO CELL-NUMVAL-CHK
                       IF CELL-NUMVAL-CHK = 0 THEN
                           COMPUTE DERIVED-CELL = DERIVED-CELL
                               + LAYOUT-COEF(DERIVED-IDX,
                                             DERIVED-ROW-IDX)
                               * FUNCTION NUMVAL(FUNCTION TRIM(
                                 TABLE-DATA(DERIVED-ROW-IDX, IDX-J)))
                       END-IF
                   END-IF
               END-PERFORM
               ADD DERIVED-CELL TO DERIVED-TOTAL
               IF IDX-J >= PANEL-FIRST AND IDX-J <= PANEL-LAST THEN
                   MOVE DERIVED-CELL TO DERIVED-ED
                   MOVE SPACES TO DISP-COL-LABEL
                   MOVE DERIVED-ED TO DISP-COL-LABEL
                   STRING DISP-COL-LABEL DELIMITED BY SIZE
                       INTO DISP-LINE
                       WITH POINTER DISP-PTR
                   END-STRING
               END-IF
               ADD 1 TO IDX-J
           END-PERFORM.
           MOVE DERIVED-TOTAL TO DERIVED-ED.
           MOVE SPACES TO DISP-COL-LABEL.
           MOVE DERIVED-ED TO DISP-COL-LABEL.
           STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
               WITH POINTER DISP-PTR
           END-STRING.

      *>    THE PANEL'S "TOTAL" ROW - ONE SUMMED AMOUNT PER COLUMN OF
      *>    THE PANEL, THEN THE GRAND TOTAL ACROSS THE WHOLE GRID.
       BUILD-TOTALS-ROW-LINE.
           MOVE SPACES TO DISP-LINE.
           MOVE 1 TO DISP-PTR.
           STRING DISP-COL-LABEL DELIMITED BY SIZE INTO DISP-LINE
               WITH POINTER DISP-PTR
           END-STRING.
           MOVE PANEL-FIRST TO IDX-J.
           PERFORM UNTIL IDX-J > PANEL-LAST
               MOVE COL-TOTAL(IDX-J) TO COL-TOTAL-ED
               MOVE SPACES TO DISP-COL-LABEL
               MOVE COL-TOTAL-ED TO DISP-COL-LABEL
               END-IF
           END-PERFORM.
           CLOSE CKPT-FILE.

           COPY REPORT-HEAD.
