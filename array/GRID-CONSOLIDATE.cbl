      *>    CELLS IN TEN CHARACTERS, SO A CONSOLIDATED CELL PAST
      *>    999999.99 (EITHER SIGN) CANNOT ROUND-TRIP - THE ROLL-UP
      *>    IS REFUSED, NAMING THE OFFENDING CELLS, RATHER THAN
      *>    SAVING AMOUNTS THE NEXT PROGRAM WOULD TRUNCATE.  DERIVED
      *>    ROWS DEFINED ON GRID-LAYOUT.TXT (SEE GRID-LAYOUT.CBL)
      *>    PRINT ON THE TOTALS REPORT IN THEIR PLACES AMONG THE DATA
      *>    ROWS; THEY ARE NEVER SAVED AND NEVER ADDED INTO THE GRAND
      *>    TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LABEL-TEMP                   PIC X(15).
       01  LABEL-LINE                   PIC X(10000).
       01  LABEL-PTR                    PIC S9(5).
      *>    DERIVED ROWS FOR THE TOTALS REPORT.
       01  GRID-LAYOUT-AREA.
           COPY GRID-LAYOUT.
       01  DERIVED-IDX                  PIC 9(02).
       01  DERIVED-AFTER                PIC 9(04).
       01  DERIVED-ROW-NO               PIC 9(04).
       01  DERIVED-TOTAL                PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           WRITE CONSOL-GRID-REC.

       WRITE-TOTALS-REPORT.
           CALL 'GRID-LAYOUT' USING CONSOL-ROWS ROW-LABEL-TBL
               GRID-LAYOUT-AREA.
           MOVE 0 TO DERIVED-AFTER.
           PERFORM WRITE-DERIVED-TOTALS.
           PERFORM VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > CONSOL-ROWS
               MOVE 0 TO ROW-TOTAL
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE ROW-NO TO DERIVED-AFTER
               PERFORM WRITE-DERIVED-TOTALS
           END-PERFORM.
           MOVE GRAND-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *>    EVERY DERIVED ROW THE LAYOUT PLACES BEHIND DATA ROW
      *>    DERIVED-AFTER - ITS TOTAL IS COEFFICIENT TIMES CELL OVER
      *>    EVERY DATA ROW AND COLUMN.
       WRITE-DERIVED-TOTALS.
           PERFORM VARYING DERIVED-IDX FROM 1 BY 1
                   UNTIL DERIVED-IDX > LAYOUT-DERIVED-COUNT
               IF LAYOUT-AFTER-ROW(DERIVED-IDX) = DERIVED-AFTER THEN
                   MOVE 0 TO DERIVED-TOTAL
                   PERFORM VARYING DERIVED-ROW-NO FROM 1 BY 1
                           UNTIL DERIVED-ROW-NO > CONSOL-ROWS
                       IF LAYOUT-COEF(DERIVED-IDX, DERIVED-ROW-NO)
                               NOT = 0 THEN
                           PERFORM VARYING COL-NO FROM 1 BY 1
                                   UNTIL COL-NO > CONSOL-COLS
                               COMPUTE DERIVED-TOTAL = DERIVED-TOTAL
                                   + LAYOUT-COEF(DERIVED-IDX,
                                                 DERIVED-ROW-NO)
                                   * CONSOL-CELL(DERIVED-ROW-NO,
                                                 COL-NO)
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   MOVE DERIVED-TOTAL TO TOTAL-ED
                   MOVE SPACES TO REPORT-REC
                   STRING FUNCTION TRIM(LAYOUT-LABEL(DERIVED-IDX))
                          ' (DERIVED) CONSOLIDATED TOTAL ' TOTAL-ED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.
       END PROGRAM GRID-CONSOLIDATE.
