      *>    SHARED GRID LAYOUT - THE DERIVED ROWS (SUBTOTALS AND
      *>    FORMULA ROWS) DEFINED FOR A SAVED GRID ON GRID-LAYOUT.TXT,
      *>    AS RESOLVED BY GRID-LAYOUT.CBL.  EACH DERIVED ROW CARRIES
      *>    ITS LABEL, THE DATA ROW IT PRINTS BEHIND (ZERO FOR ABOVE
      *>    THE FIRST ROW) AND ONE COEFFICIENT PER DATA ROW - +1 FOR A
      *>    ROW ADDED, -1 FOR A ROW TAKEN AWAY, ZERO FOR A ROW NOT IN
      *>    THE FORMULA - SO A DERIVED CELL IS SIMPLY THE SUM OF
      *>    COEFFICIENT TIMES CELL DOWN ITS COLUMN.  A FORMULA THAT
      *>    NAMES AN EARLIER DERIVED ROW HAS THAT ROW'S COEFFICIENTS
      *>    FOLDED IN, SO NO CONSUMER EVER EVALUATES ONE DERIVED ROW
      *>    FROM ANOTHER.  DERIVED ROWS ARE PRINTED, NEVER SAVED AS
      *>    DATA.  COPY THIS UNDER AN 01-LEVEL GROUP ITEM, THE SAME
      *>    WAY ITEM-NOTE.CPY IS COPIED.
       03  LAYOUT-DERIVED-COUNT PIC 9(02).
       03  LAYOUT-DERIVED OCCURS 30 TIMES.
           05  LAYOUT-LABEL     PIC X(15).
           05  LAYOUT-AFTER-ROW PIC 9(04).
           05  LAYOUT-COEF OCCURS 1000 TIMES PIC S9(03).
