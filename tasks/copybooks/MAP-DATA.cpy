      *>    SUM/N-SUM CAN ADD ONE MAP-TBL ROW PER ARRAY-TBL ELEMENT
      *>    SCANNED BEFORE A MATCH IS FOUND, SO THIS TABLE NEEDS AT
      *>    LEAST AS MUCH ROOM AS THE ARRAY ITSELF.
      *>
      *>    MAP-NAME SAYS WHOSE MAP THIS IS, SO TWO JOBS KEEPING STATE
      *>    BETWEEN WINDOWS DO NOT SHARE ONE STATE FILE - SET IT BEFORE
      *>    THE FIRST MAP-* CALL (LETTERS, DIGITS AND HYPHENS, LEFT-
      *>    JUSTIFIED).  MAP-SAVE/MAP-LOAD KEEP A NAMED MAP IN
      *>    MAP-STATE-<NAME>.DAT AND EVERY MAP-* AUDIT LINE CARRIES A
      *>    MAP=<NAME> TOKEN.  SPACES IS THE ORIGINAL UNNAMED MAP -
      *>    MAP-STATE.DAT, AND AUDIT LINES WITH NO MAP= TOKEN.
           03 MAP-NAME PIC X(12).
           03 MAP-SIZE PIC 9(04).
           03 MAP-TBL OCCURS 2000 TIMES DEPENDING ON MAP-SIZE
                   ASCENDING KEY KEY-ID INDEXED BY MAP-IDX.
