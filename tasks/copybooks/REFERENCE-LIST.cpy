      *>    SHARED REFERENCE-LIST LAYOUT - ONE PAYMENT REFERENCE
      *>    (INVOICE OR CUSTOMER NUMBER) PER PARSED ARRAY ELEMENT,
      *>    FILLED BY PARSE-ARRAY WHEN THE CALLER PASSES THIS AFTER
      *>    CURRENCY-LIST.  AN EXTRACT SEGMENT MAY CARRY ITS REFERENCE
      *>    AS A HASH SUFFIX BEHIND ANY CURRENCY SUFFIX
      *>    ("123.45#INV0042", "123.45:EUR#INV0042"); A SEGMENT WITH
      *>    NO SUFFIX GETS SPACES HERE, MEANING NO REFERENCE.  SLOTS
      *>    LINE UP ONE-FOR-ONE WITH ARRAY-ELM POSITIONS AND
      *>    REF-COUNT ALWAYS EQUALS THE RETURNED ARRAY-SIZE.  COPY
      *>    THIS UNDER AN 01-LEVEL GROUP ITEM, THE SAME WAY
      *>    CURRENCY-LIST.CPY IS COPIED.
       03  REF-COUNT            PIC 9(04)  VALUE 0.
       03  REF-TBL.
           05  REF-CODE         PIC X(10)
               OCCURS 2000 TIMES DEPENDING ON REF-COUNT
               INDEXED BY REF-IDX.
