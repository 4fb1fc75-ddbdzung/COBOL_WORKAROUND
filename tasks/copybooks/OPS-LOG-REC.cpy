      *>    OPS-LOG-REC-COUNT/OPS-LOG-EXC-COUNT ARE HOW MANY INPUT
      *>    RECORDS THE CALL PROCESSED AND HOW MANY OF THOSE CAME BACK
      *>    AS AN EXCEPTION, AND OPS-LOG-DETAIL IS AN OPTIONAL SHORT
      *>    FREE-TEXT NOTE (E.G. "TABLE-FULL").  OPS-LOG-RUN-ID IS THE
      *>    SCHEDULER RUN AND STEP ATTEMPT THAT WROTE THE LINE (SEE
      *>    RUN-ID.CBL) - BLANK ON LINES WRITTEN BEFORE IT WAS ADDED.
       03  OPS-LOG-STAMP        PIC X(21).
       03  OPS-LOG-PROGRAM      PIC X(12).
       03  OPS-LOG-RESULT       PIC X(10).
       03  OPS-LOG-REC-COUNT    PIC 9(05).
       03  OPS-LOG-EXC-COUNT    PIC 9(05).
       03  OPS-LOG-DETAIL       PIC X(20).
       03  OPS-LOG-RUN-ID       PIC X(17).
