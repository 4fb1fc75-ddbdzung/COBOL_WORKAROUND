      *>    SHARED SUSPENSE INVESTIGATION NOTE LAYOUT - ONE NOTE ON ONE
      *>    CARRIED ITEM, KEYED BY ITS PERSISTENT ITEM ID
      *>    (YYYYMMDD-NNNN, SEE BATCH-TWOSUM.CBL).  SUSPENSE-NOTES.TXT
      *>    HOLDS ONE NOTE PER LINE -
      *>        ITEM-ID,YYYYMMDD,INITIALS,FOLLOW-UP,NOTE TEXT
      *>    FOLLOW-UP IS A YYYYMMDD DATE OR EMPTY FOR NONE, AND THE
      *>    NOTE TEXT RUNS TO THE END OF THE LINE, SO IT MAY HOLD
      *>    COMMAS OF ITS OWN.  THE FILE IS ONLY EVER APPENDED, SO THE
      *>    LAST LINE FOR AN ITEM IS ITS LATEST NOTE, AND THAT NOTE'S
      *>    FOLLOW-UP IS THE ONE IN FORCE.  COPY THIS UNDER AN
      *>    01-LEVEL GROUP ITEM, THE SAME WAY OPS-LOG-REC.CPY IS
      *>    COPIED; NOTE-DATE OF ZERO MEANS NO NOTE.
       03  NOTE-ITEM-ID         PIC X(13).
       03  NOTE-DATE            PIC 9(08).
       03  NOTE-INITIALS        PIC X(04).
       03  NOTE-FOLLOW-UP       PIC X(08).
       03  NOTE-TEXT            PIC X(60).
