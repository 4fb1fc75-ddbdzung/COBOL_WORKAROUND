           05  Flat-Address-Count        PIC 9(1).
           05  Flat-Address OCCURS 5 TIMES.
               10  Flat-Address-Line     PIC X(50).
      *>    THE MANAGER RIDES AFTER THE FIXED ADDRESS SLOTS, NOT IN
      *>    ITS LIVE-RECORD POSITION, SO EVERY FIELD OF A FLAT IMAGE
      *>    WRITTEN BEFORE IT EXISTED STAYS WHERE IT WAS - ON SUCH AN
      *>    IMAGE IT READS AS SPACES, WHICH THE RELOADING PROGRAMS
      *>    TAKE AS NO MANAGER.
           05  Flat-Manager-ID           PIC 9(5).
      *>    THE DEPARTMENT HISTORY FOLLOWS FOR THE SAME REASON - ON AN
      *>    OLDER IMAGE THE COUNT READS AS SPACES, TAKEN AS NO
      *>    TRANSFERS ON RECORD.
           05  Flat-Dept-History-Count   PIC 9(2).
           05  Flat-Dept-History OCCURS 10 TIMES.
               10  Flat-Dept-Eff-Date    PIC 9(8).
               10  Flat-Dept-From        PIC X(4).
               10  Flat-Dept-To          PIC X(4).
