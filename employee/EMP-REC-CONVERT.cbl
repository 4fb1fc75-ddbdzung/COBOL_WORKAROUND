       01  OLD-REC                      PIC X(900).

       FD  NEW-FILE.
       01  NEW-REC                      PIC X(1060).

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(45).
           MOVE ZEROS TO Flat-Leave-Start-Date.
           MOVE ZEROS TO Flat-Leave-End-Date.
           MOVE ZEROS TO Flat-Leave-Balance-Days.
           MOVE ZEROS TO Flat-Manager-ID.
           MOVE 0 TO Flat-Dept-History-Count.
           MOVE Old-Address-Count TO Flat-Address-Count.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
               MOVE Old-Address-Line(ADDR-IDX)
