           COPY EMPLOYEE-REC.

       FD  BACKUP-FILE.
       01  BACKUP-REC                   PIC X(1060).

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(30).
               TO Employee-Leave-End-Date OF EMPLOYEE-RECORD.
           MOVE Flat-Leave-Balance-Days
               TO Employee-Leave-Balance-Days OF EMPLOYEE-RECORD.
      *>    A BACKUP TAKEN BEFORE THE MANAGER WAS CARRIED HAS SPACES
      *>    THERE - RELOADED AS NO MANAGER.
           IF Flat-Manager-ID IS NUMERIC THEN
               MOVE Flat-Manager-ID
                   TO Employee-Manager-ID OF EMPLOYEE-RECORD
           ELSE
               MOVE ZEROS TO Employee-Manager-ID OF EMPLOYEE-RECORD
           END-IF.
      *>    AND NO DEPARTMENT HISTORY, FOR THE SAME REASON.
           IF Flat-Dept-History-Count IS NUMERIC THEN
               MOVE Flat-Dept-History-Count TO
                   Employee-Dept-History-Count OF EMPLOYEE-RECORD
               PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
                   MOVE Flat-Dept-History(HIST-IDX)
                       TO Employee-Dept-History OF EMPLOYEE-RECORD
                           (HIST-IDX)
               END-PERFORM
           ELSE
               MOVE 0 TO
                   Employee-Dept-History-Count OF EMPLOYEE-RECORD
           END-IF.
           MOVE Flat-Address-Count
               TO Employee-Address-Count OF EMPLOYEE-RECORD.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
