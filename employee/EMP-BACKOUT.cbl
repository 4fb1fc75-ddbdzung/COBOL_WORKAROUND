       FILE SECTION.
      *>    SAME FIXED PREFIX EMP-AUDIT-BROWSE MAPS - STAMP 1-21,
      *>    PROGRAM 23-37, EMPLOYEE-ID 39-43, IMAGE LABEL 45-50, THE
      *>    FLAT IMAGE 52-1110, THEN THE APPROVER AND RUN ID.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-STAMP.
           05  FILLER                   PIC X(01).
           05  AUD-LABEL                PIC X(06).
           05  FILLER                   PIC X(01).
           05  AUD-FLAT-IMAGE           PIC X(1059).
           05  FILLER                   PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(40).
           05  UNDO-ENTRY OCCURS 500 TIMES.
               10  UNDO-STAMP           PIC X(21).
               10  UNDO-PROGRAM         PIC X(15).
               10  UNDO-IMAGE           PIC X(1059).
       01  UNDO-IDX                     PIC 9(03).
       01  UNDO-OVERFLOW                PIC X(01) VALUE 'N'.
      *
               TO Employee-Leave-End-Date OF EMPLOYEE-RECORD-PARM.
           MOVE Flat-Leave-Balance-Days
               TO Employee-Leave-Balance-Days OF EMPLOYEE-RECORD-PARM.
           IF Flat-Manager-ID IS NUMERIC THEN
               MOVE Flat-Manager-ID
                   TO Employee-Manager-ID OF EMPLOYEE-RECORD-PARM
           ELSE
               MOVE ZEROS TO Employee-Manager-ID OF EMPLOYEE-RECORD-PARM
           END-IF.
           IF Flat-Dept-History-Count IS NUMERIC THEN
               MOVE Flat-Dept-History-Count TO
                   Employee-Dept-History-Count OF EMPLOYEE-RECORD-PARM
               PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
                   MOVE Flat-Dept-History(HIST-IDX)
                       TO Employee-Dept-History OF EMPLOYEE-RECORD-PARM
                           (HIST-IDX)
               END-PERFORM
           ELSE
               MOVE 0 TO
                   Employee-Dept-History-Count OF EMPLOYEE-RECORD-PARM
           END-IF.
           MOVE Flat-Address-Count
               TO Employee-Address-Count OF EMPLOYEE-RECORD-PARM.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
