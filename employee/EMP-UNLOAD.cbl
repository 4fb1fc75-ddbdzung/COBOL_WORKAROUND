               TO Flat-Leave-End-Date.
           MOVE Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               TO Flat-Leave-Balance-Days.
           MOVE Employee-Manager-ID OF EMPLOYEE-RECORD
               TO Flat-Manager-ID.
           MOVE Employee-Dept-History-Count OF EMPLOYEE-RECORD
               TO Flat-Dept-History-Count.
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
               MOVE Employee-Dept-History OF EMPLOYEE-RECORD (HIST-IDX)
                   TO Flat-Dept-History(HIST-IDX)
           END-PERFORM.
           MOVE Employee-Address-Count OF EMPLOYEE-RECORD
               TO Flat-Address-Count.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
