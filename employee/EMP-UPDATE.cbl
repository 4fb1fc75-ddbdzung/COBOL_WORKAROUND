       WORKING-STORAGE SECTION.
       01  IO-OP                    PIC X(01).
       01  IO-OK                    PIC X(01).
       01  HIST-IDX                 PIC 9(02).
      *>    THE RECORD AS READ, HELD FOR THE BEFORE-IMAGE AUDIT LINE.
       01  BEFORE-RECORD-SAVE.
           COPY EMPLOYEE-REC
                   MOVE Employee-Dept OF BEFORE-RECORD-SAVE
                       TO Employee-Dept OF EMPLOYEE-RECORD-PARM
               END-IF
      *>        A REPORTING LINE IS REPLACED, NEVER BLANKED, BY AN
      *>        UPDATE THAT NAMED NO MANAGER.
               IF Employee-Manager-ID OF EMPLOYEE-RECORD-PARM
                       = ZEROS THEN
                   MOVE Employee-Manager-ID OF BEFORE-RECORD-SAVE
                       TO Employee-Manager-ID OF EMPLOYEE-RECORD-PARM
               END-IF
      *>        THE DEPARTMENT HISTORY IS ONLY EVER APPENDED BY
      *>        EMP-DEPT-TRANSFER - AN UPDATE CARRIES IT OVER AS IT
      *>        STANDS ON FILE.
               MOVE Employee-Dept-History-Count OF BEFORE-RECORD-SAVE
                   TO Employee-Dept-History-Count
                       OF EMPLOYEE-RECORD-PARM
               PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
                   MOVE Employee-Dept-History OF BEFORE-RECORD-SAVE
                       (HIST-IDX)
                       TO Employee-Dept-History OF EMPLOYEE-RECORD-PARM
                           (HIST-IDX)
               END-PERFORM
               MOVE 'U' TO IO-OP
               CALL 'EMP-FILE-IO' USING IO-OP EMPLOYEE-RECORD-PARM
                   UPDATE-STATUS
