       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DEPT-TRANSFER.

      *>    MOVES AN EMPLOYEE TO A NEW DEPARTMENT / COST CENTER FROM
      *>    AN EFFECTIVE DATE, APPENDING THE MOVE TO
      *>    Employee-Dept-History (DATE, DEPARTMENT LEFT, DEPARTMENT
      *>    JOINED) INSTEAD OF SIMPLY OVERWRITING Employee-Dept, SO
      *>    PAYROLL-RUN CAN SPLIT A MID-PERIOD MOVE BETWEEN THE TWO
      *>    COST CENTERS BY DAYS.  THE BEFORE/AFTER IMAGES GO TO THE
      *>    EMP-AUDIT TRAIL (SEE EMP-AUDIT-WRITE.CBL).  ALL MASTER I/O
      *>    GOES THROUGH EMP-FILE-IO, WHICH KEEPS THE INDEXED FILE OPEN
      *>    ACROSS EVERY CALL OF THE RUN - THE DRIVER CLOSES IT ONCE AT
      *>    END OF RUN (SEE EMP-FILE-IO.CBL).
      *>    TRANSFER-STATUS COMES BACK -
      *>        'Y' TRANSFERRED
      *>        'N' EMPLOYEE NOT ON FILE, OR THE MASTER REWRITE FAILED
      *>        'S' ALREADY IN THAT DEPARTMENT
      *>        'E' EFFECTIVE DATE BEFORE THE LAST TRANSFER ON RECORD -
      *>            THE HISTORY IS KEPT IN DATE ORDER, SO A MOVE THAT
      *>            WAS MISSED IS KEYED AFTER THE LATER ONE IS BACKED
      *>            OUT (SEE EMP-BACKOUT.CBL)
      *>        'H' HISTORY FULL (10 TRANSFERS)

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  IO-OP                    PIC X(01).
       01  IO-OK                    PIC X(01).
       01  NEXT-HIST-IDX            PIC 9(02).
      *>    WORK COPY OF THE RECORD - READ, MOVED, REWRITTEN.
       01  WORK-RECORD.
           COPY EMPLOYEE-REC
               REPLACING ==Employee-Address-Count==
                      BY ==Employee-Address-Count-W==.
      *>    THE RECORD AS READ, HELD FOR THE BEFORE-IMAGE AUDIT LINE.
       01  BEFORE-RECORD-SAVE.
           COPY EMPLOYEE-REC
               REPLACING ==Employee-Address-Count==
                      BY ==Employee-Address-Count-B==.
       01  AUDIT-PROGRAM-NAME       PIC X(15)
                                    VALUE 'EMP-DEPT-TRANSF'.
       01  BEFORE-PRESENT-FLAG      PIC X(01) VALUE 'Y'.
       01  AFTER-PRESENT-FLAG       PIC X(01) VALUE 'Y'.
      ******
       LINKAGE SECTION.
      ******
       01  TRANSFER-EMPLOYEE-ID     PIC 9(05).
       01  TRANSFER-EFF-DATE        PIC 9(08).
       01  TRANSFER-NEW-DEPT        PIC X(04).
       01  TRANSFER-STATUS          PIC X(01).
      ******
       PROCEDURE DIVISION USING TRANSFER-EMPLOYEE-ID TRANSFER-EFF-DATE
               TRANSFER-NEW-DEPT TRANSFER-STATUS.
           MOVE 'N' TO TRANSFER-STATUS.
           MOVE TRANSFER-EMPLOYEE-ID
               TO Employee-ID OF WORK-RECORD.
           MOVE 'R' TO IO-OP.
           CALL 'EMP-FILE-IO' USING IO-OP WORK-RECORD IO-OK.
           IF IO-OK = 'Y' THEN
               MOVE Employee-Dept-History-Count OF WORK-RECORD
                   TO NEXT-HIST-IDX
               IF Employee-Dept OF WORK-RECORD = TRANSFER-NEW-DEPT THEN
                   MOVE 'S' TO TRANSFER-STATUS
               ELSE IF NEXT-HIST-IDX >= 10 THEN
                   MOVE 'H' TO TRANSFER-STATUS
               ELSE IF NEXT-HIST-IDX > 0
                       AND TRANSFER-EFF-DATE < Dept-Hist-Eff-Date
                           OF WORK-RECORD (NEXT-HIST-IDX) THEN
                   MOVE 'E' TO TRANSFER-STATUS
               ELSE
                   PERFORM APPLY-TRANSFER
               END-IF
               END-IF
               END-IF
           END-IF.
           GOBACK.

       APPLY-TRANSFER.
      *>    Employee-Address-Count MUST BE MOVED BEFORE THE REST OF
      *>    THE GROUP - THE OCCURS DEPENDING ON TABLE THAT FOLLOWS IT
      *>    SIZES A GROUP MOVE BY THE RECEIVING SIDE'S COUNT, NOT THE
      *>    SENDER'S.
           MOVE Employee-Address-Count-W OF WORK-RECORD
               TO Employee-Address-Count-B OF BEFORE-RECORD-SAVE.
           MOVE WORK-RECORD TO BEFORE-RECORD-SAVE.
           ADD 1 TO NEXT-HIST-IDX.
           MOVE NEXT-HIST-IDX
               TO Employee-Dept-History-Count OF WORK-RECORD.
           MOVE TRANSFER-EFF-DATE TO
               Dept-Hist-Eff-Date OF WORK-RECORD (NEXT-HIST-IDX).
           MOVE Employee-Dept OF WORK-RECORD TO
               Dept-Hist-From-Dept OF WORK-RECORD (NEXT-HIST-IDX).
           MOVE TRANSFER-NEW-DEPT TO
               Dept-Hist-To-Dept OF WORK-RECORD (NEXT-HIST-IDX).
           MOVE TRANSFER-NEW-DEPT TO Employee-Dept OF WORK-RECORD.
           MOVE 'U' TO IO-OP.
           CALL 'EMP-FILE-IO' USING IO-OP WORK-RECORD
               TRANSFER-STATUS.
           IF TRANSFER-STATUS = 'Y' THEN
               CALL 'EMP-AUDIT-WRITE' USING AUDIT-PROGRAM-NAME
                   BEFORE-RECORD-SAVE BEFORE-PRESENT-FLAG
                   WORK-RECORD AFTER-PRESENT-FLAG
           END-IF.

       END PROGRAM EMP-DEPT-TRANSFER.
