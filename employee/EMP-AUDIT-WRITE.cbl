      *>    IDIOM MAP-ADD.CBL USES FOR ITS OWN AUDIT FILE.  A CALLER
      *>    WITH NO BEFORE IMAGE (AN ADD) OR NO AFTER IMAGE (A DELETE)
      *>    PASSES 'N' IN THE MATCHING PRESENT FLAG.
      *>    A CHANGE THAT NEEDED A SECOND PERSON'S APPROVAL (A
      *>    PARKED SALARY RAISE REPLAYED BY EMP-TRANSACTIONS) CARRIES
      *>    THE APPROVER'S INITIALS AFTER THE FLAT IMAGE, IN COLUMNS
      *>    1112-1115 - BLANK ON EVERY OTHER LINE.  THE APPROVER IS
      *>    PICKED UP FROM EMP-AUDIT-APPROVER, NOT PASSED IN.  THE
      *>    RUN ID OF THE SCHEDULER RUN OR HAND RUN THAT MADE THE
      *>    CHANGE (SEE RUN-ID.CBL) FOLLOWS IN COLUMNS 1117-1133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC                    PIC X(1190).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS                 PIC X(02).
       01  HIST-IDX                     PIC 9(02).
       01  ADDR-IDX                     PIC 9(01).
       01  IMAGE-LABEL                  PIC X(06).
       01  APPROVER-OP                  PIC X(01) VALUE 'G'.
       01  APPROVER-INITIALS            PIC X(04).
       01  AUDIT-RUN-ID                 PIC X(17).
      *>    THE IMAGE FLATTENED TO THE FIXED BACKUP LAYOUT SO EVERY
      *>    AUDIT LINE IS THE SAME SHAPE REGARDLESS OF HOW MANY
      *>    ADDRESS LINES THE LIVE RECORD CARRIES.
               AFTER-RECORD AFTER-PRESENT.
       WRITE-BOTH-IMAGES.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP.
           MOVE SPACES TO APPROVER-INITIALS.
           CALL 'EMP-AUDIT-APPROVER' USING APPROVER-OP
               APPROVER-INITIALS.
           CALL 'RUN-ID' USING AUDIT-RUN-ID.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
               OPEN OUTPUT AUDIT-FILE
               TO Flat-Leave-End-Date.
           MOVE Employee-Leave-Balance-Days OF BEFORE-RECORD
               TO Flat-Leave-Balance-Days.
           MOVE Employee-Manager-ID OF BEFORE-RECORD
               TO Flat-Manager-ID.
           MOVE Employee-Dept-History-Count OF BEFORE-RECORD
               TO Flat-Dept-History-Count.
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
               MOVE Employee-Dept-History OF BEFORE-RECORD (HIST-IDX)
                   TO Flat-Dept-History(HIST-IDX)
           END-PERFORM.
           MOVE Employee-Address-Count-B OF BEFORE-RECORD
               TO Flat-Address-Count.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
               TO Flat-Leave-End-Date.
           MOVE Employee-Leave-Balance-Days OF AFTER-RECORD
               TO Flat-Leave-Balance-Days.
           MOVE Employee-Manager-ID OF AFTER-RECORD
               TO Flat-Manager-ID.
           MOVE Employee-Dept-History-Count OF AFTER-RECORD
               TO Flat-Dept-History-Count.
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
               MOVE Employee-Dept-History OF AFTER-RECORD (HIST-IDX)
                   TO Flat-Dept-History(HIST-IDX)
           END-PERFORM.
           MOVE Employee-Address-Count-A OF AFTER-RECORD
               TO Flat-Address-Count.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
           MOVE SPACES TO AUDIT-REC.
           STRING AUDIT-STAMP ' ' AUDIT-PROGRAM ' '
                  Flat-Employee-ID ' ' IMAGE-LABEL ' ' FLAT-IMAGE
                  ' ' APPROVER-INITIALS ' ' AUDIT-RUN-ID
               DELIMITED BY SIZE INTO AUDIT-REC
           END-STRING.
           WRITE AUDIT-REC.
