      *>    CHANGED A SALARY THE BEFORE AND AFTER IMAGES CAN BE PUT IN
      *>    FRONT OF THEM.  THE AUDIT LINE PREFIX IS FIXED - STAMP IN
      *>    COLUMNS 1-21 (DATE IS 1-8) AND EMPLOYEE-ID IN 39-43.
      *>    AN APPROVED CHANGE CARRIES THE APPROVER'S INITIALS IN
      *>    1112-1115, AND EVERY LINE SINCE RUN IDS WERE ISSUED ITS
      *>    RUN ID IN 1117-1133, COPIED THROUGH WITH THE REST OF THE
      *>    LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AUD-PROGRAM              PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-EMP-ID               PIC X(05).
           05  AUD-REST                 PIC X(1149).

       FD  SELECT-FILE.
       01  SELECT-REC                   PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(1190).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS                 PIC X(02).
