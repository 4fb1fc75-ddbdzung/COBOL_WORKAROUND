
      *>    INQUIRY OVER THE PERMANENT CLEARED-ITEMS HISTORY
      *>    (CLEARED-HISTORY.TXT, ONE DATE,TARGET-ID,POS1,POS2,AMT1,
      *>    AMT2,ID1,ID2,BASIS,METHOD,SOURCE,RUN-ID LINE PER PAIR,
      *>    APPENDED BY BATCH-TWOSUM - BASIS IS REF FOR A CLEAR ON
      *>    PAYMENT REFERENCE, AMT FOR AMOUNT ONLY; A MANUAL CLEAR OR
      *>    A WRITE-OFF CARRIES ITS REASON CODE IN THAT COLUMN, AND A
      *>    METHOD REVERSED LINE, WRITTEN BY TWOSUM-UNCLEAR WHEN IT
      *>    UNDOES A WRONG MATCH, THE DATE OF THE CLEAR IT REVERSED).
      *>    THE
      *>    SELECTION IS THE SINGLE LINE OF CLEARED-INQ.TXT -
      *>        TARGET,T0142              EVERY CLEAR OF ONE TARGET
      *>        ITEM,YYYYMMDD-NNNN        EVERY CLEAR TOUCHING ONE
      *>        AMOUNT,123.45             EVERY PAIR WITH THAT AMOUNT
      *>                                  ON EITHER LEG
      *>        DATE,YYYYMMDD,YYYYMMDD    EVERY CLEAR IN A DATE RANGE
      *>        BASIS,REF                 EVERY CLEAR MADE ON THAT
      *>                                  BASIS (REF OR AMT)
      *>    MATCHING LINES ARE COPIED TO CLEARED-INQ-REPORT.TXT - THE
      *>    SAME CUT-THE-FILE SHAPE EMP-AUDIT-BROWSE GIVES THE
      *>    EMPLOYEE AUDIT TRAIL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(130).

       FD  SELECT-FILE.
       01  SELECT-REC                   PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(140).

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  HIST-AMT-2-TXT               PIC X(12).
       01  HIST-ID-1-TXT                PIC X(13).
       01  HIST-ID-2-TXT                PIC X(13).
       01  HIST-BASIS-TXT               PIC X(10).
       01  SELECT-BASIS                 PIC X(10).
       01  SELECT-ITEM-ID               PIC X(13).
       01  HIST-AMT-WORK                PIC S9(5)V99.
       01  LINE-MATCHES                 PIC X(01).
                   MOVE SELECT-VALUE-1 TO SELECT-TARGET-ID
               WHEN 'ITEM'
                   MOVE SELECT-VALUE-1 TO SELECT-ITEM-ID
               WHEN 'BASIS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       SELECT-VALUE-1)) TO SELECT-BASIS
               WHEN 'AMOUNT'
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SELECT-VALUE-1)) TO NUMVAL-CHK
                   END-IF
               WHEN OTHER
                   DISPLAY 'SELECTION MUST START WITH TARGET, ITEM,'
                       ' AMOUNT, DATE OR BASIS - RUN ABORTED'
                   GOBACK
           END-EVALUATE.

       MATCH-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
               HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT.
           MOVE SPACES TO HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT.
           UNSTRING HISTORY-REC DELIMITED BY ','
               INTO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
                    HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT
                    HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT
           END-UNSTRING.
           MOVE 'N' TO LINE-MATCHES.
           EVALUATE FUNCTION TRIM(SELECT-KIND)
                   END-IF
               WHEN 'AMOUNT'
                   PERFORM MATCH-ON-AMOUNT
      *>        A MANUAL OR WRITE-OFF LINE'S NINTH COLUMN IS A
      *>        REASON CODE, NOT A BASIS, SO IT NEVER ANSWERS A
      *>        BASIS SELECTION.
               WHEN 'BASIS'
                   IF HIST-TARGET-TXT NOT = 'MANUAL'
                           AND HIST-TARGET-TXT NOT = 'WRITEOFF'
                           AND HIST-BASIS-TXT = SELECT-BASIS THEN
                       MOVE 'Y' TO LINE-MATCHES
                   END-IF
               WHEN 'DATE'
                   IF HIST-DATE-TXT IS NUMERIC THEN
                       IF FUNCTION NUMVAL(HIST-DATE-TXT)
