       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-SIGN-STATUS.

      *>    SIGN-OFF STATUS OF ONE BALANCE-SHEET ACCOUNT FOR ONE
      *>    MONTH.  THE SIGN-OFF FILE (BS-SIGNOFF.TXT, SEE
      *>    BS-SIGNOFF.CPY) IS READ ONCE PER MONTH ASKED ABOUT AND THE
      *>    LATEST PREPARER AND REVIEWER FOR EACH OF THAT MONTH'S
      *>    ACCOUNTS ARE CACHED - THE SAME IDIOM ITEM-NOTE USES FOR
      *>    ITS NOTES - SO A REPORT CAN ASK ABOUT EVERY ACCOUNT IT
      *>    LISTS WITHOUT REREADING THE FILE.  ONLY THE ONE MONTH IS
      *>    HELD, SO THE FILE'S HISTORY NEVER CROWDS OUT THE MONTH
      *>    WANTED; A CALL FOR ANOTHER MONTH READS THE FILE AGAIN.  A
      *>    MISSING FILE MEANS NOTHING IS SIGNED YET.
      *>
      *>        CALL 'BS-SIGN-STATUS' USING IN-MONTH IN-ACCOUNT
      *>                                    BS-SIGNOFF
      *>        IN-MONTH    PIC 9(06), YYYYMM
      *>        IN-ACCOUNT  PIC X(10), THE GL ACCOUNT
      *>        BS-SIGNOFF  THE ACCOUNT'S SIGN-OFFS, LAID OUT BY
      *>                    BS-SIGNOFF.CPY - A ZERO DATE FOR A
      *>                    SIGNATURE NOT YET GIVEN
      *>    A CALL WITH A BLANK ACCOUNT DROPS THE CACHE, SO A CALLER
      *>    THAT HAS JUST APPENDED A SIGNATURE SEES IT ON ITS NEXT
      *>    CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE ASSIGN TO "BS-SIGNOFF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-FILE.
       01  SIGNOFF-REC                  PIC X(60).

       WORKING-STORAGE SECTION.
       01  SIGNOFF-FILE-STATUS          PIC X(02).
       01  WS-EOF-SIGNOFF               PIC X(01).
      *>    'Y' ONCE THE SIGN-OFFS HAVE BEEN READ THIS RUN - THE
      *>    CACHED TABLE ANSWERS EVERY LATER CALL.
       01  SIGNOFFS-LOADED              PIC X(01) VALUE 'N'.
       01  CACHED-MONTH                 PIC 9(06) VALUE 0.
       01  SIGNOFFS-FULL-WARNED         PIC X(01) VALUE 'N'.
       01  SIGN-CACHE.
           05  CACHE-COUNT              PIC 9(04) VALUE 0.
      *>    EACH ENTRY IS LAID OUT FIELD-FOR-FIELD AS BS-SIGNOFF.CPY.
           05  CACHE-ENTRY OCCURS 2000 TIMES.
               10  CACHE-MONTH          PIC 9(06).
               10  CACHE-ACCOUNT        PIC X(10).
               10  CACHE-PREPARER       PIC X(04).
               10  CACHE-PREP-DATE      PIC 9(08).
               10  CACHE-REVIEWER       PIC X(04).
               10  CACHE-REV-DATE       PIC 9(08).
       01  CACHE-IDX                    PIC 9(04).
       01  CACHE-FOUND                  PIC X(01).
      *
       01  READ-MONTH-TXT               PIC X(08).
       01  READ-MONTH                   PIC 9(06).
       01  READ-ACCOUNT                 PIC X(10).
       01  READ-KIND                    PIC X(02).
       01  READ-INITIALS                PIC X(04).
       01  READ-DATE-TXT                PIC X(10).
      ******
       LINKAGE SECTION.
      ******
       01  IN-MONTH                     PIC 9(06).
       01  IN-ACCOUNT                   PIC X(10).
       01  BS-SIGNOFF.
           COPY BS-SIGNOFF.
      ******
       PROCEDURE DIVISION USING IN-MONTH IN-ACCOUNT BS-SIGNOFF.
       HANDLE-ONE-REQUEST.
           MOVE SPACES TO BS-SIGNOFF.
           MOVE IN-MONTH TO SIGN-MONTH.
           MOVE IN-ACCOUNT TO SIGN-ACCOUNT.
           MOVE 0 TO SIGN-PREP-DATE SIGN-REV-DATE.
           IF IN-ACCOUNT = SPACES THEN
               MOVE 'N' TO SIGNOFFS-LOADED
               MOVE 0 TO CACHE-COUNT
               GOBACK
           END-IF.
           IF SIGNOFFS-LOADED NOT = 'Y'
                   OR IN-MONTH NOT = CACHED-MONTH THEN
               PERFORM LOAD-SIGNOFF-FILE
           END-IF.
           MOVE IN-MONTH TO READ-MONTH.
           MOVE IN-ACCOUNT TO READ-ACCOUNT.
           PERFORM FIND-CACHED-SIGNOFF.
           IF CACHE-FOUND = 'Y' THEN
               MOVE CACHE-ENTRY(CACHE-IDX) TO BS-SIGNOFF
           END-IF.
           GOBACK.

       LOAD-SIGNOFF-FILE.
           MOVE 'Y' TO SIGNOFFS-LOADED.
           MOVE IN-MONTH TO CACHED-MONTH.
           MOVE 0 TO CACHE-COUNT.
           MOVE 'N' TO WS-EOF-SIGNOFF.
           OPEN INPUT SIGNOFF-FILE.
           IF SIGNOFF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SIGNOFF
           END-IF.
           PERFORM UNTIL WS-EOF-SIGNOFF = 'Y'
               READ SIGNOFF-FILE
                   AT END MOVE 'Y' TO WS-EOF-SIGNOFF
               END-READ
               IF WS-EOF-SIGNOFF NOT = 'Y' THEN
                   PERFORM CACHE-ONE-SIGNOFF
               END-IF
           END-PERFORM.
           IF SIGNOFF-FILE-STATUS = '00' OR SIGNOFF-FILE-STATUS = '10'
                   THEN
               CLOSE SIGNOFF-FILE
           END-IF.

      *>    A LATER SIGNATURE OF THE SAME KIND REPLACES THE EARLIER;
      *>    OTHER MONTHS' LINES ARE PASSED OVER.
       CACHE-ONE-SIGNOFF.
           MOVE SPACES TO READ-MONTH-TXT READ-ACCOUNT READ-KIND
               READ-INITIALS READ-DATE-TXT.
           UNSTRING SIGNOFF-REC DELIMITED BY ','
               INTO READ-MONTH-TXT READ-ACCOUNT READ-KIND
                    READ-INITIALS READ-DATE-TXT
           END-UNSTRING.
           MOVE 0 TO READ-MONTH.
           IF FUNCTION TRIM(READ-MONTH-TXT) IS NUMERIC THEN
               COMPUTE READ-MONTH = FUNCTION NUMVAL(
                   FUNCTION TRIM(READ-MONTH-TXT))
           END-IF.
           IF READ-MONTH = CACHED-MONTH
                   AND READ-ACCOUNT NOT = SPACES
                   AND FUNCTION TRIM(READ-DATE-TXT) IS NUMERIC
                   AND (READ-KIND = 'P' OR READ-KIND = 'R') THEN
               PERFORM FIND-CACHED-SIGNOFF
               IF CACHE-FOUND = 'N' THEN
                   IF CACHE-COUNT >= 2000 THEN
                       IF SIGNOFFS-FULL-WARNED = 'N' THEN
                           DISPLAY 'BS-SIGN-STATUS: MORE THAN 2000'
                               ' ACCOUNTS SIGNED FOR ' CACHED-MONTH
                               ' - LATER ONES SHOW UNSIGNED'
                           MOVE 'Y' TO SIGNOFFS-FULL-WARNED
                       END-IF
                   ELSE
                       ADD 1 TO CACHE-COUNT
                       MOVE CACHE-COUNT TO CACHE-IDX
                       MOVE 'Y' TO CACHE-FOUND
                       MOVE READ-MONTH TO CACHE-MONTH(CACHE-IDX)
                       MOVE READ-ACCOUNT TO CACHE-ACCOUNT(CACHE-IDX)
                       MOVE SPACES TO CACHE-PREPARER(CACHE-IDX)
                           CACHE-REVIEWER(CACHE-IDX)
                       MOVE 0 TO CACHE-PREP-DATE(CACHE-IDX)
                           CACHE-REV-DATE(CACHE-IDX)
                   END-IF
               END-IF
               IF CACHE-FOUND = 'Y' THEN
                   PERFORM STORE-CACHED-SIGNOFF
               END-IF
           END-IF.

       STORE-CACHED-SIGNOFF.
           IF READ-KIND = 'P' THEN
               MOVE READ-INITIALS TO CACHE-PREPARER(CACHE-IDX)
               COMPUTE CACHE-PREP-DATE(CACHE-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(READ-DATE-TXT))
           ELSE
               MOVE READ-INITIALS TO CACHE-REVIEWER(CACHE-IDX)
               COMPUTE CACHE-REV-DATE(CACHE-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(READ-DATE-TXT))
           END-IF.

      *>    READ-MONTH/READ-ACCOUNT IN; CACHE-FOUND/CACHE-IDX OUT.
       FIND-CACHED-SIGNOFF.
           MOVE 'N' TO CACHE-FOUND.
           PERFORM VARYING CACHE-IDX FROM 1 BY 1
                   UNTIL CACHE-IDX > CACHE-COUNT
               IF CACHE-MONTH(CACHE-IDX) = READ-MONTH
                       AND CACHE-ACCOUNT(CACHE-IDX) = READ-ACCOUNT
                       THEN
                   MOVE 'Y' TO CACHE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END PROGRAM BS-SIGN-STATUS.
