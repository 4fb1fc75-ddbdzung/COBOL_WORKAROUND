       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-NOTE.

      *>    LATEST INVESTIGATION NOTE FOR ONE SUSPENSE ITEM.  THE
      *>    NOTES FILE (SUSPENSE-NOTES.TXT, SEE ITEM-NOTE.CPY) IS READ
      *>    ONCE PER RUN UNIT AND THE LAST NOTE FOR EACH ITEM ID IS
      *>    CACHED - THE SAME IDIOM BUS-DAY USES FOR ITS HOLIDAY
      *>    CALENDAR - SO A REPORT CAN ASK ABOUT EVERY ITEM IT LISTS
      *>    WITHOUT REREADING THE FILE.  THE CACHE HOLDS THE FIRST 2000
      *>    ITEMS NOTED; ONCE THE FILE HAS MORE, AN ITEM NOT IN THE
      *>    CACHE IS LOOKED UP BY READING THE FILE FOR IT ALONE.  A
      *>    MISSING FILE SIMPLY MEANS NO NOTES.
      *>
      *>        CALL 'ITEM-NOTE' USING IN-ITEM-ID ITEM-NOTE
      *>        IN-ITEM-ID  PIC X(13), THE PERSISTENT ITEM ID
      *>        ITEM-NOTE   THE ITEM'S LATEST NOTE, LAID OUT BY
      *>                    ITEM-NOTE.CPY - NOTE-DATE ZERO AND THE
      *>                    REST SPACES WHEN THE ITEM HAS NO NOTE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE ASSIGN TO "SUSPENSE-NOTES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTES-FILE.
       01  NOTES-REC                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  NOTES-FILE-STATUS            PIC X(02).
       01  WS-EOF-NOTES                 PIC X(01).
      *>    'Y' ONCE THE NOTES HAVE BEEN READ THIS RUN - THE CACHED
      *>    TABLE ANSWERS EVERY LATER CALL.
       01  NOTES-LOADED                 PIC X(01) VALUE 'N'.
      *>    'Y' WHEN THE FILE NOTES MORE ITEMS THAN THE CACHE HOLDS.
       01  NOTES-OVERFLOWED             PIC X(01) VALUE 'N'.
      *>    ONE ENTRY PER NOTED ITEM - THE SAME 2000 CEILING AS A
      *>    CARRY LINE'S ITEMS.
       01  NOTE-CACHE.
           05  CACHE-COUNT              PIC 9(04) VALUE 0.
      *>    EACH ENTRY IS LAID OUT FIELD-FOR-FIELD AS ITEM-NOTE.CPY.
           05  CACHE-ENTRY OCCURS 2000 TIMES.
               10  CACHE-ITEM-ID        PIC X(13).
               10  CACHE-DATE           PIC 9(08).
               10  CACHE-INITIALS       PIC X(04).
               10  CACHE-FOLLOW-UP      PIC X(08).
               10  CACHE-TEXT           PIC X(60).
       01  CACHE-IDX                    PIC 9(04).
       01  CACHE-FOUND                  PIC X(01).
      *
       01  READ-ITEM-ID                 PIC X(13).
       01  READ-DATE-TXT                PIC X(10).
       01  READ-INITIALS                PIC X(04).
       01  READ-FOLLOW-UP               PIC X(10).
       01  READ-PTR                     PIC 9(03).
      ******
       LINKAGE SECTION.
      ******
       01  IN-ITEM-ID                   PIC X(13).
       01  ITEM-NOTE.
           COPY ITEM-NOTE.
      ******
       PROCEDURE DIVISION USING IN-ITEM-ID ITEM-NOTE.
       HANDLE-ONE-REQUEST.
           IF NOTES-LOADED NOT = 'Y' THEN
               PERFORM LOAD-NOTES-FILE
           END-IF.
           MOVE SPACES TO ITEM-NOTE.
           MOVE 0 TO NOTE-DATE.
           IF IN-ITEM-ID = SPACES THEN
               GOBACK
           END-IF.
           MOVE IN-ITEM-ID TO READ-ITEM-ID.
           PERFORM FIND-CACHED-NOTE.
           IF CACHE-FOUND = 'Y' THEN
               MOVE CACHE-ENTRY(CACHE-IDX) TO ITEM-NOTE
           ELSE
               IF NOTES-OVERFLOWED = 'Y' THEN
                   PERFORM SCAN-FOR-ONE-NOTE
               END-IF
           END-IF.
           GOBACK.

       LOAD-NOTES-FILE.
           MOVE 'Y' TO NOTES-LOADED.
           MOVE 'N' TO WS-EOF-NOTES.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-NOTES
           END-IF.
           PERFORM UNTIL WS-EOF-NOTES = 'Y'
               READ NOTES-FILE
                   AT END MOVE 'Y' TO WS-EOF-NOTES
               END-READ
               IF WS-EOF-NOTES NOT = 'Y' THEN
                   PERFORM CACHE-ONE-NOTE
               END-IF
           END-PERFORM.
           IF NOTES-FILE-STATUS = '00' OR NOTES-FILE-STATUS = '10'
                   THEN
               CLOSE NOTES-FILE
           END-IF.

      *>    A LATER NOTE FOR THE SAME ITEM REPLACES THE EARLIER ONE.
       CACHE-ONE-NOTE.
           PERFORM SPLIT-ONE-NOTE.
           IF READ-ITEM-ID NOT = SPACES
                   AND FUNCTION TRIM(READ-DATE-TXT) IS NUMERIC THEN
               PERFORM FIND-CACHED-NOTE
               IF CACHE-FOUND = 'N' THEN
                   IF CACHE-COUNT >= 2000 THEN
                       MOVE 'Y' TO NOTES-OVERFLOWED
                   ELSE
                       ADD 1 TO CACHE-COUNT
                       MOVE CACHE-COUNT TO CACHE-IDX
                       MOVE 'Y' TO CACHE-FOUND
                   END-IF
               END-IF
               IF CACHE-FOUND = 'Y' THEN
                   PERFORM STORE-CACHED-NOTE
               END-IF
           END-IF.

       STORE-CACHED-NOTE.
           MOVE READ-ITEM-ID TO CACHE-ITEM-ID(CACHE-IDX).
           COMPUTE CACHE-DATE(CACHE-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(READ-DATE-TXT)).
           MOVE READ-INITIALS TO CACHE-INITIALS(CACHE-IDX).
           MOVE READ-FOLLOW-UP TO CACHE-FOLLOW-UP(CACHE-IDX).
           MOVE SPACES TO CACHE-TEXT(CACHE-IDX).
           IF READ-PTR <= 120 THEN
               MOVE NOTES-REC(READ-PTR:) TO CACHE-TEXT(CACHE-IDX)
           END-IF.

       SPLIT-ONE-NOTE.
           MOVE SPACES TO READ-ITEM-ID READ-DATE-TXT READ-INITIALS
               READ-FOLLOW-UP.
           MOVE 1 TO READ-PTR.
           UNSTRING NOTES-REC DELIMITED BY ','
               INTO READ-ITEM-ID READ-DATE-TXT READ-INITIALS
                    READ-FOLLOW-UP
               WITH POINTER READ-PTR
           END-UNSTRING.

      *>    AN ITEM PAST THE CACHE - EVERY NOTE FOR IT IS READ, THE
      *>    LAST ONE LEFT IN ITEM-NOTE.
       SCAN-FOR-ONE-NOTE.
           MOVE 'N' TO WS-EOF-NOTES.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-NOTES
           END-IF.
           PERFORM UNTIL WS-EOF-NOTES = 'Y'
               READ NOTES-FILE
                   AT END MOVE 'Y' TO WS-EOF-NOTES
               END-READ
               IF WS-EOF-NOTES NOT = 'Y' THEN
                   PERFORM SPLIT-ONE-NOTE
                   IF READ-ITEM-ID = IN-ITEM-ID
                           AND FUNCTION TRIM(READ-DATE-TXT) IS NUMERIC
                           THEN
                       MOVE READ-ITEM-ID TO NOTE-ITEM-ID
                       COMPUTE NOTE-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(READ-DATE-TXT))
                       MOVE READ-INITIALS TO NOTE-INITIALS
                       MOVE READ-FOLLOW-UP TO NOTE-FOLLOW-UP
                       MOVE SPACES TO NOTE-TEXT
                       IF READ-PTR <= 120 THEN
                           MOVE NOTES-REC(READ-PTR:) TO NOTE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOTES-FILE-STATUS = '00' OR NOTES-FILE-STATUS = '10'
                   THEN
               CLOSE NOTES-FILE
           END-IF.

      *>    READ-ITEM-ID IN; CACHE-FOUND/CACHE-IDX OUT.
       FIND-CACHED-NOTE.
           MOVE 'N' TO CACHE-FOUND.
           PERFORM VARYING CACHE-IDX FROM 1 BY 1
                   UNTIL CACHE-IDX > CACHE-COUNT
               IF CACHE-ITEM-ID(CACHE-IDX) = READ-ITEM-ID THEN
                   MOVE 'Y' TO CACHE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END PROGRAM ITEM-NOTE.
