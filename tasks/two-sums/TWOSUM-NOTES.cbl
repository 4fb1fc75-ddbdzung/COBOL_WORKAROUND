       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-NOTES.

      *>    INVESTIGATION NOTES CONSOLE FOR SUSPENSE ITEMS.  WHAT IS
      *>    LEARNED WHILE CHASING AN ITEM - "CUSTOMER SAYS PAID
      *>    TWICE", "WAITING ON BANK RECALL" - IS KEPT AGAINST THE
      *>    ITEM'S PERSISTENT ID ON SUSPENSE-NOTES.TXT (LAYOUT IN
      *>    ITEM-NOTE.CPY) INSTEAD OF IN SOMEONE'S MAILBOX.  THE SAME
      *>    OPERATOR-TRANSACTION SHAPE AS TWOSUM-MANUAL - THE OPERATOR
      *>    SIGNS ON (SEE OPER-SIGNON.CBL), KEYS AN ITEM ID, SEES EVERY
      *>    NOTE ON IT OLDEST FIRST, AND MAY ADD ONE WITH THE NOTE TEXT
      *>    AND AN OPTIONAL FOLLOW-UP DATE, UNDER THEIR SIGNED-ON USER
      *>    ID.  THE NOTE IS STAMPED WITH THE
      *>    PROC-DATE BUSINESS DATE AND APPENDED - NOTES ARE NEVER
      *>    CHANGED OR REMOVED, A NEWER NOTE SIMPLY SUPERSEDES AN
      *>    OLDER ONE (AND ITS FOLLOW-UP; SEE TWOSUM-FOLLOWUP).

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
      *
       01  RUN-DATE                     PIC 9(08).
       01  OPERATOR-REPLY               PIC X(13).
       01  WANTED-ITEM-ID               PIC X(13).
       01  OPERATOR-INITIALS            PIC X(04).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
       01  FOLLOW-UP-REPLY              PIC X(10).
       01  FOLLOW-UP-DATE               PIC 9(08).
       01  FOLLOW-UP-OK                 PIC X(01).
       01  ADD-REPLY                    PIC X(01).
       01  NOTE-REPLY                   PIC X(60).
       01  ITEM-NOTE-COUNT              PIC 9(04).
       01  NOTES-ADDED                  PIC 9(05) VALUE 0.
      *
       01  READ-DATE-TXT                PIC X(10).
       01  READ-FOLLOW-UP               PIC X(10).
       01  READ-PTR                     PIC 9(03).
       01  ITEM-NOTE.
           COPY ITEM-NOTE.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'TWOSUM-NOTES' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NO NOTES SHOWN OR ADDED'
               GOBACK
           END-IF.
           MOVE SIGNON-USER-ID TO OPERATOR-INITIALS.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(OPERATOR-REPLY) = SPACES
               DISPLAY 'ITEM ID YYYYMMDD-NNNN (BLANK TO END): '
               ACCEPT OPERATOR-REPLY
               IF FUNCTION TRIM(OPERATOR-REPLY) NOT = SPACES THEN
                   PERFORM WORK-ONE-ITEM
               END-IF
           END-PERFORM.
           DISPLAY NOTES-ADDED ' NOTE(S) ADDED'.
           GOBACK.

       WORK-ONE-ITEM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OPERATOR-REPLY))
               TO WANTED-ITEM-ID.
           IF WANTED-ITEM-ID(1:8) IS NOT NUMERIC
                   OR WANTED-ITEM-ID(9:1) NOT = '-' THEN
               DISPLAY 'NOT AN ITEM ID - EXPECTED YYYYMMDD-NNNN'
           ELSE
               PERFORM SHOW-ITEM-NOTES
               DISPLAY 'ADD A NOTE (Y/N): '
               ACCEPT ADD-REPLY
               IF FUNCTION UPPER-CASE(ADD-REPLY) = 'Y' THEN
                   PERFORM TAKE-ONE-NOTE
               END-IF
           END-IF.

       SHOW-ITEM-NOTES.
           MOVE 0 TO ITEM-NOTE-COUNT.
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
                   PERFORM SHOW-ONE-NOTE
               END-IF
           END-PERFORM.
           IF NOTES-FILE-STATUS = '00' OR NOTES-FILE-STATUS = '10'
                   THEN
               CLOSE NOTES-FILE
           END-IF.
           IF ITEM-NOTE-COUNT = 0 THEN
               DISPLAY 'NO NOTES ON ' WANTED-ITEM-ID
           END-IF.

       SHOW-ONE-NOTE.
           MOVE SPACES TO ITEM-NOTE READ-DATE-TXT READ-FOLLOW-UP.
           MOVE 1 TO READ-PTR.
           UNSTRING NOTES-REC DELIMITED BY ','
               INTO NOTE-ITEM-ID READ-DATE-TXT NOTE-INITIALS
                    READ-FOLLOW-UP
               WITH POINTER READ-PTR
           END-UNSTRING.
           IF NOTE-ITEM-ID = WANTED-ITEM-ID THEN
               IF READ-PTR <= 120 THEN
                   MOVE NOTES-REC(READ-PTR:) TO NOTE-TEXT
               END-IF
               ADD 1 TO ITEM-NOTE-COUNT
               IF READ-FOLLOW-UP = SPACES THEN
                   DISPLAY '  ' READ-DATE-TXT(1:8) ' ' NOTE-INITIALS
                       ' ' FUNCTION TRIM(NOTE-TEXT)
               ELSE
                   DISPLAY '  ' READ-DATE-TXT(1:8) ' ' NOTE-INITIALS
                       ' ' FUNCTION TRIM(NOTE-TEXT)
                       ' - FOLLOW UP ' READ-FOLLOW-UP(1:8)
               END-IF
           END-IF.

       TAKE-ONE-NOTE.
           DISPLAY 'NOTE: '.
           ACCEPT NOTE-REPLY.
           IF FUNCTION TRIM(NOTE-REPLY) = SPACES THEN
               DISPLAY 'A NOTE IS REQUIRED - NOTHING ADDED'
           ELSE
               MOVE 'N' TO FOLLOW-UP-OK
               PERFORM UNTIL FOLLOW-UP-OK = 'Y'
                   DISPLAY 'FOLLOW-UP DATE YYYYMMDD (BLANK FOR NONE): '
                   ACCEPT FOLLOW-UP-REPLY
                   PERFORM CHECK-FOLLOW-UP-DATE
               END-PERFORM
               PERFORM APPEND-ONE-NOTE
               ADD 1 TO NOTES-ADDED
               DISPLAY 'NOTE ADDED'
           END-IF.

      *>    A FOLLOW-UP MUST BE A REAL DATE, AND NOT ONE ALREADY
      *>    PAST - IT WOULD ONLY SIT ON TOMORROW'S LIST AS OVERDUE.
       CHECK-FOLLOW-UP-DATE.
           MOVE FUNCTION TRIM(FOLLOW-UP-REPLY) TO FOLLOW-UP-REPLY.
           IF FOLLOW-UP-REPLY = SPACES THEN
               MOVE 'Y' TO FOLLOW-UP-OK
           ELSE
               IF FOLLOW-UP-REPLY(1:8) IS NOT NUMERIC
                       OR FOLLOW-UP-REPLY(9:2) NOT = SPACES THEN
                   DISPLAY 'NOT A YYYYMMDD DATE'
               ELSE
                   MOVE FOLLOW-UP-REPLY(1:8) TO FOLLOW-UP-DATE
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(FOLLOW-UP-DATE)
                               NOT = 0
                           DISPLAY 'NOT A CALENDAR DATE'
                       WHEN FOLLOW-UP-DATE < RUN-DATE
                           DISPLAY 'FOLLOW-UP DATE IS BEFORE TODAY '
                               RUN-DATE
                       WHEN OTHER
                           MOVE 'Y' TO FOLLOW-UP-OK
                   END-EVALUATE
               END-IF
           END-IF.

       APPEND-ONE-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF NOTES-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE SPACES TO NOTES-REC.
           STRING FUNCTION TRIM(WANTED-ITEM-ID) ','
                  RUN-DATE ','
                  FUNCTION UPPER-CASE(FUNCTION TRIM(OPERATOR-INITIALS))
                  ',' FUNCTION TRIM(FOLLOW-UP-REPLY) ','
                  FUNCTION TRIM(NOTE-REPLY)
               DELIMITED BY SIZE INTO NOTES-REC
           END-STRING.
           WRITE NOTES-REC.
           CLOSE NOTES-FILE.
       END PROGRAM TWOSUM-NOTES.
