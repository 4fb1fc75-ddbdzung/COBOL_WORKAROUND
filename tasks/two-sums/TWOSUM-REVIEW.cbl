       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-REVIEW.

      *>    SIGN-OFF CONSOLE FOR THE AUDIT SAMPLE OF AUTOMATIC CLEARS
      *>    (SEE TWOSUM-SAMPLE).  THE SAME OPERATOR-TRANSACTION SHAPE
      *>    AS TWOSUM-NOTES - THE REVIEWER SIGNS ON ONCE (SEE
      *>    OPER-SIGNON.CBL - THE SIGNED-ON USER ID IS THE INITIALS
      *>    COLUMN BELOW), THEN KEYS A SAMPLE DATE AND IS SHOWN, ONE
      *>    AT A TIME, EACH CLEAR SAMPLED THAT NIGHT THAT HAS NO
      *>    VERDICT YET, AND ANSWERS A (AGREE - THE PAIR BELONGS
      *>    TOGETHER), D (DISAGREE - A WRONG MATCH) OR BLANK TO LEAVE
      *>    IT FOR LATER.
      *>    EACH VERDICT IS APPENDED TO TWOSUM-SAMPLE-VERDICTS.TXT -
      *>        SAMPLE-DATE,TARGET-ID,ID1,ID2,AGREE|DISAGREE,INITIALS,
      *>        REVIEW-DATE
      *>    AND IS FINAL - A CLEAR WITH A VERDICT IS NOT OFFERED
      *>    AGAIN.  A DISAGREEMENT ALSO QUEUES THE PAIR
      *>    (TARGET-ID,ID1,ID2) ON TWOSUM-UNCLEAR-QUEUE.TXT, WHICH
      *>    THE NEXT TWOSUM-UNCLEAR RUN REVERSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO "TWOSUM-SAMPLE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAMPLE-FILE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "TWOSUM-SAMPLE-VERDICTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VERDICT-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "TWOSUM-UNCLEAR-QUEUE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       01  SAMPLE-REC                   PIC X(80).

       FD  VERDICT-FILE.
       01  VERDICT-REC                  PIC X(80).

       FD  QUEUE-FILE.
       01  QUEUE-REC                    PIC X(60).

       WORKING-STORAGE SECTION.
       01  SAMPLE-FILE-STATUS           PIC X(02).
       01  VERDICT-FILE-STATUS          PIC X(02).
       01  QUEUE-FILE-STATUS            PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
      *
       01  RUN-DATE                     PIC 9(08).
       01  OPERATOR-INITIALS            PIC X(04).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
       01  OPERATOR-REPLY               PIC X(10).
       01  WANTED-DATE                  PIC X(08).
       01  VERDICT-REPLY                PIC X(01).
       01  VERDICT-TXT                  PIC X(08).
       01  VERDICTS-ADDED               PIC 9(05) VALUE 0.
       01  DISAGREED-COUNT              PIC 9(05) VALUE 0.
       01  OPEN-LEFT                    PIC 9(04).
      *
      *>    THE CLEARS SAMPLED ON THE WANTED DATE.  RV-DONE 'Y' ONCE
      *>    THE CLEAR HAS A VERDICT.
       01  REVIEW-TABLE.
           05  REVIEW-COUNT             PIC 9(04) VALUE 0.
           05  REVIEW-ENTRY OCCURS 2000 TIMES.
               10  RV-TARGET-ID         PIC X(10).
               10  RV-ID-1              PIC X(13).
               10  RV-ID-2              PIC X(13).
               10  RV-AMOUNT-TXT        PIC X(12).
               10  RV-BASIS             PIC X(03).
               10  RV-WHY               PIC X(06).
               10  RV-DONE              PIC X(01).
       01  RV-IDX                       PIC 9(04).
       01  REVIEW-FULL-WARNED           PIC X(01).
      *
       01  LINE-DATE-TXT                PIC X(08).
       01  LINE-TARGET-TXT              PIC X(10).
       01  LINE-ID-1-TXT                PIC X(13).
       01  LINE-ID-2-TXT                PIC X(13).
       01  LINE-AMOUNT-TXT              PIC X(12).
       01  LINE-BASIS-TXT               PIC X(08).
       01  LINE-WHY-TXT                 PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'TWOSUM-REVIEW' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           MOVE SIGNON-USER-ID TO OPERATOR-INITIALS.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NOTHING RECORDED'
           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL FUNCTION TRIM(OPERATOR-REPLY) = SPACES
                   DISPLAY 'SAMPLE DATE YYYYMMDD (BLANK TO END): '
                   ACCEPT OPERATOR-REPLY
                   IF FUNCTION TRIM(OPERATOR-REPLY) NOT = SPACES THEN
                       PERFORM WORK-ONE-SAMPLE-DATE
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY VERDICTS-ADDED ' VERDICT(S) RECORDED, '
               DISAGREED-COUNT ' QUEUED TO UN-CLEAR'.
           GOBACK.

       WORK-ONE-SAMPLE-DATE.
           MOVE FUNCTION TRIM(OPERATOR-REPLY) TO WANTED-DATE.
           IF WANTED-DATE IS NOT NUMERIC THEN
               DISPLAY 'NOT A YYYYMMDD DATE'
           ELSE
               PERFORM LOAD-DATE-SAMPLE
               IF REVIEW-COUNT = 0 THEN
                   DISPLAY 'NO SAMPLE WAS DRAWN ON ' WANTED-DATE
               ELSE
                   PERFORM MARK-REVIEWED-CLEARS
                   PERFORM VARYING RV-IDX FROM 1 BY 1
                           UNTIL RV-IDX > REVIEW-COUNT
                       IF RV-DONE(RV-IDX) = 'N' THEN
                           PERFORM REVIEW-ONE-CLEAR
                       END-IF
                   END-PERFORM
                   MOVE 0 TO OPEN-LEFT
                   PERFORM VARYING RV-IDX FROM 1 BY 1
                           UNTIL RV-IDX > REVIEW-COUNT
                       IF RV-DONE(RV-IDX) = 'N' THEN
                           ADD 1 TO OPEN-LEFT
                       END-IF
                   END-PERFORM
                   DISPLAY OPEN-LEFT ' OF ' REVIEW-COUNT
                       ' SAMPLED CLEAR(S) ON ' WANTED-DATE
                       ' STILL WITHOUT A VERDICT'
               END-IF
           END-IF.

       LOAD-DATE-SAMPLE.
           MOVE 0 TO REVIEW-COUNT.
           MOVE 'N' TO REVIEW-FULL-WARNED.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT SAMPLE-FILE.
           IF SAMPLE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ SAMPLE-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SPACES TO LINE-DATE-TXT LINE-TARGET-TXT
                       LINE-ID-1-TXT LINE-ID-2-TXT LINE-AMOUNT-TXT
                       LINE-BASIS-TXT LINE-WHY-TXT
                   UNSTRING SAMPLE-REC DELIMITED BY ','
                       INTO LINE-DATE-TXT LINE-TARGET-TXT
                            LINE-ID-1-TXT LINE-ID-2-TXT
                            LINE-AMOUNT-TXT LINE-BASIS-TXT
                            LINE-WHY-TXT
                   END-UNSTRING
                   IF LINE-DATE-TXT = WANTED-DATE THEN
                       PERFORM TAKE-ONE-SAMPLED-CLEAR
                   END-IF
               END-IF
           END-PERFORM.
           IF SAMPLE-FILE-STATUS = '00' OR SAMPLE-FILE-STATUS = '10'
                   THEN
               CLOSE SAMPLE-FILE
           END-IF.

       TAKE-ONE-SAMPLED-CLEAR.
           IF REVIEW-COUNT >= 2000 THEN
               IF REVIEW-FULL-WARNED = 'N' THEN
                   DISPLAY 'MORE THAN 2000 CLEARS SAMPLED ON '
                       WANTED-DATE ' - THE REST ARE NOT SHOWN'
                   MOVE 'Y' TO REVIEW-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO REVIEW-COUNT
               MOVE LINE-TARGET-TXT TO RV-TARGET-ID(REVIEW-COUNT)
               MOVE LINE-ID-1-TXT TO RV-ID-1(REVIEW-COUNT)
               MOVE LINE-ID-2-TXT TO RV-ID-2(REVIEW-COUNT)
               MOVE LINE-AMOUNT-TXT TO RV-AMOUNT-TXT(REVIEW-COUNT)
               MOVE LINE-BASIS-TXT TO RV-BASIS(REVIEW-COUNT)
               MOVE LINE-WHY-TXT TO RV-WHY(REVIEW-COUNT)
               MOVE 'N' TO RV-DONE(REVIEW-COUNT)
           END-IF.

      *>    A VERDICT ALREADY ON FILE FOR THE DATE TAKES ITS CLEAR OFF
      *>    THE LIST, WHOEVER GAVE IT.
       MARK-REVIEWED-CLEARS.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT VERDICT-FILE.
           IF VERDICT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ VERDICT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SPACES TO LINE-DATE-TXT LINE-TARGET-TXT
                       LINE-ID-1-TXT LINE-ID-2-TXT
                   UNSTRING VERDICT-REC DELIMITED BY ','
                       INTO LINE-DATE-TXT LINE-TARGET-TXT
                            LINE-ID-1-TXT LINE-ID-2-TXT
                   END-UNSTRING
                   IF LINE-DATE-TXT = WANTED-DATE THEN
                       PERFORM MARK-ONE-REVIEWED-CLEAR
                   END-IF
               END-IF
           END-PERFORM.
           IF VERDICT-FILE-STATUS = '00' OR VERDICT-FILE-STATUS = '10'
                   THEN
               CLOSE VERDICT-FILE
           END-IF.

       MARK-ONE-REVIEWED-CLEAR.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > REVIEW-COUNT
               IF RV-TARGET-ID(RV-IDX) = LINE-TARGET-TXT
                       AND RV-ID-1(RV-IDX) = LINE-ID-1-TXT
                       AND RV-ID-2(RV-IDX) = LINE-ID-2-TXT THEN
                   MOVE 'Y' TO RV-DONE(RV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REVIEW-ONE-CLEAR.
           DISPLAY 'TARGET ' RV-TARGET-ID(RV-IDX) ' AMOUNT '
               RV-AMOUNT-TXT(RV-IDX) ' ITEMS ' RV-ID-1(RV-IDX) '/'
               RV-ID-2(RV-IDX) ' BASIS ' RV-BASIS(RV-IDX)
               ' (' FUNCTION TRIM(RV-WHY(RV-IDX)) ')'.
           MOVE SPACE TO VERDICT-REPLY.
           PERFORM WITH TEST AFTER
                   UNTIL VERDICT-REPLY = 'A' OR 'D' OR SPACE
               DISPLAY 'VERDICT A=AGREE D=DISAGREE (BLANK TO LEAVE'
                   ' OPEN): '
               ACCEPT VERDICT-REPLY
               MOVE FUNCTION UPPER-CASE(VERDICT-REPLY) TO VERDICT-REPLY
               IF VERDICT-REPLY NOT = 'A' AND 'D' AND SPACE THEN
                   DISPLAY 'ANSWER A, D OR BLANK'
               END-IF
           END-PERFORM.
           IF VERDICT-REPLY NOT = SPACE THEN
               PERFORM APPEND-ONE-VERDICT
               MOVE 'Y' TO RV-DONE(RV-IDX)
               ADD 1 TO VERDICTS-ADDED
               IF VERDICT-REPLY = 'D' THEN
                   PERFORM QUEUE-ONE-UNCLEAR
                   ADD 1 TO DISAGREED-COUNT
                   DISPLAY 'RECORDED - QUEUED FOR TWOSUM-UNCLEAR'
               ELSE
                   DISPLAY 'RECORDED'
               END-IF
           END-IF.

       APPEND-ONE-VERDICT.
           IF VERDICT-REPLY = 'D' THEN
               MOVE 'DISAGREE' TO VERDICT-TXT
           ELSE
               MOVE 'AGREE' TO VERDICT-TXT
           END-IF.
           OPEN EXTEND VERDICT-FILE.
           IF VERDICT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT VERDICT-FILE
           END-IF.
           MOVE SPACES TO VERDICT-REC.
           STRING WANTED-DATE ','
                  FUNCTION TRIM(RV-TARGET-ID(RV-IDX)) ','
                  FUNCTION TRIM(RV-ID-1(RV-IDX)) ','
                  FUNCTION TRIM(RV-ID-2(RV-IDX)) ','
                  FUNCTION TRIM(VERDICT-TXT) ','
                  FUNCTION TRIM(OPERATOR-INITIALS) ','
                  RUN-DATE
               DELIMITED BY SIZE INTO VERDICT-REC
           END-STRING.
           WRITE VERDICT-REC.
           CLOSE VERDICT-FILE.

       QUEUE-ONE-UNCLEAR.
           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE SPACES TO QUEUE-REC.
           STRING FUNCTION TRIM(RV-TARGET-ID(RV-IDX)) ','
                  FUNCTION TRIM(RV-ID-1(RV-IDX)) ','
                  FUNCTION TRIM(RV-ID-2(RV-IDX))
               DELIMITED BY SIZE INTO QUEUE-REC
           END-STRING.
           WRITE QUEUE-REC.
           CLOSE QUEUE-FILE.
       END PROGRAM TWOSUM-REVIEW.
