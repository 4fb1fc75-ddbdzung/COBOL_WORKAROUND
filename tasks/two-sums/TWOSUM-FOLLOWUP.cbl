       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-FOLLOWUP.

      *>    DAILY FOLLOW-UP LIST FOR SUSPENSE INVESTIGATIONS.  EVERY
      *>    ITEM STILL OPEN ON CARRY-FORWARD.TXT WHOSE LATEST NOTE (SEE
      *>    TWOSUM-NOTES AND ITEM-NOTE.CBL) CARRIES A FOLLOW-UP DATE ON
      *>    OR BEFORE THE PROCESSING DATE IS LISTED, WITH ITS AMOUNT,
      *>    THE DATE IT FIRST ENTERED SUSPENSE, WHO WROTE THE NOTE AND
      *>    WHAT IT SAYS.  ONLY THE LATEST NOTE COUNTS - A NEWER NOTE
      *>    WITH A LATER FOLLOW-UP RESCHEDULES THE CHASE, AND ONE WITH
      *>    NO FOLLOW-UP ENDS IT - AND AN ITEM THAT HAS SINCE CLEARED
      *>    IS NO LONGER ON THE CARRY FILE, SO IT DROPS OFF THE LIST BY
      *>    ITSELF.  WRITES TWOSUM-FOLLOWUP-REPORT.TXT AND ONE OPS-LOG
      *>    LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FILE ASSIGN TO "CARRY-FORWARD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARRY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TWOSUM-FOLLOWUP-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE.
       01  CARRY-REC                    PIC X(2200).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  CARRY-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-CARRY                 PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  ITEM-DATE-TXT                PIC X(08).
       01  LINE-TEXT                    PIC X(1000).
       01  ITEM-ID-SECTION              PIC X(1200).
       01  ITEM-ID-PTR                  PIC S9(5).
       01  ITEM-ID-WORK                 PIC X(13).
       01  NUMBER-ARRAY.
           COPY NUMBER-ARRAY.
      *>    CARRIED ITEMS KEEP THEIR ":CCY" SUFFIX - PARSED
      *>    CURRENCY-AWARE AS TWOSUM-AGING DOES, AMOUNTS SHOWN AT FACE.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
       01  PARSE-STATUS                 PIC X(01).
       01  ELEM-IDX                     PIC 9(04).
       01  ITEMS-SEEN                   PIC 9(05) VALUE 0.
       01  ITEMS-DUE                    PIC 9(05) VALUE 0.
       01  AMOUNT-ED                    PIC -(8)9.99.
      *>    LATEST INVESTIGATION NOTE - SEE ITEM-NOTE.CBL.
       01  ITEM-NOTE.
           COPY ITEM-NOTE.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM OPEN-FOLLOWUP-FILES.
           PERFORM UNTIL WS-EOF-CARRY = 'Y'
               READ CARRY-FILE
                   AT END MOVE 'Y' TO WS-EOF-CARRY
               END-READ
               IF WS-EOF-CARRY NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-ONE-CARRY-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING ITEMS-DUE ' ITEM(S) DUE FOR FOLLOW-UP OF '
                  ITEMS-SEEN ' OPEN'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF CARRY-FILE-STATUS = '00' OR CARRY-FILE-STATUS = '10' THEN
               CLOSE CARRY-FILE
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM WRITE-FOLLOWUP-LOG.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       OPEN-FOLLOWUP-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SUSPENSE ITEMS DUE FOR FOLLOW-UP' TO RPT-TITLE.
           MOVE 'TWOSUM-FOLLOWUP' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'ITEM ID       IN SINCE       AMOUNT CCY FOLLOW-UP'
                  ' NOTED    BY   NOTE'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           OPEN INPUT CARRY-FILE.
           IF CARRY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CARRY
               MOVE 'NO CARRY-FORWARD FILE - NOTHING IN SUSPENSE'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-ONE-CARRY-LINE.
           MOVE SPACES TO ITEM-DATE-TXT LINE-TEXT ITEM-ID-SECTION.
           UNSTRING CARRY-REC DELIMITED BY ';'
               INTO ITEM-DATE-TXT LINE-TEXT ITEM-ID-SECTION
           END-UNSTRING.
      *>    AN OLD-FORMAT LINE HAS NO ITEM IDS, SO NOTHING ON IT CAN
      *>    CARRY A NOTE.
           IF ITEM-ID-SECTION NOT = SPACES THEN
               CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
                   OMITTED OMITTED PARSE-STATUS CURRENCY-LIST
               IF PARSE-STATUS = 'N' THEN
                   DISPLAY 'CARRY LINE ' WS-LINE-NO
                       ' EXCEEDS THE 2000-ELEMENT ARRAY LIMIT - SKIPPED'
               ELSE
                   MOVE 1 TO ITEM-ID-PTR
                   PERFORM VARYING ELEM-IDX FROM 1 BY 1
                           UNTIL ELEM-IDX > ARRAY-SIZE
                       MOVE SPACES TO ITEM-ID-WORK
                       UNSTRING ITEM-ID-SECTION DELIMITED BY ','
                           INTO ITEM-ID-WORK
                           WITH POINTER ITEM-ID-PTR
                       END-UNSTRING
                       ADD 1 TO ITEMS-SEEN
                       PERFORM CHECK-ONE-ITEM
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-ONE-ITEM.
           CALL 'ITEM-NOTE' USING ITEM-ID-WORK ITEM-NOTE.
           IF NOTE-DATE NOT = 0 AND NOTE-FOLLOW-UP IS NUMERIC THEN
               IF NOTE-FOLLOW-UP <= RUN-DATE THEN
                   ADD 1 TO ITEMS-DUE
                   MOVE ARRAY-ELM(ELEM-IDX) TO AMOUNT-ED
                   MOVE SPACES TO REPORT-REC
                   STRING ITEM-ID-WORK ' ' ITEM-DATE-TXT ' '
                          AMOUNT-ED ' ' CCY-CODE(ELEM-IDX) ' '
                          NOTE-FOLLOW-UP '  ' NOTE-DATE ' '
                          NOTE-INITIALS ' ' FUNCTION TRIM(NOTE-TEXT)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-FOLLOWUP-LOG.
           MOVE 'TWOSUM-FLWUP' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           MOVE ITEMS-SEEN TO OPS-LOG-REC-COUNT.
           MOVE ITEMS-DUE TO OPS-LOG-EXC-COUNT.
           MOVE 'FOLLOW-UPS-DUE' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM TWOSUM-FOLLOWUP.
