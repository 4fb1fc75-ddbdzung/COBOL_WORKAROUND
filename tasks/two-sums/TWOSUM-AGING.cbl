      *>    PERSISTENT ITEM IDS FROM THE CARRY LINE'S THIRD SECTION -
      *>    SEE BATCH-TWOSUM.CBL'S CARRY FORMAT NOTE.  THE OVER-30
      *>    BUCKET NAMES ITS ITEMS BY ID, SO THE MONTH-END REVIEW CAN
      *>    PULL AN ITEM'S WHOLE STORY INSTEAD OF JUST COUNTING IT -
      *>    WITH ITS LATEST INVESTIGATION NOTE (SEE ITEM-NOTE.CBL)
      *>    UNDERNEATH, SO THE REVIEW SEES WHERE THE CHASE HAS GOT TO.
       01  ITEM-ID-SECTION              PIC X(1200).
       01  ITEM-ID-PTR                  PIC S9(5).
       01  ITEM-ID-WORK                 PIC X(13).
       01  AMOUNT-ED                    PIC -(5)9.99.
       01  ITEM-NOTE.
           COPY ITEM-NOTE.
       01  NUMBER-ARRAY.
           COPY NUMBER-ARRAY.
      *>    CARRIED ITEMS KEEP THEIR ":CCY" CURRENCY SUFFIX (SEE
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                       PERFORM WRITE-LATEST-NOTE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-LATEST-NOTE.
           CALL 'ITEM-NOTE' USING ITEM-ID-WORK ITEM-NOTE.
           IF NOTE-DATE NOT = 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING '    NOTE ' NOTE-DATE ' ' NOTE-INITIALS ' '
                      FUNCTION TRIM(NOTE-TEXT)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               IF NOTE-FOLLOW-UP NOT = SPACES THEN
                   STRING ' - FOLLOW UP ' NOTE-FOLLOW-UP
                       DELIMITED BY SIZE
                       INTO REPORT-REC(FUNCTION LENGTH(
                           FUNCTION TRIM(REPORT-REC TRAILING)) + 1:)
                   END-STRING
               END-IF
               WRITE REPORT-REC
           END-IF.

       WRITE-AGING-REPORT.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 3
               MOVE BUCKET-TOTAL(BUCKET-IDX) TO BUCKET-TOTAL-ED
