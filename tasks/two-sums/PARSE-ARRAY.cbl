
       01  SEARCH-IDX              PIC 9(4) VALUE 1.
       01  STRING-PTR              PIC S9(5).
       01  SEGMENT-TEMP             PIC X(30).
      *>    A SEGMENT SPLIT AT ITS OPTIONAL "#REF" REFERENCE SUFFIX,
      *>    THEN AT ITS OPTIONAL ":CCY" CURRENCY SUFFIX - AMOUNT-PART
      *>    FEEDS THE USUAL NUMVAL CHECK, CCY-PART AND REF-PART LAND
      *>    IN THE CALLER'S CURRENCY-LIST AND REFERENCE-LIST SLOTS.
       01  AMOUNT-CCY-PART          PIC X(30).
       01  AMOUNT-PART              PIC X(20).
       01  CCY-PART                 PIC X(03).
       01  REF-PART                 PIC X(10).
       01  VALID-COUNT              PIC 9(4) VALUE 0.
      *>    QUOTE-AWARE SCANNER STATE - A SEGMENT WRAPPED IN DOUBLE
      *>    QUOTES IS TAKEN WHOLE WITH THE DELIMITER INSIDE IT,
       01  SEGMENT-COUNTER          PIC 9(4).
       01  STRIP-IDX                PIC 9(2).
       01  STRIP-LEN                PIC 9(2).
       01  STRIP-WORK               PIC X(30).
      *>    SET WHEN A REJECTED SEGMENT ARRIVES AFTER SUSPENSE-TBL IS
      *>    ALREADY AT ITS 100-ENTRY CEILING - SEE THE GUARD BELOW.
       01  SUSPENSE-FULL            PIC X(01) VALUE 'N'.
      *>    SUSPENSE REJECT.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
      *>    WHEN PASSED (AFTER CURRENCY-LIST), EACH SEGMENT'S "#REF"
      *>    PAYMENT REFERENCE IS RETURNED HERE, ONE SLOT PER
      *>    ARRAY-ELM (SEE REFERENCE-LIST.CPY), SO BATCH-TWOSUM CAN
      *>    CLEAR ON INVOICE OR CUSTOMER NUMBER BEFORE AMOUNT.  A
      *>    CALLER PASSING CURRENCY-LIST ALONE STILL GETS THE SUFFIX
      *>    STRIPPED, SO A REFERENCED CARRY LINE PARSES FOR IT TOO.
       01  REFERENCE-LIST.
           COPY REFERENCE-LIST.

       PROCEDURE DIVISION USING INPUTSTR NUMBER-ARRAY
               OPTIONAL DELIM-PARM OPTIONAL SUSPENSE-LIST
               OPTIONAL PARSE-STATUS OPTIONAL CURRENCY-LIST
               OPTIONAL REFERENCE-LIST.

      *    DISPLAY "Enter elements of the array separated by ,: ".
      *    ACCEPT INPUTSTR.
           IF CCY-COUNT IS NOT OMITTED THEN
               MOVE 2000 TO CCY-COUNT
           END-IF.
           IF REF-COUNT IS NOT OMITTED THEN
               MOVE 2000 TO REF-COUNT
           END-IF.

      *** MOVE TO LENGTH OF ARRAY.  A LINE CARRYING DOUBLE QUOTES
      *** TAKES THE QUOTE-AWARE SCANNER INSTEAD - SPREADSHEET
           IF CCY-COUNT IS NOT OMITTED THEN
               MOVE VALID-COUNT TO CCY-COUNT
           END-IF.
           IF REF-COUNT IS NOT OMITTED THEN
               MOVE VALID-COUNT TO REF-COUNT
           END-IF.

      *     DISPLAY "[" ARRAY-TBL "]".

                   PERFORM APPEND-SCAN-CHAR
           END-EVALUATE.

      *>    SEGMENT-TEMP HOLDS THIRTY CHARACTERS, THE SAME WIDTH THE
      *>    UNSTRING PATH TRUNCATES TO - OVERFLOWING CHARACTERS FALL
      *>    OFF THE END EITHER WAY.
       APPEND-SCAN-CHAR.
           IF SEG-CHAR-LEN < 30 THEN
               ADD 1 TO SEG-CHAR-LEN
               MOVE SCAN-CHAR TO SEGMENT-TEMP(SEG-CHAR-LEN:1)
           END-IF.
           MOVE SPACES TO STRIP-WORK.
           MOVE 0 TO STRIP-LEN.
           PERFORM VARYING STRIP-IDX FROM 1 BY 1
                   UNTIL STRIP-IDX > 30
               IF SEGMENT-TEMP(STRIP-IDX:1) NOT = ',' THEN
                   ADD 1 TO STRIP-LEN
                   MOVE SEGMENT-TEMP(STRIP-IDX:1)
           END-IF.

      *** WITH A CURRENCY-LIST IN PLAY THE AMOUNT IS WHATEVER COMES
      *** BEFORE THE OPTIONAL "#REF" AND ":CCY" SUFFIXES; WITHOUT ONE
      *** THE WHOLE SEGMENT IS THE AMOUNT, AS BEFORE.
       CLASSIFY-ONE-SEGMENT.
           MOVE SPACES TO AMOUNT-CCY-PART AMOUNT-PART CCY-PART
               REF-PART.
           IF CCY-COUNT IS NOT OMITTED THEN
               UNSTRING SEGMENT-TEMP DELIMITED BY '#'
                   INTO AMOUNT-CCY-PART REF-PART
               END-UNSTRING
               UNSTRING AMOUNT-CCY-PART DELIMITED BY ':'
                   INTO AMOUNT-PART CCY-PART
               END-UNSTRING
           ELSE
                   MOVE FUNCTION UPPER-CASE(CCY-PART)
                       TO CCY-CODE(VALID-COUNT)
               END-IF
               IF REF-COUNT IS NOT OMITTED THEN
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REF-PART))
                       TO REF-CODE(VALID-COUNT)
               END-IF
           ELSE
               IF SUSPENSE-COUNT IS NOT OMITTED THEN
      *>            SUSPENSE-TBL TOPS OUT AT 100 ENTRIES (SEE
