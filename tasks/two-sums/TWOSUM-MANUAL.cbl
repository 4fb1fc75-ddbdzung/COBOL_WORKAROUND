      *>    AFTER MONTH.  THIS WALKS THE OPEN CARRY LINES AT A
      *>    CONSOLE (THE SAME OPERATOR-TRANSACTION SHAPE AS
      *>    CORRECT-SUSPENSE), SHOWS EACH LINE'S ITEMS WITH THEIR AGE
      *>    AND AMOUNT (AND THE ITEM'S LATEST INVESTIGATION NOTE,
      *>    SEE TWOSUM-NOTES), AND LETS THE OPERATOR CLEAR ONE AT A TIME
      *>    WITH A REASON CODE.  THE OPERATOR SIGNS ON FIRST (SEE
      *>    OPER-SIGNON.CBL) AND THE SIGNED-ON USER ID, NOT TYPED
      *>    INITIALS, IS STAMPED ON EVERY CLEAR; AN ITEM OVER THE
      *>    OPERATOR'S APPROVAL LIMIT STAYS OPEN.  A CLEARED ITEM -
      *>        - GOES TO CLEARED-ITEMS.TXT MARKED MANUAL,
      *>        - JOINS THE PERMANENT CLEARED-HISTORY.TXT UNDER THE
      *>          TARGET-ID 'MANUAL', AND
       01  CLEARED-REC                 PIC X(200).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC            PIC X(130).

       WORKING-STORAGE SECTION.
       01  CARRY-IN-STATUS              PIC X(02).
           COPY NUMBER-ARRAY.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
      *>    EACH ITEM'S PAYMENT REFERENCE - KEPT ON THE REBUILT LINE
      *>    SO BATCH-TWOSUM STILL MATCHES IT ON REFERENCE FIRST.
       01  REFERENCE-LIST.
           COPY REFERENCE-LIST.
      *>    THE LINE'S UNFIXED REJECT SEGMENTS - BATCH-TWOSUM CARRIES
      *>    THEM FORWARD SO THEY STAY ON THE PENDING-CORRECTIONS
      *>    LOOP, AND A MANUAL SESSION MUST NOT DESTROY THEM WHEN IT
       01  PICK-POSITION                PIC 9(04).
       01  REASON-CODE                  PIC X(10).
       01  OPERATOR-INITIALS            PIC X(04).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
       01  HIST-RUN-ID                  PIC X(17).
       01  AMOUNT-ED                    PIC -(5)9.99.
       01  MANUAL-CLEARED-COUNT         PIC 9(05) VALUE 0.
      *>    LATEST INVESTIGATION NOTE - SEE ITEM-NOTE.CBL.
       01  ITEM-NOTE.
           COPY ITEM-NOTE.
      *
       01  CARRY-OUT-TABLE.
           05  CARRY-OUT-COUNT          PIC 9(04) VALUE 0.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           COMPUTE RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           MOVE 'S' TO SIGNON-OP.
           MOVE 'TWOSUM-MANUAL' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NOTHING CLEARED'
               GOBACK
           END-IF.
           MOVE SIGNON-USER-ID TO OPERATOR-INITIALS.
           OPEN INPUT CARRY-IN-FILE.
           IF CARRY-IN-STATUS NOT = '00' THEN
               DISPLAY 'NO CARRY-FORWARD.TXT ON FILE - NOTHING IN'
                   - FUNCTION INTEGER-OF-DATE(ITEM-DATE)
               CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
                   OMITTED SUSPENSE-LIST PARSE-STATUS CURRENCY-LIST
                   REFERENCE-LIST
               IF PARSE-STATUS = 'N' THEN
                   DISPLAY 'CARRY LINE ' WS-LINE-NO ' COULD NOT BE'
                       ' PARSED - LEFT UNTOUCHED'
               DISPLAY '  POS ' ELEM-IDX ' AMOUNT ' AMOUNT-ED
                   ' ' CCY-CODE(ELEM-IDX)
                   ' ID ' ITEM-ID(ELEM-IDX)
               CALL 'ITEM-NOTE' USING ITEM-ID(ELEM-IDX) ITEM-NOTE
               IF NOTE-DATE NOT = 0 THEN
                   DISPLAY '      NOTE ' NOTE-DATE ' ' NOTE-INITIALS
                       ' ' FUNCTION TRIM(NOTE-TEXT)
               END-IF
           END-PERFORM.

       CLEAR-ONE-PICK.
       TAKE-REASON-AND-CLEAR.
           DISPLAY 'REASON CODE: '.
           ACCEPT REASON-CODE.
           MOVE 'N' TO SIGNON-OK.
           IF FUNCTION TRIM(REASON-CODE) = SPACES THEN
               DISPLAY 'A REASON CODE IS REQUIRED - NOTHING CLEARED'
           ELSE
               MOVE 'L' TO SIGNON-OP
               MOVE ARRAY-ELM(PICK-POSITION) TO SIGNON-AMOUNT
               CALL 'OPER-SIGNON' USING OPER-SIGNON
               IF SIGNON-OK NOT = 'Y' THEN
                   DISPLAY 'NOT APPROVED - NOTHING CLEARED'
               END-IF
           END-IF.
           IF SIGNON-OK = 'Y' THEN
               MOVE 'Y' TO ITEM-CLEARED(PICK-POSITION)
               ADD 1 TO MANUAL-CLEARED-COUNT
               ADD 1 TO LINE-CLEARED-COUNT
               DELIMITED BY SIZE INTO CLEARED-REC
           END-STRING.
           WRITE CLEARED-REC.
           CALL 'RUN-ID' USING HIST-RUN-ID.
           MOVE SPACES TO CLEARED-HIST-REC.
      *>    SAME COLUMN ORDER AS BATCH-TWOSUM'S HISTORY LINES -
      *>    DATE,TARGET,POS1,POS2,AMT1,AMT2,ID1,ID2 - WITH THE
      *>    SINGLE ITEM IN THE FIRST POSITION/AMOUNT/ID COLUMNS AND
      *>    THE REASON CODE TRAILING AFTER THE IDS, SO AN AMOUNT
      *>    INQUIRY NEVER PARSES A REASON AS AN AMOUNT.  THE METHOD
      *>    COLUMN SAYS MANUAL; THERE IS NO TARGET, SO NO SOURCE.
      *>    THE RUN ID CLOSES THE LINE AS ON EVERY HISTORY LINE.
           STRING RUN-DATE ',MANUAL,' WS-LINE-NO ','
                  PICK-POSITION ','
                  FUNCTION TRIM(AMOUNT-ED) ',,'
                  FUNCTION TRIM(ITEM-ID(PICK-POSITION)) ',,'
                  FUNCTION TRIM(REASON-CODE) ',MANUAL,,'
                  HIST-RUN-ID
               DELIMITED BY SIZE INTO CLEARED-HIST-REC
           END-STRING.
           WRITE CLEARED-HIST-REC.
           ELSE
               MOVE FUNCTION TRIM(AMOUNT-ED) TO CARRY-ELEM-TXT
           END-IF.
           IF REF-CODE(ELEM-IDX) NOT = SPACES THEN
               STRING '#' FUNCTION TRIM(REF-CODE(ELEM-IDX))
                   DELIMITED BY SIZE
                   INTO CARRY-ELEM-TXT(FUNCTION LENGTH(
                       FUNCTION TRIM(CARRY-ELEM-TXT)) + 1:)
               END-STRING
           END-IF.
           IF CARRY-FIRST-ELEM = 'Y' THEN
               STRING FUNCTION TRIM(CARRY-ELEM-TXT)
                   DELIMITED BY SIZE INTO CARRY-BUILD-LINE
