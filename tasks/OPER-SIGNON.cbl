       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-SIGNON.

      *>    SHOP-WIDE OPERATOR SIGN-ON AND TRANSACTION AUTHORIZATION
      *>    FOR THE CONSOLE PROGRAMS.  CORRECT-SUSPENSE, TWOSUM-MANUAL,
      *>    GL-EXC-ACK AND THE REST USED TO TAKE TYPED INITIALS ON
      *>    TRUST - ANYONE AT THE CONSOLE COULD CLEAR SUSPENSE OR
      *>    ACKNOWLEDGE AN EXCEPTION AS SOMEONE ELSE.  EVERY CONSOLE
      *>    PROGRAM NOW CALLS THIS AT START -
      *>        CALL 'OPER-SIGNON' USING OPER-SIGNON
      *>    (PARAMETER BLOCK IN OPER-SIGNON.CPY).  THE OPERATOR KEYS A
      *>    USER ID AND PIN, CHECKED AGAINST OPERATORS.TXT -
      *>        USER-ID,PIN-HASH,ROLE
      *>    (THE PIN IS NEVER HELD, ONLY ITS NINE-DIGIT HASH, SALTED
      *>    WITH THE USER ID - SIGNON-OP 'H' SHOWS THE HASH FOR A NEW
      *>    OR CHANGED PIN), THREE TRIES, AND THE ROLE MUST THEN BE
      *>    AUTHORIZED FOR THE TRANSACTION IN OPER-AUTH.TXT -
      *>        ROLE,TRANSACTION,APPROVAL-LIMIT
      *>    TRANSACTION * COVERS EVERY TRANSACTION NOT LISTED FOR THE
      *>    ROLE BY NAME.  APPROVAL-LIMIT IS THE LARGEST AMOUNT (EITHER
      *>    SIGN) THE ROLE MAY APPROVE IN THAT TRANSACTION - * FOR NO
      *>    LIMIT, EMPTY FOR NONE AT ALL - AND IS CHECKED BY
      *>    SIGNON-OP 'L' AS EACH AMOUNT COMES UP.  THE SIGN-ON HOLDS
      *>    FOR THE REST OF THE RUN, SO A MENU THAT CALLS SEVERAL
      *>    CONSOLE PROGRAMS ASKS ONCE.  A MISSING OPERATORS.TXT
      *>    REFUSES EVERYONE.  EVERY REFUSAL - A BAD SIGN-ON, A
      *>    TRANSACTION THE ROLE MAY NOT RUN, AN AMOUNT OVER THE
      *>    LIMIT - IS SHOWN ON THE CONSOLE, APPENDED TO
      *>    OPER-REFUSED.TXT -
      *>        YYYYMMDD HHMMSS,USER-ID,TRANSACTION,REASON,AMOUNT
      *>    AND LOGGED TO OPS-LOG.TXT AS REFUSED, SO THE MORNING
      *>    STATUS PAGE CARRIES IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPER-AUTH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT REFUSED-FILE ASSIGN TO "OPER-REFUSED.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REFUSED-FILE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC                 PIC X(40).

       FD  AUTH-FILE.
       01  AUTH-REC                     PIC X(50).

       FD  REFUSED-FILE.
       01  REFUSED-REC                  PIC X(80).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS         PIC X(02).
       01  AUTH-FILE-STATUS             PIC X(02).
       01  REFUSED-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  TABLES-LOADED                PIC X(01) VALUE 'N'.
      *>    THE OPERATOR AND AUTHORIZATION FILES, READ ON THE FIRST
      *>    CALL OF THE RUN.
       01  OPERATOR-TABLE.
           05  OPERATOR-COUNT           PIC 9(03) VALUE 0.
           05  OPERATOR-ENTRY OCCURS 100 TIMES.
               10  OPR-USER-ID          PIC X(04).
               10  OPR-PIN-HASH         PIC 9(09).
               10  OPR-ROLE             PIC X(08).
       01  OPERATOR-IDX                 PIC 9(03).
       01  OPERATOR-SCAN                PIC 9(03).
       01  OPR-USER-TXT                 PIC X(08).
       01  OPR-HASH-TXT                 PIC X(12).
       01  OPR-ROLE-TXT                 PIC X(10).
       01  AUTH-TABLE.
           05  AUTH-COUNT               PIC 9(03) VALUE 0.
           05  AUTH-ENTRY OCCURS 200 TIMES.
               10  AUTH-ROLE            PIC X(08).
               10  AUTH-TRANSACTION     PIC X(15).
               10  AUTH-UNLIMITED       PIC X(01).
               10  AUTH-LIMIT           PIC 9(09)V99.
       01  AUTH-IDX                     PIC 9(03).
       01  AUTH-FOUND-IDX               PIC 9(03).
       01  AUTH-ROLE-TXT                PIC X(10).
       01  AUTH-TRAN-TXT                PIC X(17).
       01  AUTH-LIMIT-TXT               PIC X(15).
      *>    THE SESSION - SET BY THE FIRST GOOD SIGN-ON, KEPT FOR THE
      *>    REST OF THE RUN.
       01  SESSION-USER-ID              PIC X(04) VALUE SPACES.
       01  SESSION-ROLE                 PIC X(08) VALUE SPACES.
      *
       01  KEYED-USER-ID                PIC X(08).
       01  KEYED-PIN                    PIC X(12).
       01  SIGNON-TRIES                 PIC 9(01).
       01  HASH-INPUT                   PIC X(16).
       01  HASH-IDX                     PIC 9(02).
       01  HASH-WORK                    PIC 9(12).
       01  PIN-HASH                     PIC 9(09).
       01  APPROVE-AMOUNT               PIC 9(09)V99.
       01  APPROVE-AMOUNT-ED            PIC Z(8)9.99.
       01  LIMIT-ED                     PIC Z(8)9.99.
       01  REFUSAL-USER-ID              PIC X(08).
       01  REFUSAL-REASON               PIC X(10).
       01  REFUSAL-DATE                 PIC 9(08).
       01  REFUSAL-CLOCK                PIC X(21).
      ******
       LINKAGE SECTION.
      ******
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
      ******
       PROCEDURE DIVISION USING OPER-SIGNON.
       HANDLE-ONE-REQUEST.
           MOVE 'N' TO SIGNON-OK.
           IF TABLES-LOADED = 'N' AND SIGNON-OP NOT = 'H' THEN
               PERFORM LOAD-OPERATOR-FILE
               PERFORM LOAD-AUTH-FILE
               MOVE 'Y' TO TABLES-LOADED
           END-IF.
           EVALUATE SIGNON-OP
               WHEN 'S' PERFORM SIGN-ON-AND-AUTHORIZE
               WHEN 'L' PERFORM CHECK-APPROVAL-LIMIT
               WHEN 'H' PERFORM SHOW-PIN-HASH
               WHEN OTHER CONTINUE
           END-EVALUATE.
           MOVE SESSION-USER-ID TO SIGNON-USER-ID.
           MOVE SESSION-ROLE TO SIGNON-ROLE.
           GOBACK.

       LOAD-OPERATOR-FILE.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'OPERATORS.TXT IS NOT ON FILE - NOBODY CAN'
                   ' SIGN ON'
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM LOAD-ONE-OPERATOR
               END-IF
           END-PERFORM.
           IF OPERATOR-FILE-STATUS = '00'
                   OR OPERATOR-FILE-STATUS = '10' THEN
               CLOSE OPERATOR-FILE
           END-IF.

      *>    A LINE WITH A USER ID OVER FOUR CHARACTERS OR A HASH THAT
      *>    IS NOT NINE DIGITS CAN NEVER SIGN ON, AND IS SKIPPED.
       LOAD-ONE-OPERATOR.
           MOVE SPACES TO OPR-USER-TXT OPR-HASH-TXT OPR-ROLE-TXT.
           UNSTRING OPERATOR-REC DELIMITED BY ','
               INTO OPR-USER-TXT OPR-HASH-TXT OPR-ROLE-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OPR-USER-TXT))
               TO OPR-USER-TXT.
           MOVE FUNCTION TRIM(OPR-HASH-TXT) TO OPR-HASH-TXT.
           IF OPR-USER-TXT NOT = SPACES
                   AND OPR-USER-TXT(5:4) = SPACES
                   AND OPR-HASH-TXT(1:9) IS NUMERIC
                   AND OPR-HASH-TXT(10:3) = SPACES
                   AND OPERATOR-COUNT < 100 THEN
               ADD 1 TO OPERATOR-COUNT
               MOVE OPR-USER-TXT TO OPR-USER-ID(OPERATOR-COUNT)
               MOVE OPR-HASH-TXT(1:9) TO OPR-PIN-HASH(OPERATOR-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OPR-ROLE-TXT))
                   TO OPR-ROLE(OPERATOR-COUNT)
           END-IF.

       LOAD-AUTH-FILE.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT AUTH-FILE.
           IF AUTH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ AUTH-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM LOAD-ONE-AUTH
               END-IF
           END-PERFORM.
           IF AUTH-FILE-STATUS = '00' OR AUTH-FILE-STATUS = '10' THEN
               CLOSE AUTH-FILE
           END-IF.

       LOAD-ONE-AUTH.
           MOVE SPACES TO AUTH-ROLE-TXT AUTH-TRAN-TXT AUTH-LIMIT-TXT.
           UNSTRING AUTH-REC DELIMITED BY ','
               INTO AUTH-ROLE-TXT AUTH-TRAN-TXT AUTH-LIMIT-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(AUTH-ROLE-TXT) NOT = SPACES
                   AND FUNCTION TRIM(AUTH-TRAN-TXT) NOT = SPACES
                   AND AUTH-COUNT < 200 THEN
               ADD 1 TO AUTH-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AUTH-ROLE-TXT))
                   TO AUTH-ROLE(AUTH-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AUTH-TRAN-TXT))
                   TO AUTH-TRANSACTION(AUTH-COUNT)
               MOVE 'N' TO AUTH-UNLIMITED(AUTH-COUNT)
               MOVE 0 TO AUTH-LIMIT(AUTH-COUNT)
               IF FUNCTION TRIM(AUTH-LIMIT-TXT) = '*' THEN
                   MOVE 'Y' TO AUTH-UNLIMITED(AUTH-COUNT)
               ELSE
               IF FUNCTION TRIM(AUTH-LIMIT-TXT) NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           AUTH-LIMIT-TXT)) = 0 THEN
                       COMPUTE AUTH-LIMIT(AUTH-COUNT) = FUNCTION
                           NUMVAL(FUNCTION TRIM(AUTH-LIMIT-TXT))
                   END-IF
               END-IF
               END-IF
           END-IF.

       SIGN-ON-AND-AUTHORIZE.
           IF SESSION-USER-ID = SPACES THEN
               PERFORM TAKE-SIGN-ON
           END-IF.
           IF SESSION-USER-ID NOT = SPACES THEN
               PERFORM FIND-AUTHORIZATION
               IF AUTH-FOUND-IDX = 0 THEN
                   DISPLAY 'USER ' FUNCTION TRIM(SESSION-USER-ID)
                       ' (ROLE '
                       FUNCTION TRIM(SESSION-ROLE)
                       ') IS NOT AUTHORIZED FOR '
                       FUNCTION TRIM(SIGNON-TRANSACTION)
                   MOVE SESSION-USER-ID TO REFUSAL-USER-ID
                   MOVE 'NOT-AUTH' TO REFUSAL-REASON
                   MOVE 0 TO APPROVE-AMOUNT
                   PERFORM LOG-REFUSAL
               ELSE
                   MOVE 'Y' TO SIGNON-OK
               END-IF
           END-IF.

      *>    A BLANK USER ID ABANDONS THE SIGN-ON WITHOUT A REFUSAL;
      *>    WHICH HALF OF A BAD SIGN-ON WAS WRONG IS NEVER SAID.
       TAKE-SIGN-ON.
           MOVE 0 TO SIGNON-TRIES.
           PERFORM UNTIL SESSION-USER-ID NOT = SPACES
                   OR SIGNON-TRIES >= 3
               ADD 1 TO SIGNON-TRIES
               DISPLAY 'OPERATOR SIGN-ON FOR '
                   FUNCTION TRIM(SIGNON-TRANSACTION)
               DISPLAY 'USER ID (BLANK TO END): '
               ACCEPT KEYED-USER-ID
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KEYED-USER-ID))
                   TO KEYED-USER-ID
               IF KEYED-USER-ID = SPACES THEN
                   DISPLAY 'SIGN-ON ABANDONED'
                   MOVE 3 TO SIGNON-TRIES
               ELSE
                   DISPLAY 'PIN: '
                   ACCEPT KEYED-PIN
                   PERFORM CHECK-ONE-SIGN-ON
               END-IF
           END-PERFORM.

       CHECK-ONE-SIGN-ON.
           MOVE 0 TO OPERATOR-IDX.
           IF KEYED-USER-ID(5:4) = SPACES THEN
               PERFORM VARYING OPERATOR-SCAN FROM 1 BY 1
                       UNTIL OPERATOR-SCAN > OPERATOR-COUNT
                   IF OPR-USER-ID(OPERATOR-SCAN) = KEYED-USER-ID THEN
                       MOVE OPERATOR-SCAN TO OPERATOR-IDX
                   END-IF
               END-PERFORM
           END-IF.
           MOVE KEYED-USER-ID(1:4) TO HASH-INPUT.
           MOVE KEYED-PIN TO HASH-INPUT(5:12).
           PERFORM HASH-ONE-PIN.
           IF OPERATOR-IDX NOT = 0 THEN
               IF OPR-PIN-HASH(OPERATOR-IDX) NOT = PIN-HASH THEN
                   MOVE 0 TO OPERATOR-IDX
               END-IF
           END-IF.
           IF OPERATOR-IDX = 0 THEN
               DISPLAY 'USER ID OR PIN NOT RECOGNISED'
               MOVE KEYED-USER-ID TO REFUSAL-USER-ID
               MOVE 'BAD-SIGNON' TO REFUSAL-REASON
               MOVE 0 TO APPROVE-AMOUNT
               PERFORM LOG-REFUSAL
           ELSE
               MOVE OPR-USER-ID(OPERATOR-IDX) TO SESSION-USER-ID
               MOVE OPR-ROLE(OPERATOR-IDX) TO SESSION-ROLE
               DISPLAY 'SIGNED ON AS ' FUNCTION TRIM(SESSION-USER-ID)
                   ' (ROLE '
                   FUNCTION TRIM(SESSION-ROLE) ')'
           END-IF.

      *>    THE ROLE'S LINE FOR THE TRANSACTION BY NAME WINS OVER ITS
      *>    * LINE.
       FIND-AUTHORIZATION.
           MOVE 0 TO AUTH-FOUND-IDX.
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-COUNT
               IF AUTH-ROLE(AUTH-IDX) = SESSION-ROLE THEN
                   IF AUTH-TRANSACTION(AUTH-IDX) = SIGNON-TRANSACTION
                           THEN
                       MOVE AUTH-IDX TO AUTH-FOUND-IDX
                       EXIT PERFORM
                   END-IF
                   IF AUTH-TRANSACTION(AUTH-IDX) = '*'
                           AND AUTH-FOUND-IDX = 0 THEN
                       MOVE AUTH-IDX TO AUTH-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-APPROVAL-LIMIT.
           IF SIGNON-AMOUNT < 0 THEN
               COMPUTE APPROVE-AMOUNT = 0 - SIGNON-AMOUNT
           ELSE
               MOVE SIGNON-AMOUNT TO APPROVE-AMOUNT
           END-IF.
           IF SESSION-USER-ID = SPACES THEN
               DISPLAY 'NOT SIGNED ON - NOTHING MAY BE APPROVED'
           ELSE
               PERFORM FIND-AUTHORIZATION
               IF AUTH-FOUND-IDX = 0 THEN
                   DISPLAY 'USER ' FUNCTION TRIM(SESSION-USER-ID)
                       ' IS NOT AUTHORIZED FOR '
                       FUNCTION TRIM(SIGNON-TRANSACTION)
                   MOVE SESSION-USER-ID TO REFUSAL-USER-ID
                   MOVE 'NOT-AUTH' TO REFUSAL-REASON
                   PERFORM LOG-REFUSAL
               ELSE
               IF AUTH-UNLIMITED(AUTH-FOUND-IDX) = 'Y'
                       OR APPROVE-AMOUNT <= AUTH-LIMIT(AUTH-FOUND-IDX)
                       THEN
                   MOVE 'Y' TO SIGNON-OK
               ELSE
                   MOVE APPROVE-AMOUNT TO APPROVE-AMOUNT-ED
                   MOVE AUTH-LIMIT(AUTH-FOUND-IDX) TO LIMIT-ED
                   DISPLAY 'AMOUNT ' FUNCTION TRIM(APPROVE-AMOUNT-ED)
                       ' IS OVER YOUR APPROVAL LIMIT OF '
                       FUNCTION TRIM(LIMIT-ED)
                   MOVE SESSION-USER-ID TO REFUSAL-USER-ID
                   MOVE 'OVER-LIMIT' TO REFUSAL-REASON
                   PERFORM LOG-REFUSAL
               END-IF
               END-IF
           END-IF.

      *>    FOR THE SECURITY ADMINISTRATOR SETTING UP OPERATORS.TXT -
      *>    THE HASH DEPENDS ON THE USER ID AS WELL AS THE PIN.
       SHOW-PIN-HASH.
           DISPLAY 'USER ID: '.
           ACCEPT KEYED-USER-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KEYED-USER-ID))
               TO KEYED-USER-ID.
           DISPLAY 'PIN: '.
           ACCEPT KEYED-PIN.
           IF KEYED-USER-ID = SPACES OR KEYED-USER-ID(5:4) NOT = SPACES
                   OR KEYED-PIN = SPACES THEN
               DISPLAY 'A USER ID OF ONE TO FOUR CHARACTERS AND A PIN'
                   ' ARE REQUIRED'
           ELSE
               MOVE KEYED-USER-ID(1:4) TO HASH-INPUT
               MOVE KEYED-PIN TO HASH-INPUT(5:12)
               PERFORM HASH-ONE-PIN
               DISPLAY 'OPERATORS.TXT LINE: '
                   FUNCTION TRIM(KEYED-USER-ID) ',' PIN-HASH ',ROLE'
               MOVE 'Y' TO SIGNON-OK
           END-IF.

      *>    A MULTIPLY-AND-FOLD OVER THE USER ID AND PIN, KEPT BELOW
      *>    A LARGE PRIME - ENOUGH THAT OPERATORS.TXT DOES NOT SHOW
      *>    ANYONE'S PIN.
       HASH-ONE-PIN.
           MOVE 7 TO HASH-WORK.
           PERFORM VARYING HASH-IDX FROM 1 BY 1 UNTIL HASH-IDX > 16
               COMPUTE HASH-WORK = FUNCTION MOD(HASH-WORK * 131
                   + FUNCTION ORD(HASH-INPUT(HASH-IDX:1)), 999999937)
           END-PERFORM.
           MOVE HASH-WORK TO PIN-HASH.

       LOG-REFUSAL.
           CALL 'PROC-DATE' USING REFUSAL-DATE.
           MOVE FUNCTION CURRENT-DATE TO REFUSAL-CLOCK.
           MOVE APPROVE-AMOUNT TO APPROVE-AMOUNT-ED.
           OPEN EXTEND REFUSED-FILE.
           IF REFUSED-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT REFUSED-FILE
           END-IF.
           MOVE SPACES TO REFUSED-REC.
           STRING REFUSAL-DATE ' ' REFUSAL-CLOCK(9:6) ','
                  FUNCTION TRIM(REFUSAL-USER-ID) ','
                  FUNCTION TRIM(SIGNON-TRANSACTION) ','
                  FUNCTION TRIM(REFUSAL-REASON) ','
                  FUNCTION TRIM(APPROVE-AMOUNT-ED)
               DELIMITED BY SIZE INTO REFUSED-REC
           END-STRING.
           WRITE REFUSED-REC.
           CLOSE REFUSED-FILE.
           MOVE 'OPER-SIGNON' TO OPS-LOG-PROGRAM.
           MOVE 'REFUSED' TO OPS-LOG-RESULT.
           MOVE 1 TO OPS-LOG-REC-COUNT.
           MOVE 1 TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING FUNCTION TRIM(REFUSAL-USER-ID) ' '
                  FUNCTION TRIM(REFUSAL-REASON)
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY OPS-LOG-WRITE.
       END PROGRAM OPER-SIGNON.
