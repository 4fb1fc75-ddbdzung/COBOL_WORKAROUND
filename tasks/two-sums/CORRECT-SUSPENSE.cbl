      *>    UNATTENDED END-OF-DAY JOB WITH NO OPERATOR AT A CONSOLE TO
      *>    ANSWER AN ACCEPT, SO ITS REJECTS ARE LEFT TO SUSPENSE AS
      *>    BEFORE.
      *>
      *>    THE OPERATOR SIGNS ON FIRST (SEE OPER-SIGNON.CBL) - NO
      *>    SIGN-ON, OR A ROLE NOT AUTHORIZED FOR CORRECT-SUSPENSE,
      *>    LEAVES THE SUSPENSE LIST AS IT IS - AND A CORRECTED AMOUNT
      *>    OVER THE OPERATOR'S APPROVAL LIMIT IS DROPPED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>    POSITION RETURNED BY TEST-NUMVAL - ZERO MEANS THE TRIMMED
      *>    RESPONSE IS A VALID NUMVAL ARGUMENT.
       01  NUMVAL-CHK               PIC S9(3).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.

       LINKAGE SECTION.
       01  NUMBER-ARRAY.

       PROCEDURE DIVISION USING NUMBER-ARRAY SUSPENSE-LIST.
       MAIN-PROCEDURE.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'CORRECT-SUSPENSE' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - REJECTS LEFT IN SUSPENSE'
               GOBACK
           END-IF.
           PERFORM VARYING CORRECT-IDX FROM 1 BY 1
                   UNTIL CORRECT-IDX > SUSPENSE-COUNT
               PERFORM CORRECT-ONE-ENTRY
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(CORRECTED-VALUE))
                   TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   PERFORM APPROVE-AND-QUEUE
               ELSE
                   DISPLAY "STILL NOT NUMERIC - DROPPED"
               END-IF
           END-IF.

       APPROVE-AND-QUEUE.
           MOVE 'L' TO SIGNON-OP.
           COMPUTE SIGNON-AMOUNT =
               FUNCTION NUMVAL(FUNCTION TRIM(CORRECTED-VALUE)).
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK = 'Y' THEN
               PERFORM QUEUE-INTO-ARRAY-TBL
           ELSE
               DISPLAY "NOT APPROVED - DROPPED"
           END-IF.

      *>    ARRAY-TBL IS SIZED TO THE SAME 2000-ENTRY CEILING AS
      *>    PARSE-ARRAY'S OWN - A CORRECTION THAT WOULD OVERFLOW IT IS
      *>    DROPPED RATHER THAN RISK AN OUT-OF-RANGE SUBSCRIPT.
