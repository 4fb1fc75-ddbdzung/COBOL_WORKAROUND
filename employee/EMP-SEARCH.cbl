      *>    THE Employee-ID, Employee-Status AND CURRENT SALARY OF
      *>    EACH HIT SO "WHICH J. SMITH IS THIS" CAN BE RESOLVED
      *>    WITHOUT DUMPING THE WHOLE FILE.  SAME OPERATOR-AT-A-CONSOLE
      *>    CONVENTION AS CORRECT-SUSPENSE.CBL, AND THE SAME OPERATOR
      *>    SIGN-ON BEFORE ANYTHING IS SHOWN (SEE OPER-SIGNON.CBL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-SEARCH'.
       01  LOCK-OK                      PIC X(01).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY 'EMPLOYEE NAME SEARCH'.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'EMP-SEARCH' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NOTHING SEARCHED'
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'ENTER NAME (FULL OR LEADING PART): '.
           ACCEPT SEARCH-NAME.
           IF FUNCTION TRIM(SEARCH-NAME) = SPACES THEN
