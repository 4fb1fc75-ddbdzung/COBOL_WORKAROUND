      *>    TOLERANCE BATCH USED TO LIVE IN SOMEBODY'S HEAD - THIS
      *>    WALKS THE UNACKNOWLEDGED EXCEPTIONS AT A CONSOLE (THE
      *>    SAME OPERATOR-TRANSACTION SHAPE AS CORRECT-SUSPENSE),
      *>    TAKES A DISPOSITION CODE PER EXCEPTION, AND REWRITES THE
      *>    FILE.  THE OPERATOR SIGNS ON FIRST (SEE OPER-SIGNON.CBL)
      *>    AND THE SIGNED-ON USER ID GOES IN THE INITIALS COLUMN; AN
      *>    EXCEPTION WHOSE DIFFERENCE IS OVER THE OPERATOR'S APPROVAL
      *>    LIMIT STAYS OPEN.  GL-RECON REPORTS THE
      *>    ACKNOWLEDGED ONES AS CLOSED ON ITS NEXT RUN AND DROPS
      *>    THEM FROM THE FILE.  A BLANK RESPONSE LEAVES THE
      *>    EXCEPTION OPEN AND AGING.
       01  OEXC-DISP-TXT                PIC X(08).
      *
       01  OPERATOR-INITIALS            PIC X(04).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
       01  DIFF-NUMVAL-CHK              PIC S9(03).
       01  DISPOSITION-CODE             PIC X(08).
       01  ACKED-COUNT                  PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'GL-EXC-ACK' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NOTHING ACKNOWLEDGED'
               GOBACK
           END-IF.
           MOVE SIGNON-USER-ID TO OPERATOR-INITIALS.
           PERFORM LOAD-OPEN-EXCEPTIONS.
           IF OPEN-EXC-COUNT = 0 THEN
               DISPLAY 'NO OPEN RECONCILIATION EXCEPTIONS'
           DISPLAY 'EXCEPTION ' OEXC-BATCH-ID(OEXC-IDX)
               ' DIFF ' FUNCTION TRIM(OEXC-DIFF-TXT(OEXC-IDX))
               ' OPEN SINCE ' OEXC-FIRST-DATE(OEXC-IDX).
           DISPLAY 'DISPOSITION CODE (BLANK TO LEAVE OPEN): '.
           ACCEPT DISPOSITION-CODE.
           IF FUNCTION TRIM(DISPOSITION-CODE) = SPACES THEN
               DISPLAY 'LEFT OPEN'
           ELSE
               MOVE 'L' TO SIGNON-OP
               MOVE 0 TO SIGNON-AMOUNT
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   OEXC-DIFF-TXT(OEXC-IDX))) TO DIFF-NUMVAL-CHK
               IF DIFF-NUMVAL-CHK = 0 THEN
                   COMPUTE SIGNON-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(OEXC-DIFF-TXT(OEXC-IDX)))
               END-IF
               CALL 'OPER-SIGNON' USING OPER-SIGNON
               IF SIGNON-OK NOT = 'Y' THEN
                   DISPLAY 'NOT APPROVED - LEFT OPEN'
               ELSE
                   MOVE 'Y' TO OEXC-ACK(OEXC-IDX)
                   MOVE OPERATOR-INITIALS
