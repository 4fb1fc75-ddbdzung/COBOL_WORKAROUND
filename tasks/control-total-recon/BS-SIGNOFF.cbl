       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-SIGNOFF.

      *>    PREPARER AND REVIEWER SIGN-OFF TRANSACTION FOR THE
      *>    BALANCE-SHEET ACCOUNT RECONCILIATIONS BS-RECON PRODUCES.
      *>    THE SAME OPERATOR-TRANSACTION SHAPE AS GL-EXC-ACK - THE
      *>    OPERATOR SIGNS ON (SEE OPER-SIGNON.CBL - THE SIGNED-ON
      *>    USER ID IS WHAT GOES ON THE SIGNATURE) AND KEYS THE MONTH
      *>    ONCE, THEN
      *>    ONE ACCOUNT AT A TIME; EACH ACCOUNT SHOWS ITS
      *>    RECONCILIATION (FROM BS-RECON-RESULTS.TXT) AND WHO HAS
      *>    SIGNED SO FAR, AND THE OPERATOR SIGNS THE NEXT SIGNATURE
      *>    DUE - PREPARER FIRST, THEN A REVIEWER WHO MUST NOT BE THE
      *>    PREPARER.  SIGNATURES ARE STAMPED WITH THE PROC-DATE
      *>    BUSINESS DATE AND APPENDED TO BS-SIGNOFF.TXT (LAYOUT IN
      *>    BS-SIGNOFF.CPY); THEY ARE NEVER CHANGED OR REMOVED.  AN
      *>    ACCOUNT STILL OVER TOLERANCE OR WITHOUT SUPPORT MAY BE
      *>    SIGNED - THE SIGNATURE SAYS THE DIFFERENCE IS EXPLAINED -
      *>    BUT THE OPERATOR IS SHOWN THE DIFFERENCE FIRST, AND A
      *>    DIFFERENCE OVER THE OPERATOR'S APPROVAL LIMIT MAY NOT BE
      *>    SIGNED BY THEM AT ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "BS-RECON-RESULTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "BS-SIGNOFF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULTS-REC                  PIC X(100).

       FD  SIGNOFF-FILE.
       01  SIGNOFF-REC                  PIC X(60).

       WORKING-STORAGE SECTION.
       01  RESULTS-FILE-STATUS          PIC X(02).
       01  SIGNOFF-FILE-STATUS          PIC X(02).
       01  WS-EOF-RESULTS               PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  SIGN-OFF-MONTH               PIC 9(06).
       01  MONTH-REPLY                  PIC X(08).
       01  OPERATOR-INITIALS            PIC X(04).
      *>    OPERATOR SIGN-ON - SEE OPER-SIGNON.CBL.
       01  OPER-SIGNON.
           COPY OPER-SIGNON.
       01  DIFF-NUMVAL-CHK              PIC S9(03).
       01  ACCOUNT-REPLY                PIC X(12).
       01  WANTED-ACCOUNT               PIC X(10).
       01  CONFIRM-REPLY                PIC X(01).
       01  SIGN-KIND                    PIC X(01).
       01  SIGNATURES-ADDED             PIC 9(05) VALUE 0.
      *>    THE MONTH'S RECONCILED ACCOUNTS, FROM BS-RECON.
       01  RESULT-TABLE.
           05  RESULT-COUNT             PIC 9(03) VALUE 0.
           05  RESULT-ENTRY OCCURS 500 TIMES.
               10  RS-ACCOUNT           PIC X(10).
               10  RS-CLOSING           PIC X(15).
               10  RS-SUPPORT           PIC X(15).
               10  RS-DIFF              PIC X(15).
               10  RS-STATUS            PIC X(14).
               10  RS-DESC              PIC X(30).
       01  RESULT-IDX                   PIC 9(03).
       01  READ-MONTH-TXT               PIC X(08).
       01  READ-ACCOUNT                 PIC X(10).
       01  READ-CLOSING                 PIC X(15).
       01  READ-SUPPORT                 PIC X(15).
       01  READ-DIFF                    PIC X(15).
       01  READ-STATUS                  PIC X(14).
       01  READ-DESC                    PIC X(30).
      *>    THE ACCOUNT'S SIGN-OFFS - SEE BS-SIGNOFF.CPY.
       01  BS-SIGNOFF.
           COPY BS-SIGNOFF.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'S' TO SIGNON-OP.
           MOVE 'BS-SIGNOFF' TO SIGNON-TRANSACTION.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY 'SIGN-ON REFUSED - NOTHING SIGNED'
               GOBACK
           END-IF.
           MOVE SIGNON-USER-ID TO OPERATOR-INITIALS.
           MOVE RUN-DATE(1:6) TO SIGN-OFF-MONTH.
           DISPLAY 'MONTH YYYYMM (BLANK FOR ' SIGN-OFF-MONTH '): '.
           ACCEPT MONTH-REPLY.
           MOVE FUNCTION TRIM(MONTH-REPLY) TO MONTH-REPLY.
           IF MONTH-REPLY NOT = SPACES THEN
               IF MONTH-REPLY(1:6) IS NUMERIC
                       AND MONTH-REPLY(7:2) = SPACES
                       AND MONTH-REPLY(1:4) >= '1900'
                       AND MONTH-REPLY(5:2) >= '01'
                       AND MONTH-REPLY(5:2) <= '12' THEN
                   MOVE MONTH-REPLY(1:6) TO SIGN-OFF-MONTH
               ELSE
                   DISPLAY 'NOT A MONTH - NOTHING SIGNED'
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-MONTH-RESULTS.
           IF RESULT-COUNT = 0 THEN
               DISPLAY 'NO RECONCILIATION ON FILE FOR MONTH '
                   SIGN-OFF-MONTH ' - RUN BS-RECON FIRST'
               GOBACK
           END-IF.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TRIM(ACCOUNT-REPLY) = SPACES
               DISPLAY 'ACCOUNT (BLANK TO END): '
               ACCEPT ACCOUNT-REPLY
               IF FUNCTION TRIM(ACCOUNT-REPLY) NOT = SPACES THEN
                   PERFORM SIGN-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           DISPLAY SIGNATURES-ADDED ' SIGNATURE(S) RECORDED'.
           GOBACK.

       LOAD-MONTH-RESULTS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-RESULTS
           END-IF.
           PERFORM UNTIL WS-EOF-RESULTS = 'Y'
               READ RESULTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-RESULTS
               END-READ
               IF WS-EOF-RESULTS NOT = 'Y' THEN
                   PERFORM LOAD-ONE-RESULT
               END-IF
           END-PERFORM.
           IF RESULTS-FILE-STATUS = '00' OR RESULTS-FILE-STATUS = '10'
                   THEN
               CLOSE RESULTS-FILE
           END-IF.

       LOAD-ONE-RESULT.
           MOVE SPACES TO READ-MONTH-TXT READ-ACCOUNT READ-CLOSING
               READ-SUPPORT READ-DIFF READ-STATUS READ-DESC.
           UNSTRING RESULTS-REC DELIMITED BY ','
               INTO READ-MONTH-TXT READ-ACCOUNT READ-CLOSING
                    READ-SUPPORT READ-DIFF READ-STATUS READ-DESC
           END-UNSTRING.
           IF READ-MONTH-TXT(1:6) = SIGN-OFF-MONTH
                   AND READ-ACCOUNT NOT = SPACES
                   AND RESULT-COUNT < 500 THEN
               ADD 1 TO RESULT-COUNT
               MOVE READ-ACCOUNT TO RS-ACCOUNT(RESULT-COUNT)
               MOVE READ-CLOSING TO RS-CLOSING(RESULT-COUNT)
               MOVE READ-SUPPORT TO RS-SUPPORT(RESULT-COUNT)
               MOVE READ-DIFF TO RS-DIFF(RESULT-COUNT)
               MOVE READ-STATUS TO RS-STATUS(RESULT-COUNT)
               MOVE READ-DESC TO RS-DESC(RESULT-COUNT)
           END-IF.

       SIGN-ONE-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACCOUNT-REPLY))
               TO WANTED-ACCOUNT.
           PERFORM VARYING RESULT-IDX FROM 1 BY 1
                   UNTIL RESULT-IDX > RESULT-COUNT
               IF RS-ACCOUNT(RESULT-IDX) = WANTED-ACCOUNT THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RESULT-IDX > RESULT-COUNT THEN
               DISPLAY 'ACCOUNT ' WANTED-ACCOUNT
                   ' IS NOT ON THE RECONCILIATION FOR '
                   SIGN-OFF-MONTH
           ELSE
               DISPLAY 'ACCOUNT ' WANTED-ACCOUNT ' '
                   FUNCTION TRIM(RS-DESC(RESULT-IDX))
               DISPLAY '  CLOSING '
                   FUNCTION TRIM(RS-CLOSING(RESULT-IDX))
                   ' SUPPORT ' FUNCTION TRIM(RS-SUPPORT(RESULT-IDX))
                   ' DIFFERENCE ' FUNCTION TRIM(RS-DIFF(RESULT-IDX))
                   ' - ' FUNCTION TRIM(RS-STATUS(RESULT-IDX))
               CALL 'BS-SIGN-STATUS' USING SIGN-OFF-MONTH
                   WANTED-ACCOUNT BS-SIGNOFF
               PERFORM CHOOSE-SIGNATURE-DUE
           END-IF.

      *>    PREPARER FIRST, THEN A DIFFERENT PERSON AS REVIEWER.
       CHOOSE-SIGNATURE-DUE.
           MOVE SPACES TO SIGN-KIND.
           EVALUATE TRUE
               WHEN SIGN-PREP-DATE = 0
                   DISPLAY '  NOT YET PREPARED'
                   MOVE 'P' TO SIGN-KIND
               WHEN SIGN-REV-DATE = 0
                   DISPLAY '  PREPARED BY ' SIGN-PREPARER ' ON '
                       SIGN-PREP-DATE ' - NOT YET REVIEWED'
                   IF SIGN-PREPARER = OPERATOR-INITIALS THEN
                       DISPLAY '  THE PREPARER CANNOT ALSO REVIEW'
                   ELSE
                       MOVE 'R' TO SIGN-KIND
                   END-IF
               WHEN OTHER
                   DISPLAY '  PREPARED BY ' SIGN-PREPARER ' ON '
                       SIGN-PREP-DATE ', REVIEWED BY '
                       SIGN-REVIEWER ' ON ' SIGN-REV-DATE
                       ' - FULLY SIGNED'
           END-EVALUATE.
           IF SIGN-KIND NOT = SPACES THEN
               PERFORM CHECK-DIFF-APPROVAL
           END-IF.
           IF SIGN-KIND NOT = SPACES THEN
               IF RS-STATUS(RESULT-IDX) NOT = 'RECONCILED' THEN
                   DISPLAY '  THE DIFFERENCE IS NOT CLEARED - SIGN'
                       ' ONLY IF IT IS EXPLAINED'
               END-IF
               IF SIGN-KIND = 'P' THEN
                   DISPLAY 'SIGN AS PREPARER (Y/N): '
               ELSE
                   DISPLAY 'SIGN AS REVIEWER (Y/N): '
               END-IF
               ACCEPT CONFIRM-REPLY
               IF CONFIRM-REPLY = 'Y' OR CONFIRM-REPLY = 'y' THEN
                   PERFORM APPEND-ONE-SIGNATURE
               ELSE
                   DISPLAY '  NOT SIGNED'
               END-IF
           END-IF.

      *>    SIGNING SAYS THE DIFFERENCE IS EXPLAINED, SO IT IS AN
      *>    APPROVAL OF THAT AMOUNT.
       CHECK-DIFF-APPROVAL.
           MOVE 'L' TO SIGNON-OP.
           MOVE 0 TO SIGNON-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(RS-DIFF(RESULT-IDX)))
               TO DIFF-NUMVAL-CHK.
           IF DIFF-NUMVAL-CHK = 0 THEN
               COMPUTE SIGNON-AMOUNT = FUNCTION NUMVAL(
                   FUNCTION TRIM(RS-DIFF(RESULT-IDX)))
           END-IF.
           CALL 'OPER-SIGNON' USING OPER-SIGNON.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY '  NOT SIGNED'
               MOVE SPACES TO SIGN-KIND
           END-IF.

       APPEND-ONE-SIGNATURE.
           OPEN EXTEND SIGNOFF-FILE.
           IF SIGNOFF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT SIGNOFF-FILE
           END-IF.
           MOVE SPACES TO SIGNOFF-REC.
           STRING SIGN-OFF-MONTH ',' FUNCTION TRIM(WANTED-ACCOUNT) ','
                  SIGN-KIND ',' FUNCTION TRIM(OPERATOR-INITIALS) ','
                  RUN-DATE
               DELIMITED BY SIZE INTO SIGNOFF-REC
           END-STRING.
           WRITE SIGNOFF-REC.
           CLOSE SIGNOFF-FILE.
           ADD 1 TO SIGNATURES-ADDED.
           DISPLAY '  SIGNED'.
      *>    DROP BS-SIGN-STATUS'S CACHE SO THE NEW SIGNATURE COUNTS
      *>    IF THE SAME ACCOUNT IS KEYED AGAIN.
           MOVE SPACES TO WANTED-ACCOUNT.
           CALL 'BS-SIGN-STATUS' USING SIGN-OFF-MONTH WANTED-ACCOUNT
               BS-SIGNOFF.
       END PROGRAM BS-SIGNOFF.
