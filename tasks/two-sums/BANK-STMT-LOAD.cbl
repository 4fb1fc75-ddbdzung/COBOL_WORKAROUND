       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STMT-LOAD.

      *>    BANK STATEMENT LOADER.  TRANSACT-EXTRACT.TXT USED TO BE
      *>    PUT TOGETHER BY A SPREADSHEET MACRO FROM THE BANK'S DAILY
      *>    STATEMENT FILE, WHICH IS WHERE THE MISSING HDR/TRL LINES,
      *>    THE WRONG CURRENCY SUFFIXES AND THE DOUBLE TRANSMISSIONS
      *>    CAME FROM.  THIS READS THE BANK'S FIXED-FORMAT STATEMENT
      *>    (BANK-STATEMENT.TXT) DIRECTLY - PER ACCOUNT AN 'H' HEADER,
      *>    ITS 'T' TRANSACTION LINES AND A 'C' CLOSING BALANCE, IN
      *>    THE FIRM COLUMNS OF THE FD BELOW - AND WRITES THE EXTRACT
      *>    ITSELF.
      *>
      *>    THE FIRST PASS PROVES EVERY ACCOUNT - OPENING BALANCE PLUS
      *>    CREDITS LESS DEBITS MUST EQUAL THE STATEMENT'S CLOSING
      *>    BALANCE, AND THE CLOSING RECORD'S TRANSACTION COUNT MUST
      *>    EQUAL THE LINES ACTUALLY READ.  ONE ACCOUNT THAT DOES NOT
      *>    PROVE, A DAMAGED RECORD, OR A STATEMENT WITH NO CLOSING
      *>    RECORD REFUSES THE WHOLE FILE - NOTHING IS WRITTEN OR
      *>    REGISTERED, THE RUN ENDS NON-ZERO, AND BATCH-TWOSUM'S
      *>    CATALOG CHECK THEN STOPS IT CLEARING AGAINST YESTERDAY'S
      *>    EXTRACT.
      *>
      *>    ONLY A PROVED FILE IS RELEASED - THE SECOND PASS WRITES
      *>    TRANSACT-EXTRACT.TXT AS "HDR,RUN-DATE", ONE LINE PER
      *>    ACCOUNT (CREDITS POSITIVE, DEBITS NEGATIVE, EACH AMOUNT
      *>    WITH THE ACCOUNT'S CURRENCY AS A ":CCY" SUFFIX UNLESS IT
      *>    IS THE BASE CURRENCY NAMED ON BASE-CURRENCY.TXT, AND THE
      *>    PAYMENT REFERENCE, WHEN THE BANK GIVES ONE, AS A "#REF"
      *>    SUFFIX), THEN "TRL,COUNT,HASH" - THE SAME CONTROL LINES
      *>    BATCH-TWOSUM'S FILE GUARD PROVES - AND REGISTERS THE FILE
      *>    THROUGH FILE-CATALOG FOR THE PROCESSING DATE.  AN ACCOUNT
      *>    TOO BUSY FOR ONE EXTRACT LINE CONTINUES ON THE NEXT.  A
      *>    TRANSACTION TOO LARGE FOR AN EXTRACT AMOUNT (OVER
      *>    99,999.99) IS LEFT OFF AND NAMED ON THE REPORT FOR MANUAL
      *>    CLEARING - IT STILL COUNTS IN THE ACCOUNT'S PROOF.
      *>
      *>    EVERY STATEMENT RELEASED IS REMEMBERED ON
      *>    BANK-STMT-HISTORY.TXT (ACCOUNT,STATEMENT-NO,RUN-DATE).  A
      *>    STATEMENT ALREADY LOADED ON AN EARLIER NIGHT, OR REPEATED
      *>    WITHIN THE FILE, IS A DOUBLE TRANSMISSION - IT IS PROVED
      *>    BUT NOT EXTRACTED AGAIN (THE NEWEST 3000 HISTORY LINES
      *>    ARE CHECKED).  A FILE OF NOTHING BUT REPEATS IS
      *>    YESTERDAY'S FILE SENT AGAIN AND IS REFUSED.  A RERUN ON
      *>    THE SAME PROCESSING DATE RELOADS TONIGHT'S STATEMENTS.
      *>    THE REPORT IS BANK-STMT-REPORT.TXT; THE OUTCOME GOES TO
      *>    OPS-LOG.TXT.  THIS STEP RUNS AHEAD OF BATCH-TWOSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "BANK-STATEMENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "TRANSACT-EXTRACT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "BANK-STMT-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT BASE-CCY-FILE ASSIGN TO "BASE-CURRENCY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BASE-CCY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BANK-STMT-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    THE BANK'S FIRM COLUMN POSITIONS - SIGNS ARE '+' OR '-',
      *>    AMOUNTS CARRY TWO IMPLIED DECIMALS.
       FD  STATEMENT-FILE.
       01  STMT-HEADER-REC.
           05  STMT-REC-TYPE           PIC X(01).
           05  STMT-ACCOUNT            PIC X(20).
           05  STMT-CCY                PIC X(03).
           05  STMT-DATE               PIC 9(08).
           05  STMT-NO                 PIC 9(05).
           05  STMT-OPEN-SIGN          PIC X(01).
           05  STMT-OPEN-BAL           PIC 9(11)V99.
           05  FILLER                  PIC X(49).
       01  STMT-TXN-REC.
           05  TXN-REC-TYPE            PIC X(01).
           05  TXN-VALUE-DATE          PIC 9(08).
           05  TXN-DR-CR               PIC X(01).
           05  TXN-AMOUNT              PIC 9(11)V99.
           05  TXN-BANK-REF            PIC X(16).
           05  TXN-PAY-REF             PIC X(16).
           05  TXN-NARRATIVE           PIC X(30).
           05  FILLER                  PIC X(15).
       01  STMT-CLOSE-REC.
           05  CLS-REC-TYPE            PIC X(01).
           05  CLS-SIGN                PIC X(01).
           05  CLS-BAL                 PIC 9(11)V99.
           05  CLS-TXN-COUNT           PIC 9(05).
           05  FILLER                  PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           COPY EXTRACT-REC.

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(40).

       FD  BASE-CCY-FILE.
       01  BASE-CCY-REC                 PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  STATEMENT-FILE-STATUS        PIC X(02).
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  BASE-CCY-STATUS              PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-STATEMENT             PIC X(01).
       01  WS-EOF-HISTORY               PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  BASE-CCY                     PIC X(03) VALUE SPACES.
       01  FILE-REFUSED                 PIC X(01) VALUE 'N'.
       01  REFUSE-REASON                PIC X(60) VALUE SPACES.
      *>    ONE ROW PER STATEMENT ON THE FILE, IN FILE ORDER - THE
      *>    SECOND PASS FINDS ITS ROW BY COUNTING HEADERS.
       01  ACCT-TABLE.
           05  ACCT-COUNT               PIC 9(03) VALUE 0.
           05  ACCT-ENTRY OCCURS 200 TIMES.
               10  ACCT-ID              PIC X(20).
               10  ACCT-CCY             PIC X(03).
               10  ACCT-STMT-DATE       PIC 9(08).
               10  ACCT-STMT-NO         PIC 9(05).
               10  ACCT-OPEN            PIC S9(11)V99.
               10  ACCT-MOVEMENT        PIC S9(11)V99.
               10  ACCT-CLOSE           PIC S9(11)V99.
               10  ACCT-TXN-COUNT       PIC 9(05).
               10  ACCT-CLS-COUNT       PIC 9(05).
               10  ACCT-CLOSED          PIC X(01).
               10  ACCT-DAMAGED         PIC X(01).
               10  ACCT-DUPLICATE       PIC X(01).
       01  ACCT-IDX                     PIC 9(03).
       01  OTHER-IDX                    PIC 9(03).
       01  CUR-ACCT                     PIC 9(03) VALUE 0.
      *>    STATEMENTS ALREADY RELEASED ON EARLIER NIGHTS.
       01  HISTORY-TABLE.
           05  HIST-COUNT               PIC 9(04) VALUE 0.
           05  HIST-ENTRY OCCURS 3000 TIMES.
               10  HIST-ACCOUNT         PIC X(20).
               10  HIST-STMT-NO         PIC 9(05).
       01  HIST-IDX                     PIC 9(04).
      *>    THE TABLE KEEPS THE NEWEST 3000 HISTORY LINES - THE FILE
      *>    IS APPENDED IN DATE ORDER, SO ONCE IT IS FULL EACH LATER
      *>    LINE OVERWRITES THE OLDEST SLOT IN TURN.
       01  HIST-OLDEST-SLOT             PIC 9(04) VALUE 0.
       01  HIST-OVERWRITTEN             PIC 9(07) VALUE 0.
       01  HIST-ACCOUNT-TXT             PIC X(22).
       01  HIST-STMT-TXT                PIC X(07).
       01  HIST-DATE-TXT                PIC X(10).
       01  HIST-DATE                    PIC 9(08).
      *
       01  TXN-SIGNED                   PIC S9(11)V99.
       01  TXN-REF-WORK                 PIC X(16).
       01  REF-BAD-CHARS                PIC 9(03).
       01  SEGMENT-WORK                 PIC X(40).
       01  SEGMENT-AMT-ED               PIC -(5)9.99.
       01  EXTRACT-WORK                 PIC X(1000).
       01  EXTRACT-PTR                  PIC 9(04).
       01  EXTRACT-ELEMENTS             PIC 9(04).
       01  EXTRACT-LINE-COUNT           PIC 9(07) VALUE 0.
       01  EXTRACT-HASH                 PIC S9(11)V99 VALUE 0.
       01  EXTRACT-TXN-COUNT            PIC 9(07) VALUE 0.
       01  OVERSIZE-COUNT               PIC 9(05) VALUE 0.
       01  PROVED-COUNT                 PIC 9(03) VALUE 0.
       01  FAILED-COUNT                 PIC 9(03) VALUE 0.
       01  DUPLICATE-COUNT              PIC 9(03) VALUE 0.
       01  HASH-ED                      PIC -(11)9.99.
       01  COUNT-ED                     PIC Z(6)9.
      *
       01  OPEN-ED                      PIC -(11)9.99.
       01  MOVE-ED                      PIC -(11)9.99.
       01  CLOSE-ED                     PIC -(11)9.99.
       01  AMOUNT-ED                    PIC -(11)9.99.
       01  ACCT-RESULT                  PIC X(30).
      *>    FILE-CATALOG CALL PARAMETERS - SEE FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           SET RC-OK TO TRUE.
           PERFORM READ-BASE-CURRENCY.
           PERFORM LOAD-STATEMENT-HISTORY.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'BANK STATEMENT LOAD' TO RPT-TITLE.
           MOVE 'BANK-STMT-LOAD' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'ACCOUNT              CCY STMT     OPENING BALANCE'
                  '         MOVEMENT      CLOSING BALANCE  RESULT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           PERFORM PROVE-STATEMENT-FILE.
           IF FILE-REFUSED = 'N' THEN
               PERFORM WRITE-EXTRACT-FILE
           END-IF.
           PERFORM WRITE-LOAD-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM WRITE-BANK-STMT-LOG.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-BASE-CURRENCY.
           OPEN INPUT BASE-CCY-FILE.
           IF BASE-CCY-STATUS = '00' THEN
               READ BASE-CCY-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(BASE-CCY-REC)) TO BASE-CCY
               END-READ
               CLOSE BASE-CCY-FILE
           END-IF.

       LOAD-STATEMENT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HISTORY
           END-IF.
           PERFORM UNTIL WS-EOF-HISTORY = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-HISTORY
               END-READ
               IF WS-EOF-HISTORY NOT = 'Y' THEN
                   PERFORM LOAD-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF HIST-OVERWRITTEN > 0 THEN
               DISPLAY 'BANK-STMT-HISTORY.TXT EXCEEDS 3000 STATEMENTS'
                   ' - THE OLDEST ' HIST-OVERWRITTEN ' ARE NOT'
                   ' CHECKED FOR REPEATS'
           END-IF.
           IF HISTORY-FILE-STATUS = '00' OR HISTORY-FILE-STATUS = '10'
                   THEN
               CLOSE HISTORY-FILE
           END-IF.

      *>    TONIGHT'S OWN LOADS ARE NOT HELD AGAINST A RERUN.
       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ACCOUNT-TXT HIST-STMT-TXT HIST-DATE-TXT.
           UNSTRING HISTORY-REC DELIMITED BY ','
               INTO HIST-ACCOUNT-TXT HIST-STMT-TXT HIST-DATE-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(HIST-STMT-TXT) IS NUMERIC
                   AND FUNCTION TRIM(HIST-DATE-TXT) IS NUMERIC THEN
               COMPUTE HIST-DATE = FUNCTION NUMVAL(
                   FUNCTION TRIM(HIST-DATE-TXT))
               IF HIST-DATE NOT = RUN-DATE THEN
                   IF HIST-COUNT >= 3000 THEN
                       ADD 1 TO HIST-OLDEST-SLOT
                       IF HIST-OLDEST-SLOT > 3000 THEN
                           MOVE 1 TO HIST-OLDEST-SLOT
                       END-IF
                       MOVE HIST-OLDEST-SLOT TO HIST-IDX
                       ADD 1 TO HIST-OVERWRITTEN
                   ELSE
                       ADD 1 TO HIST-COUNT
                       MOVE HIST-COUNT TO HIST-IDX
                   END-IF
                   MOVE HIST-ACCOUNT-TXT TO HIST-ACCOUNT(HIST-IDX)
                   COMPUTE HIST-STMT-NO(HIST-IDX) =
                       FUNCTION NUMVAL(FUNCTION TRIM(HIST-STMT-TXT))
               END-IF
           END-IF.

      *>    FIRST PASS - BALANCE EVERY STATEMENT ON THE FILE.
       PROVE-STATEMENT-FILE.
           MOVE 'N' TO WS-EOF-STATEMENT.
           OPEN INPUT STATEMENT-FILE.
           IF STATEMENT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-STATEMENT
               MOVE 'Y' TO FILE-REFUSED
               MOVE 'NO BANK-STATEMENT FILE - NOTHING LOADED'
                   TO REFUSE-REASON
           END-IF.
           PERFORM UNTIL WS-EOF-STATEMENT = 'Y'
               READ STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF-STATEMENT
               END-READ
               IF WS-EOF-STATEMENT NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
                   PERFORM PROVE-ONE-STATEMENT-RECORD
               END-IF
           END-PERFORM.
           IF STATEMENT-FILE-STATUS = '00'
                   OR STATEMENT-FILE-STATUS = '10' THEN
               CLOSE STATEMENT-FILE
           END-IF.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               PERFORM REPORT-ONE-STATEMENT
           END-PERFORM.
           IF FILE-REFUSED = 'N' THEN
               EVALUATE TRUE
                   WHEN FAILED-COUNT > 0
                       MOVE 'Y' TO FILE-REFUSED
                       MOVE 'STATEMENT(S) DO NOT PROVE - NOT RELEASED'
                           TO REFUSE-REASON
                   WHEN ACCT-COUNT = 0
                       MOVE 'Y' TO FILE-REFUSED
                       MOVE 'NO STATEMENTS ON THE FILE - NOT RELEASED'
                           TO REFUSE-REASON
                   WHEN DUPLICATE-COUNT = ACCT-COUNT
                       MOVE 'Y' TO FILE-REFUSED
                       MOVE 'FILE SENT AGAIN - ALL LOADED BEFORE'
                           TO REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PROVE-ONE-STATEMENT-RECORD.
           EVALUATE STMT-REC-TYPE
               WHEN 'H'
                   PERFORM START-ONE-STATEMENT
               WHEN 'T'
                   PERFORM PROVE-ONE-TRANSACTION
               WHEN 'C'
                   PERFORM CLOSE-ONE-STATEMENT
               WHEN OTHER
                   PERFORM NAME-DAMAGED-RECORD
           END-EVALUATE.

      *>    A NEW HEADER WHILE THE LAST STATEMENT IS STILL OPEN LEAVES
      *>    THAT ONE WITHOUT A CLOSING BALANCE - IT FAILS ITS PROOF.
       START-ONE-STATEMENT.
           IF ACCT-COUNT >= 200 THEN
               DISPLAY 'BANK-STATEMENT.TXT EXCEEDS 200 STATEMENTS'
               MOVE 'Y' TO FILE-REFUSED
               MOVE 'MORE THAN 200 STATEMENTS - NOT RELEASED'
                   TO REFUSE-REASON
               MOVE 0 TO CUR-ACCT
           ELSE
               ADD 1 TO ACCT-COUNT
               MOVE ACCT-COUNT TO CUR-ACCT
               MOVE FUNCTION UPPER-CASE(STMT-ACCOUNT)
                   TO ACCT-ID(CUR-ACCT)
               MOVE FUNCTION UPPER-CASE(STMT-CCY) TO ACCT-CCY(CUR-ACCT)
               MOVE 0 TO ACCT-OPEN(CUR-ACCT) ACCT-MOVEMENT(CUR-ACCT)
                   ACCT-CLOSE(CUR-ACCT) ACCT-TXN-COUNT(CUR-ACCT)
                   ACCT-CLS-COUNT(CUR-ACCT) ACCT-STMT-NO(CUR-ACCT)
                   ACCT-STMT-DATE(CUR-ACCT)
               MOVE 'N' TO ACCT-CLOSED(CUR-ACCT) ACCT-DAMAGED(CUR-ACCT)
                   ACCT-DUPLICATE(CUR-ACCT)
               IF STMT-ACCOUNT = SPACES OR STMT-CCY = SPACES
                       OR STMT-DATE IS NOT NUMERIC
                       OR STMT-NO IS NOT NUMERIC
                       OR STMT-OPEN-BAL IS NOT NUMERIC
                       OR (STMT-OPEN-SIGN NOT = '+'
                           AND STMT-OPEN-SIGN NOT = '-') THEN
                   PERFORM NAME-DAMAGED-RECORD
               ELSE
                   MOVE STMT-DATE TO ACCT-STMT-DATE(CUR-ACCT)
                   MOVE STMT-NO TO ACCT-STMT-NO(CUR-ACCT)
                   IF STMT-OPEN-SIGN = '-' THEN
                       COMPUTE ACCT-OPEN(CUR-ACCT) = 0 - STMT-OPEN-BAL
                   ELSE
                       MOVE STMT-OPEN-BAL TO ACCT-OPEN(CUR-ACCT)
                   END-IF
                   PERFORM CHECK-FOR-REPEAT
               END-IF
           END-IF.

      *>    THE SAME ACCOUNT AND STATEMENT NUMBER SEEN BEFORE - ON AN
      *>    EARLIER NIGHT OR EARLIER IN THIS FILE.
       CHECK-FOR-REPEAT.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-COUNT
               IF HIST-ACCOUNT(HIST-IDX) = ACCT-ID(CUR-ACCT)
                       AND HIST-STMT-NO(HIST-IDX) =
                           ACCT-STMT-NO(CUR-ACCT) THEN
                   MOVE 'Y' TO ACCT-DUPLICATE(CUR-ACCT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX >= CUR-ACCT
               IF ACCT-ID(OTHER-IDX) = ACCT-ID(CUR-ACCT)
                       AND ACCT-STMT-NO(OTHER-IDX) =
                           ACCT-STMT-NO(CUR-ACCT) THEN
                   MOVE 'Y' TO ACCT-DUPLICATE(CUR-ACCT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PROVE-ONE-TRANSACTION.
           IF CUR-ACCT = 0 THEN
               PERFORM NAME-DAMAGED-RECORD
           ELSE
               IF ACCT-CLOSED(CUR-ACCT) = 'Y'
                       OR TXN-AMOUNT IS NOT NUMERIC
                       OR (TXN-DR-CR NOT = 'D' AND TXN-DR-CR NOT = 'C')
                       THEN
                   PERFORM NAME-DAMAGED-RECORD
               ELSE
                   ADD 1 TO ACCT-TXN-COUNT(CUR-ACCT)
                   IF TXN-DR-CR = 'D' THEN
                       SUBTRACT TXN-AMOUNT FROM ACCT-MOVEMENT(CUR-ACCT)
                   ELSE
                       ADD TXN-AMOUNT TO ACCT-MOVEMENT(CUR-ACCT)
                   END-IF
               END-IF
           END-IF.

       CLOSE-ONE-STATEMENT.
           IF CUR-ACCT = 0 THEN
               PERFORM NAME-DAMAGED-RECORD
           ELSE
               IF ACCT-CLOSED(CUR-ACCT) = 'Y'
                       OR CLS-BAL IS NOT NUMERIC
                       OR CLS-TXN-COUNT IS NOT NUMERIC
                       OR (CLS-SIGN NOT = '+' AND CLS-SIGN NOT = '-')
                       THEN
                   PERFORM NAME-DAMAGED-RECORD
               ELSE
                   MOVE 'Y' TO ACCT-CLOSED(CUR-ACCT)
                   MOVE CLS-TXN-COUNT TO ACCT-CLS-COUNT(CUR-ACCT)
                   IF CLS-SIGN = '-' THEN
                       COMPUTE ACCT-CLOSE(CUR-ACCT) = 0 - CLS-BAL
                   ELSE
                       MOVE CLS-BAL TO ACCT-CLOSE(CUR-ACCT)
                   END-IF
               END-IF
           END-IF.

      *>    A RECORD THAT CANNOT BE READ FAILS THE STATEMENT IT SITS
      *>    IN; ONE OUTSIDE ANY STATEMENT REFUSES THE FILE OUTRIGHT.
       NAME-DAMAGED-RECORD.
           MOVE SPACES TO REPORT-REC.
           STRING 'LINE ' WS-LINE-NO ' DAMAGED OR OUT OF PLACE: '
                  STMT-HEADER-REC(1:60)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF CUR-ACCT = 0 THEN
               MOVE 'Y' TO FILE-REFUSED
               MOVE 'RECORD OUTSIDE ANY STATEMENT - NOT RELEASED'
                   TO REFUSE-REASON
           ELSE
               MOVE 'Y' TO ACCT-DAMAGED(CUR-ACCT)
           END-IF.

       REPORT-ONE-STATEMENT.
           EVALUATE TRUE
               WHEN ACCT-DAMAGED(ACCT-IDX) = 'Y'
                   MOVE 'DAMAGED RECORD - FAILED' TO ACCT-RESULT
                   ADD 1 TO FAILED-COUNT
               WHEN ACCT-CLOSED(ACCT-IDX) = 'N'
                   MOVE 'NO CLOSING BALANCE - FAILED' TO ACCT-RESULT
                   ADD 1 TO FAILED-COUNT
               WHEN ACCT-CLS-COUNT(ACCT-IDX) NOT =
                       ACCT-TXN-COUNT(ACCT-IDX)
                   MOVE 'COUNT DISAGREES - FAILED' TO ACCT-RESULT
                   ADD 1 TO FAILED-COUNT
               WHEN ACCT-OPEN(ACCT-IDX) + ACCT-MOVEMENT(ACCT-IDX)
                       NOT = ACCT-CLOSE(ACCT-IDX)
                   MOVE 'DOES NOT PROVE - FAILED' TO ACCT-RESULT
                   ADD 1 TO FAILED-COUNT
               WHEN ACCT-DUPLICATE(ACCT-IDX) = 'Y'
                   MOVE 'PROVED - ALREADY LOADED' TO ACCT-RESULT
                   ADD 1 TO DUPLICATE-COUNT
               WHEN OTHER
                   MOVE 'PROVED' TO ACCT-RESULT
                   ADD 1 TO PROVED-COUNT
           END-EVALUATE.
           MOVE ACCT-OPEN(ACCT-IDX) TO OPEN-ED.
           MOVE ACCT-MOVEMENT(ACCT-IDX) TO MOVE-ED.
           MOVE ACCT-CLOSE(ACCT-IDX) TO CLOSE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING ACCT-ID(ACCT-IDX) ' ' ACCT-CCY(ACCT-IDX) ' '
                  ACCT-STMT-NO(ACCT-IDX) ' ' OPEN-ED ' ' MOVE-ED ' '
                  CLOSE-ED '  ' ACCT-RESULT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    SECOND PASS - ONLY EVER REACHED WITH EVERY STATEMENT
      *>    PROVED, SO EACH RECORD HERE IS KNOWN GOOD.
       WRITE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE SPACES TO EXTRACT-REC.
           STRING 'HDR,' RUN-DATE DELIMITED BY SIZE INTO EXTRACT-REC
           END-STRING.
           WRITE EXTRACT-REC.
           MOVE 0 TO CUR-ACCT.
           MOVE 0 TO EXTRACT-ELEMENTS.
           MOVE 'N' TO WS-EOF-STATEMENT.
           OPEN INPUT STATEMENT-FILE.
           PERFORM UNTIL WS-EOF-STATEMENT = 'Y'
               READ STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF-STATEMENT
               END-READ
               IF WS-EOF-STATEMENT NOT = 'Y' THEN
                   PERFORM EXTRACT-ONE-STATEMENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           MOVE EXTRACT-HASH TO HASH-ED.
           MOVE EXTRACT-LINE-COUNT TO COUNT-ED.
           MOVE SPACES TO EXTRACT-REC.
           STRING 'TRL,' FUNCTION TRIM(COUNT-ED) ','
                  FUNCTION TRIM(HASH-ED)
               DELIMITED BY SIZE INTO EXTRACT-REC
           END-STRING.
           WRITE EXTRACT-REC.
           CLOSE EXTRACT-FILE.
           MOVE 'I' TO CAT-OP.
           MOVE 'BANK-STATEMENT.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'R' TO CAT-OP.
           MOVE 'TRANSACT-EXTRACT.TXT' TO CAT-FILE-NAME.
           MOVE EXTRACT-LINE-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.
           PERFORM RECORD-LOADED-STATEMENTS.

       EXTRACT-ONE-STATEMENT-RECORD.
           EVALUATE STMT-REC-TYPE
               WHEN 'H'
                   ADD 1 TO CUR-ACCT
                   MOVE SPACES TO EXTRACT-WORK
                   MOVE 1 TO EXTRACT-PTR
                   MOVE 0 TO EXTRACT-ELEMENTS
               WHEN 'T'
                   IF ACCT-DUPLICATE(CUR-ACCT) = 'N' THEN
                       PERFORM EXTRACT-ONE-TRANSACTION
                   END-IF
               WHEN 'C'
                   PERFORM FLUSH-EXTRACT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXTRACT-ONE-TRANSACTION.
           IF TXN-DR-CR = 'D' THEN
               COMPUTE TXN-SIGNED = 0 - TXN-AMOUNT
           ELSE
               MOVE TXN-AMOUNT TO TXN-SIGNED
           END-IF.
           IF TXN-AMOUNT > 99999.99 THEN
               ADD 1 TO OVERSIZE-COUNT
               MOVE TXN-SIGNED TO AMOUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING ACCT-ID(CUR-ACCT) ' ' ACCT-CCY(CUR-ACCT) ' '
                      AMOUNT-ED ' ' TXN-BANK-REF
                      ' TOO LARGE FOR THE EXTRACT - CLEAR MANUALLY'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM BUILD-ONE-SEGMENT
               IF EXTRACT-ELEMENTS >= 2000
                       OR EXTRACT-PTR + FUNCTION LENGTH(
                           FUNCTION TRIM(SEGMENT-WORK)) > 999 THEN
                   PERFORM FLUSH-EXTRACT-LINE
               END-IF
               IF EXTRACT-ELEMENTS > 0 THEN
                   STRING ',' DELIMITED BY SIZE
                       INTO EXTRACT-WORK WITH POINTER EXTRACT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(SEGMENT-WORK) DELIMITED BY SIZE
                   INTO EXTRACT-WORK WITH POINTER EXTRACT-PTR
               END-STRING
               ADD 1 TO EXTRACT-ELEMENTS
               ADD 1 TO EXTRACT-TXN-COUNT
               ADD TXN-SIGNED TO EXTRACT-HASH
           END-IF.

      *>    AMOUNT, THEN ":CCY" FOR A FOREIGN ACCOUNT, THEN "#REF".  A
      *>    REFERENCE CARRYING ONE OF THE EXTRACT'S OWN SEPARATORS
      *>    WOULD SPLIT THE SEGMENT, SO IT IS LEFT OFF.
       BUILD-ONE-SEGMENT.
           MOVE TXN-SIGNED TO SEGMENT-AMT-ED.
           MOVE SPACES TO SEGMENT-WORK.
           IF ACCT-CCY(CUR-ACCT) = BASE-CCY THEN
               STRING FUNCTION TRIM(SEGMENT-AMT-ED) DELIMITED BY SIZE
                   INTO SEGMENT-WORK
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SEGMENT-AMT-ED) ':'
                      ACCT-CCY(CUR-ACCT)
                   DELIMITED BY SIZE INTO SEGMENT-WORK
               END-STRING
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-PAY-REF))
               TO TXN-REF-WORK.
           MOVE 0 TO REF-BAD-CHARS.
           INSPECT TXN-REF-WORK TALLYING REF-BAD-CHARS
               FOR ALL ',' ALL ':' ALL '#' ALL ';' ALL '"' ALL ' '.
           IF TXN-REF-WORK NOT = SPACES
                   AND REF-BAD-CHARS = 16 - FUNCTION LENGTH(
                       FUNCTION TRIM(TXN-REF-WORK)) THEN
               STRING FUNCTION TRIM(SEGMENT-WORK) '#'
                      FUNCTION TRIM(TXN-REF-WORK)
                   DELIMITED BY SIZE INTO SEGMENT-WORK
               END-STRING
           END-IF.

       FLUSH-EXTRACT-LINE.
           IF EXTRACT-ELEMENTS > 0 THEN
               MOVE EXTRACT-WORK TO EXTRACT-ARRAY-LINE
               WRITE EXTRACT-REC
               ADD 1 TO EXTRACT-LINE-COUNT
           END-IF.
           MOVE SPACES TO EXTRACT-WORK.
           MOVE 1 TO EXTRACT-PTR.
           MOVE 0 TO EXTRACT-ELEMENTS.

       RECORD-LOADED-STATEMENTS.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-DUPLICATE(ACCT-IDX) = 'N' THEN
                   MOVE SPACES TO HISTORY-REC
                   STRING FUNCTION TRIM(ACCT-ID(ACCT-IDX)) ','
                          ACCT-STMT-NO(ACCT-IDX) ',' RUN-DATE
                       DELIMITED BY SIZE INTO HISTORY-REC
                   END-STRING
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'STATEMENTS PROVED ' PROVED-COUNT
                  '  ALREADY LOADED ' DUPLICATE-COUNT
                  '  FAILED ' FAILED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           IF FILE-REFUSED = 'Y' THEN
               SET RC-ERROR TO TRUE
               STRING 'TRANSACT-EXTRACT.TXT NOT WRITTEN - '
                      REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               DISPLAY 'BANK-STMT-LOAD: ' FUNCTION TRIM(REFUSE-REASON)
           ELSE
               MOVE EXTRACT-HASH TO HASH-ED
               STRING 'TRANSACT-EXTRACT.TXT RELEASED - '
                      EXTRACT-LINE-COUNT ' LINE(S), '
                      EXTRACT-TXN-COUNT ' TRANSACTION(S), HASH '
                      HASH-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF OVERSIZE-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING OVERSIZE-COUNT ' TRANSACTION(S) LEFT FOR'
                      ' MANUAL CLEARING'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-BANK-STMT-LOG.
           MOVE 'BANK-STMT' TO OPS-LOG-PROGRAM.
           IF RC-OK THEN
               MOVE 'OK' TO OPS-LOG-RESULT
               MOVE 'TRANSACT-EXTRACT' TO OPS-LOG-DETAIL
           ELSE
               MOVE 'REFUSED' TO OPS-LOG-RESULT
               MOVE 'NOT RELEASED' TO OPS-LOG-DETAIL
           END-IF.
           MOVE EXTRACT-TXN-COUNT TO OPS-LOG-REC-COUNT.
           COMPUTE OPS-LOG-EXC-COUNT = FAILED-COUNT + DUPLICATE-COUNT
               + OVERSIZE-COUNT.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM BANK-STMT-LOAD.
