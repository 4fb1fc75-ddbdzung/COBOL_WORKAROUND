       IDENTIFICATION DIVISION.
       PROGRAM-ID. IC-RECON.

      *>    INTERCOMPANY DUE-TO / DUE-FROM RECONCILIATION.  EACH
      *>    LEGAL ENTITY REPORTS ITS INTERCOMPANY BALANCES BY
      *>    COUNTERPARTY AND CURRENCY, ONE LINE EACH, ON
      *>    INTERCO-BALANCES.TXT -
      *>        ENTITY,COUNTERPARTY,FROM|TO,CCY,AMOUNT
      *>    (FROM = DUE FROM THE COUNTERPARTY, A RECEIVABLE; TO = DUE
      *>    TO IT, A PAYABLE; BLANK CCY = BASE CURRENCY).  EVERY LINE
      *>    IS CONVERTED TO BASE THROUGH CURRENCY-RATES.TXT (THE
      *>    LATEST RATE EFFECTIVE ON OR BEFORE THE PROCESSING DATE,
      *>    AS TWOSUM-REVALUE TAKES IT) AND SUMMED PER ENTITY,
      *>    COUNTERPARTY AND SIDE.  THE PAIRS MUST AGREE - A'S
      *>    DUE-FROM-B AGAINST B'S DUE-TO-A - WITHIN THE GL-RECON
      *>    TOLERANCE (GL-TOLERANCE.TXT, DEFAULT 0.05).  THE REPORT
      *>    (IC-RECON-REPORT.TXT) SHOWS EACH PAIR AS AGREED OR AS A
      *>    DIFFERENCE WITH THE LINES BEHIND IT, THEN EVERY BALANCE
      *>    THE OTHER ENTITY DOES NOT CARRY AT ALL (ONE-SIDED).  A
      *>    PAIR WITH A CURRENCY THAT HAS NO RATE CANNOT BE PROVED
      *>    AND IS REPORTED AS SUCH, NOT GUESSED AT.
      *>
      *>    EVERY DIFFERENCE OUTSIDE TOLERANCE, ONE-SIDED BALANCES
      *>    INCLUDED, IS APPENDED TO GL-EXCEPTION-TARGETS.TXT IN
      *>    TARGET-CONTROL FORMAT (TARGET-ID = FROM-ENTITY-TO-ENTITY,
      *>    SOURCE ICRECON) SO BATCH-TWOSUM LOOKS FOR THE
      *>    TRANSACTIONS THAT EXPLAIN IT.  GL-RECON RECREATES THAT
      *>    FILE EACH RUN, SO THIS STEP IS SCHEDULED AFTER GL-RECON
      *>    AND BEFORE BATCH-TWOSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "INTERCO-BALANCES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO "CURRENCY-RATES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "GL-TOLERANCE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "GL-EXCEPTION-TARGETS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "IC-RECON-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-REC                  PIC X(80).

       FD  RATES-FILE.
       01  RATES-REC                    PIC X(30).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-REC                PIC X(10).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC                PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS          PIC X(02).
       01  RATES-FILE-STATUS            PIC X(02).
       01  TOLERANCE-FILE-STATUS        PIC X(02).
       01  EXCEPTION-FILE-STATUS        PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-BALANCE               PIC X(01) VALUE 'N'.
       01  WS-EOF-RATES                 PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  GL-TOLERANCE                 PIC S9(7)V99 VALUE 0.05.
       01  NUMVAL-CHK                   PIC S9(3).
      *
       01  RATES-TABLE.
           05  RATE-COUNT               PIC 9(02) VALUE 0.
           05  RATE-ENTRY OCCURS 20 TIMES.
               10  RATE-CCY             PIC X(03).
               10  RATE-VALUE           PIC 9(4)V9(6).
               10  RATE-EFF-DATE        PIC 9(08).
       01  RATE-IDX                     PIC 9(02).
       01  RATE-CCY-TXT                 PIC X(05).
       01  RATE-VALUE-TXT               PIC X(15).
       01  RATE-DATE-TXT                PIC X(10).
       01  RATE-EFF-NUM                 PIC 9(08).
       01  RATE-WORK                    PIC 9(4)V9(6).
      *
       01  BAL-ENTITY-TXT               PIC X(06).
       01  BAL-CPTY-TXT                 PIC X(06).
       01  BAL-SIDE-TXT                 PIC X(08).
       01  BAL-CCY-TXT                  PIC X(05).
       01  BAL-AMOUNT-TXT               PIC X(18).
       01  BAL-SIDE                     PIC X(01).
       01  BAL-CCY                      PIC X(03).
       01  BAL-REJECT-REASON            PIC X(30).
      *>    ONE ROW PER ENTITY / COUNTERPARTY / SIDE, IN BASE.
       01  SIDE-TABLE.
           05  SIDE-COUNT               PIC 9(03) VALUE 0.
           05  SIDE-ENTRY OCCURS 200 TIMES.
               10  SD-ENTITY            PIC X(04).
               10  SD-CPTY              PIC X(04).
               10  SD-SIDE              PIC X(01).
               10  SD-BASE              PIC S9(11)V99.
               10  SD-NO-RATE           PIC X(01).
               10  SD-PAIRED            PIC X(01).
       01  SIDE-IDX                     PIC 9(03).
       01  OTHER-IDX                    PIC 9(03).
      *>    THE INPUT LINES BEHIND EACH ROW, FOR THE REPORT.
       01  BAL-LINE-TABLE.
           05  BAL-LINE-COUNT           PIC 9(03) VALUE 0.
           05  BAL-LINE-ENTRY OCCURS 500 TIMES.
               10  BLN-SIDE-IDX         PIC 9(03).
               10  BLN-CCY              PIC X(03).
               10  BLN-AMOUNT           PIC S9(11)V99.
               10  BLN-BASE             PIC S9(11)V99.
               10  BLN-RATED            PIC X(01).
       01  BLN-IDX                      PIC 9(03).
       01  BAL-AMOUNT                   PIC S9(11)V99.
       01  BAL-BASE                     PIC S9(11)V99.
       01  BAL-RATED                    PIC X(01).
      *
       01  PAIR-FROM-IDX                PIC 9(03).
       01  PAIR-TO-IDX                  PIC 9(03).
       01  PAIR-FROM-BASE               PIC S9(11)V99.
       01  PAIR-TO-BASE                 PIC S9(11)V99.
       01  PAIR-DIFF                    PIC S9(11)V99.
       01  PAIR-FROM-ENTITY             PIC X(04).
       01  PAIR-TO-ENTITY               PIC X(04).
       01  PAIR-RESULT                  PIC X(30).
       01  TARGET-ID-WORK               PIC X(10).
      *
       01  AGREED-COUNT                 PIC 9(05) VALUE 0.
       01  DIFFERENCE-COUNT             PIC 9(05) VALUE 0.
       01  ONE-SIDED-COUNT              PIC 9(05) VALUE 0.
       01  NO-RATE-COUNT                PIC 9(05) VALUE 0.
       01  REJECTED-COUNT               PIC 9(05) VALUE 0.
       01  TARGET-COUNT                 PIC 9(05) VALUE 0.
      *
       01  FROM-ED                      PIC -(10)9.99.
       01  TO-ED                        PIC -(10)9.99.
       01  DIFF-ED                      PIC -(10)9.99.
       01  AMOUNT-ED                    PIC -(10)9.99.
       01  DIFF-FULL-ED                 PIC -(11)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           SET RC-OK TO TRUE.
           PERFORM READ-GL-TOLERANCE.
           PERFORM LOAD-DATED-RATES.
           PERFORM OPEN-IC-RECON-FILES.
           PERFORM UNTIL WS-EOF-BALANCE = 'Y'
               READ BALANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF-BALANCE
               END-READ
               IF WS-EOF-BALANCE NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
                   PERFORM LOAD-ONE-BALANCE-LINE
               END-IF
           END-PERFORM.
           IF BALANCE-FILE-STATUS = '00' OR BALANCE-FILE-STATUS = '10'
                   THEN
               CLOSE BALANCE-FILE
           END-IF.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > SIDE-COUNT
               IF SD-SIDE(SIDE-IDX) = 'F' THEN
                   PERFORM RECONCILE-ONE-PAIR
               END-IF
           END-PERFORM.
           PERFORM WRITE-ONE-SIDED-SECTION.
           PERFORM WRITE-IC-RECON-TOTALS.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-IC-RECON-LOG.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-GL-TOLERANCE.
           OPEN INPUT TOLERANCE-FILE.
           IF TOLERANCE-FILE-STATUS = '00' THEN
               READ TOLERANCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(TOLERANCE-REC)) TO NUMVAL-CHK
                       IF NUMVAL-CHK = 0 THEN
                           COMPUTE GL-TOLERANCE =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(TOLERANCE-REC))
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

      *>    THE LATEST RATE EFFECTIVE ON OR BEFORE TODAY WINS PER
      *>    CURRENCY - AN UNDATED LINE COUNTS AS EFFECTIVE FROM DAY
      *>    ZERO, SO ANY DATED LINE UP TO TODAY OVERRIDES IT.
       LOAD-DATED-RATES.
           OPEN INPUT RATES-FILE.
           IF RATES-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-RATES
           END-IF.
           PERFORM UNTIL WS-EOF-RATES = 'Y'
               READ RATES-FILE
                   AT END MOVE 'Y' TO WS-EOF-RATES
               END-READ
               IF WS-EOF-RATES NOT = 'Y' THEN
                   PERFORM LOAD-ONE-RATE-LINE
               END-IF
           END-PERFORM.
           IF RATES-FILE-STATUS = '00' OR RATES-FILE-STATUS = '10' THEN
               CLOSE RATES-FILE
           END-IF.

       LOAD-ONE-RATE-LINE.
           MOVE SPACES TO RATE-CCY-TXT RATE-VALUE-TXT RATE-DATE-TXT.
           UNSTRING RATES-REC DELIMITED BY ','
               INTO RATE-CCY-TXT RATE-VALUE-TXT RATE-DATE-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(RATE-VALUE-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK NOT = 0
                   OR FUNCTION TRIM(RATE-CCY-TXT) = SPACES THEN
               DISPLAY 'BAD CURRENCY-RATES LINE SKIPPED: '
                   FUNCTION TRIM(RATES-REC)
           ELSE
               IF FUNCTION TRIM(RATE-DATE-TXT) IS NUMERIC THEN
                   COMPUTE RATE-EFF-NUM = FUNCTION NUMVAL(
                       FUNCTION TRIM(RATE-DATE-TXT))
               ELSE
                   MOVE 0 TO RATE-EFF-NUM
               END-IF
               IF RATE-EFF-NUM <= RUN-DATE THEN
                   COMPUTE RATE-WORK = FUNCTION NUMVAL(
                       FUNCTION TRIM(RATE-VALUE-TXT))
                   PERFORM KEEP-BEST-RATE
               END-IF
           END-IF.

       KEEP-BEST-RATE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RATE-CCY(RATE-IDX) = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(RATE-CCY-TXT)) THEN
                   IF RATE-EFF-NUM >= RATE-EFF-DATE(RATE-IDX) THEN
                       MOVE RATE-WORK TO RATE-VALUE(RATE-IDX)
                       MOVE RATE-EFF-NUM TO RATE-EFF-DATE(RATE-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RATE-IDX > RATE-COUNT THEN
               IF RATE-COUNT >= 20 THEN
                   DISPLAY 'CURRENCY-RATES EXCEEDS 20 CURRENCIES - '
                       'EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO RATE-COUNT
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(RATE-CCY-TXT))
                       TO RATE-CCY(RATE-COUNT)
                   MOVE RATE-WORK TO RATE-VALUE(RATE-COUNT)
                   MOVE RATE-EFF-NUM TO RATE-EFF-DATE(RATE-COUNT)
               END-IF
           END-IF.

       OPEN-IC-RECON-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'INTERCOMPANY RECONCILIATION' TO RPT-TITLE.
           MOVE 'IC-RECON' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'FROM TO  DUE-FROM (BASE)   DUE-TO (BASE)'
                  '      DIFFERENCE  RESULT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-BALANCE
               SET RC-ERROR TO TRUE
               MOVE 'NO INTERCO-BALANCES FILE - NOTHING RECONCILED'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    A LINE THAT FAILS ANY CHECK IS NAMED AND LEFT OUT - IT
      *>    NEVER JOINS A SIDE UNDER A GUESSED ENTITY OR AMOUNT.
       LOAD-ONE-BALANCE-LINE.
           MOVE SPACES TO BAL-ENTITY-TXT BAL-CPTY-TXT BAL-SIDE-TXT
               BAL-CCY-TXT BAL-AMOUNT-TXT BAL-REJECT-REASON.
           UNSTRING BALANCE-REC DELIMITED BY ','
               INTO BAL-ENTITY-TXT BAL-CPTY-TXT BAL-SIDE-TXT
                    BAL-CCY-TXT BAL-AMOUNT-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BAL-SIDE-TXT))
               TO BAL-SIDE-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BAL-CCY-TXT))
               TO BAL-CCY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BAL-ENTITY-TXT))
               TO BAL-ENTITY-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BAL-CPTY-TXT))
               TO BAL-CPTY-TXT.
           EVALUATE TRUE
               WHEN BAL-ENTITY-TXT = SPACES OR BAL-CPTY-TXT = SPACES
                   MOVE 'BLANK ENTITY OR COUNTERPARTY'
                       TO BAL-REJECT-REASON
               WHEN BAL-ENTITY-TXT(5:2) NOT = SPACES
                       OR BAL-CPTY-TXT(5:2) NOT = SPACES
                   MOVE 'ENTITY CODE OVER 4 CHARACTERS'
                       TO BAL-REJECT-REASON
               WHEN BAL-ENTITY-TXT = BAL-CPTY-TXT
                   MOVE 'ENTITY IS ITS OWN COUNTERPARTY'
                       TO BAL-REJECT-REASON
               WHEN BAL-SIDE-TXT = 'FROM' OR BAL-SIDE-TXT = 'DUE-FROM'
                   MOVE 'F' TO BAL-SIDE
               WHEN BAL-SIDE-TXT = 'TO' OR BAL-SIDE-TXT = 'DUE-TO'
                   MOVE 'T' TO BAL-SIDE
               WHEN OTHER
                   MOVE 'SIDE NOT FROM OR TO' TO BAL-REJECT-REASON
           END-EVALUATE.
           IF BAL-REJECT-REASON = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(BAL-AMOUNT-TXT))
                   TO NUMVAL-CHK
               IF NUMVAL-CHK NOT = 0 THEN
                   MOVE 'AMOUNT NOT NUMERIC' TO BAL-REJECT-REASON
               ELSE
                   COMPUTE BAL-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(BAL-AMOUNT-TXT))
               END-IF
           END-IF.
           IF BAL-REJECT-REASON = SPACES
                   AND BAL-LINE-COUNT >= 500 THEN
               MOVE 'MORE THAN 500 BALANCE LINES' TO BAL-REJECT-REASON
           END-IF.
           IF BAL-REJECT-REASON NOT = SPACES THEN
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING 'BALANCE LINE ' WS-LINE-NO ' SKIPPED - '
                      FUNCTION TRIM(BAL-REJECT-REASON) ': '
                      FUNCTION TRIM(BALANCE-REC)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CONVERT-BALANCE-TO-BASE
               PERFORM ADD-TO-SIDE
           END-IF.

       CONVERT-BALANCE-TO-BASE.
           MOVE 'Y' TO BAL-RATED.
           IF BAL-CCY = SPACES THEN
               MOVE BAL-AMOUNT TO BAL-BASE
           ELSE
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > RATE-COUNT
                   IF RATE-CCY(RATE-IDX) = BAL-CCY THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF RATE-IDX > RATE-COUNT THEN
                   MOVE 'N' TO BAL-RATED
                   MOVE 0 TO BAL-BASE
               ELSE
                   COMPUTE BAL-BASE ROUNDED =
                       BAL-AMOUNT * RATE-VALUE(RATE-IDX)
               END-IF
           END-IF.

       ADD-TO-SIDE.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > SIDE-COUNT
               IF SD-ENTITY(SIDE-IDX) = BAL-ENTITY-TXT(1:4)
                       AND SD-CPTY(SIDE-IDX) = BAL-CPTY-TXT(1:4)
                       AND SD-SIDE(SIDE-IDX) = BAL-SIDE THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SIDE-IDX > SIDE-COUNT THEN
               IF SIDE-COUNT >= 200 THEN
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'MORE THAN 200 INTERCOMPANY BALANCES - '
                       'LINE ' WS-LINE-NO ' IGNORED'
                   MOVE 0 TO SIDE-IDX
               ELSE
                   ADD 1 TO SIDE-COUNT
                   MOVE BAL-ENTITY-TXT TO SD-ENTITY(SIDE-COUNT)
                   MOVE BAL-CPTY-TXT TO SD-CPTY(SIDE-COUNT)
                   MOVE BAL-SIDE TO SD-SIDE(SIDE-COUNT)
                   MOVE 0 TO SD-BASE(SIDE-COUNT)
                   MOVE 'N' TO SD-NO-RATE(SIDE-COUNT)
                   MOVE 'N' TO SD-PAIRED(SIDE-COUNT)
               END-IF
           END-IF.
           IF SIDE-IDX > 0 THEN
               ADD BAL-BASE TO SD-BASE(SIDE-IDX)
               IF BAL-RATED = 'N' THEN
                   MOVE 'Y' TO SD-NO-RATE(SIDE-IDX)
               END-IF
               ADD 1 TO BAL-LINE-COUNT
               MOVE SIDE-IDX TO BLN-SIDE-IDX(BAL-LINE-COUNT)
               MOVE BAL-CCY TO BLN-CCY(BAL-LINE-COUNT)
               MOVE BAL-AMOUNT TO BLN-AMOUNT(BAL-LINE-COUNT)
               MOVE BAL-BASE TO BLN-BASE(BAL-LINE-COUNT)
               MOVE BAL-RATED TO BLN-RATED(BAL-LINE-COUNT)
           END-IF.

      *>    SIDE-IDX IS A DUE-FROM ROW; ITS PARTNER IS THE
      *>    COUNTERPARTY'S DUE-TO ROW BACK TO THIS ENTITY.
       RECONCILE-ONE-PAIR.
           MOVE SIDE-IDX TO PAIR-FROM-IDX.
           MOVE 0 TO PAIR-TO-IDX.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX > SIDE-COUNT
               IF SD-SIDE(OTHER-IDX) = 'T'
                       AND SD-ENTITY(OTHER-IDX) = SD-CPTY(SIDE-IDX)
                       AND SD-CPTY(OTHER-IDX) = SD-ENTITY(SIDE-IDX)
                       THEN
                   MOVE OTHER-IDX TO PAIR-TO-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PAIR-TO-IDX > 0 THEN
               MOVE 'Y' TO SD-PAIRED(PAIR-FROM-IDX)
               MOVE 'Y' TO SD-PAIRED(PAIR-TO-IDX)
               MOVE SD-ENTITY(PAIR-FROM-IDX) TO PAIR-FROM-ENTITY
               MOVE SD-CPTY(PAIR-FROM-IDX) TO PAIR-TO-ENTITY
               MOVE SD-BASE(PAIR-FROM-IDX) TO PAIR-FROM-BASE
               MOVE SD-BASE(PAIR-TO-IDX) TO PAIR-TO-BASE
               COMPUTE PAIR-DIFF = PAIR-FROM-BASE - PAIR-TO-BASE
               IF SD-NO-RATE(PAIR-FROM-IDX) = 'Y'
                       OR SD-NO-RATE(PAIR-TO-IDX) = 'Y' THEN
                   ADD 1 TO NO-RATE-COUNT
                   MOVE 'NO RATE - NOT RECONCILED' TO PAIR-RESULT
               ELSE
                   IF FUNCTION ABS(PAIR-DIFF) <= GL-TOLERANCE THEN
                       ADD 1 TO AGREED-COUNT
                       MOVE 'AGREED' TO PAIR-RESULT
                   ELSE
                       ADD 1 TO DIFFERENCE-COUNT
                       MOVE 'DIFFERENCE - EXCEPTION' TO PAIR-RESULT
                       PERFORM WRITE-IC-EXCEPTION-TARGET
                   END-IF
               END-IF
               PERFORM WRITE-PAIR-LINE
           END-IF.

      *>    A BALANCE THE COUNTERPARTY DOES NOT CARRY AT ALL IS A
      *>    DIFFERENCE OF ITS WHOLE AMOUNT - SIGNED AS FROM LESS TO,
      *>    THE SAME WAY A PAIRED DIFFERENCE IS.
       WRITE-ONE-SIDED-SECTION.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ONE-SIDED BALANCES' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > SIDE-COUNT
               IF SD-PAIRED(SIDE-IDX) = 'N' THEN
                   PERFORM REPORT-ONE-SIDED
               END-IF
           END-PERFORM.

       REPORT-ONE-SIDED.
           IF SD-SIDE(SIDE-IDX) = 'F' THEN
               MOVE SIDE-IDX TO PAIR-FROM-IDX
               MOVE 0 TO PAIR-TO-IDX
               MOVE SD-ENTITY(SIDE-IDX) TO PAIR-FROM-ENTITY
               MOVE SD-CPTY(SIDE-IDX) TO PAIR-TO-ENTITY
               MOVE SD-BASE(SIDE-IDX) TO PAIR-FROM-BASE
               MOVE 0 TO PAIR-TO-BASE
               MOVE 'ONE-SIDED - NO DUE-TO' TO PAIR-RESULT
           ELSE
               MOVE 0 TO PAIR-FROM-IDX
               MOVE SIDE-IDX TO PAIR-TO-IDX
               MOVE SD-CPTY(SIDE-IDX) TO PAIR-FROM-ENTITY
               MOVE SD-ENTITY(SIDE-IDX) TO PAIR-TO-ENTITY
               MOVE 0 TO PAIR-FROM-BASE
               MOVE SD-BASE(SIDE-IDX) TO PAIR-TO-BASE
               MOVE 'ONE-SIDED - NO DUE-FROM' TO PAIR-RESULT
           END-IF.
           COMPUTE PAIR-DIFF = PAIR-FROM-BASE - PAIR-TO-BASE.
           IF SD-NO-RATE(SIDE-IDX) = 'Y' THEN
               ADD 1 TO NO-RATE-COUNT
               MOVE 'ONE-SIDED - NO RATE' TO PAIR-RESULT
           ELSE
               ADD 1 TO ONE-SIDED-COUNT
               IF FUNCTION ABS(PAIR-DIFF) > GL-TOLERANCE THEN
                   PERFORM WRITE-IC-EXCEPTION-TARGET
               END-IF
           END-IF.
           PERFORM WRITE-PAIR-LINE.

      *>    THE RESULT LINE, THEN EVERY INPUT LINE BEHIND EITHER SIDE
      *>    IN ITS OWN CURRENCY AND IN BASE.
       WRITE-PAIR-LINE.
           MOVE PAIR-FROM-BASE TO FROM-ED.
           MOVE PAIR-TO-BASE TO TO-ED.
           MOVE PAIR-DIFF TO DIFF-ED.
           MOVE SPACES TO REPORT-REC.
           STRING PAIR-FROM-ENTITY ' ' PAIR-TO-ENTITY ' ' FROM-ED
                  '  ' TO-ED '  ' DIFF-ED '  '
                  FUNCTION TRIM(PAIR-RESULT)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BLN-IDX FROM 1 BY 1
                   UNTIL BLN-IDX > BAL-LINE-COUNT
               IF BLN-SIDE-IDX(BLN-IDX) = PAIR-FROM-IDX
                       OR BLN-SIDE-IDX(BLN-IDX) = PAIR-TO-IDX THEN
                   PERFORM WRITE-BALANCE-DETAIL
               END-IF
           END-PERFORM.

       WRITE-BALANCE-DETAIL.
           MOVE BLN-AMOUNT(BLN-IDX) TO AMOUNT-ED.
           MOVE BLN-BASE(BLN-IDX) TO DIFF-ED.
           MOVE SPACES TO REPORT-REC.
           IF BLN-SIDE-IDX(BLN-IDX) = PAIR-FROM-IDX THEN
               STRING '    ' PAIR-FROM-ENTITY ' DUE FROM '
                      PAIR-TO-ENTITY
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING '    ' PAIR-TO-ENTITY ' DUE TO   '
                      PAIR-FROM-ENTITY
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           IF BLN-RATED(BLN-IDX) = 'Y' THEN
               STRING ' ' BLN-CCY(BLN-IDX) ' ' AMOUNT-ED
                      ' BASE ' DIFF-ED
                   DELIMITED BY SIZE INTO REPORT-REC(28:)
               END-STRING
           ELSE
               STRING ' ' BLN-CCY(BLN-IDX) ' ' AMOUNT-ED
                      ' NO RATE ON CURRENCY-RATES'
                   DELIMITED BY SIZE INTO REPORT-REC(28:)
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    THE INVESTIGATION IS THE SAME AS FOR AN OUT-OF-BALANCE GL
      *>    BATCH - FIND THE TRANSACTIONS THAT SUM TO THE DIFFERENCE.
       WRITE-IC-EXCEPTION-TARGET.
           ADD 1 TO TARGET-COUNT.
           MOVE SPACES TO TARGET-ID-WORK.
           STRING FUNCTION TRIM(PAIR-FROM-ENTITY) '-'
                  FUNCTION TRIM(PAIR-TO-ENTITY)
               DELIMITED BY SIZE INTO TARGET-ID-WORK
           END-STRING.
           MOVE PAIR-DIFF TO DIFF-FULL-ED.
           MOVE SPACES TO EXCEPTION-REC.
           STRING FUNCTION TRIM(TARGET-ID-WORK) ','
                  FUNCTION TRIM(DIFF-FULL-ED) ','
                  RUN-DATE ',ICRECON'
               DELIMITED BY SIZE INTO EXCEPTION-REC
           END-STRING.
           WRITE EXCEPTION-REC.

       WRITE-IC-RECON-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAIRS AGREED: ' AGREED-COUNT
                  ' DIFFERENCES: ' DIFFERENCE-COUNT
                  ' ONE-SIDED: ' ONE-SIDED-COUNT
                  ' NO RATE: ' NO-RATE-COUNT
                  ' LINES SKIPPED: ' REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE GL-TOLERANCE TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOLERANCE ' FUNCTION TRIM(AMOUNT-ED)
                  ' - EXCEPTION TARGETS WRITTEN: ' TARGET-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-IC-RECON-LOG.
           MOVE 'IC-RECON' TO OPS-LOG-PROGRAM.
           IF RC-OK THEN
               MOVE 'OK' TO OPS-LOG-RESULT
           ELSE
               MOVE 'ERROR' TO OPS-LOG-RESULT
           END-IF.
           MOVE SIDE-COUNT TO OPS-LOG-REC-COUNT.
           MOVE TARGET-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'IC-EXCEPTIONS' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM IC-RECON.
