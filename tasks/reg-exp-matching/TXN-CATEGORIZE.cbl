       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN-CATEGORIZE.

      *>    RULES-DRIVEN CATEGORIZATION OF THE INCOMING EXTRACT.
      *>    IS-MATCH-BATCH ONLY PASSES OR FAILS A RECORD; THE SAME
      *>    PATTERN LANGUAGE (SEE IS-MATCH.CBL) IS GOOD ENOUGH TO SAY
      *>    WHAT A RECORD IS - BANK CHARGES, PAYROLL RETURNS, DIRECT
      *>    DEBITS AND CARD SETTLEMENTS ALL HAVE RECOGNIZABLE
      *>    DESCRIPTION TEXT.  EACH RULE IN TXN-CATEGORY-RULES.TXT IS -
      *>        FIELD,PATTERN,MODE,CATEGORY,PRIORITY
      *>    E.G.  5,BANK CHARGE,C,BANKCHG,10
      *>    WITH FIELD AND MODE AS IN IS-MATCH-BATCH (FIELD 0 IS THE
      *>    WHOLE RECORD; MODE F, S OR C, DEFAULT F).  THE RULES ARE
      *>    TRIED IN PRIORITY ORDER (LOWEST NUMBER FIRST, FILE ORDER
      *>    BETWEEN EQUALS, A MISSING PRIORITY COUNTING AS 999) AND
      *>    THE FIRST MATCH GIVES THE RECORD ITS CATEGORY - A RECORD
      *>    NO RULE MATCHES IS UNCLASSIFIED.  EVERY RECORD OF
      *>    IS-MATCH-RECORDS.TXT IS WRITTEN TO TXN-CATEGORIZED.TXT
      *>    WITH ITS CATEGORY STAMPED ON THE END AS ONE MORE COMMA
      *>    FIELD, SO THE EXISTING FIELD POSITIONS DO NOT MOVE.
      *>
      *>    WHICH FIELDS CARRY THE ITEM DATE AND THE AMOUNT COMES FROM
      *>    THE SINGLE LINE OF TXN-CATEGORY-LAYOUT.TXT -
      *>        DATE-FIELD,AMOUNT-FIELD      (DEFAULT 1,2)
      *>    AND THE REPORT (TXN-CATEGORY-REPORT.TXT) SHOWS THE RECORD
      *>    COUNT AND AMOUNT PER CATEGORY.
      *>
      *>    CATEGORIES THAT ARE KNOWN NOISE ARE LISTED IN
      *>    TXN-CATEGORY-WRITEOFF.TXT, ONE PER LINE -
      *>        CATEGORY[,REASON-CODE]       (REASON DEFAULTS TO THE
      *>                                      CATEGORY CODE)
      *>    EVERY RECORD IN SUCH A CATEGORY BECOMES A WRITE-OFF
      *>    APPROVAL LINE (DATE,AMOUNT,RULE,REASON) APPENDED TO
      *>    TWOSUM-WRITEOFF-APPROVALS.TXT, SO TWOSUM-WRITEOFF TAKES
      *>    THE ITEM OUT OF SUSPENSE THE FIRST TIME IT IS OLD ENOUGH
      *>    INSTEAD OF WAITING ON A CLERK'S INITIALS.  THE INITIALS
      *>    'RULE' MARK THESE LINES; ONE ALREADY ON THE FILE FROM AN
      *>    EARLIER RUN IS NOT ADDED AGAIN, SO A RERUN DOES NOT
      *>    APPROVE THE SAME ITEM TWICE.  A RECORD WITHOUT A VALID
      *>    DATE OR AMOUNT CANNOT BE APPROVED AND IS COUNTED AS SUCH.
      *>    TWOSUM-WRITEOFF TAKES CONSUMED AND STALE LINES BACK OFF THE
      *>    FILE, SO IT HOLDS ONLY APPROVALS STILL WAITING ON AN ITEM.
      *>    ONE OPS-LOG LINE FOR THE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORD-FILE ASSIGN TO "IS-MATCH-RECORDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECORD-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "TXN-CATEGORY-RULES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "TXN-CATEGORY-LAYOUT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
           SELECT NOISE-FILE ASSIGN TO "TXN-CATEGORY-WRITEOFF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOISE-FILE-STATUS.
           SELECT APPROVAL-FILE
               ASSIGN TO "TWOSUM-WRITEOFF-APPROVALS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT STAMPED-FILE ASSIGN TO "TXN-CATEGORIZED.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "TXN-CATEGORY-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORD-FILE.
       01  RECORD-REC                   PIC X(80).

       FD  RULE-FILE.
       01  RULE-REC                     PIC X(60).

       FD  LAYOUT-FILE.
       01  LAYOUT-REC                   PIC X(10).

       FD  NOISE-FILE.
       01  NOISE-REC                    PIC X(30).

       FD  APPROVAL-FILE.
       01  APPROVAL-REC                 PIC X(50).

       FD  STAMPED-FILE.
       01  STAMPED-REC                  PIC X(94).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  RECORD-FILE-STATUS           PIC X(02).
       01  RULE-FILE-STATUS             PIC X(02).
       01  LAYOUT-FILE-STATUS           PIC X(02).
       01  NOISE-FILE-STATUS            PIC X(02).
       01  APPROVAL-FILE-STATUS         PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-RECORD                PIC X(01) VALUE 'N'.
       01  WS-EOF-RULE                  PIC X(01) VALUE 'N'.
       01  WS-EOF-NOISE                 PIC X(01) VALUE 'N'.
       01  WS-EOF-APPROVAL              PIC X(01) VALUE 'N'.
       01  WS-RULE-NO                   PIC 9(03) VALUE 0.
       01  WS-RECORD-NO                 PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  DATE-FIELD-NO                PIC 9(02) VALUE 1.
       01  AMOUNT-FIELD-NO              PIC 9(02) VALUE 2.
       01  LAYOUT-DATE-TXT              PIC X(05).
       01  LAYOUT-AMT-TXT               PIC X(05).
      *
      *>    THE RULES, SORTED INTO PRIORITY ORDER AFTER LOADING.
       01  RULE-TABLE.
           05  RULE-COUNT               PIC 9(02) VALUE 0.
           05  RULE-ENTRY OCCURS 50 TIMES.
               10  RULE-FIELD-NO        PIC 9(02).
               10  RULE-PATTERN         PIC X(30).
               10  RULE-MODE            PIC X(01).
               10  RULE-CATEGORY        PIC X(12).
               10  RULE-PRIORITY        PIC 9(03).
               10  RULE-LINE-NO         PIC 9(03).
       01  RULE-HOLD.
           05  HOLD-FIELD-NO            PIC 9(02).
           05  HOLD-PATTERN             PIC X(30).
           05  HOLD-MODE                PIC X(01).
           05  HOLD-CATEGORY            PIC X(12).
           05  HOLD-PRIORITY            PIC 9(03).
           05  HOLD-LINE-NO             PIC 9(03).
       01  RULE-IDX                     PIC 9(02).
       01  RULE-SCAN                    PIC 9(02).
       01  RULE-FIELD-TXT               PIC X(05).
       01  RULE-PATTERN-TXT             PIC X(30).
       01  RULE-MODE-TXT                PIC X(05).
       01  RULE-CATEGORY-TXT            PIC X(12).
       01  RULE-PRIORITY-TXT            PIC X(05).
       01  RULE-BAD                     PIC X(01).
      *
      *>    ONE ROW PER CATEGORY SEEN, IN ORDER OF FIRST SIGHT, WITH
      *>    UNCLASSIFIED ALWAYS IN ROW 1.
       01  CATEGORY-TABLE.
           05  CAT-COUNT                PIC 9(02) VALUE 0.
           05  CAT-ENTRY OCCURS 51 TIMES.
               10  CAT-CODE             PIC X(12).
               10  CAT-RECORDS          PIC 9(07).
               10  CAT-AMOUNT           PIC S9(11)V99.
               10  CAT-NOISE-IDX        PIC 9(02).
       01  CAT-IDX                      PIC 9(02).
      *
      *>    THE KNOWN-NOISE CATEGORIES AND THE REASON CODE EACH
      *>    APPROVAL CARRIES.
       01  NOISE-TABLE.
           05  NOISE-COUNT              PIC 9(02) VALUE 0.
           05  NOISE-ENTRY OCCURS 20 TIMES.
               10  NOISE-CATEGORY       PIC X(12).
               10  NOISE-REASON         PIC X(10).
       01  NOISE-IDX                    PIC 9(02).
       01  NOISE-CAT-TXT                PIC X(12).
       01  NOISE-REASON-TXT             PIC X(10).
      *
      *>    RULE-STAMPED APPROVALS ALREADY ON THE FILE - EACH ONE
      *>    ANSWERS FOR AT MOST ONE RECORD OF THIS RUN.
       01  EXISTING-TABLE.
           05  EXIST-COUNT              PIC 9(04) VALUE 0.
           05  EXIST-ENTRY OCCURS 1000 TIMES.
               10  EXIST-DATE           PIC 9(08).
               10  EXIST-AMOUNT         PIC S9(5)V99.
               10  EXIST-REASON         PIC X(10).
               10  EXIST-USED           PIC X(01).
       01  EXIST-IDX                    PIC 9(04).
       01  EXIST-FULL-WARNED            PIC X(01) VALUE 'N'.
       01  APPR-DATE-TXT                PIC X(10).
       01  APPR-AMT-TXT                 PIC X(12).
       01  APPR-INIT-TXT                PIC X(04).
       01  APPR-REASON-TXT              PIC X(10).
      *>    THIS RUN'S NEW APPROVALS, APPENDED AFTER THE LAST RECORD.
       01  NEW-APPROVAL-TABLE.
           05  NEW-APPR-COUNT           PIC 9(04) VALUE 0.
           05  NEW-APPR-LINE OCCURS 1000 TIMES PIC X(50).
       01  NEW-APPR-IDX                 PIC 9(04).
       01  APPROVALS-ON-FILE            PIC 9(05) VALUE 0.
       01  APPROVALS-NOT-POSSIBLE       PIC 9(05) VALUE 0.
      *
      *>    THE RECORD CUT INTO ITS COMMA FIELDS - SAME 8 FIELDS
      *>    IS-MATCH-BATCH CUTS, WIDE ENOUGH FOR A DESCRIPTION.
       01  FIELD-TABLE.
           05  FIELD-VALUE OCCURS 8 TIMES PIC X(30).
       01  S                            PIC X(80).
       01  P                            PIC X(30).
       01  MATCH-RESULT                 PIC X(01).
      *>    ONE IS-MATCH CALL PER RECORD X RULE - TRACE STAYS OFF, AS
      *>    IN IS-MATCH-BATCH.
       01  IS-MATCH-TRACE               PIC X(01) VALUE 'N'.
       01  MATCH-MODE                   PIC X(01).
       01  RECORD-CATEGORY              PIC X(12).
       01  RECORD-DATE                  PIC 9(08).
       01  RECORD-AMOUNT                PIC S9(9)V99.
       01  RECORD-AMOUNT-OK             PIC X(01).
       01  NUMVAL-CHK                   PIC S9(03).
      *
       01  CLASSIFIED-COUNT             PIC 9(05) VALUE 0.
       01  UNCLASSIFIED-COUNT           PIC 9(05) VALUE 0.
       01  BAD-AMOUNT-COUNT             PIC 9(05) VALUE 0.
       01  TOTAL-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  RECORDS-ED                   PIC Z(6)9.
       01  CAT-AMOUNT-ED                PIC -(11)9.99.
       01  APPR-AMOUNT-ED               PIC -(5)9.99.
       01  FEED-TXT                     PIC X(22).
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           SET RC-OK TO TRUE.
           PERFORM READ-CATEGORY-LAYOUT.
           PERFORM LOAD-CATEGORY-RULES.
           IF RULE-COUNT = 0 THEN
               DISPLAY 'TXN-CATEGORY-RULES.TXT HOLDS NO USABLE RULE -'
                   ' NOTHING CATEGORIZED'
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-RULES-BY-PRIORITY.
           PERFORM LOAD-NOISE-CATEGORIES.
           PERFORM LOAD-EXISTING-APPROVALS.
           MOVE 1 TO CAT-COUNT.
           MOVE 'UNCLASSIFIED' TO CAT-CODE(1).
           MOVE 0 TO CAT-RECORDS(1) CAT-AMOUNT(1) CAT-NOISE-IDX(1).
           OPEN INPUT RECORD-FILE.
           IF RECORD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'IS-MATCH-RECORDS.TXT COULD NOT BE OPENED -'
                   ' NOTHING CATEGORIZED'
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STAMPED-FILE.
           PERFORM UNTIL WS-EOF-RECORD = 'Y'
               READ RECORD-FILE
                   AT END MOVE 'Y' TO WS-EOF-RECORD
               END-READ
               IF WS-EOF-RECORD NOT = 'Y' THEN
                   ADD 1 TO WS-RECORD-NO
                   PERFORM CATEGORIZE-ONE-RECORD
               END-IF
           END-PERFORM.
           CLOSE RECORD-FILE.
           CLOSE STAMPED-FILE.
           PERFORM APPEND-NEW-APPROVALS.
           PERFORM WRITE-CATEGORY-REPORT.
           MOVE 'TXN-CATEG' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           MOVE WS-RECORD-NO TO OPS-LOG-REC-COUNT.
           MOVE UNCLASSIFIED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'APPROVALS ' NEW-APPR-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-CATEGORY-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = '00' THEN
               MOVE SPACES TO LAYOUT-REC
               READ LAYOUT-FILE
                   AT END CONTINUE
               END-READ
               CLOSE LAYOUT-FILE
               MOVE SPACES TO LAYOUT-DATE-TXT LAYOUT-AMT-TXT
               UNSTRING LAYOUT-REC DELIMITED BY ','
                   INTO LAYOUT-DATE-TXT LAYOUT-AMT-TXT
               END-UNSTRING
               IF FUNCTION TRIM(LAYOUT-DATE-TXT) IS NUMERIC THEN
                   COMPUTE DATE-FIELD-NO = FUNCTION NUMVAL(
                       FUNCTION TRIM(LAYOUT-DATE-TXT))
               END-IF
               IF FUNCTION TRIM(LAYOUT-AMT-TXT) IS NUMERIC THEN
                   COMPUTE AMOUNT-FIELD-NO = FUNCTION NUMVAL(
                       FUNCTION TRIM(LAYOUT-AMT-TXT))
               END-IF
           END-IF.
           IF DATE-FIELD-NO < 1 OR DATE-FIELD-NO > 8 THEN
               DISPLAY 'DATE FIELD ' DATE-FIELD-NO ' OUT OF RANGE -'
                   ' FIELD 1 USED'
               MOVE 1 TO DATE-FIELD-NO
           END-IF.
           IF AMOUNT-FIELD-NO < 1 OR AMOUNT-FIELD-NO > 8 THEN
               DISPLAY 'AMOUNT FIELD ' AMOUNT-FIELD-NO ' OUT OF'
                   ' RANGE - FIELD 2 USED'
               MOVE 2 TO AMOUNT-FIELD-NO
           END-IF.

       LOAD-CATEGORY-RULES.
           OPEN INPUT RULE-FILE.
           IF RULE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-RULE
           END-IF.
           PERFORM UNTIL WS-EOF-RULE = 'Y'
               READ RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-RULE
               END-READ
               IF WS-EOF-RULE NOT = 'Y' THEN
                   ADD 1 TO WS-RULE-NO
                   PERFORM LOAD-ONE-RULE
               END-IF
           END-PERFORM.
           IF RULE-FILE-STATUS = '00' OR RULE-FILE-STATUS = '10' THEN
               CLOSE RULE-FILE
           END-IF.

       LOAD-ONE-RULE.
           MOVE SPACES TO RULE-FIELD-TXT RULE-PATTERN-TXT
               RULE-MODE-TXT RULE-CATEGORY-TXT RULE-PRIORITY-TXT.
           UNSTRING RULE-REC DELIMITED BY ','
               INTO RULE-FIELD-TXT RULE-PATTERN-TXT RULE-MODE-TXT
                    RULE-CATEGORY-TXT RULE-PRIORITY-TXT
           END-UNSTRING.
           MOVE 'N' TO RULE-BAD.
           IF FUNCTION TRIM(RULE-FIELD-TXT) IS NOT NUMERIC
                   OR FUNCTION TRIM(RULE-PATTERN-TXT) = SPACES
                   OR FUNCTION TRIM(RULE-CATEGORY-TXT) = SPACES THEN
               MOVE 'Y' TO RULE-BAD
           ELSE
               IF FUNCTION NUMVAL(FUNCTION TRIM(RULE-FIELD-TXT)) > 8
                       THEN
                   MOVE 'Y' TO RULE-BAD
               END-IF
           END-IF.
           IF FUNCTION TRIM(RULE-PRIORITY-TXT) NOT = SPACES
                   AND FUNCTION TRIM(RULE-PRIORITY-TXT)
                       IS NOT NUMERIC THEN
               MOVE 'Y' TO RULE-BAD
           END-IF.
           IF RULE-BAD = 'Y' THEN
               DISPLAY 'BAD CATEGORY RULE #' WS-RULE-NO ' SKIPPED: '
                   FUNCTION TRIM(RULE-REC)
           ELSE
               IF RULE-COUNT >= 50 THEN
                   DISPLAY 'MORE THAN 50 CATEGORY RULES - RULE #'
                       WS-RULE-NO ' IGNORED'
               ELSE
                   ADD 1 TO RULE-COUNT
                   COMPUTE RULE-FIELD-NO(RULE-COUNT) = FUNCTION
                       NUMVAL(FUNCTION TRIM(RULE-FIELD-TXT))
                   MOVE RULE-PATTERN-TXT TO RULE-PATTERN(RULE-COUNT)
                   MOVE 'F' TO RULE-MODE(RULE-COUNT)
                   IF RULE-MODE-TXT(1:1) = 'S'
                           OR RULE-MODE-TXT(1:1) = 'C' THEN
                       MOVE RULE-MODE-TXT(1:1)
                           TO RULE-MODE(RULE-COUNT)
                   END-IF
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(RULE-CATEGORY-TXT))
                       TO RULE-CATEGORY(RULE-COUNT)
                   IF FUNCTION TRIM(RULE-PRIORITY-TXT) = SPACES THEN
                       MOVE 999 TO RULE-PRIORITY(RULE-COUNT)
                   ELSE
                       COMPUTE RULE-PRIORITY(RULE-COUNT) = FUNCTION
                           NUMVAL(FUNCTION TRIM(RULE-PRIORITY-TXT))
                   END-IF
                   MOVE WS-RULE-NO TO RULE-LINE-NO(RULE-COUNT)
               END-IF
           END-IF.

      *>    A STRAIGHT INSERTION SORT - ONLY A STRICTLY LOWER
      *>    PRIORITY MOVES AHEAD, SO EQUAL PRIORITIES KEEP FILE ORDER.
       SORT-RULES-BY-PRIORITY.
           PERFORM VARYING RULE-IDX FROM 2 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE RULE-ENTRY(RULE-IDX) TO RULE-HOLD
               MOVE RULE-IDX TO RULE-SCAN
               PERFORM UNTIL RULE-SCAN < 2
                       OR RULE-PRIORITY(RULE-SCAN - 1) <= HOLD-PRIORITY
                   MOVE RULE-ENTRY(RULE-SCAN - 1)
                       TO RULE-ENTRY(RULE-SCAN)
                   SUBTRACT 1 FROM RULE-SCAN
               END-PERFORM
               MOVE RULE-HOLD TO RULE-ENTRY(RULE-SCAN)
           END-PERFORM.

       LOAD-NOISE-CATEGORIES.
           OPEN INPUT NOISE-FILE.
           IF NOISE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-NOISE
           END-IF.
           PERFORM UNTIL WS-EOF-NOISE = 'Y'
               READ NOISE-FILE
                   AT END MOVE 'Y' TO WS-EOF-NOISE
               END-READ
               IF WS-EOF-NOISE NOT = 'Y' THEN
                   PERFORM LOAD-ONE-NOISE-CATEGORY
               END-IF
           END-PERFORM.
           IF NOISE-FILE-STATUS = '00' OR NOISE-FILE-STATUS = '10'
                   THEN
               CLOSE NOISE-FILE
           END-IF.

       LOAD-ONE-NOISE-CATEGORY.
           MOVE SPACES TO NOISE-CAT-TXT NOISE-REASON-TXT.
           UNSTRING NOISE-REC DELIMITED BY ','
               INTO NOISE-CAT-TXT NOISE-REASON-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(NOISE-CAT-TXT) NOT = SPACES THEN
               IF NOISE-COUNT >= 20 THEN
                   DISPLAY 'MORE THAN 20 WRITE-OFF CATEGORIES - '
                       FUNCTION TRIM(NOISE-CAT-TXT) ' IGNORED'
               ELSE
                   ADD 1 TO NOISE-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       NOISE-CAT-TXT)) TO NOISE-CATEGORY(NOISE-COUNT)
                   IF FUNCTION TRIM(NOISE-REASON-TXT) = SPACES THEN
                       MOVE NOISE-CATEGORY(NOISE-COUNT)
                           TO NOISE-REASON(NOISE-COUNT)
                   ELSE
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           NOISE-REASON-TXT))
                           TO NOISE-REASON(NOISE-COUNT)
                   END-IF
               END-IF
           END-IF.

      *>    ONLY THE LINES THIS PROGRAM WROTE (INITIALS RULE) MATTER
      *>    HERE - A CLERK'S OWN APPROVAL IS NEVER SECOND-GUESSED.
       LOAD-EXISTING-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-APPROVAL
           END-IF.
           PERFORM UNTIL WS-EOF-APPROVAL = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-APPROVAL
               END-READ
               IF WS-EOF-APPROVAL NOT = 'Y' THEN
                   PERFORM LOAD-ONE-EXISTING-APPROVAL
               END-IF
           END-PERFORM.
           IF APPROVAL-FILE-STATUS = '00'
                   OR APPROVAL-FILE-STATUS = '10' THEN
               CLOSE APPROVAL-FILE
           END-IF.

       LOAD-ONE-EXISTING-APPROVAL.
           MOVE SPACES TO APPR-DATE-TXT APPR-AMT-TXT APPR-INIT-TXT
               APPR-REASON-TXT.
           UNSTRING APPROVAL-REC DELIMITED BY ','
               INTO APPR-DATE-TXT APPR-AMT-TXT APPR-INIT-TXT
                    APPR-REASON-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(APPR-AMT-TXT))
               TO NUMVAL-CHK.
           IF APPR-INIT-TXT = 'RULE'
                   AND FUNCTION TRIM(APPR-DATE-TXT) IS NUMERIC
                   AND NUMVAL-CHK = 0 THEN
               IF EXIST-COUNT >= 1000 THEN
                   IF EXIST-FULL-WARNED = 'N' THEN
                       DISPLAY 'MORE THAN 1000 RULE APPROVALS ON FILE'
                           ' - LATER ONES MAY BE APPENDED AGAIN'
                       MOVE 'Y' TO EXIST-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO EXIST-COUNT
                   COMPUTE EXIST-DATE(EXIST-COUNT) = FUNCTION NUMVAL(
                       FUNCTION TRIM(APPR-DATE-TXT))
                   COMPUTE EXIST-AMOUNT(EXIST-COUNT) = FUNCTION
                       NUMVAL(FUNCTION TRIM(APPR-AMT-TXT))
                   MOVE APPR-REASON-TXT TO EXIST-REASON(EXIST-COUNT)
                   MOVE 'N' TO EXIST-USED(EXIST-COUNT)
               END-IF
           END-IF.

       CATEGORIZE-ONE-RECORD.
           MOVE SPACES TO FIELD-TABLE.
           UNSTRING RECORD-REC DELIMITED BY ','
               INTO FIELD-VALUE(1) FIELD-VALUE(2) FIELD-VALUE(3)
                    FIELD-VALUE(4) FIELD-VALUE(5) FIELD-VALUE(6)
                    FIELD-VALUE(7) FIELD-VALUE(8)
           END-UNSTRING.
           MOVE 'UNCLASSIFIED' TO RECORD-CATEGORY.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RULE-FIELD-NO(RULE-IDX) = 0 THEN
                   MOVE RECORD-REC TO S
               ELSE
                   MOVE FIELD-VALUE(RULE-FIELD-NO(RULE-IDX)) TO S
               END-IF
               MOVE RULE-PATTERN(RULE-IDX) TO P
               MOVE RULE-MODE(RULE-IDX) TO MATCH-MODE
               CALL 'IS-MATCH' USING S P MATCH-RESULT IS-MATCH-TRACE
                   MATCH-MODE
               IF MATCH-RESULT = 'Y' THEN
                   MOVE RULE-CATEGORY(RULE-IDX) TO RECORD-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM TAKE-RECORD-AMOUNT.
           PERFORM COUNT-RECORD-CATEGORY.
           MOVE SPACES TO STAMPED-REC.
           STRING FUNCTION TRIM(RECORD-REC TRAILING) ','
                  FUNCTION TRIM(RECORD-CATEGORY)
               DELIMITED BY SIZE INTO STAMPED-REC
           END-STRING.
           WRITE STAMPED-REC.
           IF CAT-NOISE-IDX(CAT-IDX) > 0 THEN
               PERFORM APPROVE-ONE-NOISE-RECORD
           END-IF.

       TAKE-RECORD-AMOUNT.
           MOVE 0 TO RECORD-AMOUNT.
           MOVE 'N' TO RECORD-AMOUNT-OK.
           IF FUNCTION TRIM(FIELD-VALUE(AMOUNT-FIELD-NO)) NOT = SPACES
                   THEN
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   FIELD-VALUE(AMOUNT-FIELD-NO))) TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE RECORD-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(FIELD-VALUE(AMOUNT-FIELD-NO)))
                   MOVE 'Y' TO RECORD-AMOUNT-OK
               END-IF
           END-IF.
           IF RECORD-AMOUNT-OK = 'N' THEN
               ADD 1 TO BAD-AMOUNT-COUNT
           END-IF.

       COUNT-RECORD-CATEGORY.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
               IF CAT-CODE(CAT-IDX) = RECORD-CATEGORY THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CAT-IDX > CAT-COUNT THEN
               ADD 1 TO CAT-COUNT
               MOVE RECORD-CATEGORY TO CAT-CODE(CAT-IDX)
               MOVE 0 TO CAT-RECORDS(CAT-IDX) CAT-AMOUNT(CAT-IDX)
                   CAT-NOISE-IDX(CAT-IDX)
               PERFORM VARYING NOISE-IDX FROM 1 BY 1
                       UNTIL NOISE-IDX > NOISE-COUNT
                   IF NOISE-CATEGORY(NOISE-IDX) = RECORD-CATEGORY THEN
                       MOVE NOISE-IDX TO CAT-NOISE-IDX(CAT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO CAT-RECORDS(CAT-IDX).
           ADD RECORD-AMOUNT TO CAT-AMOUNT(CAT-IDX) TOTAL-AMOUNT.
           IF CAT-IDX = 1 THEN
               ADD 1 TO UNCLASSIFIED-COUNT
           ELSE
               ADD 1 TO CLASSIFIED-COUNT
           END-IF.

      *>    THE APPROVAL MUST MATCH THE SUSPENSE ITEM THE WAY
      *>    TWOSUM-WRITEOFF LOOKS FOR IT - ITEM DATE AND AMOUNT - SO A
      *>    RECORD WITHOUT BOTH CANNOT BE APPROVED.
       APPROVE-ONE-NOISE-RECORD.
           MOVE CAT-NOISE-IDX(CAT-IDX) TO NOISE-IDX.
           IF FIELD-VALUE(DATE-FIELD-NO)(1:8) IS NOT NUMERIC
                   OR FIELD-VALUE(DATE-FIELD-NO)(9:) NOT = SPACES
                   OR RECORD-AMOUNT-OK = 'N'
                   OR RECORD-AMOUNT > 99999.99
                   OR RECORD-AMOUNT < -99999.99 THEN
               ADD 1 TO APPROVALS-NOT-POSSIBLE
           ELSE
               MOVE FIELD-VALUE(DATE-FIELD-NO)(1:8) TO RECORD-DATE
               PERFORM VARYING EXIST-IDX FROM 1 BY 1
                       UNTIL EXIST-IDX > EXIST-COUNT
                   IF EXIST-USED(EXIST-IDX) = 'N'
                           AND EXIST-DATE(EXIST-IDX) = RECORD-DATE
                           AND EXIST-AMOUNT(EXIST-IDX) = RECORD-AMOUNT
                           AND EXIST-REASON(EXIST-IDX)
                               = NOISE-REASON(NOISE-IDX) THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF EXIST-IDX <= EXIST-COUNT THEN
                   MOVE 'Y' TO EXIST-USED(EXIST-IDX)
                   ADD 1 TO APPROVALS-ON-FILE
               ELSE
                   PERFORM QUEUE-ONE-APPROVAL
               END-IF
           END-IF.

       QUEUE-ONE-APPROVAL.
           IF NEW-APPR-COUNT >= 1000 THEN
               DISPLAY 'MORE THAN 1000 NEW WRITE-OFF APPROVALS -'
                   ' RECORD #' WS-RECORD-NO ' LEFT FOR THE CLERK'
               ADD 1 TO APPROVALS-NOT-POSSIBLE
           ELSE
               ADD 1 TO NEW-APPR-COUNT
               MOVE RECORD-AMOUNT TO APPR-AMOUNT-ED
               MOVE SPACES TO NEW-APPR-LINE(NEW-APPR-COUNT)
               STRING RECORD-DATE ','
                      FUNCTION TRIM(APPR-AMOUNT-ED) ',RULE,'
                      FUNCTION TRIM(NOISE-REASON(NOISE-IDX))
                   DELIMITED BY SIZE
                   INTO NEW-APPR-LINE(NEW-APPR-COUNT)
               END-STRING
           END-IF.

      *>    SAME OPEN EXTEND/FALLBACK-TO-OPEN-OUTPUT IDIOM AS
      *>    OPS-LOG-WRITE.CPY, SO THE CLERKS' OWN LINES STAY PUT.
       APPEND-NEW-APPROVALS.
           IF NEW-APPR-COUNT > 0 THEN
               OPEN EXTEND APPROVAL-FILE
               IF APPROVAL-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT APPROVAL-FILE
               END-IF
               PERFORM VARYING NEW-APPR-IDX FROM 1 BY 1
                       UNTIL NEW-APPR-IDX > NEW-APPR-COUNT
                   MOVE NEW-APPR-LINE(NEW-APPR-IDX) TO APPROVAL-REC
                   WRITE APPROVAL-REC
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       WRITE-CATEGORY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'TRANSACTION CATEGORIZATION' TO RPT-TITLE.
           MOVE 'TXN-CATEGORIZE' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'CATEGORY      RECORDS             AMOUNT'
                  '  WRITE-OFF FEED'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
               MOVE CAT-RECORDS(CAT-IDX) TO RECORDS-ED
               MOVE CAT-AMOUNT(CAT-IDX) TO CAT-AMOUNT-ED
               MOVE SPACES TO FEED-TXT
               IF CAT-NOISE-IDX(CAT-IDX) > 0 THEN
                   MOVE CAT-NOISE-IDX(CAT-IDX) TO NOISE-IDX
                   STRING 'REASON ' NOISE-REASON(NOISE-IDX)
                       DELIMITED BY SIZE INTO FEED-TXT
                   END-STRING
               END-IF
               MOVE SPACES TO REPORT-REC
               STRING CAT-CODE(CAT-IDX) ' ' RECORDS-ED ' '
                      CAT-AMOUNT-ED '  ' FEED-TXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-RECORD-NO TO RECORDS-ED.
           MOVE TOTAL-AMOUNT TO CAT-AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTAL        ' RECORDS-ED ' ' CAT-AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'RULES IN FORCE: ' RULE-COUNT
                  '  CLASSIFIED: ' CLASSIFIED-COUNT
                  '  UNCLASSIFIED: ' UNCLASSIFIED-COUNT
                  '  NO VALID AMOUNT: ' BAD-AMOUNT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'WRITE-OFF APPROVALS ADDED: ' NEW-APPR-COUNT
                  '  ALREADY ON FILE: ' APPROVALS-ON-FILE
                  '  NOT POSSIBLE (NO DATE/AMOUNT): '
                  APPROVALS-NOT-POSSIBLE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           COPY OPS-LOG-WRITE.

           COPY REPORT-HEAD.
       END PROGRAM TXN-CATEGORIZE.
