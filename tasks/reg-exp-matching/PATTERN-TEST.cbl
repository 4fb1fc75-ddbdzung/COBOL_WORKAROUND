       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTERN-TEST.

      *>    REGRESSION GATE FOR THE PATTERN RULE FILES.  ANALYSTS
      *>    EDIT IS-MATCH-PATTERNS.TXT (READ BY IS-MATCH-BATCH) AND
      *>    EMP-EDIT-RULES.TXT (READ BY EMP-TRANSACT-EDIT) BY HAND,
      *>    AND A BAD BRACKET SET IN EITHER ONE REJECTS A WHOLE
      *>    NIGHT'S EXTRACT.  PATTERN-TESTS.TXT PAIRS SAMPLE VALUES
      *>    WITH THE ANSWER EACH RULE MUST GIVE -
      *>        SET,RULE-NO,PASS|FAIL,SAMPLE
      *>    SET IS P FOR IS-MATCH-PATTERNS.TXT OR E FOR
      *>    EMP-EDIT-RULES.TXT, AND RULE-NO IS THE RULE'S LINE NUMBER
      *>    IN THAT FILE (THE SAME RULE # THE IS-MATCH-BATCH REPORT
      *>    PRINTS).  EVERYTHING AFTER THE THIRD COMMA IS THE SAMPLE -
      *>        P   A WHOLE EXTRACT RECORD, COMMAS AND ALL, CUT INTO
      *>            FIELDS EXACTLY AS IS-MATCH-BATCH CUTS IT, SO A
      *>            CONDITIONAL IF/THEN RULE SEES ITS TRIGGER AND ITS
      *>            CONSEQUENT FIELD (E.G.  P,4,FAIL,,,,T,2026X101)
      *>        E   THE ONE FIELD VALUE THE RULE IS BOUND TO
      *>    EACH SAMPLE GOES THROUGH IS-MATCH WITH THE RULE'S OWN MODE
      *>    AND THE CONSUMING PROGRAM'S OWN HANDLING - OLD-FORMAT AND
      *>    MALFORMED LINES FALL BACK THE WAY IS-MATCH-BATCH FALLS
      *>    BACK, A BLANK VALUE PASSES A NON-FULL EMP RULE, AND AN EMP
      *>    RULE LINE EMP-TRANSACT-EDIT WOULD SKIP PASSES EVERYTHING -
      *>    SO THE ANSWER IS THE ONE TONIGHT'S RUN WOULD GIVE.  EVERY
      *>    RULE WHOSE ANSWER DIFFERS FROM THE EXPECTED ONE IS LISTED
      *>    ON PATTERN-TEST-REPORT.TXT, AS IS EVERY RULE NO SAMPLE
      *>    EXERCISES.
      *>
      *>    RUN AS A SCHEDULER STEP AHEAD OF IS-MATCH-BATCH AND
      *>    EMP-TRANSACT-EDIT (NAMED AS THEIR PREDECESSOR IN
      *>    RUN-CONTROL.TXT, ALLOWED RC 0 ONLY), IT IS A GATE - EACH
      *>    RULE FILE'S CONTENT FINGERPRINT IS COMPARED WITH THE ONE
      *>    REGISTERED FOR IT ON FILE-CATALOG.  WHEN NEITHER FILE HAS
      *>    CHANGED SINCE ITS LAST REGISTRATION NOTHING IS TESTED AND
      *>    THE STEP ENDS ZERO.  WHEN EITHER HAS, EVERY SAMPLE IS RUN;
      *>    A CLEAN RUN REGISTERS THE CHANGED FILE(S), SO THE NEW
      *>    RULES ARE NOT RE-TESTED TOMORROW, AND ANY MISMATCH, BAD
      *>    TEST LINE OR MISSING PATTERN-TESTS.TXT ENDS THE STEP
      *>    NON-ZERO WITHOUT REGISTERING, SO THE CHAIN STOPS BEFORE
      *>    THE EXTRACT IS TOUCHED AND THE NEXT RUN TESTS AGAIN.
      *>    ONE OPS-LOG LINE FOR THE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-FILE ASSIGN TO "PATTERN-TESTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TEST-FILE-STATUS.
           SELECT PATTERN-FILE ASSIGN TO "IS-MATCH-PATTERNS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PATTERN-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO "EMP-EDIT-RULES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PATTERN-TEST-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-FILE.
       01  TEST-REC                     PIC X(120).

       FD  PATTERN-FILE.
       01  PATTERN-REC                  PIC X(40).

       FD  RULES-FILE.
       01  RULES-REC                    PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  TEST-FILE-STATUS             PIC X(02).
       01  PATTERN-FILE-STATUS          PIC X(02).
       01  RULES-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-TEST                  PIC X(01) VALUE 'N'.
       01  WS-EOF-PATTERN               PIC X(01) VALUE 'N'.
       01  WS-EOF-RULES                 PIC X(01) VALUE 'N'.
       01  WS-TEST-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
      *>    THE IS-MATCH-BATCH RULES, ONE ENTRY PER LINE OF
      *>    IS-MATCH-PATTERNS.TXT, PARSED THE WAY PARSE-ONE-RULE THERE
      *>    PARSES THEM.  KIND 'S' SIMPLE (FIELD 0 = WHOLE RECORD),
      *>    'C' CONDITIONAL.
       01  P-RULE-TABLE.
           05  P-RULE-COUNT             PIC 9(03) VALUE 0.
           05  P-RULE-ENTRY OCCURS 100 TIMES.
               10  PRULE-KIND           PIC X(01).
               10  PRULE-FIELD          PIC 9(02).
               10  PRULE-PATTERN        PIC X(30).
               10  PRULE-MODE           PIC X(01).
               10  PRULE-TRIG-FIELD     PIC 9(02).
               10  PRULE-TRIG-PATTERN   PIC X(30).
               10  PRULE-CONS-FIELD     PIC 9(02).
               10  PRULE-CONS-PATTERN   PIC X(30).
               10  PRULE-SAMPLES        PIC 9(03).
      *>    THE EMP-TRANSACT-EDIT RULES, ONE ENTRY PER LINE OF
      *>    EMP-EDIT-RULES.TXT.  LOADED 'N' MARKS A LINE THAT PROGRAM
      *>    SKIPS (MALFORMED, OR PAST ITS 20-RULE TABLE).
       01  E-RULE-TABLE.
           05  E-RULE-COUNT             PIC 9(03) VALUE 0.
           05  E-RULE-LOADED-COUNT      PIC 9(02) VALUE 0.
           05  E-RULE-ENTRY OCCURS 100 TIMES.
               10  ERULE-LOADED         PIC X(01).
               10  ERULE-FIELD          PIC 9(02).
               10  ERULE-PATTERN        PIC X(30).
               10  ERULE-MODE           PIC X(01).
               10  ERULE-SAMPLES        PIC 9(03).
       01  RULE-IDX                     PIC 9(03).
      *>    PARSING WORK FIELDS - SAME PIECES IS-MATCH-BATCH AND
      *>    EMP-TRANSACT-EDIT CUT THEIR RULE LINES INTO.
       01  RULE-FIELD-TXT               PIC X(05).
       01  RULE-REST                    PIC X(35).
       01  RULE-MODE-TXT                PIC X(05).
       01  RULE-PATTERN-TXT             PIC X(30).
       01  COND-KIND-TXT                PIC X(05).
       01  COND-TRIG-FIELD-TXT          PIC X(05).
       01  COND-TRIG-PATTERN            PIC X(30).
       01  COND-THEN-TXT                PIC X(05).
       01  COND-CONS-FIELD-TXT          PIC X(05).
       01  COND-CONS-PATTERN            PIC X(30).
       01  COND-BAD                     PIC X(01).
      *
      *>    CONTENT FINGERPRINT OF EACH RULE FILE - A RUNNING
      *>    POLYNOMIAL OVER EVERY CHARACTER OF EVERY LINE, SO AN EDIT
      *>    THAT KEEPS THE LINE COUNT STILL SHOWS.
       01  FINGERPRINT-WORK             PIC 9(11).
       01  FP-LINE                      PIC X(40).
       01  FP-CHAR-IDX                  PIC 9(02).
       01  P-FILE-HASH                  PIC 9(09) VALUE 0.
       01  E-FILE-HASH                  PIC 9(09) VALUE 0.
       01  P-FILE-PRESENT               PIC X(01) VALUE 'N'.
       01  E-FILE-PRESENT               PIC X(01) VALUE 'N'.
       01  P-FILE-CHANGED               PIC X(01) VALUE 'N'.
       01  E-FILE-CHANGED               PIC X(01) VALUE 'N'.
      *>    FILE-CATALOG CALL PARAMETERS - SEE FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-HASH                     PIC 9(09).
      *
      *>    THE CURRENT TEST LINE.
       01  TEST-SET-TXT                 PIC X(05).
       01  TEST-RULE-TXT                PIC X(05).
       01  TEST-EXPECT-TXT              PIC X(05).
       01  TEST-PTR                     PIC 9(03).
       01  TEST-RULE-NO                 PIC 9(03).
       01  TEST-SAMPLE                  PIC X(80).
       01  TEST-BAD                     PIC X(01).
       01  TEST-ACTUAL                  PIC X(04).
       01  TEST-NOTE                    PIC X(24).
      *>    THE SAMPLE RECORD CUT INTO ITS COMMA FIELDS - THE SAME 8
      *>    X(16) FIELDS IS-MATCH-BATCH CUTS, SO A VALUE TOO LONG FOR
      *>    THE BATCH IS TRUNCATED HERE TOO.
       01  FIELD-TABLE.
           05  FIELD-VALUE OCCURS 8 TIMES PIC X(16).
       01  S                            PIC X(80).
       01  P                            PIC X(30).
       01  MATCH-RESULT                 PIC X(01).
       01  IS-MATCH-TRACE               PIC X(01) VALUE 'N'.
       01  MATCH-MODE                   PIC X(01).
      *
       01  TESTS-RUN                    PIC 9(05) VALUE 0.
       01  TESTS-PASSED                 PIC 9(05) VALUE 0.
       01  TESTS-MISMATCHED             PIC 9(05) VALUE 0.
       01  TESTS-BAD                    PIC 9(05) VALUE 0.
       01  UNTESTED-COUNT               PIC 9(03) VALUE 0.
       01  GATE-RESULT                  PIC X(10).
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           SET RC-OK TO TRUE.
           PERFORM LOAD-PATTERN-RULES.
           PERFORM LOAD-EDIT-RULES.
           PERFORM CHECK-RULE-FILES-CHANGED.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PATTERN RULE REGRESSION TEST' TO RPT-TITLE.
           MOVE 'PATTERN-TEST' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE 'SET / RULE / EXPECTED / ACTUAL / SAMPLE / PATTERN'
               TO RPT-COL-HEAD.
           PERFORM REPORT-RULE-FILE-STATE.
           IF P-FILE-CHANGED = 'N' AND E-FILE-CHANGED = 'N' THEN
               MOVE SPACES TO REPORT-REC
               STRING 'NO RULE FILE HAS CHANGED SINCE ITS LAST CATALOG'
                      ' REGISTRATION - NO SAMPLES RUN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE 'OK' TO GATE-RESULT
           ELSE
               PERFORM RUN-ALL-SAMPLES
           END-IF.
           CLOSE REPORT-FILE.
           MOVE 'PATTERN-TEST' TO OPS-LOG-PROGRAM.
           MOVE GATE-RESULT TO OPS-LOG-RESULT.
           MOVE TESTS-RUN TO OPS-LOG-REC-COUNT.
           COMPUTE OPS-LOG-EXC-COUNT = TESTS-MISMATCHED + TESTS-BAD.
           MOVE SPACES TO OPS-LOG-DETAIL.
           IF P-FILE-CHANGED = 'N' AND E-FILE-CHANGED = 'N' THEN
               MOVE 'RULES UNCHANGED' TO OPS-LOG-DETAIL
           ELSE
               STRING 'UNTESTED RULES ' UNTESTED-COUNT
                   DELIMITED BY SIZE INTO OPS-LOG-DETAIL
               END-STRING
           END-IF.
           PERFORM WRITE-OPS-LOG-LINE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    EVERY LINE IS KEPT, SO RULE # IS THE LINE NUMBER, AND
      *>    FINGERPRINTED AS IT IS READ.
       LOAD-PATTERN-RULES.
           MOVE 0 TO FINGERPRINT-WORK.
           OPEN INPUT PATTERN-FILE.
           IF PATTERN-FILE-STATUS = '00' THEN
               MOVE 'Y' TO P-FILE-PRESENT
           ELSE
               MOVE 'Y' TO WS-EOF-PATTERN
           END-IF.
           PERFORM UNTIL WS-EOF-PATTERN = 'Y'
               READ PATTERN-FILE
                   AT END MOVE 'Y' TO WS-EOF-PATTERN
               END-READ
               IF WS-EOF-PATTERN NOT = 'Y' THEN
                   MOVE PATTERN-REC TO FP-LINE
                   PERFORM FINGERPRINT-ONE-LINE
                   IF P-RULE-COUNT >= 100 THEN
                       DISPLAY 'MORE THAN 100 IS-MATCH-PATTERNS LINES'
                           ' - EXTRA RULES NOT TESTED'
                   ELSE
                       ADD 1 TO P-RULE-COUNT
                       PERFORM PARSE-ONE-PATTERN-RULE
                   END-IF
               END-IF
           END-PERFORM.
           IF PATTERN-FILE-STATUS = '00'
                   OR PATTERN-FILE-STATUS = '10' THEN
               CLOSE PATTERN-FILE
           END-IF.
           IF P-FILE-PRESENT = 'Y' THEN
               PERFORM FINISH-FINGERPRINT
               MOVE FINGERPRINT-WORK TO P-FILE-HASH
           END-IF.

      *>    SAME SPLIT AS IS-MATCH-BATCH'S PARSE-ONE-RULE - A LINE
      *>    OPENING 'IF,' IS CONDITIONAL, A MALFORMED CONDITIONAL OR
      *>    AN OLD-FORMAT LINE IS A WHOLE-RECORD PATTERN.
       PARSE-ONE-PATTERN-RULE.
           MOVE 0 TO PRULE-SAMPLES(P-RULE-COUNT).
           MOVE 'S' TO PRULE-KIND(P-RULE-COUNT).
           MOVE 'F' TO PRULE-MODE(P-RULE-COUNT).
           MOVE 0 TO PRULE-FIELD(P-RULE-COUNT).
           IF PATTERN-REC(1:3) = 'IF,' THEN
               PERFORM PARSE-CONDITIONAL-PATTERN-RULE
           END-IF.
           IF PRULE-KIND(P-RULE-COUNT) = 'S' THEN
               PERFORM PARSE-SIMPLE-PATTERN-RULE
           END-IF.

       PARSE-CONDITIONAL-PATTERN-RULE.
           MOVE 'N' TO COND-BAD.
           MOVE SPACES TO COND-KIND-TXT COND-TRIG-FIELD-TXT
               COND-TRIG-PATTERN COND-THEN-TXT COND-CONS-FIELD-TXT
               COND-CONS-PATTERN.
           UNSTRING PATTERN-REC DELIMITED BY ','
               INTO COND-KIND-TXT COND-TRIG-FIELD-TXT
                    COND-TRIG-PATTERN COND-THEN-TXT
                    COND-CONS-FIELD-TXT COND-CONS-PATTERN
           END-UNSTRING.
           IF FUNCTION TRIM(COND-TRIG-FIELD-TXT) IS NOT NUMERIC
                   OR COND-THEN-TXT NOT = 'THEN'
                   OR FUNCTION TRIM(COND-CONS-FIELD-TXT)
                       IS NOT NUMERIC
                   OR FUNCTION TRIM(COND-CONS-PATTERN) = SPACES THEN
               MOVE 'Y' TO COND-BAD
           ELSE
               COMPUTE PRULE-TRIG-FIELD(P-RULE-COUNT) = FUNCTION
                   NUMVAL(FUNCTION TRIM(COND-TRIG-FIELD-TXT))
               COMPUTE PRULE-CONS-FIELD(P-RULE-COUNT) = FUNCTION
                   NUMVAL(FUNCTION TRIM(COND-CONS-FIELD-TXT))
               IF PRULE-TRIG-FIELD(P-RULE-COUNT) < 1
                       OR PRULE-TRIG-FIELD(P-RULE-COUNT) > 8
                       OR PRULE-CONS-FIELD(P-RULE-COUNT) < 1
                       OR PRULE-CONS-FIELD(P-RULE-COUNT) > 8 THEN
                   MOVE 'Y' TO COND-BAD
               END-IF
           END-IF.
           IF COND-BAD = 'N' THEN
               MOVE 'C' TO PRULE-KIND(P-RULE-COUNT)
               MOVE COND-TRIG-PATTERN
                   TO PRULE-TRIG-PATTERN(P-RULE-COUNT)
               MOVE COND-CONS-PATTERN
                   TO PRULE-CONS-PATTERN(P-RULE-COUNT)
               MOVE COND-CONS-PATTERN TO PRULE-PATTERN(P-RULE-COUNT)
           END-IF.

       PARSE-SIMPLE-PATTERN-RULE.
           MOVE SPACES TO RULE-FIELD-TXT RULE-REST RULE-MODE-TXT.
           UNSTRING PATTERN-REC DELIMITED BY ','
               INTO RULE-FIELD-TXT RULE-REST RULE-MODE-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(RULE-REST) NOT = SPACES
                   AND RULE-FIELD-TXT NOT = SPACES
                   AND FUNCTION TRIM(RULE-FIELD-TXT) IS NUMERIC THEN
               COMPUTE PRULE-FIELD(P-RULE-COUNT) = FUNCTION NUMVAL(
                   FUNCTION TRIM(RULE-FIELD-TXT))
               MOVE RULE-REST TO PRULE-PATTERN(P-RULE-COUNT)
               IF RULE-MODE-TXT(1:1) = 'S'
                       OR RULE-MODE-TXT(1:1) = 'C'
                       OR RULE-MODE-TXT(1:1) = 'F' THEN
                   MOVE RULE-MODE-TXT(1:1) TO PRULE-MODE(P-RULE-COUNT)
               END-IF
           ELSE
               MOVE PATTERN-REC TO PRULE-PATTERN(P-RULE-COUNT)
           END-IF.
           IF PRULE-FIELD(P-RULE-COUNT) > 8 THEN
               MOVE 0 TO PRULE-FIELD(P-RULE-COUNT)
           END-IF.

       LOAD-EDIT-RULES.
           MOVE 0 TO FINGERPRINT-WORK.
           OPEN INPUT RULES-FILE.
           IF RULES-FILE-STATUS = '00' THEN
               MOVE 'Y' TO E-FILE-PRESENT
           ELSE
               MOVE 'Y' TO WS-EOF-RULES
           END-IF.
           PERFORM UNTIL WS-EOF-RULES = 'Y'
               READ RULES-FILE
                   AT END MOVE 'Y' TO WS-EOF-RULES
               END-READ
               IF WS-EOF-RULES NOT = 'Y' THEN
                   MOVE RULES-REC TO FP-LINE
                   PERFORM FINGERPRINT-ONE-LINE
                   IF E-RULE-COUNT >= 100 THEN
                       DISPLAY 'MORE THAN 100 EMP-EDIT-RULES LINES'
                           ' - EXTRA RULES NOT TESTED'
                   ELSE
                       ADD 1 TO E-RULE-COUNT
                       PERFORM PARSE-ONE-EDIT-RULE
                   END-IF
               END-IF
           END-PERFORM.
           IF RULES-FILE-STATUS = '00'
                   OR RULES-FILE-STATUS = '10' THEN
               CLOSE RULES-FILE
           END-IF.
           IF E-FILE-PRESENT = 'Y' THEN
               PERFORM FINISH-FINGERPRINT
               MOVE FINGERPRINT-WORK TO E-FILE-HASH
           END-IF.

      *>    SAME EDITS AND THE SAME 20-RULE CEILING AS
      *>    EMP-TRANSACT-EDIT'S LOAD-ONE-EDIT-RULE.
       PARSE-ONE-EDIT-RULE.
           MOVE 0 TO ERULE-SAMPLES(E-RULE-COUNT).
           MOVE 'N' TO ERULE-LOADED(E-RULE-COUNT).
           MOVE 0 TO ERULE-FIELD(E-RULE-COUNT).
           MOVE SPACES TO ERULE-PATTERN(E-RULE-COUNT).
           MOVE 'F' TO ERULE-MODE(E-RULE-COUNT).
           MOVE SPACES TO RULE-FIELD-TXT RULE-PATTERN-TXT
               RULE-MODE-TXT.
           UNSTRING RULES-REC DELIMITED BY ','
               INTO RULE-FIELD-TXT RULE-PATTERN-TXT RULE-MODE-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(RULE-FIELD-TXT) IS NUMERIC
                   AND FUNCTION TRIM(RULE-PATTERN-TXT) NOT = SPACES
                   AND E-RULE-LOADED-COUNT < 20 THEN
               ADD 1 TO E-RULE-LOADED-COUNT
               MOVE 'Y' TO ERULE-LOADED(E-RULE-COUNT)
               COMPUTE ERULE-FIELD(E-RULE-COUNT) = FUNCTION NUMVAL(
                   FUNCTION TRIM(RULE-FIELD-TXT))
               MOVE RULE-PATTERN-TXT TO ERULE-PATTERN(E-RULE-COUNT)
               IF RULE-MODE-TXT(1:1) = 'S'
                       OR RULE-MODE-TXT(1:1) = 'C' THEN
                   MOVE RULE-MODE-TXT(1:1) TO ERULE-MODE(E-RULE-COUNT)
               END-IF
           END-IF.

       FINGERPRINT-ONE-LINE.
           PERFORM VARYING FP-CHAR-IDX FROM 1 BY 1
                   UNTIL FP-CHAR-IDX > 40
               COMPUTE FINGERPRINT-WORK = FUNCTION MOD(
                   FINGERPRINT-WORK * 31
                   + FUNCTION ORD(FP-LINE(FP-CHAR-IDX:1)),
                   999999937)
           END-PERFORM.

      *>    ZERO IS WHAT FILE-CATALOG HANDS BACK FOR "NO FINGERPRINT
      *>    REGISTERED", SO A REAL ONE NEVER COMES OUT AS ZERO.
       FINISH-FINGERPRINT.
           IF FINGERPRINT-WORK = 0 THEN
               MOVE 1 TO FINGERPRINT-WORK
           END-IF.

      *>    A RULE FILE THAT IS NOT THERE HAS NOTHING TO GATE - THE
      *>    CONSUMING PROGRAM REPORTS ITS OWN ABSENCE.
       CHECK-RULE-FILES-CHANGED.
           IF P-FILE-PRESENT = 'Y' THEN
               MOVE 'IS-MATCH-PATTERNS.TXT' TO CAT-FILE-NAME
               MOVE P-FILE-HASH TO CAT-HASH
               PERFORM CHECK-ONE-RULE-FILE
               IF CAT-HASH NOT = P-FILE-HASH
                       OR CAT-COUNT NOT = P-RULE-COUNT THEN
                   MOVE 'Y' TO P-FILE-CHANGED
               END-IF
           END-IF.
           IF E-FILE-PRESENT = 'Y' THEN
               MOVE 'EMP-EDIT-RULES.TXT' TO CAT-FILE-NAME
               MOVE E-FILE-HASH TO CAT-HASH
               PERFORM CHECK-ONE-RULE-FILE
               IF CAT-HASH NOT = E-FILE-HASH
                       OR CAT-COUNT NOT = E-RULE-COUNT THEN
                   MOVE 'Y' TO E-FILE-CHANGED
               END-IF
           END-IF.

      *>    THE CHECK ONLY RETURNS COUNT AND FINGERPRINT WHEN THE FILE
      *>    HAS AN ENTRY - THEY ARE ZEROED FIRST SO NO ENTRY READS AS
      *>    CHANGED.
       CHECK-ONE-RULE-FILE.
           MOVE 'C' TO CAT-OP.
           MOVE 0 TO CAT-COUNT CAT-HASH.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK CAT-HASH.

       REPORT-RULE-FILE-STATE.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN P-FILE-PRESENT = 'N'
                   MOVE 'IS-MATCH-PATTERNS.TXT   NOT PRESENT'
                       TO REPORT-REC
               WHEN P-FILE-CHANGED = 'Y'
                   STRING 'IS-MATCH-PATTERNS.TXT   ' P-RULE-COUNT
                          ' LINES - CHANGED SINCE REGISTRATION'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING 'IS-MATCH-PATTERNS.TXT   ' P-RULE-COUNT
                          ' LINES - UNCHANGED'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN E-FILE-PRESENT = 'N'
                   MOVE 'EMP-EDIT-RULES.TXT      NOT PRESENT'
                       TO REPORT-REC
               WHEN E-FILE-CHANGED = 'Y'
                   STRING 'EMP-EDIT-RULES.TXT      ' E-RULE-COUNT
                          ' LINES - CHANGED SINCE REGISTRATION'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING 'EMP-EDIT-RULES.TXT      ' E-RULE-COUNT
                          ' LINES - UNCHANGED'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       RUN-ALL-SAMPLES.
           OPEN INPUT TEST-FILE.
           IF TEST-FILE-STATUS NOT = '00' THEN
               MOVE SPACES TO REPORT-REC
               STRING 'PATTERN-TESTS.TXT COULD NOT BE OPENED - THE'
                      ' CHANGED RULES CANNOT BE PROVED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE 'NO-TESTS' TO GATE-RESULT
               SET RC-INVALID-INPUT TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-TEST = 'Y'
                   READ TEST-FILE
                       AT END MOVE 'Y' TO WS-EOF-TEST
                   END-READ
                   IF WS-EOF-TEST NOT = 'Y' THEN
                       ADD 1 TO WS-TEST-NO
                       IF TEST-REC NOT = SPACES THEN
                           PERFORM RUN-ONE-SAMPLE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TEST-FILE
               PERFORM REPORT-UNTESTED-RULES
               PERFORM REPORT-SAMPLE-TOTALS
               PERFORM SETTLE-GATE-RESULT
           END-IF.

       RUN-ONE-SAMPLE.
           MOVE SPACES TO TEST-SET-TXT TEST-RULE-TXT TEST-EXPECT-TXT
               TEST-SAMPLE.
           MOVE 1 TO TEST-PTR.
           UNSTRING TEST-REC DELIMITED BY ','
               INTO TEST-SET-TXT TEST-RULE-TXT TEST-EXPECT-TXT
               WITH POINTER TEST-PTR
           END-UNSTRING.
           IF TEST-PTR <= 120 THEN
               MOVE TEST-REC(TEST-PTR:) TO TEST-SAMPLE
           END-IF.
           MOVE 'N' TO TEST-BAD.
           IF (TEST-SET-TXT NOT = 'P' AND TEST-SET-TXT NOT = 'E')
                   OR FUNCTION TRIM(TEST-RULE-TXT) IS NOT NUMERIC
                   OR (TEST-EXPECT-TXT NOT = 'PASS'
                       AND TEST-EXPECT-TXT NOT = 'FAIL') THEN
               MOVE 'Y' TO TEST-BAD
           ELSE
               COMPUTE TEST-RULE-NO = FUNCTION NUMVAL(
                   FUNCTION TRIM(TEST-RULE-TXT))
               IF TEST-SET-TXT = 'P' THEN
                   IF TEST-RULE-NO < 1 OR TEST-RULE-NO > P-RULE-COUNT
                           THEN
                       MOVE 'Y' TO TEST-BAD
                   END-IF
               ELSE
                   IF TEST-RULE-NO < 1 OR TEST-RULE-NO > E-RULE-COUNT
                           THEN
                       MOVE 'Y' TO TEST-BAD
                   END-IF
               END-IF
           END-IF.
           IF TEST-BAD = 'Y' THEN
               ADD 1 TO TESTS-BAD
               MOVE SPACES TO REPORT-REC
               STRING 'BAD TEST LINE #' WS-TEST-NO
                      ' (UNKNOWN SET, RULE OR EXPECTED RESULT): '
                      FUNCTION TRIM(TEST-REC)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO TESTS-RUN
               MOVE SPACES TO TEST-NOTE
               IF TEST-SET-TXT = 'P' THEN
                   ADD 1 TO PRULE-SAMPLES(TEST-RULE-NO)
                   PERFORM RUN-PATTERN-RULE-SAMPLE
               ELSE
                   ADD 1 TO ERULE-SAMPLES(TEST-RULE-NO)
                   PERFORM RUN-EDIT-RULE-SAMPLE
               END-IF
               IF TEST-ACTUAL = TEST-EXPECT-TXT THEN
                   ADD 1 TO TESTS-PASSED
               ELSE
                   ADD 1 TO TESTS-MISMATCHED
                   PERFORM REPORT-ONE-MISMATCH
               END-IF
           END-IF.

      *>    IS-MATCH-BATCH'S PROCESS-ONE-RECORD-LINE AND
      *>    PROCESS-ONE-CONDITIONAL, ANSWERING PASS OR FAIL.
       RUN-PATTERN-RULE-SAMPLE.
           MOVE SPACES TO FIELD-TABLE.
           UNSTRING TEST-SAMPLE DELIMITED BY ','
               INTO FIELD-VALUE(1) FIELD-VALUE(2) FIELD-VALUE(3)
                    FIELD-VALUE(4) FIELD-VALUE(5) FIELD-VALUE(6)
                    FIELD-VALUE(7) FIELD-VALUE(8)
           END-UNSTRING.
           MOVE 'FAIL' TO TEST-ACTUAL.
           IF PRULE-KIND(TEST-RULE-NO) = 'C' THEN
               MOVE FIELD-VALUE(PRULE-TRIG-FIELD(TEST-RULE-NO)) TO S
               MOVE PRULE-TRIG-PATTERN(TEST-RULE-NO) TO P
               MOVE 'F' TO MATCH-MODE
               CALL 'IS-MATCH' USING S P MATCH-RESULT IS-MATCH-TRACE
                   MATCH-MODE
               IF MATCH-RESULT = 'Y' THEN
                   MOVE FIELD-VALUE(PRULE-CONS-FIELD(TEST-RULE-NO))
                       TO S
                   MOVE PRULE-CONS-PATTERN(TEST-RULE-NO) TO P
                   CALL 'IS-MATCH' USING S P MATCH-RESULT
                       IS-MATCH-TRACE MATCH-MODE
                   MOVE 'TRIGGER FIRED' TO TEST-NOTE
               ELSE
                   MOVE 'Y' TO MATCH-RESULT
                   MOVE 'TRIGGER DID NOT FIRE' TO TEST-NOTE
               END-IF
           ELSE
               IF PRULE-FIELD(TEST-RULE-NO) = 0 THEN
                   MOVE TEST-SAMPLE TO S
               ELSE
                   MOVE FIELD-VALUE(PRULE-FIELD(TEST-RULE-NO)) TO S
               END-IF
               MOVE PRULE-PATTERN(TEST-RULE-NO) TO P
               MOVE PRULE-MODE(TEST-RULE-NO) TO MATCH-MODE
               CALL 'IS-MATCH' USING S P MATCH-RESULT IS-MATCH-TRACE
                   MATCH-MODE
           END-IF.
           IF MATCH-RESULT = 'Y' THEN
               MOVE 'PASS' TO TEST-ACTUAL
           END-IF.

      *>    EMP-TRANSACT-EDIT'S APPLY-ONE-EDIT-RULE - A SKIPPED RULE
      *>    LINE AND A BLANK VALUE UNDER A NON-FULL RULE BOTH PASS.
       RUN-EDIT-RULE-SAMPLE.
           MOVE 'PASS' TO TEST-ACTUAL.
           MOVE TEST-SAMPLE TO S.
           MOVE ERULE-PATTERN(TEST-RULE-NO) TO P.
           IF ERULE-LOADED(TEST-RULE-NO) = 'N' THEN
               MOVE 'RULE LINE NOT LOADED' TO TEST-NOTE
           ELSE
               IF FUNCTION TRIM(S) = SPACES
                       AND ERULE-MODE(TEST-RULE-NO) NOT = 'F' THEN
                   MOVE 'BLANK OPTIONAL FIELD' TO TEST-NOTE
               ELSE
                   MOVE ERULE-MODE(TEST-RULE-NO) TO MATCH-MODE
                   CALL 'IS-MATCH' USING S P MATCH-RESULT
                       IS-MATCH-TRACE MATCH-MODE
                   IF MATCH-RESULT NOT = 'Y' THEN
                       MOVE 'FAIL' TO TEST-ACTUAL
                   END-IF
               END-IF
           END-IF.

       REPORT-ONE-MISMATCH.
           MOVE SPACES TO REPORT-REC.
           STRING 'MISMATCH ' TEST-SET-TXT(1:1) ' RULE #' TEST-RULE-NO
                  ' EXPECTED ' TEST-EXPECT-TXT(1:4)
                  ' GOT ' TEST-ACTUAL
                  ' SAMPLE [' FUNCTION TRIM(TEST-SAMPLE) ']'
                  ' PATTERN [' FUNCTION TRIM(P) ']'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF TEST-NOTE NOT = SPACES THEN
               MOVE SPACES TO REPORT-REC
               STRING '         (' FUNCTION TRIM(TEST-NOTE) ')'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    AN UNTESTED RULE DOES NOT FAIL THE GATE - IT IS LISTED SO
      *>    THE ANALYST WHO ADDED IT ADDS ITS SAMPLES.
       REPORT-UNTESTED-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > P-RULE-COUNT
               IF PRULE-SAMPLES(RULE-IDX) = 0 THEN
                   ADD 1 TO UNTESTED-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING 'NO SAMPLE FOR P RULE #' RULE-IDX ' ['
                          FUNCTION TRIM(PRULE-PATTERN(RULE-IDX)) ']'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > E-RULE-COUNT
               IF ERULE-SAMPLES(RULE-IDX) = 0
                       AND ERULE-LOADED(RULE-IDX) = 'Y' THEN
                   ADD 1 TO UNTESTED-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING 'NO SAMPLE FOR E RULE #' RULE-IDX ' ['
                          FUNCTION TRIM(ERULE-PATTERN(RULE-IDX)) ']'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-SAMPLE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SAMPLES RUN: ' TESTS-RUN
                  '  AS EXPECTED: ' TESTS-PASSED
                  '  MISMATCHED: ' TESTS-MISMATCHED
                  '  BAD TEST LINES: ' TESTS-BAD
                  '  UNTESTED RULES: ' UNTESTED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    ONLY A CLEAN RUN REGISTERS - A FAILED ONE LEAVES THE OLD
      *>    FINGERPRINT IN PLACE SO THE NEXT RUN TESTS AGAIN.
       SETTLE-GATE-RESULT.
           MOVE SPACES TO REPORT-REC.
           IF TESTS-MISMATCHED > 0 OR TESTS-BAD > 0 THEN
               MOVE 'FAILED' TO GATE-RESULT
               SET RC-ERROR TO TRUE
               STRING 'RULE FILES NOT REGISTERED - FIX THE RULES OR'
                      ' THE SAMPLES AND RERUN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE 'OK' TO GATE-RESULT
               MOVE 'R' TO CAT-OP
               IF P-FILE-CHANGED = 'Y' THEN
                   MOVE 'IS-MATCH-PATTERNS.TXT' TO CAT-FILE-NAME
                   MOVE P-RULE-COUNT TO CAT-COUNT
                   MOVE P-FILE-HASH TO CAT-HASH
                   CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                       RUN-DATE CAT-COUNT CAT-OK CAT-HASH
               END-IF
               IF E-FILE-CHANGED = 'Y' THEN
                   MOVE 'EMP-EDIT-RULES.TXT' TO CAT-FILE-NAME
                   MOVE E-RULE-COUNT TO CAT-COUNT
                   MOVE E-FILE-HASH TO CAT-HASH
                   CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                       RUN-DATE CAT-COUNT CAT-OK CAT-HASH
               END-IF
               STRING 'ALL SAMPLES AS EXPECTED - CHANGED RULE FILES'
                      ' REGISTERED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           COPY OPS-LOG-WRITE.

           COPY REPORT-HEAD.
       END PROGRAM PATTERN-TEST.
