      *>    STOPS THE CHAIN INSTEAD OF POSTING AN UNBALANCED DAY.
      *>    THE WRITE-OFF AND REVALUATION FEEDS ARE OPTIONAL - A
      *>    MISSING FILE JUST MEANS THAT RUN DID NOT HAPPEN TONIGHT.
      *>    PAYROLL-RUN'S POSTING JOURNAL (PAYROLL-POSTING.TXT) IS THE
      *>    FOURTH FEED AND GETS A JOURNAL NUMBER OF ITS OWN.  ITS
      *>    DETAILS ARE READY-MADE JOURNAL LINES - ONE SIDE EACH, NOT
      *>    PAIRS AGAINST SUSPENSE - SO ITS JOURNAL BALANCES ONLY IF
      *>    PAYROLL'S DEBITS REALLY EQUAL ITS CREDITS, AND A ONE-SIDED
      *>    PAYROLL JOURNAL REFUSES THE NIGHT LIKE ANY OTHER FAULT.
      *>    PAYROLL RUNS MONTHLY, SO THE FILE ON DISK IS USUALLY THE
      *>    LAST PAY RUN'S - IT IS ONLY POSTED WHEN THE FILE CATALOG
      *>    SHOWS IT WRITTEN FOR TONIGHT'S DATE (SEE FILE-CATALOG.CBL).
      *>    PAY-ACCRUAL'S MONTH-END ACCRUAL AND ITS REVERSAL COME IN
      *>    THE SAME WAY AS THE FIFTH AND SIXTH FEEDS - THE ACCRUAL IS
      *>    CATALOGUED FOR THE MONTH END'S BUSINESS DAY AND THE
      *>    REVERSAL FOR THE NEXT MONTH'S FIRST BUSINESS DAY, SO EACH
      *>    POSTS ON ITS OWN NIGHT.
      *>    TWOSUM-UNCLEAR'S REVERSING POSTINGS (ONE PAIR RECORD PER
      *>    UN-CLEARED MATCH, BOTH LEGS NEGATED) ARE THE SEVENTH FEED
      *>    - PAIRS AGAINST SUSPENSE LIKE THE FIRST THREE, BUT THE
      *>    UN-CLEAR IS NOT A NIGHTLY RUN, SO ITS FILE IS POSTED ONLY
      *>    WHEN CATALOGUED FOR TONIGHT, THE SAME AS THE PAYROLL FEEDS.
      *>
      *>    EVERY JOURNAL LINE IS CHECKED AGAINST THE CHART OF
      *>    ACCOUNTS (CHART-OF-ACCOUNTS.TXT) BEFORE IT IS WRITTEN -
      *>        ACCOUNT,DESCRIPTION,O|C,POSTING-TYPES
      *>    (O = OPEN, C = CLOSED; POSTING TYPES D, C OR DC FOR THE
      *>    SIDES THE ACCOUNT MAY TAKE, BLANK = BOTH).  A LINE FOR AN
      *>    ACCOUNT THAT IS NOT ON THE CHART, IS CLOSED, OR MAY NOT
      *>    TAKE THAT SIDE WOULD HAVE THE LEDGER IMPORT REJECT THE
      *>    WHOLE FILE - IT IS POSTED INSTEAD, SAME SIDE AND AMOUNT,
      *>    TO THE ERROR-SUSPENSE ACCOUNT (THE SINGLE LINE OF
      *>    GL-ERROR-SUSPENSE.TXT, DEFAULT ERRSUSPENS), SO EVERY
      *>    JOURNAL STILL BALANCES, AND IS NAMED ON THE REPORT WITH
      *>    THE ACCOUNT IT WAS MEANT FOR.  A REDIRECTED LINE IS NOT A
      *>    FAULT - THE NIGHT STILL POSTS.  A MISSING CHART TURNS THE
      *>    CHECKING OFF - THE ORIGINAL BEHAVIOR.
      *>
      *>    A JOURNAL THAT COMES OUT CLEAN IS REGISTERED ON THE FILE
      *>    CATALOG AS GL-JOURNAL.TXT, NAMING EVERY FEED ACTUALLY
      *>    POSTED AS ITS INPUT (EACH EXPECTED TO BE TONIGHT'S), SO
      *>    LINEAGE-INQ CAN TRACE ANY JOURNAL BACK TO ITS SOURCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GL-JOURNAL-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COA-FILE ASSIGN TO "CHART-OF-ACCOUNTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COA-FILE-STATUS.
           SELECT ERROR-SUSPENSE-FILE ASSIGN TO "GL-ERROR-SUSPENSE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERROR-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FEED-TRL-SIGN           PIC X(01).
           05  FEED-TRL-HASH           PIC 9(9)V99.
           05  FEED-TRL-FILLER         PIC X(17).
      *>    THE PAYROLL FEEDS' DETAIL - ONE SIDE OF THE JOURNAL, SEE
      *>    PAYROLL-RUN.CBL.
       01  PAYROLL-FEED-REC.
           05  PFEED-REC-TYPE          PIC X(01).
           05  PFEED-ACCOUNT           PIC X(10).
           05  PFEED-DR-CR             PIC X(01).
           05  PFEED-AMOUNT            PIC 9(7)V99.
           05  PFEED-RUN-DATE          PIC 9(08).
           05  PFEED-PERIOD-ID         PIC X(06).

      *>    FIRM COLUMNS FOR THE LEDGER IMPORT -
      *>        'H' RUN-DATE                          HEADER
       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  COA-FILE.
       01  COA-REC                     PIC X(80).

       FD  ERROR-SUSPENSE-FILE.
       01  ERROR-SUSPENSE-REC          PIC X(20).

       WORKING-STORAGE SECTION.
       01  FEED-FILE-STATUS             PIC X(02).
       01  WS-EOF-FEED                  PIC X(01).
      *
       01  RUN-DATE                     PIC 9(08).
      *>    FEED-LAYOUT 'P' - POSTING PAIRS AGAINST SUSPENSE;
      *>    'J' - READY-MADE JOURNAL LINES.  FEED-DATED 'Y' - POSTED
      *>    ONLY WHEN CATALOGUED FOR TONIGHT.
       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 7 TIMES.
               10  FEED-NAME            PIC X(30).
               10  FEED-REQUIRED        PIC X(01).
               10  FEED-LAYOUT          PIC X(01).
               10  FEED-DATED           PIC X(01).
               10  FEED-POSTED          PIC X(01).
       01  FEED-COUNT                   PIC 9(01) VALUE 7.
       01  FEED-CURRENT                 PIC X(01).
       01  FEED-IDX                     PIC 9(01).
       01  FEED-FILE-NAME               PIC X(30).
      *
       01  CREDIT-ACCOUNT               PIC X(10).
       01  AMOUNT-ED                    PIC -(8)9.99.
       01  AMOUNT-ED-2                  PIC -(8)9.99.
      *>    FILE-CATALOG CHECK ON THE DATED FEEDS, AND THE JOURNAL'S
      *>    OWN REGISTRATION.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
      *>    CHART OF ACCOUNTS, LOADED ONCE.
       01  COA-FILE-STATUS              PIC X(02).
       01  ERROR-SUSPENSE-STATUS        PIC X(02).
       01  WS-EOF-COA                   PIC X(01) VALUE 'N'.
       01  COA-ACTIVE                   PIC X(01) VALUE 'N'.
       01  COA-TABLE.
           05  COA-COUNT                PIC 9(04) VALUE 0.
           05  COA-ENTRY OCCURS 1000 TIMES.
               10  COA-ACCOUNT          PIC X(10).
               10  COA-STATUS           PIC X(01).
               10  COA-TYPES            PIC X(02).
       01  COA-IDX                      PIC 9(04).
       01  COA-ACCOUNT-TXT              PIC X(12).
       01  COA-DESC-TXT                 PIC X(30).
       01  COA-STATUS-TXT               PIC X(02).
       01  COA-TYPES-TXT                PIC X(04).
       01  ERROR-SUSPENSE-ACCOUNT       PIC X(10) VALUE 'ERRSUSPENS'.
       01  CHECK-ACCOUNT                PIC X(10).
       01  CHECK-SIDE                   PIC X(01).
       01  CHECK-REASON                 PIC X(24).
       01  REDIRECT-COUNT               PIC 9(05) VALUE 0.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM SET-UP-FEEDS.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF COA-ACTIVE = 'Y' THEN
               STRING 'ACCOUNTS CHECKED AGAINST THE CHART OF ACCOUNTS ('
                      COA-COUNT ') - EXCEPTIONS POST TO '
                      ERROR-SUSPENSE-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE 'NO CHART-OF-ACCOUNTS FILE - ACCOUNTS NOT CHECKED'
                   TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO JOURNAL-REC.
           STRING 'H' RUN-DATE DELIMITED BY SIZE INTO JOURNAL-REC
           END-STRING.
           WRITE JOURNAL-REC.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               PERFORM GENERATE-ONE-JOURNAL
           END-PERFORM.
           PERFORM WRITE-JOURNAL-TRAILER.
           IF COA-ACTIVE = 'Y' THEN
               MOVE SPACES TO REPORT-REC
               STRING 'LINES REDIRECTED TO '
                      FUNCTION TRIM(ERROR-SUSPENSE-ACCOUNT)
                      ': ' REDIRECT-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           IF FAULT-COUNT > 0 THEN
               SET RC-ERROR TO TRUE
           ELSE
               SET RC-OK TO TRUE
               PERFORM REGISTER-JOURNAL-LINEAGE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       REGISTER-JOURNAL-LINEAGE.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               IF FEED-POSTED(FEED-IDX) = 'Y' THEN
                   MOVE 'I' TO CAT-OP
                   MOVE FEED-NAME(FEED-IDX) TO CAT-FILE-NAME
                   CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                       RUN-DATE CAT-COUNT CAT-OK
               END-IF
           END-PERFORM.
           MOVE 'R' TO CAT-OP.
           MOVE 'GL-JOURNAL.TXT' TO CAT-FILE-NAME.
           MOVE TOTAL-LINE-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.

       SET-UP-FEEDS.
           MOVE 'TWOSUM-POSTING.TXT' TO FEED-NAME(1).
           MOVE 'Y' TO FEED-REQUIRED(1).
           MOVE 'P' TO FEED-LAYOUT(1).
           MOVE 'N' TO FEED-DATED(1).
           MOVE 'TWOSUM-WRITEOFF-POSTING.TXT' TO FEED-NAME(2).
           MOVE 'N' TO FEED-REQUIRED(2).
           MOVE 'P' TO FEED-LAYOUT(2).
           MOVE 'N' TO FEED-DATED(2).
           MOVE 'TWOSUM-REVAL-POSTING.TXT' TO FEED-NAME(3).
           MOVE 'N' TO FEED-REQUIRED(3).
           MOVE 'P' TO FEED-LAYOUT(3).
           MOVE 'N' TO FEED-DATED(3).
           MOVE 'PAYROLL-POSTING.TXT' TO FEED-NAME(4).
           MOVE 'N' TO FEED-REQUIRED(4).
           MOVE 'J' TO FEED-LAYOUT(4).
           MOVE 'Y' TO FEED-DATED(4).
           MOVE 'PAY-ACCRUAL-POSTING.TXT' TO FEED-NAME(5).
           MOVE 'N' TO FEED-REQUIRED(5).
           MOVE 'J' TO FEED-LAYOUT(5).
           MOVE 'Y' TO FEED-DATED(5).
           MOVE 'PAY-ACCRUAL-REVERSAL.TXT' TO FEED-NAME(6).
           MOVE 'N' TO FEED-REQUIRED(6).
           MOVE 'J' TO FEED-LAYOUT(6).
           MOVE 'Y' TO FEED-DATED(6).
           MOVE 'TWOSUM-UNCLEAR-POSTING.TXT' TO FEED-NAME(7).
           MOVE 'N' TO FEED-REQUIRED(7).
           MOVE 'P' TO FEED-LAYOUT(7).
           MOVE 'Y' TO FEED-DATED(7).

      *>    ONE JOURNAL PER FEED - THE FEED'S TRAILER IS PROVED
      *>    AGAINST WHAT WAS ACTUALLY READ, AND THE JOURNAL'S OWN
      *>    AS PAIRS, SO A DIFFERENCE MEANS A DAMAGED RECORD).
       GENERATE-ONE-JOURNAL.
           MOVE FEED-NAME(FEED-IDX) TO FEED-FILE-NAME.
           MOVE 'N' TO FEED-POSTED(FEED-IDX).
           MOVE 'N' TO WS-EOF-FEED FEED-TRL-SEEN.
           MOVE 0 TO FEED-DETAIL-COUNT FEED-HASH-TOTAL
               JRNL-DEBITS JRNL-CREDITS.
           OPEN INPUT FEED-FILE.
           MOVE 'Y' TO FEED-CURRENT.
           IF FEED-FILE-STATUS = '00'
                   AND FEED-DATED(FEED-IDX) = 'Y' THEN
               MOVE 'C' TO CAT-OP
               MOVE FEED-FILE-NAME TO CAT-FILE-NAME
               CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                   RUN-DATE CAT-COUNT CAT-OK
               IF CAT-OK NOT = 'Y' THEN
                   MOVE 'N' TO FEED-CURRENT
               END-IF
           END-IF.
           IF FEED-FILE-STATUS NOT = '00' THEN
               IF FEED-REQUIRED(FEED-IDX) = 'Y' THEN
                   ADD 1 TO FAULT-COUNT
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           ELSE IF FEED-CURRENT NOT = 'Y' THEN
               CLOSE FEED-FILE
               MOVE SPACES TO REPORT-REC
               STRING 'FEED ' FUNCTION TRIM(FEED-FILE-NAME)
                      ' NOT CATALOGUED FOR TONIGHT - SKIPPED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           ELSE
               ADD 1 TO JOURNAL-NO
               MOVE 0 TO LINE-NO
               MOVE 'Y' TO FEED-POSTED(FEED-IDX)
               PERFORM UNTIL WS-EOF-FEED = 'Y'
                   READ FEED-FILE
                       AT END MOVE 'Y' TO WS-EOF-FEED
               END-PERFORM
               CLOSE FEED-FILE
               PERFORM PROVE-ONE-FEED
           END-IF
           END-IF.

       TAKE-ONE-FEED-RECORD.
           EVALUATE FEED-REC-TYPE
               WHEN 'D'
                   ADD 1 TO FEED-DETAIL-COUNT
                   IF FEED-LAYOUT(FEED-IDX) = 'J' THEN
                       PERFORM JOURNALIZE-ONE-LINE
                   ELSE
                       PERFORM JOURNALIZE-ONE-DETAIL
                   END-IF
               WHEN 'T'
                   MOVE FEED-REC TO FEED-TRAILER-REC
                   MOVE 'Y' TO FEED-TRL-SEEN
               PERFORM WRITE-CREDIT-LINE
           END-IF.

      *>    A READY-MADE JOURNAL LINE GOES STRAIGHT ACROSS TO ITS
      *>    SIDE - NOTHING IS PAIRED AGAINST SUSPENSE, SO THE FEED'S
      *>    OWN DEBITS AND CREDITS MUST AGREE.  THE TRAILER HASH IS THE
      *>    SUM OF THE LINE AMOUNTS, DEBITS AND CREDITS ALIKE.  A LINE
      *>    THAT IS NEITHER A DEBIT NOR A CREDIT IS A FAULT.
       JOURNALIZE-ONE-LINE.
           MOVE FEED-REC TO PAYROLL-FEED-REC.
           ADD PFEED-AMOUNT TO FEED-HASH-TOTAL.
           MOVE PFEED-AMOUNT TO DETAIL-LINE-AMOUNT.
           IF PFEED-DR-CR = 'D' THEN
               MOVE PFEED-ACCOUNT TO DEBIT-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
           ELSE IF PFEED-DR-CR = 'C' THEN
               MOVE PFEED-ACCOUNT TO CREDIT-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
           ELSE
               ADD 1 TO FAULT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING 'FEED ' FUNCTION TRIM(FEED-FILE-NAME)
                      ' LINE FOR ' PFEED-ACCOUNT
                      ' IS NEITHER DEBIT NOR CREDIT - FAULT'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           END-IF.

       WRITE-DEBIT-LINE.
           ADD 1 TO LINE-NO.
           ADD 1 TO TOTAL-LINE-COUNT.
           MOVE DEBIT-ACCOUNT TO CHECK-ACCOUNT.
           MOVE 'D' TO CHECK-SIDE.
           PERFORM CHECK-JOURNAL-ACCOUNT.
           MOVE CHECK-ACCOUNT TO DEBIT-ACCOUNT.
           ADD DETAIL-LINE-AMOUNT TO JRNL-DEBITS.
           ADD DETAIL-LINE-AMOUNT TO TOTAL-DEBITS.
           MOVE SPACES TO JOURNAL-REC.
       WRITE-CREDIT-LINE.
           ADD 1 TO LINE-NO.
           ADD 1 TO TOTAL-LINE-COUNT.
           MOVE CREDIT-ACCOUNT TO CHECK-ACCOUNT.
           MOVE 'C' TO CHECK-SIDE.
           PERFORM CHECK-JOURNAL-ACCOUNT.
           MOVE CHECK-ACCOUNT TO CREDIT-ACCOUNT.
           ADD DETAIL-LINE-AMOUNT TO JRNL-CREDITS.
           ADD DETAIL-LINE-AMOUNT TO TOTAL-CREDITS.
           MOVE SPACES TO JOURNAL-REC.
           END-STRING.
           WRITE JOURNAL-REC.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT ERROR-SUSPENSE-FILE.
           IF ERROR-SUSPENSE-STATUS = '00' THEN
               MOVE SPACES TO ERROR-SUSPENSE-REC
               READ ERROR-SUSPENSE-FILE
                   AT END CONTINUE
               END-READ
               CLOSE ERROR-SUSPENSE-FILE
               IF FUNCTION TRIM(ERROR-SUSPENSE-REC) NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ERROR-SUSPENSE-REC))
                       TO ERROR-SUSPENSE-ACCOUNT
               END-IF
           END-IF.
           OPEN INPUT COA-FILE.
           IF COA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-COA
           ELSE
               MOVE 'Y' TO COA-ACTIVE
           END-IF.
           PERFORM UNTIL WS-EOF-COA = 'Y'
               READ COA-FILE
                   AT END MOVE 'Y' TO WS-EOF-COA
               END-READ
               IF WS-EOF-COA NOT = 'Y' THEN
                   PERFORM LOAD-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           IF COA-FILE-STATUS = '00' OR COA-FILE-STATUS = '10' THEN
               CLOSE COA-FILE
           END-IF.

       LOAD-ONE-ACCOUNT.
           MOVE SPACES TO COA-ACCOUNT-TXT COA-DESC-TXT COA-STATUS-TXT
               COA-TYPES-TXT.
           UNSTRING COA-REC DELIMITED BY ','
               INTO COA-ACCOUNT-TXT COA-DESC-TXT COA-STATUS-TXT
                    COA-TYPES-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COA-ACCOUNT-TXT))
               TO COA-ACCOUNT-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COA-STATUS-TXT))
               TO COA-STATUS-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COA-TYPES-TXT))
               TO COA-TYPES-TXT.
           IF COA-ACCOUNT-TXT = SPACES
                   OR COA-ACCOUNT-TXT(11:2) NOT = SPACES
                   OR (COA-STATUS-TXT NOT = 'O'
                       AND COA-STATUS-TXT NOT = 'C') THEN
               DISPLAY 'BAD CHART-OF-ACCOUNTS LINE SKIPPED: '
                   FUNCTION TRIM(COA-REC)
           ELSE
               IF COA-COUNT >= 1000 THEN
                   DISPLAY 'CHART OF ACCOUNTS EXCEEDS 1000 ACCOUNTS -'
                       ' EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO COA-COUNT
                   MOVE COA-ACCOUNT-TXT TO COA-ACCOUNT(COA-COUNT)
                   MOVE COA-STATUS-TXT TO COA-STATUS(COA-COUNT)
                   MOVE COA-TYPES-TXT TO COA-TYPES(COA-COUNT)
               END-IF
           END-IF.

      *>    CHECK-ACCOUNT AND CHECK-SIDE IN; CHECK-ACCOUNT OUT, THE
      *>    ERROR-SUSPENSE ACCOUNT WHEN THE LINE CANNOT POST WHERE IT
      *>    WAS MEANT TO.
       CHECK-JOURNAL-ACCOUNT.
           IF COA-ACTIVE = 'Y' THEN
               MOVE SPACES TO CHECK-REASON
               PERFORM VARYING COA-IDX FROM 1 BY 1
                       UNTIL COA-IDX > COA-COUNT
                   IF COA-ACCOUNT(COA-IDX) = CHECK-ACCOUNT THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN COA-IDX > COA-COUNT
                       MOVE 'ACCOUNT NOT ON CHART' TO CHECK-REASON
                   WHEN COA-STATUS(COA-IDX) = 'C'
                       MOVE 'ACCOUNT CLOSED' TO CHECK-REASON
                   WHEN COA-TYPES(COA-IDX) NOT = SPACES
                           AND COA-TYPES(COA-IDX)(1:1) NOT = CHECK-SIDE
                           AND COA-TYPES(COA-IDX)(2:1) NOT = CHECK-SIDE
                       IF CHECK-SIDE = 'D' THEN
                           MOVE 'DEBITS NOT ALLOWED' TO CHECK-REASON
                       ELSE
                           MOVE 'CREDITS NOT ALLOWED' TO CHECK-REASON
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF CHECK-REASON NOT = SPACES THEN
                   PERFORM REDIRECT-TO-ERROR-SUSPENSE
               END-IF
           END-IF.

       REDIRECT-TO-ERROR-SUSPENSE.
           ADD 1 TO REDIRECT-COUNT.
           MOVE DETAIL-LINE-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'JOURNAL ' JOURNAL-NO ' LINE ' LINE-NO ' '
                  CHECK-ACCOUNT ' ' CHECK-SIDE ' ' AMOUNT-ED ' -> '
                  FUNCTION TRIM(CHECK-REASON) ', POSTED TO '
                  ERROR-SUSPENSE-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ERROR-SUSPENSE-ACCOUNT TO CHECK-ACCOUNT.

       PROVE-ONE-FEED.
           IF FEED-TRL-SEEN = 'N'
                   OR FEED-TRL-COUNT-SAVE NOT = FEED-DETAIL-COUNT
