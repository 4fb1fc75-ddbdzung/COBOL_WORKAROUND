       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DUP-SCAN.

      *>    DUPLICATE AND GHOST EMPLOYEE SCAN FOR INTERNAL AUDIT.
      *>    NOTHING STOPS TWO Employee-IDs SHARING A BANK ACCOUNT, OR
      *>    THE SAME PERSON BEING ADDED TWICE UNDER A SLIGHTLY
      *>    DIFFERENT NAME.  THIS PERIODIC SCAN LOADS EVERY EMPLOYEE
      *>    ON EMPLOYEE-MASTER.DAT WHO IS NOT Status-Terminated AND
      *>    LISTS ON EMP-DUP-SCAN-REPORT.TXT -
      *>        SHARED BANK ACCOUNT  - TWO EMPLOYEES WITH THE SAME
      *>                               SORT CODE AND ACCOUNT NUMBER,
      *>        SHARED ADDRESS       - THE SAME FIRST ADDRESS LINE
      *>                               (COMPARED ON LETTERS AND DIGITS
      *>                               ONLY, SO '12 HIGH ST.' MATCHES
      *>                               '12 High St'),
      *>        NEAR-IDENTICAL NAMES - NAMES THAT, ON LETTERS ALONE,
      *>                               ARE THE SAME OR ONE LETTER
      *>                               ADDED, DROPPED OR CHANGED APART,
      *>        NO MASTER ACTIVITY   - PAID FOR AT LEAST THE NUMBER OF
      *>                               PERIODS ON EMP-GHOST-PERIODS.TXT
      *>                               (DEFAULT 6, PERIODS COUNTED OFF
      *>                               PAYROLL-HISTORY.TXT) WITH NO
      *>                               EMP-AUDIT.TXT LINE SINCE HIRE -
      *>                               NOBODY HAS TOUCHED THE RECORD.
      *>    THE REPORT IS AN INVESTIGATION LIST, NOT A VERDICT.  A
      *>    SHARED BANK ACCOUNT ENDS THE JOB NON-ZERO (SEE
      *>    RETURN-CODES.CPY) SO THE SCHEDULER FLAGS IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
      *>    SEE PAYROLL-RUN.CBL FOR THE LINE LAYOUT.
           SELECT HISTORY-FILE ASSIGN TO "PAYROLL-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *>    SEE EMP-AUDIT-WRITE.CBL FOR THE LINE LAYOUT.
           SELECT AUDIT-FILE ASSIGN TO "EMP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT GHOST-PERIODS-FILE ASSIGN TO "EMP-GHOST-PERIODS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GHOST-PERIODS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-DUP-SCAN-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(120).

      *>    SAME FIXED PREFIX EMP-AUDIT-BROWSE MAPS - ONLY THE DATE
      *>    AND EMPLOYEE-ID ARE NEEDED HERE.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-DATE                 PIC 9(08).
           05  AUD-TIME                 PIC X(13).
           05  FILLER                   PIC X(01).
           05  AUD-PROGRAM              PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-EMP-ID               PIC X(05).
           05  AUD-REST                 PIC X(1147).

       FD  GHOST-PERIODS-FILE.
       01  GHOST-PERIODS-REC            PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  AUDIT-STATUS                 PIC X(02).
       01  GHOST-PERIODS-STATUS         PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-HISTORY               PIC X(01) VALUE 'N'.
       01  WS-EOF-AUDIT                 PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  GHOST-MIN-PERIODS            PIC 9(03) VALUE 6.
       01  GHOST-NUMVAL-CHK             PIC S9(3).
      *>    EVERY NON-TERMINATED EMPLOYEE, LOADED IN KEY ORDER SO THE
      *>    HISTORY AND AUDIT PASSES CAN FIND THEM WITH SEARCH ALL.
       01  SCAN-TABLE.
           05  SCAN-COUNT               PIC 9(04) VALUE 0.
           05  SCAN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SCAN-COUNT
                   ASCENDING KEY SCAN-EMP-ID INDEXED BY SCAN-IDX.
               10  SCAN-EMP-ID          PIC 9(05).
               10  SCAN-NAME            PIC X(30).
               10  SCAN-NORM-NAME       PIC X(30).
               10  SCAN-NORM-LEN        PIC 9(02).
               10  SCAN-SORT-CODE       PIC X(06).
               10  SCAN-ACCOUNT         PIC X(08).
               10  SCAN-NORM-ADDR       PIC X(50).
               10  SCAN-HIRE-DATE       PIC 9(08).
               10  SCAN-PAID-PERIODS    PIC 9(03).
               10  SCAN-LAST-PERIOD     PIC X(06).
               10  SCAN-AUDIT-COUNT     PIC 9(05).
       01  SCAN-OVERFLOW                PIC X(01) VALUE 'N'.
       01  FIRST-IDX                    PIC 9(04).
       01  SECOND-IDX                   PIC 9(04).
       01  SECOND-START                 PIC 9(04).
      *
      *>    LETTERS-AND-DIGITS-ONLY COPY OF A NAME OR ADDRESS LINE.
       01  NORM-SOURCE                  PIC X(50).
       01  NORM-RESULT                  PIC X(50).
       01  NORM-LEN                     PIC 9(02).
       01  NORM-CHAR                    PIC X(01).
       01  CHAR-IDX                     PIC 9(02).
      *
      *>    ONE-EDIT NAME COMPARISON.
       01  LONG-NAME                    PIC X(30).
       01  LONG-LEN                     PIC 9(02).
       01  SHORT-NAME                   PIC X(30).
       01  SHORT-LEN                    PIC 9(02).
       01  LONG-POS                     PIC 9(02).
       01  SHORT-POS                    PIC 9(02).
       01  EDIT-COUNT                   PIC 9(02).
       01  NAMES-NEAR                   PIC X(01).
      *
       01  HIST-EMP-TXT                 PIC X(06).
       01  HIST-PERIOD-TXT              PIC X(08).
       01  LOOKUP-EMP-ID                PIC 9(05).
       01  LOOKUP-FOUND                 PIC X(01).
      *
       01  BANK-DUP-COUNT               PIC 9(05) VALUE 0.
       01  ADDR-DUP-COUNT               PIC 9(05) VALUE 0.
       01  NAME-DUP-COUNT               PIC 9(05) VALUE 0.
       01  GHOST-COUNT                  PIC 9(05) VALUE 0.
       01  ITEM-COUNT                   PIC 9(05) VALUE 0.
       01  SECTION-COUNT                PIC 9(05).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-DUP-SCAN'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-GHOST-PERIODS.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM COUNT-PAID-PERIODS.
           PERFORM COUNT-AUDIT-ACTIVITY.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'DUPLICATE AND GHOST EMPLOYEE SCAN' TO RPT-TITLE.
           MOVE 'EMP-DUP-SCAN' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           IF SCAN-OVERFLOW = 'Y' THEN
               MOVE SPACES TO REPORT-REC
               STRING 'MASTER EXCEEDS 5000 ACTIVE EMPLOYEES - ONLY'
                      ' THE FIRST 5000 WERE SCANNED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM LIST-SHARED-BANK-ACCOUNTS.
           PERFORM LIST-SHARED-ADDRESSES.
           PERFORM LIST-NEAR-IDENTICAL-NAMES.
           PERFORM LIST-NO-MASTER-ACTIVITY.
           COMPUTE ITEM-COUNT = BANK-DUP-COUNT + ADDR-DUP-COUNT
               + NAME-DUP-COUNT + GHOST-COUNT.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'EMPLOYEES SCANNED: ' SCAN-COUNT
                  '  SHARED BANK: ' BANK-DUP-COUNT
                  '  SHARED ADDRESS: ' ADDR-DUP-COUNT
                  '  NEAR NAMES: ' NAME-DUP-COUNT
                  '  NO ACTIVITY: ' GHOST-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           MOVE 'EMP-DUP-SCAN' TO OPS-LOG-PROGRAM.
           MOVE SCAN-COUNT TO OPS-LOG-REC-COUNT.
           MOVE ITEM-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           IF BANK-DUP-COUNT > 0 THEN
               MOVE 'BANK-DUP' TO OPS-LOG-RESULT
               MOVE 'SHARED BANK ACCOUNT' TO OPS-LOG-DETAIL
               PERFORM WRITE-OPS-LOG-LINE
               DISPLAY 'EMP-DUP-SCAN: ' BANK-DUP-COUNT
                   ' SHARED BANK ACCOUNT(S) - SEE'
                   ' EMP-DUP-SCAN-REPORT.TXT'
               SET RC-ERROR TO TRUE
           ELSE
               MOVE 'COMPLETED' TO OPS-LOG-RESULT
               PERFORM WRITE-OPS-LOG-LINE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-GHOST-PERIODS.
           OPEN INPUT GHOST-PERIODS-FILE.
           IF GHOST-PERIODS-STATUS = '00' THEN
               READ GHOST-PERIODS-FILE
                   AT END MOVE SPACES TO GHOST-PERIODS-REC
               END-READ
               MOVE FUNCTION TEST-NUMVAL(GHOST-PERIODS-REC)
                   TO GHOST-NUMVAL-CHK
               IF GHOST-PERIODS-REC NOT = SPACES
                       AND GHOST-NUMVAL-CHK = 0 THEN
                   MOVE FUNCTION NUMVAL(GHOST-PERIODS-REC)
                       TO GHOST-MIN-PERIODS
               ELSE
                   DISPLAY 'EMP-GHOST-PERIODS.TXT NOT NUMERIC - '
                       'USING ' GHOST-MIN-PERIODS ' PERIODS'
               END-IF
               CLOSE GHOST-PERIODS-FILE
           END-IF.

       LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMP-FILE-STATUS NOT = '00' THEN
               DISPLAY 'EMPLOYEE-MASTER.DAT COULD NOT BE OPENED'
                   ' (STATUS ' EMP-FILE-STATUS ') - RUN ABORTED'
      *>        THE INTERLOCK GOES BACK ON EVERY REFUSAL EXIT - A
      *>        ROUTINE OPEN FAILURE MUST NOT LEAVE A LOCK FOR
      *>        EMP-LOCK-CLEAR TO MOP UP.
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD.
           START EMPLOYEE-MASTER KEY >= Employee-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y'
                       AND NOT Status-Terminated OF EMPLOYEE-RECORD THEN
                   IF SCAN-COUNT >= 5000 THEN
                       MOVE 'Y' TO SCAN-OVERFLOW
                       MOVE 'Y' TO WS-EOF-MASTER
                   ELSE
                       PERFORM LOAD-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       LOAD-ONE-EMPLOYEE.
           ADD 1 TO SCAN-COUNT.
           MOVE Employee-ID OF EMPLOYEE-RECORD
               TO SCAN-EMP-ID(SCAN-COUNT).
           MOVE Employee-Name OF EMPLOYEE-RECORD
               TO SCAN-NAME(SCAN-COUNT).
           MOVE Employee-Bank-Sort-Code OF EMPLOYEE-RECORD
               TO SCAN-SORT-CODE(SCAN-COUNT).
           MOVE Employee-Bank-Account OF EMPLOYEE-RECORD
               TO SCAN-ACCOUNT(SCAN-COUNT).
           MOVE Employee-Hire-Date OF EMPLOYEE-RECORD
               TO SCAN-HIRE-DATE(SCAN-COUNT).
           MOVE 0 TO SCAN-PAID-PERIODS(SCAN-COUNT).
           MOVE SPACES TO SCAN-LAST-PERIOD(SCAN-COUNT).
           MOVE 0 TO SCAN-AUDIT-COUNT(SCAN-COUNT).
           MOVE Employee-Name OF EMPLOYEE-RECORD TO NORM-SOURCE.
           PERFORM NORMALIZE-TEXT.
           MOVE NORM-RESULT TO SCAN-NORM-NAME(SCAN-COUNT).
           MOVE NORM-LEN TO SCAN-NORM-LEN(SCAN-COUNT).
           MOVE Address-Line OF EMPLOYEE-RECORD (1) TO NORM-SOURCE.
           PERFORM NORMALIZE-TEXT.
           MOVE NORM-RESULT TO SCAN-NORM-ADDR(SCAN-COUNT).

      *>    UPPER CASE, LETTERS AND DIGITS ONLY - PUNCTUATION AND
      *>    SPACING ARE HOW A DUPLICATE USUALLY GETS PAST THE EYE.
       NORMALIZE-TEXT.
           MOVE FUNCTION UPPER-CASE(NORM-SOURCE) TO NORM-SOURCE.
           MOVE SPACES TO NORM-RESULT.
           MOVE 0 TO NORM-LEN.
           PERFORM VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 50
               MOVE NORM-SOURCE(CHAR-IDX:1) TO NORM-CHAR
               IF (NORM-CHAR >= 'A' AND NORM-CHAR <= 'Z')
                       OR (NORM-CHAR >= '0' AND NORM-CHAR <= '9') THEN
                   ADD 1 TO NORM-LEN
                   MOVE NORM-CHAR TO NORM-RESULT(NORM-LEN:1)
               END-IF
           END-PERFORM.

      *>    DISTINCT PERIODS PAID PER EMPLOYEE - AN OVERRIDDEN RERUN
      *>    APPENDS THE SAME PERIOD AGAIN RIGHT BEHIND THE FIRST, SO
      *>    ONLY A CHANGE OF PERIOD COUNTS.
       COUNT-PAID-PERIODS.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HISTORY
           END-IF.
           PERFORM UNTIL WS-EOF-HISTORY = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-HISTORY
               END-READ
               IF WS-EOF-HISTORY NOT = 'Y' THEN
                   MOVE SPACES TO HIST-EMP-TXT HIST-PERIOD-TXT
                   UNSTRING HISTORY-REC DELIMITED BY ','
                       INTO HIST-EMP-TXT HIST-PERIOD-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(HIST-EMP-TXT) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(HIST-EMP-TXT)
                           TO LOOKUP-EMP-ID
                       PERFORM FIND-SCAN-ENTRY
                       IF LOOKUP-FOUND = 'Y'
                               AND HIST-PERIOD-TXT(1:6)
                                   NOT = SCAN-LAST-PERIOD(SCAN-IDX) THEN
                           ADD 1 TO SCAN-PAID-PERIODS(SCAN-IDX)
                           MOVE HIST-PERIOD-TXT(1:6)
                               TO SCAN-LAST-PERIOD(SCAN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

      *>    ANY AUDIT LINE FOR THE EMPLOYEE DATED ON OR AFTER THE
      *>    HIRE DATE IS ACTIVITY.
       COUNT-AUDIT-ACTIVITY.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF.
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
               IF WS-EOF-AUDIT NOT = 'Y'
                       AND AUD-EMP-ID IS NUMERIC
                       AND AUD-DATE IS NUMERIC THEN
                   MOVE AUD-EMP-ID TO LOOKUP-EMP-ID
                   PERFORM FIND-SCAN-ENTRY
                   IF LOOKUP-FOUND = 'Y'
                           AND AUD-DATE >= SCAN-HIRE-DATE(SCAN-IDX) THEN
                       ADD 1 TO SCAN-AUDIT-COUNT(SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF AUDIT-STATUS = '00' OR AUDIT-STATUS = '10' THEN
               CLOSE AUDIT-FILE
           END-IF.

       FIND-SCAN-ENTRY.
           MOVE 'N' TO LOOKUP-FOUND.
           IF SCAN-COUNT > 0 THEN
               SET SCAN-IDX TO 1
               SEARCH ALL SCAN-ENTRY
                   WHEN SCAN-EMP-ID(SCAN-IDX) = LOOKUP-EMP-ID
                       MOVE 'Y' TO LOOKUP-FOUND
               END-SEARCH
           END-IF.

       LIST-SHARED-BANK-ACCOUNTS.
           PERFORM WRITE-SECTION-BREAK.
           MOVE 'SHARED BANK ACCOUNT - SAME SORT CODE AND ACCOUNT'
               TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FIRST-IDX FROM 1 BY 1
                   UNTIL FIRST-IDX >= SCAN-COUNT
               IF SCAN-ACCOUNT(FIRST-IDX) NOT = SPACES THEN
                   COMPUTE SECOND-START = FIRST-IDX + 1
                   PERFORM VARYING SECOND-IDX FROM SECOND-START BY 1
                           UNTIL SECOND-IDX > SCAN-COUNT
                       IF SCAN-SORT-CODE(SECOND-IDX)
                               = SCAN-SORT-CODE(FIRST-IDX)
                           AND SCAN-ACCOUNT(SECOND-IDX)
                               = SCAN-ACCOUNT(FIRST-IDX) THEN
                           ADD 1 TO BANK-DUP-COUNT
                           PERFORM WRITE-PAIR-LINE
                           MOVE SPACES TO REPORT-REC
                           STRING '      SORT CODE '
                                  SCAN-SORT-CODE(FIRST-IDX)
                                  ' ACCOUNT ' SCAN-ACCOUNT(FIRST-IDX)
                               DELIMITED BY SIZE INTO REPORT-REC
                           END-STRING
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE BANK-DUP-COUNT TO SECTION-COUNT.
           PERFORM WRITE-SECTION-COUNT.

       LIST-SHARED-ADDRESSES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE 'SHARED ADDRESS - SAME FIRST ADDRESS LINE'
               TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FIRST-IDX FROM 1 BY 1
                   UNTIL FIRST-IDX >= SCAN-COUNT
               IF SCAN-NORM-ADDR(FIRST-IDX) NOT = SPACES THEN
                   COMPUTE SECOND-START = FIRST-IDX + 1
                   PERFORM VARYING SECOND-IDX FROM SECOND-START BY 1
                           UNTIL SECOND-IDX > SCAN-COUNT
                       IF SCAN-NORM-ADDR(SECOND-IDX)
                               = SCAN-NORM-ADDR(FIRST-IDX) THEN
                           ADD 1 TO ADDR-DUP-COUNT
                           PERFORM WRITE-PAIR-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE ADDR-DUP-COUNT TO SECTION-COUNT.
           PERFORM WRITE-SECTION-COUNT.

      *>    NAMES UNDER FOUR LETTERS ARE TOO SHORT TO COMPARE
      *>    USEFULLY AND ARE LEFT OUT.
       LIST-NEAR-IDENTICAL-NAMES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE 'NEAR-IDENTICAL NAMES - SAME OR ONE LETTER APART'
               TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FIRST-IDX FROM 1 BY 1
                   UNTIL FIRST-IDX >= SCAN-COUNT
               IF SCAN-NORM-LEN(FIRST-IDX) >= 4 THEN
                   COMPUTE SECOND-START = FIRST-IDX + 1
                   PERFORM VARYING SECOND-IDX FROM SECOND-START BY 1
                           UNTIL SECOND-IDX > SCAN-COUNT
                       PERFORM COMPARE-NAME-PAIR
                       IF NAMES-NEAR = 'Y' THEN
                           ADD 1 TO NAME-DUP-COUNT
                           PERFORM WRITE-PAIR-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE NAME-DUP-COUNT TO SECTION-COUNT.
           PERFORM WRITE-SECTION-COUNT.

      *>    AT MOST ONE LETTER ADDED, DROPPED OR CHANGED.  THE LONGER
      *>    NAME IS WALKED AGAINST THE SHORTER; THE FIRST MISMATCH IS
      *>    THE ONE EDIT ALLOWED.
       COMPARE-NAME-PAIR.
           MOVE 'N' TO NAMES-NEAR.
           IF SCAN-NORM-LEN(FIRST-IDX) >= SCAN-NORM-LEN(SECOND-IDX)
                   THEN
               MOVE SCAN-NORM-NAME(FIRST-IDX) TO LONG-NAME
               MOVE SCAN-NORM-LEN(FIRST-IDX) TO LONG-LEN
               MOVE SCAN-NORM-NAME(SECOND-IDX) TO SHORT-NAME
               MOVE SCAN-NORM-LEN(SECOND-IDX) TO SHORT-LEN
           ELSE
               MOVE SCAN-NORM-NAME(SECOND-IDX) TO LONG-NAME
               MOVE SCAN-NORM-LEN(SECOND-IDX) TO LONG-LEN
               MOVE SCAN-NORM-NAME(FIRST-IDX) TO SHORT-NAME
               MOVE SCAN-NORM-LEN(FIRST-IDX) TO SHORT-LEN
           END-IF.
           IF SHORT-LEN < 4 OR LONG-LEN - SHORT-LEN > 1 THEN
               MOVE 2 TO EDIT-COUNT
           ELSE
               PERFORM COUNT-NAME-EDITS
           END-IF.
           IF EDIT-COUNT <= 1 THEN
               MOVE 'Y' TO NAMES-NEAR
           END-IF.

       COUNT-NAME-EDITS.
           MOVE 0 TO EDIT-COUNT.
           MOVE 1 TO LONG-POS.
           MOVE 1 TO SHORT-POS.
           PERFORM UNTIL LONG-POS > LONG-LEN OR EDIT-COUNT > 1
               IF SHORT-POS <= SHORT-LEN
                       AND LONG-NAME(LONG-POS:1)
                           = SHORT-NAME(SHORT-POS:1) THEN
                   ADD 1 TO LONG-POS
                   ADD 1 TO SHORT-POS
               ELSE
                   ADD 1 TO EDIT-COUNT
                   ADD 1 TO LONG-POS
                   IF LONG-LEN = SHORT-LEN THEN
                       ADD 1 TO SHORT-POS
                   END-IF
               END-IF
           END-PERFORM.

       LIST-NO-MASTER-ACTIVITY.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES TO REPORT-REC.
           STRING 'NO MASTER ACTIVITY - PAID ' GHOST-MIN-PERIODS
                  ' OR MORE PERIODS, NO AUDIT LINE SINCE HIRE'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FIRST-IDX FROM 1 BY 1
                   UNTIL FIRST-IDX > SCAN-COUNT
               IF SCAN-PAID-PERIODS(FIRST-IDX) >= GHOST-MIN-PERIODS
                       AND SCAN-AUDIT-COUNT(FIRST-IDX) = 0 THEN
                   ADD 1 TO GHOST-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING '  ' SCAN-EMP-ID(FIRST-IDX)
                          ' ' SCAN-NAME(FIRST-IDX)
                          ' HIRED ' SCAN-HIRE-DATE(FIRST-IDX)
                          ' PERIODS PAID ' SCAN-PAID-PERIODS(FIRST-IDX)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE GHOST-COUNT TO SECTION-COUNT.
           PERFORM WRITE-SECTION-COUNT.

       WRITE-PAIR-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING '  ' SCAN-EMP-ID(FIRST-IDX)
                  ' ' SCAN-NAME(FIRST-IDX)
                  '  AND  ' SCAN-EMP-ID(SECOND-IDX)
                  ' ' SCAN-NAME(SECOND-IDX)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-BREAK.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING '  ITEMS: ' SECTION-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM EMP-DUP-SCAN.
