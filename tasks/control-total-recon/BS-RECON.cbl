       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-RECON.

      *>    BALANCE-SHEET ACCOUNT RECONCILIATION.  GL-RECON PROVES
      *>    BATCH TOTALS; MONTH-END CONTROL ALSO NEEDS EVERY
      *>    BALANCE-SHEET ACCOUNT RECONCILED TO A SUPPORTING FIGURE.
      *>    THE TRIAL-BALANCE IMPORT (TRIAL-BALANCE.TXT) CARRIES ONE
      *>    LINE PER ACCOUNT -
      *>        ACCOUNT,DESCRIPTION,CLOSING-BALANCE[,BS|PL]
      *>    (A PL LINE IS AN INCOME-STATEMENT ACCOUNT AND IS LEFT OUT;
      *>    NO TYPE MEANS BALANCE SHEET), AND THE SUPPORT FILE
      *>    (BS-SUPPORT.TXT) THE FIGURES BEHIND THEM -
      *>        ACCOUNT,SUPPORTING-BALANCE[,REFERENCE]
      *>    SEVERAL SUPPORT LINES FOR ONE ACCOUNT (A SUBLEDGER TOTAL
      *>    AND A BANK STATEMENT, SAY) ARE ADDED TOGETHER.  EACH
      *>    ACCOUNT'S DIFFERENCE (CLOSING LESS SUPPORT) IS REPORTED,
      *>    FLAGGED WHEN IT IS OUTSIDE THE GL-RECON TOLERANCE
      *>    (GL-TOLERANCE.TXT, DEFAULT 0.05) OR WHEN THERE IS NO
      *>    SUPPORT AT ALL, WITH THE PREPARER AND REVIEWER SIGN-OFFS
      *>    FOR THE MONTH OF THE PROCESSING DATE (BS-SIGN-STATUS).
      *>    SUPPORT FOR AN ACCOUNT NOT ON THE TRIAL BALANCE IS LISTED
      *>    TOO - IT USUALLY MEANS A MISKEYED ACCOUNT.
      *>
      *>    WRITES BS-RECON-REPORT.TXT, ONE OPS-LOG LINE, AND
      *>    BS-RECON-RESULTS.TXT, REWRITTEN EACH RUN -
      *>        YYYYMM,ACCOUNT,CLOSING,SUPPORT,DIFFERENCE,STATUS,DESC
      *>    WHICH THE SIGN-OFF TRANSACTION (BS-SIGNOFF) AND THE CLOSE
      *>    PACK'S UNSIGNED-ACCOUNT SECTION READ AS THE MONTH'S LIST
      *>    OF ACCOUNTS TO SIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "TRIAL-BALANCE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRIAL-BALANCE-STATUS.
           SELECT SUPPORT-FILE ASSIGN TO "BS-SUPPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUPPORT-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "GL-TOLERANCE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "BS-RECON-RESULTS.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "BS-RECON-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-REC            PIC X(80).

       FD  SUPPORT-FILE.
       01  SUPPORT-REC                  PIC X(80).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-REC                PIC X(10).

       FD  RESULTS-FILE.
       01  RESULTS-REC                  PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  TRIAL-BALANCE-STATUS         PIC X(02).
       01  SUPPORT-FILE-STATUS          PIC X(02).
       01  TOLERANCE-FILE-STATUS        PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-TRIAL-BALANCE         PIC X(01) VALUE 'N'.
       01  WS-EOF-SUPPORT               PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  RECON-MONTH                  PIC 9(06).
       01  GL-TOLERANCE                 PIC S9(7)V99 VALUE 0.05.
       01  NUMVAL-CHK                   PIC S9(3).
      *
      *>    SUPPORT SUMMED PER ACCOUNT.
       01  SUPPORT-TABLE.
           05  SUPPORT-COUNT            PIC 9(03) VALUE 0.
           05  SUPPORT-ENTRY OCCURS 500 TIMES.
               10  SUP-ACCOUNT          PIC X(10).
               10  SUP-AMOUNT           PIC S9(11)V99.
               10  SUP-LINES            PIC 9(03).
               10  SUP-USED             PIC X(01).
       01  SUP-IDX                      PIC 9(03).
       01  SUP-ACCOUNT-TXT              PIC X(12).
       01  SUP-AMOUNT-TXT               PIC X(18).
      *
       01  TB-ACCOUNT-TXT               PIC X(12).
       01  TB-DESC-TXT                  PIC X(30).
       01  TB-BALANCE-TXT               PIC X(18).
       01  TB-TYPE-TXT                  PIC X(04).
       01  TB-ACCOUNT                   PIC X(10).
       01  TB-BALANCE                   PIC S9(11)V99.
       01  TB-SUPPORT                   PIC S9(11)V99.
       01  TB-DIFF                      PIC S9(11)V99.
       01  TB-STATUS                    PIC X(14).
       01  SIGN-TEXT                    PIC X(20).
      *
       01  ACCOUNT-COUNT                PIC 9(05) VALUE 0.
       01  RECONCILED-COUNT             PIC 9(05) VALUE 0.
       01  OVER-TOLERANCE-COUNT         PIC 9(05) VALUE 0.
       01  NO-SUPPORT-COUNT             PIC 9(05) VALUE 0.
       01  UNSIGNED-COUNT               PIC 9(05) VALUE 0.
       01  PL-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       01  REJECTED-COUNT               PIC 9(05) VALUE 0.
       01  ORPHAN-SUPPORT-COUNT         PIC 9(05) VALUE 0.
      *
       01  BALANCE-ED                   PIC -(10)9.99.
       01  SUPPORT-ED                   PIC -(10)9.99.
       01  DIFF-ED                      PIC -(10)9.99.
      *>    THE ACCOUNT'S SIGN-OFFS - SEE BS-SIGNOFF.CPY.
       01  BS-SIGNOFF.
           COPY BS-SIGNOFF.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO RECON-MONTH.
           SET RC-OK TO TRUE.
           PERFORM READ-GL-TOLERANCE.
           PERFORM LOAD-SUPPORT-FILE.
           PERFORM OPEN-BS-RECON-FILES.
           PERFORM UNTIL WS-EOF-TRIAL-BALANCE = 'Y'
               READ TRIAL-BALANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRIAL-BALANCE
               END-READ
               IF WS-EOF-TRIAL-BALANCE NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
                   PERFORM RECONCILE-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           IF TRIAL-BALANCE-STATUS = '00'
                   OR TRIAL-BALANCE-STATUS = '10' THEN
               CLOSE TRIAL-BALANCE-FILE
           END-IF.
           PERFORM WRITE-ORPHAN-SUPPORT.
           PERFORM WRITE-BS-RECON-TOTALS.
           CLOSE RESULTS-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-BS-RECON-LOG.
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

       LOAD-SUPPORT-FILE.
           OPEN INPUT SUPPORT-FILE.
           IF SUPPORT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SUPPORT
           END-IF.
           PERFORM UNTIL WS-EOF-SUPPORT = 'Y'
               READ SUPPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SUPPORT
               END-READ
               IF WS-EOF-SUPPORT NOT = 'Y' THEN
                   PERFORM LOAD-ONE-SUPPORT-LINE
               END-IF
           END-PERFORM.
           IF SUPPORT-FILE-STATUS = '00' OR SUPPORT-FILE-STATUS = '10'
                   THEN
               CLOSE SUPPORT-FILE
           END-IF.

       LOAD-ONE-SUPPORT-LINE.
           MOVE SPACES TO SUP-ACCOUNT-TXT SUP-AMOUNT-TXT.
           UNSTRING SUPPORT-REC DELIMITED BY ','
               INTO SUP-ACCOUNT-TXT SUP-AMOUNT-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SUP-ACCOUNT-TXT))
               TO SUP-ACCOUNT-TXT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(SUP-AMOUNT-TXT))
               TO NUMVAL-CHK.
           IF SUP-ACCOUNT-TXT = SPACES OR NUMVAL-CHK NOT = 0 THEN
               DISPLAY 'BAD BS-SUPPORT LINE SKIPPED: '
                   FUNCTION TRIM(SUPPORT-REC)
           ELSE
               PERFORM VARYING SUP-IDX FROM 1 BY 1
                       UNTIL SUP-IDX > SUPPORT-COUNT
                   IF SUP-ACCOUNT(SUP-IDX) = SUP-ACCOUNT-TXT THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF SUP-IDX > SUPPORT-COUNT THEN
                   IF SUPPORT-COUNT >= 500 THEN
                       DISPLAY 'BS-SUPPORT EXCEEDS 500 ACCOUNTS - '
                           'EXTRA LINES IGNORED'
                       MOVE 0 TO SUP-IDX
                   ELSE
                       ADD 1 TO SUPPORT-COUNT
                       MOVE SUP-ACCOUNT-TXT TO SUP-ACCOUNT(SUP-IDX)
                       MOVE 0 TO SUP-AMOUNT(SUP-IDX) SUP-LINES(SUP-IDX)
                       MOVE 'N' TO SUP-USED(SUP-IDX)
                   END-IF
               END-IF
               IF SUP-IDX > 0 THEN
                   COMPUTE SUP-AMOUNT(SUP-IDX) = SUP-AMOUNT(SUP-IDX)
                       + FUNCTION NUMVAL(FUNCTION TRIM(SUP-AMOUNT-TXT))
                   ADD 1 TO SUP-LINES(SUP-IDX)
               END-IF
           END-IF.

       OPEN-BS-RECON-FILES.
           OPEN OUTPUT RESULTS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'BALANCE-SHEET ACCOUNT RECONCILIATION' TO RPT-TITLE.
           MOVE 'BS-RECON' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'ACCOUNT    DESCRIPTION                     '
                  '      CLOSING        SUPPORT     DIFFERENCE '
                  'STATUS         SIGN-OFF'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           STRING 'RECONCILIATION FOR MONTH ' RECON-MONTH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT TRIAL-BALANCE-FILE.
           IF TRIAL-BALANCE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-TRIAL-BALANCE
               SET RC-ERROR TO TRUE
               MOVE 'NO TRIAL-BALANCE FILE - NOTHING RECONCILED'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RECONCILE-ONE-ACCOUNT.
           MOVE SPACES TO TB-ACCOUNT-TXT TB-DESC-TXT TB-BALANCE-TXT
               TB-TYPE-TXT.
           UNSTRING TRIAL-BALANCE-REC DELIMITED BY ','
               INTO TB-ACCOUNT-TXT TB-DESC-TXT TB-BALANCE-TXT
                    TB-TYPE-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TB-ACCOUNT-TXT))
               TO TB-ACCOUNT-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TB-TYPE-TXT))
               TO TB-TYPE-TXT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(TB-BALANCE-TXT))
               TO NUMVAL-CHK.
           IF TB-ACCOUNT-TXT = SPACES OR TB-ACCOUNT-TXT(11:2)
                   NOT = SPACES OR NUMVAL-CHK NOT = 0 THEN
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING 'TRIAL-BALANCE LINE ' WS-LINE-NO
                      ' SKIPPED - BAD ACCOUNT OR BALANCE: '
                      FUNCTION TRIM(TRIAL-BALANCE-REC)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF TB-TYPE-TXT = 'PL' THEN
                   ADD 1 TO PL-SKIPPED-COUNT
               ELSE
                   MOVE TB-ACCOUNT-TXT TO TB-ACCOUNT
                   COMPUTE TB-BALANCE = FUNCTION NUMVAL(
                       FUNCTION TRIM(TB-BALANCE-TXT))
                   PERFORM COMPARE-TO-SUPPORT
               END-IF
           END-IF.

       COMPARE-TO-SUPPORT.
           ADD 1 TO ACCOUNT-COUNT.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > SUPPORT-COUNT
               IF SUP-ACCOUNT(SUP-IDX) = TB-ACCOUNT THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SUP-IDX > SUPPORT-COUNT THEN
               MOVE 0 TO TB-SUPPORT
               MOVE TB-BALANCE TO TB-DIFF
               MOVE 'NO SUPPORT' TO TB-STATUS
               ADD 1 TO NO-SUPPORT-COUNT
           ELSE
               MOVE 'Y' TO SUP-USED(SUP-IDX)
               MOVE SUP-AMOUNT(SUP-IDX) TO TB-SUPPORT
               COMPUTE TB-DIFF = TB-BALANCE - TB-SUPPORT
               IF FUNCTION ABS(TB-DIFF) <= GL-TOLERANCE THEN
                   MOVE 'RECONCILED' TO TB-STATUS
                   ADD 1 TO RECONCILED-COUNT
               ELSE
                   MOVE 'OVER TOLERANCE' TO TB-STATUS
                   ADD 1 TO OVER-TOLERANCE-COUNT
               END-IF
           END-IF.
           CALL 'BS-SIGN-STATUS' USING RECON-MONTH TB-ACCOUNT
               BS-SIGNOFF.
           MOVE SPACES TO SIGN-TEXT.
           EVALUATE TRUE
               WHEN SIGN-PREP-DATE = 0
                   MOVE 'UNSIGNED' TO SIGN-TEXT
               WHEN SIGN-REV-DATE = 0
                   STRING 'PREP ' SIGN-PREPARER ' NOT REVIEWED'
                       DELIMITED BY SIZE INTO SIGN-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'PREP ' SIGN-PREPARER ' REV '
                          SIGN-REVIEWER
                       DELIMITED BY SIZE INTO SIGN-TEXT
                   END-STRING
           END-EVALUATE.
           IF SIGN-REV-DATE = 0 THEN
               ADD 1 TO UNSIGNED-COUNT
           END-IF.
           MOVE TB-BALANCE TO BALANCE-ED.
           MOVE TB-SUPPORT TO SUPPORT-ED.
           MOVE TB-DIFF TO DIFF-ED.
           MOVE SPACES TO REPORT-REC.
           STRING TB-ACCOUNT ' ' TB-DESC-TXT ' ' BALANCE-ED ' '
                  SUPPORT-ED ' ' DIFF-ED ' ' TB-STATUS ' ' SIGN-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RESULTS-REC.
           STRING RECON-MONTH ',' FUNCTION TRIM(TB-ACCOUNT) ','
                  FUNCTION TRIM(BALANCE-ED) ','
                  FUNCTION TRIM(SUPPORT-ED) ','
                  FUNCTION TRIM(DIFF-ED) ','
                  FUNCTION TRIM(TB-STATUS) ','
                  FUNCTION TRIM(TB-DESC-TXT)
               DELIMITED BY SIZE INTO RESULTS-REC
           END-STRING.
           WRITE RESULTS-REC.

       WRITE-ORPHAN-SUPPORT.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > SUPPORT-COUNT
               IF SUP-USED(SUP-IDX) = 'N' THEN
                   IF ORPHAN-SUPPORT-COUNT = 0 THEN
                       MOVE SPACES TO REPORT-REC
                       PERFORM WRITE-REPORT-LINE
                       MOVE 'SUPPORT WITH NO TRIAL-BALANCE ACCOUNT'
                           TO REPORT-REC
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO ORPHAN-SUPPORT-COUNT
                   MOVE SUP-AMOUNT(SUP-IDX) TO SUPPORT-ED
                   MOVE SPACES TO REPORT-REC
                   STRING SUP-ACCOUNT(SUP-IDX) ' SUPPORT '
                          SUPPORT-ED ' FROM ' SUP-LINES(SUP-IDX)
                          ' LINE(S)'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-BS-RECON-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACCOUNTS: ' ACCOUNT-COUNT
                  ' RECONCILED: ' RECONCILED-COUNT
                  ' OVER TOLERANCE: ' OVER-TOLERANCE-COUNT
                  ' NO SUPPORT: ' NO-SUPPORT-COUNT
                  ' NOT FULLY SIGNED: ' UNSIGNED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE GL-TOLERANCE TO DIFF-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOLERANCE ' FUNCTION TRIM(DIFF-ED)
                  ' - P&L LINES LEFT OUT: ' PL-SKIPPED-COUNT
                  ' LINES SKIPPED: ' REJECTED-COUNT
                  ' UNMATCHED SUPPORT: ' ORPHAN-SUPPORT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-BS-RECON-LOG.
           MOVE 'BS-RECON' TO OPS-LOG-PROGRAM.
           IF RC-OK THEN
               MOVE 'OK' TO OPS-LOG-RESULT
           ELSE
               MOVE 'ERROR' TO OPS-LOG-RESULT
           END-IF.
           MOVE ACCOUNT-COUNT TO OPS-LOG-REC-COUNT.
           COMPUTE OPS-LOG-EXC-COUNT =
               OVER-TOLERANCE-COUNT + NO-SUPPORT-COUNT.
           MOVE 'ACCOUNTS-FLAGGED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM BS-RECON.
