      *>        TWOSUM-AGING-REPORT.TXT
      *>        EMP-SUMMARY-REPORT.TXT
      *>        OPS-SUMMARY-REPORT.TXT
      *>        SUSPENSE-ROLLFWD-REPORT.TXT
      *>    INTO ONE PAGINATED DOCUMENT (MONTH-CLOSE-PACK.TXT) WITH A
      *>    COVER SHEET CARRYING THE PROCESSING DATE, A SECTION INDEX
      *>    WITH PAGE COUNTS, AND A FINAL CROSS-CHECK PAGE FLAGGING
      *>    ANY SECTION THAT IS MISSING OR WHOSE OWN HEADING DATE IS
      *>    BEFORE THE CLOSE DATE - A STALE REPORT IN THE PACK IS
      *>    WORSE THAN A NAMED GAP.
      *>
      *>    A LAST SECTION, BUILT HERE RATHER THAN COPIED, LISTS EVERY
      *>    BALANCE-SHEET ACCOUNT ON THE CLOSE MONTH'S RECONCILIATION
      *>    (BS-RECON-RESULTS.TXT) THAT IS STILL WITHOUT A PREPARER OR
      *>    A REVIEWER SIGN-OFF (BS-SIGN-STATUS) - SIGN-OFFS ARE GIVEN
      *>    AFTER BS-RECON RUNS, SO ONLY THE PACK SEES THE FINAL
      *>    STATE.  ANY UNSIGNED ACCOUNT, OR NO RECONCILIATION FOR THE
      *>    MONTH AT ALL, IS A CROSS-CHECK FAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS SECTION-FILE-STATUS.
           SELECT PACK-FILE ASSIGN TO "MONTH-CLOSE-PACK.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BS-RESULTS-FILE ASSIGN TO "BS-RECON-RESULTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PACK-FILE.
       01  PACK-REC                     PIC X(132).

       FD  BS-RESULTS-FILE.
       01  BS-RESULTS-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  SECTION-FILE-STATUS          PIC X(02).
       01  WS-EOF-SECTION               PIC X(01).
       01  CLOSE-DATE                   PIC 9(08).
      *>    THE PACK'S CONTENTS - FIXED LIST, IN FILING ORDER.
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 6 TIMES.
               10  SEC-TITLE            PIC X(30).
               10  SEC-FILE-NAME        PIC X(30).
               10  SEC-PRESENT          PIC X(01).
      *>    60-LINE PAGES - THE STOCK THE SHOP FILES ITS REPORTS ON.
       01  PACK-LINES-PER-PAGE          PIC 9(03) VALUE 60.
       01  CROSS-CHECK-FAULTS           PIC 9(02) VALUE 0.
      *
       01  BS-RESULTS-STATUS            PIC X(02).
       01  WS-EOF-BS-RESULTS            PIC X(01) VALUE 'N'.
       01  CLOSE-MONTH                  PIC 9(06).
       01  BS-ACCOUNT-COUNT             PIC 9(05) VALUE 0.
       01  BS-READ-MONTH                PIC X(08).
       01  BS-READ-ACCOUNT              PIC X(10).
       01  BS-READ-CLOSING              PIC X(15).
       01  BS-READ-SUPPORT              PIC X(15).
       01  BS-READ-DIFF                 PIC X(15).
       01  BS-READ-STATUS               PIC X(14).
       01  BS-READ-DESC                 PIC X(30).
      *>    THE CLOSE MONTH'S ACCOUNTS STILL NOT FULLY SIGNED.
       01  UNSIGNED-TABLE.
           05  UNSIGNED-COUNT           PIC 9(03) VALUE 0.
           05  UNSIGNED-ENTRY OCCURS 500 TIMES.
               10  UNS-ACCOUNT          PIC X(10).
               10  UNS-DESC             PIC X(30).
               10  UNS-STATUS           PIC X(14).
               10  UNS-MISSING          PIC X(30).
       01  UNSIGNED-IDX                 PIC 9(03).
      *>    THE ACCOUNT'S SIGN-OFFS - SEE BS-SIGNOFF.CPY.
       01  BS-SIGNOFF.
           COPY BS-SIGNOFF.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING CLOSE-DATE.
           MOVE CLOSE-DATE(1:6) TO CLOSE-MONTH.
           PERFORM SET-UP-SECTIONS.
           PERFORM LOAD-UNSIGNED-ACCOUNTS.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > 6
               PERFORM MEASURE-ONE-SECTION
           END-PERFORM.
           OPEN OUTPUT PACK-FILE.
           PERFORM WRITE-COVER-SHEET.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > 6
               PERFORM COPY-ONE-SECTION
           END-PERFORM.
           PERFORM WRITE-UNSIGNED-SECTION.
           PERFORM WRITE-CROSS-CHECK-PAGE.
           CLOSE PACK-FILE.
           GOBACK.
           MOVE 'EMP-SUMMARY-REPORT.TXT' TO SEC-FILE-NAME(4).
           MOVE 'OPERATIONS SUMMARY' TO SEC-TITLE(5).
           MOVE 'OPS-SUMMARY-REPORT.TXT' TO SEC-FILE-NAME(5).
           MOVE 'SUSPENSE ROLL-FORWARD' TO SEC-TITLE(6).
           MOVE 'SUSPENSE-ROLLFWD-REPORT.TXT' TO SEC-FILE-NAME(6).
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > 6
               MOVE 'N' TO SEC-PRESENT(SECTION-IDX)
               MOVE 0 TO SEC-LINE-COUNT(SECTION-IDX)
               MOVE 0 TO SEC-PAGE-COUNT(SECTION-IDX)
           MOVE 'SECTION INDEX' TO PACK-REC.
           WRITE PACK-REC.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > 6
               MOVE SPACES TO PACK-REC
               IF SEC-PRESENT(SECTION-IDX) = 'Y' THEN
                   STRING SECTION-IDX '. ' SEC-TITLE(SECTION-IDX)
               END-IF
               WRITE PACK-REC
           END-PERFORM.
           MOVE SPACES TO PACK-REC.
           STRING '7. BALANCE-SHEET SIGN-OFF EXCEPTIONS - '
                  UNSIGNED-COUNT ' ACCOUNT(S) UNSIGNED'
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING.
           WRITE PACK-REC.

       COPY-ONE-SECTION.
           MOVE SPACES TO PACK-REC.
           MOVE 'CLOSE PACK CROSS-CHECK' TO PACK-REC.
           WRITE PACK-REC.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > 6
               MOVE SPACES TO PACK-REC
               EVALUATE TRUE
                   WHEN SEC-PRESENT(SECTION-IDX) = 'N'
               WRITE PACK-REC
           END-PERFORM.
           MOVE SPACES TO PACK-REC.
           EVALUATE TRUE
               WHEN BS-ACCOUNT-COUNT = 0
                   ADD 1 TO CROSS-CHECK-FAULTS
                   STRING 'BALANCE-SHEET SIGN-OFF -> NO RECONCILIATION'
                          ' FOR ' CLOSE-MONTH
                       DELIMITED BY SIZE INTO PACK-REC
                   END-STRING
               WHEN UNSIGNED-COUNT > 0
                   ADD 1 TO CROSS-CHECK-FAULTS
                   STRING 'BALANCE-SHEET SIGN-OFF -> ' UNSIGNED-COUNT
                          ' OF ' BS-ACCOUNT-COUNT
                          ' ACCOUNT(S) NOT FULLY SIGNED'
                       DELIMITED BY SIZE INTO PACK-REC
                   END-STRING
               WHEN OTHER
                   STRING 'BALANCE-SHEET SIGN-OFF -> ALL '
                          BS-ACCOUNT-COUNT
                          ' ACCOUNT(S) PREPARED AND REVIEWED'
                       DELIMITED BY SIZE INTO PACK-REC
                   END-STRING
           END-EVALUATE.
           WRITE PACK-REC.
           MOVE SPACES TO PACK-REC.
           STRING 'CROSS-CHECK FAULTS: ' CROSS-CHECK-FAULTS
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING.
           WRITE PACK-REC.
      *>    THE CLOSE MONTH'S RECONCILED ACCOUNTS, EACH ASKED FOR
      *>    ITS SIGN-OFFS - ONE WITHOUT BOTH IS AN EXCEPTION.
       LOAD-UNSIGNED-ACCOUNTS.
           OPEN INPUT BS-RESULTS-FILE.
           IF BS-RESULTS-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-BS-RESULTS
           END-IF.
           PERFORM UNTIL WS-EOF-BS-RESULTS = 'Y'
               READ BS-RESULTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-BS-RESULTS
               END-READ
               IF WS-EOF-BS-RESULTS NOT = 'Y' THEN
                   PERFORM CHECK-ONE-BS-ACCOUNT
               END-IF
           END-PERFORM.
           IF BS-RESULTS-STATUS = '00' OR BS-RESULTS-STATUS = '10' THEN
               CLOSE BS-RESULTS-FILE
           END-IF.

       CHECK-ONE-BS-ACCOUNT.
           MOVE SPACES TO BS-READ-MONTH BS-READ-ACCOUNT BS-READ-CLOSING
               BS-READ-SUPPORT BS-READ-DIFF BS-READ-STATUS BS-READ-DESC.
           UNSTRING BS-RESULTS-REC DELIMITED BY ','
               INTO BS-READ-MONTH BS-READ-ACCOUNT BS-READ-CLOSING
                    BS-READ-SUPPORT BS-READ-DIFF BS-READ-STATUS
                    BS-READ-DESC
           END-UNSTRING.
           IF BS-READ-MONTH(1:6) = CLOSE-MONTH
                   AND BS-READ-ACCOUNT NOT = SPACES THEN
               ADD 1 TO BS-ACCOUNT-COUNT
               CALL 'BS-SIGN-STATUS' USING CLOSE-MONTH BS-READ-ACCOUNT
                   BS-SIGNOFF
               IF SIGN-REV-DATE = 0 AND UNSIGNED-COUNT < 500 THEN
                   ADD 1 TO UNSIGNED-COUNT
                   MOVE BS-READ-ACCOUNT TO UNS-ACCOUNT(UNSIGNED-COUNT)
                   MOVE BS-READ-DESC TO UNS-DESC(UNSIGNED-COUNT)
                   MOVE BS-READ-STATUS TO UNS-STATUS(UNSIGNED-COUNT)
                   MOVE SPACES TO UNS-MISSING(UNSIGNED-COUNT)
                   IF SIGN-PREP-DATE = 0 THEN
                       MOVE 'NOT PREPARED, NOT REVIEWED'
                           TO UNS-MISSING(UNSIGNED-COUNT)
                   ELSE
                       STRING 'PREPARED BY '
                              FUNCTION TRIM(SIGN-PREPARER)
                              ', NOT REVIEWED'
                           DELIMITED BY SIZE
                           INTO UNS-MISSING(UNSIGNED-COUNT)
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       WRITE-UNSIGNED-SECTION.
           MOVE SPACES TO PACK-REC.
           STRING 'SECTION 7 - BALANCE-SHEET SIGN-OFF EXCEPTIONS FOR '
                  CLOSE-MONTH
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING.
           WRITE PACK-REC.
           IF BS-ACCOUNT-COUNT = 0 THEN
               MOVE 'NO BALANCE-SHEET RECONCILIATION FOR THE MONTH -'
                   TO PACK-REC
               WRITE PACK-REC
               MOVE 'SEE CROSS-CHECK PAGE' TO PACK-REC
               WRITE PACK-REC
           ELSE
               IF UNSIGNED-COUNT = 0 THEN
                   MOVE 'EVERY ACCOUNT PREPARED AND REVIEWED'
                       TO PACK-REC
                   WRITE PACK-REC
               END-IF
               PERFORM VARYING UNSIGNED-IDX FROM 1 BY 1
                       UNTIL UNSIGNED-IDX > UNSIGNED-COUNT
                   MOVE SPACES TO PACK-REC
                   STRING UNS-ACCOUNT(UNSIGNED-IDX) ' '
                          UNS-DESC(UNSIGNED-IDX) ' '
                          UNS-STATUS(UNSIGNED-IDX) ' '
                          UNS-MISSING(UNSIGNED-IDX)
                       DELIMITED BY SIZE INTO PACK-REC
                   END-STRING
                   WRITE PACK-REC
               END-PERFORM
           END-IF.
       END PROGRAM CLOSE-PACK.
