      *>    ID,AMOUNT,DATE,SOURCE RECORDS).  EACH EXTRACT LINE IS
      *>    PARSED ONCE, THE SAME SINGLE-PASS SHAPE BATCH-TWOSUM
      *>    USES, AND THE EXTRACT'S HDR/TRL CONTROL LINES ARE SKIPPED
      *>    THE SAME WAY.  EVERY MATCH IS ALSO APPENDED TO
      *>    CLEARED-HISTORY.TXT WITH METHOD NSUM, FOR THE CLEARING KPI
      *>    REPORT (SEE WRITE-CLEARED-HISTORY-LINE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATES-FILE ASSIGN TO "CURRENCY-RATES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT CLEARED-HIST-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
       01  RATES-REC                   PIC X(20).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC            PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-EOF-EXTRACT               PIC X(01) VALUE 'N'.
       01  WS-EOF-TARGET                PIC X(01) VALUE 'N'.
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
      *>    CLEARED-HISTORY LINE - SEE WRITE-CLEARED-HISTORY-LINE.
       01  CLEARED-HIST-STATUS          PIC X(02).
       01  HIST-RUN-ID                  PIC X(17).
       01  AMOUNT-ED                    PIC -(5)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           OPEN INPUT EXTRACT-FILE.
           OPEN INPUT TARGET-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND CLEARED-HIST-FILE.
           IF CLEARED-HIST-STATUS NOT = '00' THEN
               OPEN OUTPUT CLEARED-HIST-FILE
           END-IF.
           MOVE 'N-SUM ESCALATING LEG-COUNT RECONCILIATION REPORT'
               TO REPORT-REC.
           WRITE REPORT-REC.
               STRING ']' DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER REPORT-PTR
               END-STRING
               PERFORM WRITE-CLEARED-HISTORY-LINE
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING 'TARGET #' TARGET-IDX ' (' TARGET ') LINE '
           END-IF.
           WRITE REPORT-REC.

      *>    THE HISTORY'S LINE SHAPE IS BATCH-TWOSUM'S, BUILT FOR A
      *>    PAIR.  AN N-SUM TARGET IS A BARE AMOUNT AND THE EXTRACT
      *>    CARRIES NO ITEM IDS, SO THE LINE HAS TARGET-ID NSUM (AS
      *>    TWOSUM-MANUAL'S HAVE MANUAL), THE FIRST AND LAST LEG'S
      *>    POSITIONS, THE TARGET - THE LEGS' TOTAL - AS AMT1, NO AMT2,
      *>    NO ITEM IDS, BASIS AMT AND NO SOURCE.  WITH NO ITEM IDS
      *>    TWOSUM-UNCLEAR CAN NEVER TAKE ONE FOR A PAIR TO REVERSE.
       WRITE-CLEARED-HISTORY-LINE.
           MOVE TARGET TO AMOUNT-ED.
           CALL 'RUN-ID' USING HIST-RUN-ID.
           MOVE SPACES TO CLEARED-HIST-REC.
           STRING RUN-DATE ',NSUM,'
                  RESULT(1) ',' RESULT(LEG-COUNT) ','
                  FUNCTION TRIM(AMOUNT-ED) ',,,,AMT,NSUM,,'
                  HIST-RUN-ID
               DELIMITED BY SIZE INTO CLEARED-HIST-REC
           END-STRING.
           WRITE CLEARED-HIST-REC.

       WRITE-JOB-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           STRING 'JOB SUMMARY - MATCHED: ' WS-MATCHED-COUNT
           PERFORM WRITE-JOB-SUMMARY.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
           CLOSE CLEARED-HIST-FILE.
       END PROGRAM BATCH-NSUM.
