      *>    FAILING RECORDS GO TO IS-MATCH-REJECTS.TXT WITH
      *>    THE FIELD AND PATTERN THAT FAILED, FOR THE CORRECTION
      *>    WORKFLOW.  SAME "RE-SCAN THE RECORD FILE PER RULE" SHAPE
      *>    AS BEFORE.  THE RUN'S RECORDS, REJECTED RECORDS AND
      *>    RECYCLE OUTCOMES ARE APPENDED TO FEED-QUALITY.TXT FOR THE
      *>    WEEKLY FEED-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAX-ATT-FILE ASSIGN TO "IS-MATCH-MAX-ATTEMPTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAX-ATT-STATUS.
           SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-QUALITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAX-ATT-FILE.
       01  MAX-ATT-REC                 PIC X(10).

       FD  FEED-QUALITY-FILE.
       01  FEED-QUALITY-FILE-REC.
           COPY FEED-QUALITY-REC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-RECORD                PIC X(01) VALUE 'N'.
       01  WS-EOF-PATTERN               PIC X(01) VALUE 'N'.
       01  RECOVERED-COUNT              PIC 9(03) VALUE 0.
       01  ESCALATED-COUNT              PIC 9(03) VALUE 0.
       01  RESEEDED-COUNT               PIC 9(04) VALUE 0.
       01  FEED-QUALITY-STATUS          PIC X(02).
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       CLOSE-BATCH-FILES.
           PERFORM WRITE-JOB-SUMMARY.
           PERFORM SETTLE-RECYCLE-OUTCOMES.
           PERFORM NOTE-FEED-QUALITY.
           CLOSE PATTERN-FILE.
           CLOSE REPORT-FILE.
           CLOSE REJECT-FILE.
               END-IF
           END-IF.

      *>    A DAY RECORD FAILING SEVERAL RULES IS ONE REJECTED RECORD
      *>    - THE RESEEDED COUNT, NOT THE RULE-BY-RULE FAIL COUNT.
       NOTE-FEED-QUALITY.
           MOVE 'IS-MATCH-RECORDS.TXT' TO FEED-Q-FEED.
           MOVE 'IS-MATCH' TO FEED-Q-TOOL.
           MOVE DAY-REC-COUNT TO FEED-Q-RECEIVED.
           MOVE RESEEDED-COUNT TO FEED-Q-REJECTS.
           MOVE RECYCLE-COUNT TO FEED-Q-RCY-TRIED.
           MOVE RECOVERED-COUNT TO FEED-Q-RCY-OK.
           PERFORM WRITE-FEED-QUALITY-LINE.

           COPY FEED-QUALITY-WRITE.

           COPY REPORT-HEAD.
       END PROGRAM IS-MATCH-BATCH.
