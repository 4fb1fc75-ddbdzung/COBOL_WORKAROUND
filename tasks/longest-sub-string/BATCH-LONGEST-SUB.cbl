      *>    MODE THE TEST FLIPS - A LONG REPEATED RUN IS THE
      *>    FAILURE), FAILURES GO TO THE EXCEPTIONS FILE WITH LINE
      *>    NUMBER AND SCORE, AND THE RUN TOTALS GO TO OPS-LOG.TXT.
      *>    A MISSING THRESHOLDS FILE TURNS THE GATE OFF.  A GATED
      *>    RUN ALSO APPENDS ITS RECORD AND FAILURE COUNTS TO
      *>    FEED-QUALITY.TXT FOR THE WEEKLY FEED-SCORECARD.
           SELECT THRESHOLD-FILE ASSIGN TO "LONGEST-SUB-THRESHOLDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
           SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-QUALITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       FD  FEED-QUALITY-FILE.
       01  FEED-QUALITY-FILE-REC.
           COPY FEED-QUALITY-REC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-STRING                PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                    PIC 9(5) VALUE 0.
      *
       01  THRESHOLD-FILE-STATUS         PIC X(02).
       01  OPS-LOG-STATUS                PIC X(02).
       01  FEED-QUALITY-STATUS           PIC X(02).
       01  QUALITY-GATE-ON               PIC X(01) VALUE 'N'.
       01  MIN-RUN-PCT                   PIC 9(03) VALUE 0.
       01  TRIMMED-LEN                   PIC 9(03).
                   MOVE 'OK' TO OPS-LOG-RESULT
               END-IF
               PERFORM WRITE-OPS-LOG-LINE
               MOVE 'LONGEST-SUB-STRINGS.TXT' TO FEED-Q-FEED
               MOVE 'LONGEST-SUB' TO FEED-Q-TOOL
               MOVE WS-LINE-NO TO FEED-Q-RECEIVED
               MOVE FAIL-QUALITY-COUNT TO FEED-Q-REJECTS
               MOVE 0 TO FEED-Q-RCY-TRIED FEED-Q-RCY-OK
               PERFORM WRITE-FEED-QUALITY-LINE
           END-IF.
           CLOSE STRING-FILE.
           CLOSE REPORT-FILE.

           COPY OPS-LOG-WRITE.

           COPY FEED-QUALITY-WRITE.

           COPY REPORT-HEAD.

       END PROGRAM BATCH-LONGEST-SUB.
