      *>    SHARED "WRITE ONE FEED-QUALITY LINE" PARAGRAPH - SAME
      *>    OPEN EXTEND/FALLBACK-TO-OPEN-OUTPUT IDIOM AS
      *>    OPS-LOG-WRITE.CPY, SO THE HISTORY FEED-SCORECARD TRENDS
      *>    OVER SURVIVES ACROSS RUNS.
      *>
      *>    THE INCLUDING PROGRAM MUST DECLARE, IN ITS OWN DIVISIONS -
      *>        SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
      *>            ORGANIZATION LINE SEQUENTIAL
      *>            FILE STATUS IS FEED-QUALITY-STATUS.
      *>        FD  FEED-QUALITY-FILE.
      *>        01  FEED-QUALITY-FILE-REC.
      *>            COPY FEED-QUALITY-REC.
      *>        01  FEED-QUALITY-STATUS   PIC X(02).
      *>    AND MUST MOVE FEED-Q-FEED, FEED-Q-TOOL, FEED-Q-RECEIVED,
      *>    FEED-Q-REJECTS, FEED-Q-RCY-TRIED AND FEED-Q-RCY-OK BEFORE
      *>    PERFORMING WRITE-FEED-QUALITY-LINE - FEED-Q-DATE IS SET
      *>    BELOW FROM THE BUSINESS PROCESSING DATE (SEE PROC-DATE.CBL).
       WRITE-FEED-QUALITY-LINE.
           CALL 'PROC-DATE' USING FEED-Q-DATE
           OPEN EXTEND FEED-QUALITY-FILE
           IF FEED-QUALITY-STATUS NOT = '00' THEN
               OPEN OUTPUT FEED-QUALITY-FILE
           END-IF
           WRITE FEED-QUALITY-FILE-REC
           CLOSE FEED-QUALITY-FILE.
