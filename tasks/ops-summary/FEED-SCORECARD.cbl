       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-SCORECARD.

      *>    WEEKLY DATA-QUALITY SCORECARD PER INBOUND FEED.  EACH
      *>    QUALITY TOOL (IS-MATCH-BATCH, BATCH-LONGEST-SUB, THE
      *>    PARSE-ARRAY SUSPENSE AND OUTLIER QUARANTINE IN
      *>    BATCH-TWOSUM, EMP-TRANSACT-EDIT AND THE HDR/TRL FILE-GUARD
      *>    PREFLIGHTS) APPENDS ONE LINE PER FEED PER RUN TO
      *>    FEED-QUALITY.TXT (SEE FEED-QUALITY-REC.CPY).  THIS READS
      *>    THAT HISTORY AND WRITES ONE ROW PER INBOUND FILE TO
      *>    FEED-SCORECARD-REPORT.TXT -
      *>        - RECORDS RECEIVED THIS WEEK (THE LARGEST COUNT ANY ONE
      *>          TOOL SAW - EVERY TOOL SEES THE SAME RECORDS),
      *>        - REJECTS BY TOOL,
      *>        - THE RECYCLE SUCCESS RATE (RECYCLED CORRECTIONS THAT
      *>          CAME THROUGH CLEAN / RECYCLED CORRECTIONS RE-TESTED,
      *>          FROM THE IS-MATCH RECYCLE LOOP),
      *>        - THE QUALITY PERCENTAGE, (RECEIVED - REJECTS) /
      *>          RECEIVED, WITH REJECTS CAPPED AT RECEIVED SO A RECORD
      *>          TWO TOOLS BOTH REJECTED CANNOT DRIVE THE SCORE
      *>          BELOW ZERO,
      *>        - THE SAME PERCENTAGE FOR EACH OF THE FOUR PRIOR WEEKS
      *>          AND A TREND (UP/DOWN/FLAT AGAINST THEIR AVERAGE, NEW
      *>          WHEN THERE IS NO PRIOR HISTORY).
      *>    "THIS WEEK" IS THE SEVEN DAYS ENDING ON THE PROCESSING
      *>    DATE (SEE PROC-DATE.CBL); EACH PRIOR WEEK IS THE SEVEN
      *>    DAYS BEFORE THAT.  A FEED WHOSE SCORE THIS WEEK IS BELOW
      *>    ITS MINIMUM IS FLAGGED "BELOW".  THE MINIMUMS COME FROM THE
      *>    OPTIONAL FEED-SCORECARD-CONTROL.TXT, ONE LINE PER FEED -
      *>        FEED-FILE-NAME,MIN-PCT
      *>    WITH "*" AS THE FEED NAME SETTING THE DEFAULT FOR EVERY
      *>    FEED NOT LISTED (95 WHEN THERE IS NO "*" LINE OR NO FILE).
      *>    THE RUN IS LOGGED TO OPS-LOG.TXT AS FEED-SCORE, WITH THE
      *>    FEEDS SCORED AS THE RECORD COUNT AND THE FEEDS FLAGGED AS
      *>    THE EXCEPTION COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-QUALITY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "FEED-SCORECARD-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FEED-SCORECARD-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-QUALITY-FILE.
       01  FEED-QUALITY-FILE-REC.
           COPY FEED-QUALITY-REC.

       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  FEED-QUALITY-STATUS          PIC X(02).
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-FEED-QUALITY          PIC X(01) VALUE 'N'.
       01  WS-EOF-CONTROL               PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *
      *>    THE SIX TOOLS, IN REPORT ORDER - THE NAMES THE WRITING
      *>    PROGRAMS PUT IN FEED-Q-TOOL.
       01  TOOL-NAMES.
           05  FILLER                   PIC X(12) VALUE 'IS-MATCH'.
           05  FILLER                   PIC X(12) VALUE 'LONGEST-SUB'.
           05  FILLER                   PIC X(12) VALUE 'PARSE-ARRAY'.
           05  FILLER                   PIC X(12) VALUE 'OUTLIER'.
           05  FILLER                   PIC X(12) VALUE 'EMP-EDIT'.
           05  FILLER                   PIC X(12) VALUE 'PREFLIGHT'.
       01  TOOL-NAME-TABLE REDEFINES TOOL-NAMES.
           05  TOOL-NAME OCCURS 6 TIMES PIC X(12).
       01  TOOL-IDX                     PIC 9(01).
       01  LINE-TOOL-IDX                PIC 9(01).
      *
      *>    ONE ROW PER FEED SEEN IN THE LAST FIVE WEEKS.  WEEK 1 IS
      *>    THIS WEEK, WEEKS 2-5 THE FOUR BEFORE IT; EACH TOOL'S
      *>    RECEIVED AND REJECTED COUNTS ARE SUMMED OVER THE WEEK'S
      *>    RUNS.
       01  FEED-TABLE.
           05  FEED-COUNT               PIC 9(02) VALUE 0.
           05  FEED-ENTRY OCCURS 30 TIMES.
               10  FEED-NAME            PIC X(24).
               10  FEED-MIN-PCT         PIC 9(03)V9.
               10  FEED-WEEK OCCURS 5 TIMES.
                   15  WK-TOOL-RECV     PIC 9(07) OCCURS 6 TIMES.
                   15  WK-TOOL-REJ      PIC 9(07) OCCURS 6 TIMES.
                   15  WK-RCY-TRIED     PIC 9(07).
                   15  WK-RCY-OK        PIC 9(07).
       01  FEED-IDX                     PIC 9(02).
       01  LINE-FEED-IDX                PIC 9(02).
       01  WEEK-IDX                     PIC 9(01).
       01  LINE-WEEK-IDX                PIC 9(01).
       01  LINE-AGE-DAYS                PIC S9(07).
      *
      *>    PER-FEED MINIMUMS FROM THE CONTROL FILE.
       01  MINIMUM-TABLE.
           05  MINIMUM-COUNT            PIC 9(02) VALUE 0.
           05  MINIMUM-ENTRY OCCURS 30 TIMES.
               10  MINIMUM-FEED         PIC X(24).
               10  MINIMUM-PCT          PIC 9(03)V9.
       01  MINIMUM-IDX                  PIC 9(02).
       01  DEFAULT-MIN-PCT              PIC 9(03)V9 VALUE 95.
       01  CTL-FEED-TXT                 PIC X(24).
       01  CTL-PCT-TXT                  PIC X(10).
      *
      *>    ONE WEEK'S FIGURES FOR THE FEED BEING SCORED.
       01  WEEK-RECEIVED                PIC 9(07).
       01  WEEK-REJECTS                 PIC 9(07).
       01  WEEK-HAS-DATA                PIC X(01).
       01  WEEK-PCT                     PIC 9(03)V9.
       01  CURRENT-PCT                  PIC 9(03)V9.
       01  CURRENT-HAS-DATA             PIC X(01).
       01  PRIOR-PCT-TOTAL              PIC 9(05)V9.
       01  PRIOR-WEEKS-WITH-DATA        PIC 9(01).
       01  PRIOR-PCT-AVERAGE            PIC 9(03)V9.
       01  RCY-PCT                      PIC 9(03)V9.
       01  TREND-WORD                   PIC X(05).
       01  FLAG-WORD                    PIC X(05).
       01  FEEDS-SCORED                 PIC 9(05) VALUE 0.
       01  FEEDS-FLAGGED                PIC 9(05) VALUE 0.
       01  LINES-READ                   PIC 9(07) VALUE 0.
      *
      *>    REPORT LINE PIECES.
       01  COUNT-ED                     PIC Z(6)9.
       01  REJ-ED                       PIC Z(5)9.
       01  PCT-ED                       PIC ZZ9.9.
       01  MIN-ED                       PIC ZZ9.9.
       01  PCT-COLUMN                   PIC X(07).
       01  DETAIL-LINE.
           05  DL-FEED                  PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-RECEIVED              PIC X(07).
           05  DL-TOOL-REJ OCCURS 6 TIMES.
               10  FILLER               PIC X(01).
               10  DL-REJ               PIC X(06).
           05  DL-RCY-PCT               PIC X(07).
           05  DL-QUAL-PCT              PIC X(07).
           05  DL-PRIOR-PCT             PIC X(07) OCCURS 4 TIMES.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TREND                 PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-FLAG                  PIC X(05).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-MINIMUMS.
           PERFORM OPEN-SCORECARD-FILES.
           PERFORM UNTIL WS-EOF-FEED-QUALITY = 'Y'
               READ FEED-QUALITY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FEED-QUALITY
               END-READ
               IF WS-EOF-FEED-QUALITY NOT = 'Y' THEN
                   ADD 1 TO LINES-READ
                   PERFORM ACCUMULATE-ONE-QUALITY-LINE
               END-IF
           END-PERFORM.
           IF FEED-QUALITY-STATUS = '00' OR FEED-QUALITY-STATUS = '10'
                   THEN
               CLOSE FEED-QUALITY-FILE
           END-IF.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               PERFORM SCORE-ONE-FEED
           END-PERFORM.
           PERFORM WRITE-SCORECARD-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM LOG-SCORECARD-RUN.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    THE CONTROL FILE IS OPTIONAL - WITHOUT IT EVERY FEED IS
      *>    HELD TO THE 95 PER CENT DEFAULT.
       LOAD-MINIMUMS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CONTROL
           END-IF.
           PERFORM UNTIL WS-EOF-CONTROL = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-CONTROL
               END-READ
               IF WS-EOF-CONTROL NOT = 'Y' THEN
                   PERFORM LOAD-ONE-MINIMUM
               END-IF
           END-PERFORM.
           IF CONTROL-FILE-STATUS = '00' OR CONTROL-FILE-STATUS = '10'
                   THEN
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-ONE-MINIMUM.
           IF CONTROL-REC = SPACES OR CONTROL-REC(1:1) = '#' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO CTL-FEED-TXT CTL-PCT-TXT
               UNSTRING CONTROL-REC DELIMITED BY ','
                   INTO CTL-FEED-TXT CTL-PCT-TXT
               END-UNSTRING
               IF FUNCTION TRIM(CTL-FEED-TXT) = SPACES
                       OR FUNCTION TEST-NUMVAL(CTL-PCT-TXT) NOT = 0 THEN
                   DISPLAY 'BAD SCORECARD CONTROL LINE SKIPPED: '
                       FUNCTION TRIM(CONTROL-REC)
               ELSE
                   IF FUNCTION NUMVAL(CTL-PCT-TXT) > 100 THEN
                       DISPLAY 'SCORECARD MINIMUM OVER 100 SKIPPED: '
                           FUNCTION TRIM(CONTROL-REC)
                   ELSE
                       IF FUNCTION TRIM(CTL-FEED-TXT) = '*' THEN
                           COMPUTE DEFAULT-MIN-PCT =
                               FUNCTION NUMVAL(CTL-PCT-TXT)
                       ELSE
                           PERFORM STORE-ONE-MINIMUM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-MINIMUM.
           IF MINIMUM-COUNT >= 30 THEN
               DISPLAY 'MORE THAN 30 SCORECARD MINIMUMS - EXTRA'
                   ' LINES IGNORED'
           ELSE
               ADD 1 TO MINIMUM-COUNT
               MOVE FUNCTION TRIM(CTL-FEED-TXT)
                   TO MINIMUM-FEED(MINIMUM-COUNT)
               COMPUTE MINIMUM-PCT(MINIMUM-COUNT) =
                   FUNCTION NUMVAL(CTL-PCT-TXT)
           END-IF.

       OPEN-SCORECARD-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'WEEKLY DATA-QUALITY SCORECARD BY INBOUND FEED'
               TO RPT-TITLE.
           MOVE 'FEED-SCORECARD' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'FEED                    RECEIVED'
                  ' IS-MAT LNGSUB PARSE  OUTLYR EMPEDT PREFLT'
                  '  RCY%  QUAL%  WK-1   WK-2   WK-3   WK-4'
                  '   TREND FLAG'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           OPEN INPUT FEED-QUALITY-FILE.
           IF FEED-QUALITY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-FEED-QUALITY
               SET RC-NOT-FOUND TO TRUE
               DISPLAY 'FEED-QUALITY.TXT COULD NOT BE OPENED - NO'
                   ' FEED HISTORY TO SCORE'
           END-IF.

      *>    LINES OLDER THAN FIVE WEEKS, DATED AFTER THE PROCESSING
      *>    DATE, OR FROM A TOOL THIS REPORT DOES NOT KNOW ARE SKIPPED.
       ACCUMULATE-ONE-QUALITY-LINE.
           MOVE 0 TO LINE-WEEK-IDX.
           IF FEED-Q-DATE IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(FEED-Q-DATE) = 0 THEN
                   COMPUTE LINE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(FEED-Q-DATE)
                   IF LINE-AGE-DAYS >= 0 AND LINE-AGE-DAYS < 35 THEN
                       COMPUTE LINE-WEEK-IDX = LINE-AGE-DAYS / 7 + 1
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO LINE-TOOL-IDX.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1 UNTIL TOOL-IDX > 6
               IF TOOL-NAME(TOOL-IDX) = FEED-Q-TOOL THEN
                   MOVE TOOL-IDX TO LINE-TOOL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINE-WEEK-IDX > 0 AND LINE-TOOL-IDX > 0
                   AND FEED-Q-RECEIVED IS NUMERIC
                   AND FEED-Q-REJECTS IS NUMERIC
                   AND FEED-Q-RCY-TRIED IS NUMERIC
                   AND FEED-Q-RCY-OK IS NUMERIC THEN
               PERFORM FIND-OR-ADD-FEED
               IF LINE-FEED-IDX > 0 THEN
                   ADD FEED-Q-RECEIVED TO WK-TOOL-RECV(LINE-FEED-IDX,
                       LINE-WEEK-IDX, LINE-TOOL-IDX)
                   ADD FEED-Q-REJECTS TO WK-TOOL-REJ(LINE-FEED-IDX,
                       LINE-WEEK-IDX, LINE-TOOL-IDX)
                   ADD FEED-Q-RCY-TRIED TO WK-RCY-TRIED(LINE-FEED-IDX,
                       LINE-WEEK-IDX)
                   ADD FEED-Q-RCY-OK TO WK-RCY-OK(LINE-FEED-IDX,
                       LINE-WEEK-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-FEED.
           MOVE 0 TO LINE-FEED-IDX.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               IF FEED-NAME(FEED-IDX) = FEED-Q-FEED THEN
                   MOVE FEED-IDX TO LINE-FEED-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINE-FEED-IDX = 0 THEN
               IF FEED-COUNT >= 30 THEN
                   DISPLAY 'MORE THAN 30 FEEDS - '
                       FUNCTION TRIM(FEED-Q-FEED) ' NOT SCORED'
               ELSE
                   ADD 1 TO FEED-COUNT
                   MOVE FEED-COUNT TO LINE-FEED-IDX
                   MOVE FEED-Q-FEED TO FEED-NAME(FEED-COUNT)
                   MOVE DEFAULT-MIN-PCT TO FEED-MIN-PCT(FEED-COUNT)
                   PERFORM VARYING MINIMUM-IDX FROM 1 BY 1
                           UNTIL MINIMUM-IDX > MINIMUM-COUNT
                       IF MINIMUM-FEED(MINIMUM-IDX) = FEED-Q-FEED THEN
                           MOVE MINIMUM-PCT(MINIMUM-IDX)
                               TO FEED-MIN-PCT(FEED-COUNT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WEEK-IDX FROM 1 BY 1
                           UNTIL WEEK-IDX > 5
                       PERFORM VARYING TOOL-IDX FROM 1 BY 1
                               UNTIL TOOL-IDX > 6
                           MOVE 0 TO WK-TOOL-RECV(FEED-COUNT, WEEK-IDX,
                               TOOL-IDX)
                           MOVE 0 TO WK-TOOL-REJ(FEED-COUNT, WEEK-IDX,
                               TOOL-IDX)
                       END-PERFORM
                       MOVE 0 TO WK-RCY-TRIED(FEED-COUNT, WEEK-IDX)
                       MOVE 0 TO WK-RCY-OK(FEED-COUNT, WEEK-IDX)
                   END-PERFORM
               END-IF
           END-IF.

      *>    ONE REPORT ROW - THIS WEEK'S FIGURES, THEN THE PRIOR FOUR
      *>    WEEKS' SCORES AND THE TREND AGAINST THEIR AVERAGE.  A FEED
      *>    WITH NOTHING RECEIVED THIS WEEK HAS NO SCORE AND IS NOT
      *>    FLAGGED - THE MISSING FILE IS THE SCHEDULER'S CONCERN.
       SCORE-ONE-FEED.
           MOVE SPACES TO DETAIL-LINE.
           MOVE FEED-NAME(FEED-IDX) TO DL-FEED.
           MOVE 1 TO WEEK-IDX.
           PERFORM SUM-ONE-WEEK.
           MOVE WEEK-HAS-DATA TO CURRENT-HAS-DATA.
           MOVE WEEK-PCT TO CURRENT-PCT.
           MOVE WEEK-RECEIVED TO COUNT-ED.
           MOVE COUNT-ED TO DL-RECEIVED.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1 UNTIL TOOL-IDX > 6
               MOVE WK-TOOL-REJ(FEED-IDX, 1, TOOL-IDX) TO REJ-ED
               MOVE REJ-ED TO DL-REJ(TOOL-IDX)
           END-PERFORM.
           IF WK-RCY-TRIED(FEED-IDX, 1) > 0 THEN
               COMPUTE RCY-PCT ROUNDED = WK-RCY-OK(FEED-IDX, 1) * 100
                   / WK-RCY-TRIED(FEED-IDX, 1)
               MOVE RCY-PCT TO PCT-ED
               MOVE SPACES TO PCT-COLUMN
               MOVE PCT-ED TO PCT-COLUMN(3:5)
               MOVE PCT-COLUMN TO DL-RCY-PCT
           ELSE
               MOVE '    N/A' TO DL-RCY-PCT
           END-IF.
           IF CURRENT-HAS-DATA = 'Y' THEN
               MOVE CURRENT-PCT TO PCT-ED
               MOVE SPACES TO PCT-COLUMN
               MOVE PCT-ED TO PCT-COLUMN(3:5)
               MOVE PCT-COLUMN TO DL-QUAL-PCT
           ELSE
               MOVE '    N/A' TO DL-QUAL-PCT
           END-IF.
           MOVE 0 TO PRIOR-PCT-TOTAL PRIOR-WEEKS-WITH-DATA.
           PERFORM VARYING WEEK-IDX FROM 2 BY 1 UNTIL WEEK-IDX > 5
               PERFORM SUM-ONE-WEEK
               IF WEEK-HAS-DATA = 'Y' THEN
                   ADD WEEK-PCT TO PRIOR-PCT-TOTAL
                   ADD 1 TO PRIOR-WEEKS-WITH-DATA
                   MOVE WEEK-PCT TO PCT-ED
                   MOVE SPACES TO PCT-COLUMN
                   MOVE PCT-ED TO PCT-COLUMN(3:5)
                   MOVE PCT-COLUMN TO DL-PRIOR-PCT(WEEK-IDX - 1)
               ELSE
                   MOVE '      -' TO DL-PRIOR-PCT(WEEK-IDX - 1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO TREND-WORD FLAG-WORD.
           IF CURRENT-HAS-DATA = 'Y' THEN
               ADD 1 TO FEEDS-SCORED
               IF PRIOR-WEEKS-WITH-DATA = 0 THEN
                   MOVE 'NEW' TO TREND-WORD
               ELSE
                   COMPUTE PRIOR-PCT-AVERAGE ROUNDED =
                       PRIOR-PCT-TOTAL / PRIOR-WEEKS-WITH-DATA
      *>            A POINT EITHER WAY IS NOISE, NOT A TREND.
                   EVALUATE TRUE
                       WHEN CURRENT-PCT > PRIOR-PCT-AVERAGE + 1
                           MOVE 'UP' TO TREND-WORD
                       WHEN CURRENT-PCT + 1 < PRIOR-PCT-AVERAGE
                           MOVE 'DOWN' TO TREND-WORD
                       WHEN OTHER
                           MOVE 'FLAT' TO TREND-WORD
                   END-EVALUATE
               END-IF
               IF CURRENT-PCT < FEED-MIN-PCT(FEED-IDX) THEN
                   MOVE 'BELOW' TO FLAG-WORD
                   ADD 1 TO FEEDS-FLAGGED
               END-IF
           END-IF.
           MOVE TREND-WORD TO DL-TREND.
           MOVE FLAG-WORD TO DL-FLAG.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    RECEIVED FOR THE WEEK IS THE LARGEST COUNT ANY ONE TOOL
      *>    SAW; REJECTS ARE SUMMED ACROSS THE TOOLS AND CAPPED AT IT.
       SUM-ONE-WEEK.
           MOVE 0 TO WEEK-RECEIVED WEEK-REJECTS WEEK-PCT.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1 UNTIL TOOL-IDX > 6
               IF WK-TOOL-RECV(FEED-IDX, WEEK-IDX, TOOL-IDX)
                       > WEEK-RECEIVED THEN
                   MOVE WK-TOOL-RECV(FEED-IDX, WEEK-IDX, TOOL-IDX)
                       TO WEEK-RECEIVED
               END-IF
               ADD WK-TOOL-REJ(FEED-IDX, WEEK-IDX, TOOL-IDX)
                   TO WEEK-REJECTS
           END-PERFORM.
           IF WEEK-REJECTS > WEEK-RECEIVED THEN
               MOVE WEEK-RECEIVED TO WEEK-REJECTS
           END-IF.
           IF WEEK-RECEIVED > 0 THEN
               MOVE 'Y' TO WEEK-HAS-DATA
               COMPUTE WEEK-PCT ROUNDED =
                   (WEEK-RECEIVED - WEEK-REJECTS) * 100 / WEEK-RECEIVED
           ELSE
               MOVE 'N' TO WEEK-HAS-DATA
           END-IF.

       WRITE-SCORECARD-FOOTER.
           IF FEED-COUNT = 0 THEN
               MOVE 'NO FEED-QUALITY HISTORY IN THE LAST FIVE WEEKS'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEFAULT-MIN-PCT TO MIN-ED.
           MOVE FEEDS-SCORED TO COUNT-ED.
           STRING 'FEEDS SCORED THIS WEEK: ' COUNT-ED
                  '   DEFAULT MINIMUM SCORE: ' MIN-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE FEEDS-FLAGGED TO COUNT-ED.
           STRING 'FEEDS BELOW THEIR MINIMUM: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF FEEDS-FLAGGED > 0 THEN
               MOVE SPACES TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING FEED-IDX FROM 1 BY 1
                       UNTIL FEED-IDX > FEED-COUNT
                   PERFORM LIST-ONE-FLAGGED-FEED
               END-PERFORM
           END-IF.

      *>    THE FACTS TO TAKE BACK TO THE SENDING TEAM - THE SCORE
      *>    AGAINST THE MINIMUM AND THE TOOL THAT REJECTED MOST.
       LIST-ONE-FLAGGED-FEED.
           MOVE 1 TO WEEK-IDX.
           PERFORM SUM-ONE-WEEK.
           IF WEEK-HAS-DATA = 'Y'
                   AND WEEK-PCT < FEED-MIN-PCT(FEED-IDX) THEN
               MOVE 1 TO LINE-TOOL-IDX
               PERFORM VARYING TOOL-IDX FROM 2 BY 1 UNTIL TOOL-IDX > 6
                   IF WK-TOOL-REJ(FEED-IDX, 1, TOOL-IDX)
                           > WK-TOOL-REJ(FEED-IDX, 1, LINE-TOOL-IDX)
                           THEN
                       MOVE TOOL-IDX TO LINE-TOOL-IDX
                   END-IF
               END-PERFORM
               MOVE WEEK-PCT TO PCT-ED
               MOVE FEED-MIN-PCT(FEED-IDX) TO MIN-ED
               MOVE SPACES TO REPORT-REC
               STRING 'BELOW MINIMUM: ' FEED-NAME(FEED-IDX)
                      ' SCORE ' PCT-ED ' MINIMUM ' MIN-ED
                      ' MOST REJECTS FROM '
                      FUNCTION TRIM(TOOL-NAME(LINE-TOOL-IDX))
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOG-SCORECARD-RUN.
           MOVE 'FEED-SCORE' TO OPS-LOG-PROGRAM.
           IF RC-NOT-FOUND THEN
               MOVE 'NO-DATA' TO OPS-LOG-RESULT
           ELSE
               MOVE 'OK' TO OPS-LOG-RESULT
           END-IF.
           MOVE FEEDS-SCORED TO OPS-LOG-REC-COUNT.
           MOVE FEEDS-FLAGGED TO OPS-LOG-EXC-COUNT.
           MOVE 'FEEDS-BELOW-MINIMUM' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM FEED-SCORECARD.
