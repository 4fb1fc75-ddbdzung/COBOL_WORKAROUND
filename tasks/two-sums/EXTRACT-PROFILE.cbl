       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-PROFILE.

      *>    DISTRIBUTION PROFILE OF THE DAY'S SUSPENSE AMOUNTS - WHAT
      *>    THE MONEY ACTUALLY LOOKS LIKE BEFORE ANYONE TUNES THE
      *>    TOLERANCE, THE OUTLIER QUARANTINE OR THE N-SUM LEG
      *>    CEILING.  READS TRANSACT-EXTRACT.TXT (HDR/TRL LINES
      *>    SKIPPED) AND CARRY-FORWARD.TXT (THE AMOUNT SECTION OF
      *>    EACH YYYYMMDD;AMT,...;ID,... LINE), PARSES EVERY LINE
      *>    THROUGH PARSE-ARRAY AND PROFILES EACH FILE SEPARATELY BY
      *>    CURRENCY (A BARE AMOUNT IS THE BASE CURRENCY; AMOUNTS
      *>    STAY IN THEIR OWN CURRENCY, NOT CONVERTED) - COUNT, SUM,
      *>    MEAN, STANDARD DEVIATION, MINIMUM, MAXIMUM AND THE
      *>    QUARTILES, PLUS A TEXT HISTOGRAM OVER AMOUNT BANDS.
      *>
      *>    THE QUARTILES COME FROM THE PERCENTILE SUBPROGRAM THE SAME
      *>    WAY BATCH-TWOSUM'S OUTLIER BAND DOES - THE FIRST 512
      *>    AMOUNTS OF EACH FILE AND CURRENCY, ROUNDED TO WHOLE UNITS,
      *>    ALTERNATE INTO PERCENTILE'S TWO SORTED ARRAYS, SO THEY ARE
      *>    WHOLE-UNIT NEAREST-RANK FIGURES AND NEED AT LEAST TWO
      *>    AMOUNTS.
      *>
      *>    THE BANDS ARE THE ASCENDING UPPER BOUNDS ON THE SINGLE
      *>    COMMA LINE OF EXTRACT-PROFILE-BANDS.TXT (UP TO 15 - E.G.
      *>    0,100,1000,10000,50000, WHICH IS ALSO THE DEFAULT WHEN THE
      *>    FILE IS MISSING OR NOT ASCENDING).  EACH BAND TAKES THE
      *>    AMOUNTS ABOVE THE BOUND BEFORE IT UP TO ITS OWN BOUND, AND
      *>    ONE MORE BAND TAKES EVERYTHING OVER THE LAST BOUND.
      *>
      *>    EVERY FIGURE IS SHOWN BESIDE THE SAME FIGURE FOR THE
      *>    TRAILING 30 CALENDAR DAYS BEFORE THE PROCESSING DATE, WITH
      *>    THE PERCENTAGE CHANGE, SO A FEED WHOSE SHAPE SHIFTS STANDS
      *>    OUT.  THE DAY'S FIGURES ARE KEPT ON
      *>    EXTRACT-PROFILE-HISTORY.TXT, ONE LINE PER DATE, FILE AND
      *>    CURRENCY -
      *>        DATE,SOURCE,CCY,COUNT,SUM,SUMSQ,MIN,MAX,Q1,Q2,Q3,
      *>        BOUNDS,BAND-COUNTS
      *>    (BOUNDS AND BAND-COUNTS "/"-SEPARATED, THE QUARTILES EMPTY
      *>    WHEN THERE WERE TOO FEW AMOUNTS).  THE TRAILING COUNT,
      *>    SUM, MEAN, DEVIATION, MINIMUM AND MAXIMUM ARE EXACT; THE
      *>    TRAILING QUARTILES ARE THE DAILY QUARTILES WEIGHTED BY
      *>    EACH DAY'S COUNT, SINCE THE AMOUNTS THEMSELVES ARE NOT
      *>    KEPT; AND A DAY PROFILED UNDER DIFFERENT BANDS IS LEFT
      *>    OUT OF THE TRAILING HISTOGRAM.  A RERUN REPLACES THE
      *>    DATE'S OWN LINES AND LINES PAST THE WINDOW ARE DROPPED.
      *>
      *>    WRITES EXTRACT-PROFILE-REPORT.TXT AND ONE OPS-LOG LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "TRANSACT-EXTRACT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "CARRY-FORWARD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARRY-FILE-STATUS.
           SELECT BANDS-FILE ASSIGN TO "EXTRACT-PROFILE-BANDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANDS-FILE-STATUS.
           SELECT HISTORY-IN-FILE
               ASSIGN TO "EXTRACT-PROFILE-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-IN-STATUS.
           SELECT HISTORY-OUT-FILE
               ASSIGN TO "EXTRACT-PROFILE-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "EXTRACT-PROFILE-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           COPY EXTRACT-REC.

       FD  CARRY-FILE.
       01  CARRY-REC                    PIC X(2200).

       FD  BANDS-FILE.
       01  BANDS-REC                    PIC X(200).

       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-REC               PIC X(500).

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-REC              PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EXTRACT-FILE-STATUS          PIC X(02).
       01  CARRY-FILE-STATUS            PIC X(02).
       01  BANDS-FILE-STATUS            PIC X(02).
       01  HISTORY-IN-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
      *
       01  RUN-DATE                     PIC 9(08).
       01  HIST-AGE-DAYS                PIC S9(05).
       01  TRAILING-DAYS                PIC 9(03) VALUE 30.
       01  LINE-TEXT                    PIC X(1000).
       01  CARRY-DATE-TXT               PIC X(08).
       01  CURRENT-SOURCE               PIC X(07).
       01  CURRENT-CCY                  PIC X(03).
       01  LINES-READ                   PIC 9(05) VALUE 0.
       01  LINES-SKIPPED                PIC 9(05) VALUE 0.
       01  AMOUNTS-READ                 PIC 9(07) VALUE 0.
       01  NUMBER-ARRAY.
           COPY NUMBER-ARRAY.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
       01  PARSE-STATUS                 PIC X(01).
       01  ELEM-IDX                     PIC 9(04).
       01  AMOUNT                       PIC S9(5)V99.
      *
      *>    THE AMOUNT BANDS - UPPER BOUNDS IN ASCENDING ORDER, AND
      *>    THE SAME BOUNDS AS ONE "/" STRING FOR THE HISTORY LINE.
       01  BAND-COUNT                   PIC 9(02) VALUE 0.
       01  BAND-TBL.
           05  BAND-BOUND OCCURS 15 TIMES PIC S9(7)V99.
           05  BAND-TXT OCCURS 15 TIMES PIC X(12).
       01  BAND-IDX                     PIC 9(02).
       01  BANDS-OK                     PIC X(01).
       01  BOUNDS-TEXT                  PIC X(200).
       01  BOUNDS-PTR                   PIC 9(03).
       01  BOUND-ED                     PIC -(7)9.99.
      *
      *>    ONE ENTRY PER FILE AND CURRENCY SEEN TODAY OR IN THE
      *>    TRAILING WINDOW - TODAY'S FIGURES (PF-) BESIDE THE
      *>    WINDOW'S (TR-).
       01  PROFILE-TBL.
           05  PF-COUNT-USED            PIC 9(02) VALUE 0.
           05  PF-ENTRY OCCURS 20 TIMES.
               10  PF-SOURCE            PIC X(07).
               10  PF-CCY               PIC X(03).
               10  PF-COUNT             PIC 9(07).
               10  PF-SUM               PIC S9(11)V99.
               10  PF-SUMSQ             PIC S9(17)V9(04).
               10  PF-MIN               PIC S9(5)V99.
               10  PF-MAX               PIC S9(5)V99.
               10  PF-QUARTILES-OK      PIC X(01).
               10  PF-Q OCCURS 3 TIMES  PIC S9(5)V9(03).
               10  PF-BAND OCCURS 16 TIMES PIC 9(07).
               10  PF-SAMPLE-SIZE       PIC 9(03).
               10  PF-SAMPLE OCCURS 512 TIMES PIC S9(5).
               10  TR-DAYS              PIC 9(03).
               10  TR-COUNT             PIC 9(09).
               10  TR-SUM               PIC S9(13)V99.
               10  TR-SUMSQ             PIC S9(19)V9(04).
               10  TR-MIN               PIC S9(5)V99.
               10  TR-MAX               PIC S9(5)V99.
               10  TR-Q-WEIGHT          PIC 9(09).
               10  TR-Q-SUM OCCURS 3 TIMES PIC S9(15)V9(03).
               10  TR-BAND-DAYS         PIC 9(03).
               10  TR-BAND OCCURS 16 TIMES PIC 9(09).
       01  PF-IDX                       PIC 9(02).
       01  PF-FULL-WARNED               PIC X(01) VALUE 'N'.
       01  Q-IDX                        PIC 9(01).
      *
      *>    PERCENTILE'S TWO SORTED WHOLE-NUMBER POPULATIONS.
       01  PCT-SAMPLE-1.
           COPY NUMBER-ARRAY
               REPLACING ==ARRAY-SIZE== BY ==PS1-SIZE==
                         ==ARRAY-TBL==  BY ==PS1-TBL==
                         ==ARRAY-ELM==  BY ==PS1-ELM==
                         ==ARRAY-IDX==  BY ==PS1-IDX==
                         ==S9(5)V99==   BY ==S9(5)==.
       01  PCT-SAMPLE-2.
           COPY NUMBER-ARRAY
               REPLACING ==ARRAY-SIZE== BY ==PS2-SIZE==
                         ==ARRAY-TBL==  BY ==PS2-TBL==
                         ==ARRAY-ELM==  BY ==PS2-ELM==
                         ==ARRAY-IDX==  BY ==PS2-IDX==
                         ==S9(5)V99==   BY ==S9(5)==.
       01  SAMPLE-IDX                   PIC 9(03).
       01  SORT-IDX                     PIC 9(03).
       01  INS-IDX                      PIC 9(03).
       01  INS-VALUE                    PIC S9(5).
       01  PCT-WANTED                   PIC 9(03).
       01  PCT-VALUE                    PIC S9(5)V9(03).
       01  PCT-RC                       PIC X(01).
       01  PCT-TRACE                    PIC X(01) VALUE 'N'.
      *
      *>    HISTORY LINES KEPT FOR THE REWRITE - EVERYTHING STILL
      *>    INSIDE THE WINDOW EXCEPT THE RUN DATE'S OWN LINES.
       01  KEPT-HISTORY-TBL.
           05  KEPT-COUNT               PIC 9(04) VALUE 0.
           05  KEPT-LINE OCCURS 1000 TIMES PIC X(500).
       01  KEPT-IDX                     PIC 9(04).
       01  HIST-DATE-TXT                PIC X(08).
       01  HIST-DATE                    PIC 9(08).
       01  HIST-SOURCE                  PIC X(07).
       01  HIST-CCY                     PIC X(03).
       01  HIST-COUNT-TXT               PIC X(10).
       01  HIST-SUM-TXT                 PIC X(20).
       01  HIST-SUMSQ-TXT               PIC X(30).
       01  HIST-MIN-TXT                 PIC X(12).
       01  HIST-MAX-TXT                 PIC X(12).
       01  HIST-Q-TBL.
           05  HIST-Q-TXT OCCURS 3 TIMES PIC X(12).
       01  HIST-BOUNDS-TXT              PIC X(200).
       01  HIST-BANDS-TXT               PIC X(200).
       01  HIST-BAND-PTR                PIC 9(03).
       01  HIST-BAND-FIELD              PIC X(10).
       01  HIST-COUNT                   PIC 9(07).
       01  HIST-AMOUNT                  PIC S9(5)V99.
      *
      *>    REPORT WORK FIELDS.
       01  STAT-TODAY                   PIC S9(13)V9(04).
       01  STAT-TRAIL                   PIC S9(13)V9(04).
       01  STAT-MEAN                    PIC S9(13)V9(06).
       01  STAT-VARIANCE                PIC S9(17)V9(06).
       01  STAT-HAS-TODAY               PIC X(01).
       01  STAT-HAS-TRAIL               PIC X(01).
       01  STAT-LABEL                   PIC X(18).
       01  CHANGE-PCT                   PIC S9(07)V9.
       01  STAT-ED                      PIC -(13)9.99.
       01  STAT-TRAIL-ED                PIC -(13)9.99.
       01  CHANGE-ED                    PIC -(6)9.9.
       01  SUMSQ-ED                     PIC -(17)9.9(4).
       01  COUNT-ED                     PIC Z(8)9.
       01  TRAIL-COUNT-ED               PIC Z(8)9.
       01  BAND-PCT                     PIC 9(03)V9.
       01  TRAIL-BAND-PCT               PIC 9(03)V9.
       01  BAND-PCT-ED                  PIC ZZ9.9.
       01  TRAIL-PCT-ED                 PIC ZZ9.9.
       01  BAND-LABEL                   PIC X(18).
       01  BAR-LEN                      PIC 9(02).
       01  BAR-STARS                    PIC X(50) VALUE ALL '*'.
       01  CCY-SHOWN                    PIC X(06).
       01  DAYS-ED                      PIC ZZ9.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-AMOUNT-BANDS.
           MOVE 'EXTRACT' TO CURRENT-SOURCE.
           PERFORM PROFILE-EXTRACT-FILE.
           MOVE 'CARRY' TO CURRENT-SOURCE.
           PERFORM PROFILE-CARRY-FILE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-COUNT-USED
               IF PF-SAMPLE-SIZE(PF-IDX) >= 2 THEN
                   PERFORM COMPUTE-QUARTILES
               END-IF
           END-PERFORM.
           PERFORM LOAD-TRAILING-HISTORY.
           PERFORM WRITE-PROFILE-REPORT.
           PERFORM REWRITE-PROFILE-HISTORY.
           PERFORM WRITE-PROFILE-OPS-LOG.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-AMOUNT-BANDS.
           MOVE SPACES TO BANDS-REC.
           OPEN INPUT BANDS-FILE.
           IF BANDS-FILE-STATUS = '00' THEN
               READ BANDS-FILE
                   AT END MOVE SPACES TO BANDS-REC
               END-READ
               CLOSE BANDS-FILE
           END-IF.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 15
               MOVE SPACES TO BAND-TXT(BAND-IDX)
           END-PERFORM.
           UNSTRING BANDS-REC DELIMITED BY ','
               INTO BAND-TXT(1) BAND-TXT(2) BAND-TXT(3) BAND-TXT(4)
                    BAND-TXT(5) BAND-TXT(6) BAND-TXT(7) BAND-TXT(8)
                    BAND-TXT(9) BAND-TXT(10) BAND-TXT(11)
                    BAND-TXT(12) BAND-TXT(13) BAND-TXT(14)
                    BAND-TXT(15)
           END-UNSTRING.
           MOVE 'Y' TO BANDS-OK.
           MOVE 0 TO BAND-COUNT.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 15
               IF BAND-TXT(BAND-IDX) NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(BAND-TXT(BAND-IDX))) NOT = 0
                           THEN
                       MOVE 'N' TO BANDS-OK
                   ELSE
                       ADD 1 TO BAND-COUNT
                       COMPUTE BAND-BOUND(BAND-COUNT) = FUNCTION NUMVAL(
                           FUNCTION TRIM(BAND-TXT(BAND-IDX)))
                       IF BAND-COUNT > 1 THEN
                           IF BAND-BOUND(BAND-COUNT)
                                   <= BAND-BOUND(BAND-COUNT - 1) THEN
                               MOVE 'N' TO BANDS-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BANDS-OK = 'N' THEN
               DISPLAY 'EXTRACT-PROFILE-BANDS.TXT IS NOT AN ASCENDING'
                   ' LIST OF AMOUNTS - DEFAULT BANDS USED'
           END-IF.
           IF BANDS-OK = 'N' OR BAND-COUNT = 0 THEN
               MOVE 5 TO BAND-COUNT
               MOVE 0 TO BAND-BOUND(1)
               MOVE 100 TO BAND-BOUND(2)
               MOVE 1000 TO BAND-BOUND(3)
               MOVE 10000 TO BAND-BOUND(4)
               MOVE 50000 TO BAND-BOUND(5)
           END-IF.
           MOVE SPACES TO BOUNDS-TEXT.
           MOVE 1 TO BOUNDS-PTR.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT
               IF BAND-IDX > 1 THEN
                   STRING '/' DELIMITED BY SIZE
                       INTO BOUNDS-TEXT WITH POINTER BOUNDS-PTR
                   END-STRING
               END-IF
               MOVE BAND-BOUND(BAND-IDX) TO BOUND-ED
               STRING FUNCTION TRIM(BOUND-ED) DELIMITED BY SIZE
                   INTO BOUNDS-TEXT WITH POINTER BOUNDS-PTR
               END-STRING
           END-PERFORM.

       PROFILE-EXTRACT-FILE.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'TRANSACT-EXTRACT.TXT NOT FOUND - NO EXTRACT'
                   ' AMOUNTS PROFILED'
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND EXTRACT-ARRAY-LINE(1:4) NOT = 'HDR,'
                       AND EXTRACT-ARRAY-LINE(1:4) NOT = 'TRL,' THEN
                   MOVE EXTRACT-ARRAY-LINE TO LINE-TEXT
                   PERFORM PROFILE-ONE-LINE
               END-IF
           END-PERFORM.
           IF EXTRACT-FILE-STATUS = '00' OR EXTRACT-FILE-STATUS = '10'
                   THEN
               CLOSE EXTRACT-FILE
           END-IF.

       PROFILE-CARRY-FILE.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT CARRY-FILE.
           IF CARRY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ CARRY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SPACES TO CARRY-DATE-TXT LINE-TEXT
                   UNSTRING CARRY-REC DELIMITED BY ';'
                       INTO CARRY-DATE-TXT LINE-TEXT
                   END-UNSTRING
                   PERFORM PROFILE-ONE-LINE
               END-IF
           END-PERFORM.
           IF CARRY-FILE-STATUS = '00' OR CARRY-FILE-STATUS = '10'
                   THEN
               CLOSE CARRY-FILE
           END-IF.

      *>    NON-NUMERIC SEGMENTS ARE LEFT OUT BY PARSE-ARRAY ITSELF;
      *>    A LINE TOO LONG FOR THE 2000-ELEMENT ARRAY IS COUNTED AS
      *>    SKIPPED RATHER THAN PROFILED IN PART.
       PROFILE-ONE-LINE.
           ADD 1 TO LINES-READ.
           MOVE 'Y' TO PARSE-STATUS.
           IF LINE-TEXT NOT = SPACES THEN
               CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
                   OMITTED OMITTED PARSE-STATUS CURRENCY-LIST
           ELSE
               MOVE 0 TO ARRAY-SIZE
           END-IF.
           IF PARSE-STATUS = 'N' THEN
               ADD 1 TO LINES-SKIPPED
           ELSE
               PERFORM VARYING ELEM-IDX FROM 1 BY 1
                       UNTIL ELEM-IDX > ARRAY-SIZE
                   MOVE SPACES TO CURRENT-CCY
                   IF ELEM-IDX <= CCY-COUNT THEN
                       MOVE CCY-CODE(ELEM-IDX) TO CURRENT-CCY
                   END-IF
                   MOVE ARRAY-ELM(ELEM-IDX) TO AMOUNT
                   PERFORM ADD-AMOUNT-TO-PROFILE
               END-PERFORM
           END-IF.

       ADD-AMOUNT-TO-PROFILE.
           MOVE CURRENT-SOURCE TO HIST-SOURCE.
           MOVE CURRENT-CCY TO HIST-CCY.
           PERFORM FIND-PROFILE-ENTRY.
           IF PF-IDX > 0 THEN
               PERFORM ADD-AMOUNT-TO-ENTRY
           END-IF.

       ADD-AMOUNT-TO-ENTRY.
           ADD 1 TO AMOUNTS-READ.
           IF PF-COUNT(PF-IDX) = 0 THEN
               MOVE AMOUNT TO PF-MIN(PF-IDX) PF-MAX(PF-IDX)
           END-IF.
           ADD 1 TO PF-COUNT(PF-IDX).
           ADD AMOUNT TO PF-SUM(PF-IDX).
           COMPUTE PF-SUMSQ(PF-IDX) = PF-SUMSQ(PF-IDX)
               + AMOUNT * AMOUNT.
           IF AMOUNT < PF-MIN(PF-IDX) THEN
               MOVE AMOUNT TO PF-MIN(PF-IDX)
           END-IF.
           IF AMOUNT > PF-MAX(PF-IDX) THEN
               MOVE AMOUNT TO PF-MAX(PF-IDX)
           END-IF.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT
               IF AMOUNT <= BAND-BOUND(BAND-IDX) THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO PF-BAND(PF-IDX, BAND-IDX).
           IF PF-SAMPLE-SIZE(PF-IDX) < 512 THEN
               ADD 1 TO PF-SAMPLE-SIZE(PF-IDX)
               COMPUTE PF-SAMPLE(PF-IDX, PF-SAMPLE-SIZE(PF-IDX))
                   ROUNDED = AMOUNT
           END-IF.

      *>    HIST-SOURCE AND HIST-CCY IN; PF-IDX OUT - A NEW ENTRY IS
      *>    OPENED FOR A PAIR NOT SEEN YET, AND ZERO COMES BACK ONLY
      *>    WHEN THE TABLE IS FULL.
       FIND-PROFILE-ENTRY.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-COUNT-USED
               IF PF-SOURCE(PF-IDX) = HIST-SOURCE
                       AND PF-CCY(PF-IDX) = HIST-CCY THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PF-IDX > PF-COUNT-USED THEN
               IF PF-COUNT-USED >= 20 THEN
                   IF PF-FULL-WARNED = 'N' THEN
                       DISPLAY 'MORE THAN 20 FILE/CURRENCY PAIRS - '
                           'THE REST ARE NOT PROFILED'
                       MOVE 'Y' TO PF-FULL-WARNED
                   END-IF
                   MOVE 0 TO PF-IDX
               ELSE
                   ADD 1 TO PF-COUNT-USED
                   MOVE PF-COUNT-USED TO PF-IDX
                   PERFORM OPEN-PROFILE-ENTRY
               END-IF
           END-IF.

       OPEN-PROFILE-ENTRY.
           MOVE HIST-SOURCE TO PF-SOURCE(PF-IDX).
           MOVE HIST-CCY TO PF-CCY(PF-IDX).
           MOVE 0 TO PF-COUNT(PF-IDX) PF-SUM(PF-IDX) PF-SUMSQ(PF-IDX)
               PF-MIN(PF-IDX) PF-MAX(PF-IDX) PF-SAMPLE-SIZE(PF-IDX)
               TR-DAYS(PF-IDX) TR-COUNT(PF-IDX) TR-SUM(PF-IDX)
               TR-SUMSQ(PF-IDX) TR-MIN(PF-IDX) TR-MAX(PF-IDX)
               TR-Q-WEIGHT(PF-IDX) TR-BAND-DAYS(PF-IDX).
           MOVE 'N' TO PF-QUARTILES-OK(PF-IDX).
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > 3
               MOVE 0 TO PF-Q(PF-IDX, Q-IDX) TR-Q-SUM(PF-IDX, Q-IDX)
           END-PERFORM.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 16
               MOVE 0 TO PF-BAND(PF-IDX, BAND-IDX)
                   TR-BAND(PF-IDX, BAND-IDX)
           END-PERFORM.

      *>    THE ENTRY'S SAMPLE ALTERNATES INTO THE TWO ARRAYS, EACH IS
      *>    SORTED BY STRAIGHT INSERTION (AS SORT-ARRAY DOES) AND
      *>    PERCENTILE GIVES P25, P50 AND P75 OF THE TWO TOGETHER.
       COMPUTE-QUARTILES.
           MOVE 0 TO PS1-SIZE PS2-SIZE.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                   UNTIL SAMPLE-IDX > PF-SAMPLE-SIZE(PF-IDX)
               IF FUNCTION MOD(SAMPLE-IDX, 2) = 1 THEN
                   ADD 1 TO PS1-SIZE
                   MOVE PF-SAMPLE(PF-IDX, SAMPLE-IDX)
                       TO PS1-ELM(PS1-SIZE)
               ELSE
                   ADD 1 TO PS2-SIZE
                   MOVE PF-SAMPLE(PF-IDX, SAMPLE-IDX)
                       TO PS2-ELM(PS2-SIZE)
               END-IF
           END-PERFORM.
           PERFORM VARYING SORT-IDX FROM 2 BY 1
                   UNTIL SORT-IDX > PS1-SIZE
               MOVE PS1-ELM(SORT-IDX) TO INS-VALUE
               MOVE SORT-IDX TO INS-IDX
               PERFORM UNTIL INS-IDX <= 1
                       OR PS1-ELM(INS-IDX - 1) <= INS-VALUE
                   MOVE PS1-ELM(INS-IDX - 1) TO PS1-ELM(INS-IDX)
                   SUBTRACT 1 FROM INS-IDX
               END-PERFORM
               MOVE INS-VALUE TO PS1-ELM(INS-IDX)
           END-PERFORM.
           PERFORM VARYING SORT-IDX FROM 2 BY 1
                   UNTIL SORT-IDX > PS2-SIZE
               MOVE PS2-ELM(SORT-IDX) TO INS-VALUE
               MOVE SORT-IDX TO INS-IDX
               PERFORM UNTIL INS-IDX <= 1
                       OR PS2-ELM(INS-IDX - 1) <= INS-VALUE
                   MOVE PS2-ELM(INS-IDX - 1) TO PS2-ELM(INS-IDX)
                   SUBTRACT 1 FROM INS-IDX
               END-PERFORM
               MOVE INS-VALUE TO PS2-ELM(INS-IDX)
           END-PERFORM.
           MOVE 'Y' TO PF-QUARTILES-OK(PF-IDX).
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > 3
               COMPUTE PCT-WANTED = Q-IDX * 25
               CALL 'PERCENTILE' USING PCT-SAMPLE-1 PCT-SAMPLE-2
                   PCT-WANTED PCT-VALUE PCT-RC PCT-TRACE
               IF PCT-RC = '0' THEN
                   MOVE PCT-VALUE TO PF-Q(PF-IDX, Q-IDX)
               ELSE
                   MOVE 'N' TO PF-QUARTILES-OK(PF-IDX)
               END-IF
           END-PERFORM.

      *>    LINES DATED INSIDE THE WINDOW ARE ADDED TO THEIR ENTRY'S
      *>    TRAILING FIGURES AND KEPT; THE RUN DATE'S OWN LINES (AN
      *>    EARLIER RUN OF TODAY) AND LINES PAST THE WINDOW ARE NOT.
      *>    A LINE DATED AFTER THE RUN DATE - LEFT BY A LATER DAY
      *>    BEFORE A RERUN OF THIS ONE - IS KEPT BUT NOT COUNTED.
       LOAD-TRAILING-HISTORY.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT HISTORY-IN-FILE.
           IF HISTORY-IN-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ HISTORY-IN-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM TAKE-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF HISTORY-IN-STATUS = '00' OR HISTORY-IN-STATUS = '10'
                   THEN
               CLOSE HISTORY-IN-FILE
           END-IF.

       TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE-TXT HIST-SOURCE HIST-CCY
               HIST-COUNT-TXT HIST-SUM-TXT HIST-SUMSQ-TXT HIST-MIN-TXT
               HIST-MAX-TXT HIST-Q-TXT(1) HIST-Q-TXT(2) HIST-Q-TXT(3)
               HIST-BOUNDS-TXT HIST-BANDS-TXT.
           UNSTRING HISTORY-IN-REC DELIMITED BY ','
               INTO HIST-DATE-TXT HIST-SOURCE HIST-CCY HIST-COUNT-TXT
                    HIST-SUM-TXT HIST-SUMSQ-TXT HIST-MIN-TXT
                    HIST-MAX-TXT HIST-Q-TXT(1) HIST-Q-TXT(2)
                    HIST-Q-TXT(3) HIST-BOUNDS-TXT HIST-BANDS-TXT
           END-UNSTRING.
           MOVE 0 TO HIST-AGE-DAYS.
           IF HIST-DATE-TXT IS NUMERIC THEN
               MOVE HIST-DATE-TXT TO HIST-DATE
               COMPUTE HIST-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(HIST-DATE)
           END-IF.
           IF HIST-AGE-DAYS NOT = 0
                   AND HIST-AGE-DAYS <= TRAILING-DAYS THEN
               IF KEPT-COUNT < 1000 THEN
                   ADD 1 TO KEPT-COUNT
                   MOVE HISTORY-IN-REC TO KEPT-LINE(KEPT-COUNT)
               END-IF
           END-IF.
           IF HIST-AGE-DAYS > 0 AND HIST-AGE-DAYS <= TRAILING-DAYS
                   THEN
               PERFORM FIND-PROFILE-ENTRY
               IF PF-IDX > 0 THEN
                   COMPUTE HIST-COUNT = FUNCTION NUMVAL(HIST-COUNT-TXT)
                   IF HIST-COUNT > 0 THEN
                       PERFORM ADD-HISTORY-TO-TRAILING
                   END-IF
               END-IF
           END-IF.

       ADD-HISTORY-TO-TRAILING.
           ADD 1 TO TR-DAYS(PF-IDX).
           COMPUTE HIST-AMOUNT = FUNCTION NUMVAL(HIST-MIN-TXT).
           IF TR-COUNT(PF-IDX) = 0
                   OR HIST-AMOUNT < TR-MIN(PF-IDX) THEN
               MOVE HIST-AMOUNT TO TR-MIN(PF-IDX)
           END-IF.
           COMPUTE HIST-AMOUNT = FUNCTION NUMVAL(HIST-MAX-TXT).
           IF TR-COUNT(PF-IDX) = 0
                   OR HIST-AMOUNT > TR-MAX(PF-IDX) THEN
               MOVE HIST-AMOUNT TO TR-MAX(PF-IDX)
           END-IF.
           ADD HIST-COUNT TO TR-COUNT(PF-IDX).
           COMPUTE TR-SUM(PF-IDX) = TR-SUM(PF-IDX)
               + FUNCTION NUMVAL(HIST-SUM-TXT).
           COMPUTE TR-SUMSQ(PF-IDX) = TR-SUMSQ(PF-IDX)
               + FUNCTION NUMVAL(HIST-SUMSQ-TXT).
           IF HIST-Q-TXT(1) NOT = SPACES THEN
               ADD HIST-COUNT TO TR-Q-WEIGHT(PF-IDX)
               PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > 3
                   COMPUTE TR-Q-SUM(PF-IDX, Q-IDX) =
                       TR-Q-SUM(PF-IDX, Q-IDX) + HIST-COUNT
                       * FUNCTION NUMVAL(HIST-Q-TXT(Q-IDX))
               END-PERFORM
           END-IF.
           IF HIST-BOUNDS-TXT = BOUNDS-TEXT THEN
               ADD 1 TO TR-BAND-DAYS(PF-IDX)
               MOVE 1 TO HIST-BAND-PTR
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > BAND-COUNT + 1
                   MOVE SPACES TO HIST-BAND-FIELD
                   UNSTRING HIST-BANDS-TXT DELIMITED BY '/'
                       INTO HIST-BAND-FIELD
                       WITH POINTER HIST-BAND-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(HIST-BAND-FIELD) IS NUMERIC THEN
                       COMPUTE TR-BAND(PF-IDX, BAND-IDX) =
                           TR-BAND(PF-IDX, BAND-IDX)
                           + FUNCTION NUMVAL(HIST-BAND-FIELD)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-PROFILE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SUSPENSE AMOUNT DISTRIBUTION PROFILE' TO RPT-TITLE.
           MOVE 'EXTRACT-PROFILE' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'STATISTIC                       TODAY'
                  '   TRAILING 30 DAYS   CHANGE %'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           STRING AMOUNTS-READ ' AMOUNT(S) PROFILED FROM ' LINES-READ
                  ' LINE(S); ' LINES-SKIPPED
                  ' LINE(S) TOO LONG TO PARSE'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-COUNT-USED
               PERFORM WRITE-ONE-PROFILE
           END-PERFORM.
           IF PF-COUNT-USED = 0 THEN
               MOVE SPACES TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 'NO AMOUNTS TODAY AND NO HISTORY IN THE WINDOW'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       WRITE-ONE-PROFILE.
           IF PF-CCY(PF-IDX) = SPACES THEN
               MOVE '(BASE)' TO CCY-SHOWN
           ELSE
               MOVE PF-CCY(PF-IDX) TO CCY-SHOWN
           END-IF.
           MOVE TR-DAYS(PF-IDX) TO DAYS-ED.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'FILE ' PF-SOURCE(PF-IDX) '  CURRENCY ' CCY-SHOWN
                  '  TRAILING WINDOW HOLDS ' DAYS-ED ' DAY(S)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE PF-COUNT(PF-IDX) TO COUNT-ED.
           MOVE TR-COUNT(PF-IDX) TO TRAIL-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'COUNT             ' '          ' COUNT-ED
                  '          ' TRAIL-COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SUM' TO STAT-LABEL.
           MOVE PF-SUM(PF-IDX) TO STAT-TODAY.
           MOVE TR-SUM(PF-IDX) TO STAT-TRAIL.
           PERFORM SET-STAT-PRESENCE.
           PERFORM WRITE-STAT-LINE.
           MOVE 'MEAN' TO STAT-LABEL.
           MOVE 0 TO STAT-TODAY STAT-TRAIL.
           IF PF-COUNT(PF-IDX) > 0 THEN
               COMPUTE STAT-TODAY ROUNDED =
                   PF-SUM(PF-IDX) / PF-COUNT(PF-IDX)
           END-IF.
           IF TR-COUNT(PF-IDX) > 0 THEN
               COMPUTE STAT-TRAIL ROUNDED =
                   TR-SUM(PF-IDX) / TR-COUNT(PF-IDX)
           END-IF.
           PERFORM WRITE-STAT-LINE.
           MOVE 'STD DEVIATION' TO STAT-LABEL.
           MOVE 0 TO STAT-TODAY STAT-TRAIL.
           IF PF-COUNT(PF-IDX) > 0 THEN
               COMPUTE STAT-MEAN ROUNDED =
                   PF-SUM(PF-IDX) / PF-COUNT(PF-IDX)
               COMPUTE STAT-VARIANCE ROUNDED =
                   PF-SUMSQ(PF-IDX) / PF-COUNT(PF-IDX)
                   - STAT-MEAN * STAT-MEAN
               IF STAT-VARIANCE > 0 THEN
                   COMPUTE STAT-TODAY ROUNDED =
                       FUNCTION SQRT(STAT-VARIANCE)
               END-IF
           END-IF.
           IF TR-COUNT(PF-IDX) > 0 THEN
               COMPUTE STAT-MEAN ROUNDED =
                   TR-SUM(PF-IDX) / TR-COUNT(PF-IDX)
               COMPUTE STAT-VARIANCE ROUNDED =
                   TR-SUMSQ(PF-IDX) / TR-COUNT(PF-IDX)
                   - STAT-MEAN * STAT-MEAN
               IF STAT-VARIANCE > 0 THEN
                   COMPUTE STAT-TRAIL ROUNDED =
                       FUNCTION SQRT(STAT-VARIANCE)
               END-IF
           END-IF.
           PERFORM WRITE-STAT-LINE.
           MOVE 'MINIMUM' TO STAT-LABEL.
           MOVE PF-MIN(PF-IDX) TO STAT-TODAY.
           MOVE TR-MIN(PF-IDX) TO STAT-TRAIL.
           PERFORM WRITE-STAT-LINE.
           MOVE 'MAXIMUM' TO STAT-LABEL.
           MOVE PF-MAX(PF-IDX) TO STAT-TODAY.
           MOVE TR-MAX(PF-IDX) TO STAT-TRAIL.
           PERFORM WRITE-STAT-LINE.
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > 3
               EVALUATE Q-IDX
                   WHEN 1
                       MOVE 'LOWER QUARTILE' TO STAT-LABEL
                   WHEN 2
                       MOVE 'MEDIAN' TO STAT-LABEL
                   WHEN OTHER
                       MOVE 'UPPER QUARTILE' TO STAT-LABEL
               END-EVALUATE
               PERFORM SET-STAT-PRESENCE
               MOVE 0 TO STAT-TODAY STAT-TRAIL
               IF PF-QUARTILES-OK(PF-IDX) = 'Y' THEN
                   MOVE PF-Q(PF-IDX, Q-IDX) TO STAT-TODAY
               ELSE
                   MOVE 'N' TO STAT-HAS-TODAY
               END-IF
               IF TR-Q-WEIGHT(PF-IDX) > 0 THEN
                   COMPUTE STAT-TRAIL ROUNDED =
                       TR-Q-SUM(PF-IDX, Q-IDX) / TR-Q-WEIGHT(PF-IDX)
               ELSE
                   MOVE 'N' TO STAT-HAS-TRAIL
               END-IF
               PERFORM WRITE-STAT-LINE
           END-PERFORM.
           PERFORM WRITE-BAND-HISTOGRAM.

       SET-STAT-PRESENCE.
           MOVE 'Y' TO STAT-HAS-TODAY STAT-HAS-TRAIL.
           IF PF-COUNT(PF-IDX) = 0 THEN
               MOVE 'N' TO STAT-HAS-TODAY
           END-IF.
           IF TR-COUNT(PF-IDX) = 0 THEN
               MOVE 'N' TO STAT-HAS-TRAIL
           END-IF.

      *>    STAT-LABEL, STAT-TODAY AND STAT-TRAIL IN; A SIDE WITH NO
      *>    AMOUNTS PRINTS BLANK, AND SO DOES THE CHANGE UNLESS BOTH
      *>    SIDES HAVE A FIGURE AND THE TRAILING ONE IS NOT ZERO.
       WRITE-STAT-LINE.
           COMPUTE STAT-ED ROUNDED = STAT-TODAY.
           COMPUTE STAT-TRAIL-ED ROUNDED = STAT-TRAIL.
           MOVE SPACES TO REPORT-REC.
           STRING STAT-LABEL DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           IF STAT-HAS-TODAY = 'Y' THEN
               MOVE STAT-ED TO REPORT-REC(19:17)
           END-IF.
           IF STAT-HAS-TRAIL = 'Y' THEN
               MOVE STAT-TRAIL-ED TO REPORT-REC(38:17)
           END-IF.
           IF STAT-HAS-TODAY = 'Y' AND STAT-HAS-TRAIL = 'Y'
                   AND STAT-TRAIL NOT = 0 THEN
               COMPUTE CHANGE-PCT ROUNDED =
                   (STAT-TODAY - STAT-TRAIL) * 100
                   / FUNCTION ABS(STAT-TRAIL)
               MOVE CHANGE-PCT TO CHANGE-ED
               MOVE CHANGE-ED TO REPORT-REC(56:9)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM SET-STAT-PRESENCE.

      *>    ONE LINE PER BAND - TODAY'S COUNT AND SHARE, THE
      *>    WINDOW'S, AND A BAR OF TODAY'S SHARE AT ONE STAR PER TWO
      *>    PERCENT.
       WRITE-BAND-HISTOGRAM.
           MOVE SPACES TO REPORT-REC.
           STRING 'AMOUNT BAND            TODAY    PCT'
                  '   TRAILING    PCT  TODAY''S SHARE'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT + 1
               PERFORM WRITE-ONE-BAND
           END-PERFORM.
           IF TR-BAND-DAYS(PF-IDX) < TR-DAYS(PF-IDX) THEN
               MOVE SPACES TO REPORT-REC
               STRING '  TRAILING BANDS COVER ' TR-BAND-DAYS(PF-IDX)
                      ' DAY(S) - THE OTHERS WERE PROFILED UNDER'
                      ' DIFFERENT BANDS'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-BAND.
           MOVE SPACES TO BAND-LABEL.
           IF BAND-IDX > BAND-COUNT THEN
               MOVE BAND-BOUND(BAND-COUNT) TO BOUND-ED
               STRING 'OVER  ' BOUND-ED DELIMITED BY SIZE
                   INTO BAND-LABEL
               END-STRING
           ELSE
               MOVE BAND-BOUND(BAND-IDX) TO BOUND-ED
               STRING 'UP TO ' BOUND-ED DELIMITED BY SIZE
                   INTO BAND-LABEL
               END-STRING
           END-IF.
           MOVE 0 TO BAND-PCT TRAIL-BAND-PCT.
           IF PF-COUNT(PF-IDX) > 0 THEN
               COMPUTE BAND-PCT ROUNDED =
                   PF-BAND(PF-IDX, BAND-IDX) * 100 / PF-COUNT(PF-IDX)
           END-IF.
           PERFORM SUM-TRAILING-BANDS.
           IF HIST-COUNT > 0 THEN
               COMPUTE TRAIL-BAND-PCT ROUNDED =
                   TR-BAND(PF-IDX, BAND-IDX) * 100 / HIST-COUNT
           END-IF.
           MOVE PF-BAND(PF-IDX, BAND-IDX) TO COUNT-ED.
           MOVE TR-BAND(PF-IDX, BAND-IDX) TO TRAIL-COUNT-ED.
           MOVE BAND-PCT TO BAND-PCT-ED.
           MOVE TRAIL-BAND-PCT TO TRAIL-PCT-ED.
           COMPUTE BAR-LEN ROUNDED = BAND-PCT / 2.
           MOVE SPACES TO REPORT-REC.
           STRING BAND-LABEL COUNT-ED '  ' BAND-PCT-ED '  '
                  TRAIL-COUNT-ED '  ' TRAIL-PCT-ED '  '
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           IF BAR-LEN > 0 THEN
               MOVE BAR-STARS(1:BAR-LEN) TO REPORT-REC(72:BAR-LEN)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    THE TRAILING SHARE IS OF THE AMOUNTS THE MATCHING-BANDS
      *>    DAYS HELD, NOT OF THE WHOLE WINDOW.
       SUM-TRAILING-BANDS.
           MOVE 0 TO HIST-COUNT.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                   UNTIL SAMPLE-IDX > BAND-COUNT + 1
               ADD TR-BAND(PF-IDX, SAMPLE-IDX) TO HIST-COUNT
           END-PERFORM.

      *>    THE KEPT LINES GO BACK FIRST, THEN ONE LINE FOR EVERY
      *>    FILE AND CURRENCY THAT HAD AMOUNTS TODAY.
       REWRITE-PROFILE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE.
           PERFORM VARYING KEPT-IDX FROM 1 BY 1
                   UNTIL KEPT-IDX > KEPT-COUNT
               MOVE KEPT-LINE(KEPT-IDX) TO HISTORY-OUT-REC
               WRITE HISTORY-OUT-REC
           END-PERFORM.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-COUNT-USED
               IF PF-COUNT(PF-IDX) > 0 THEN
                   PERFORM WRITE-TODAY-HISTORY-LINE
               END-IF
           END-PERFORM.
           CLOSE HISTORY-OUT-FILE.

       WRITE-TODAY-HISTORY-LINE.
           MOVE SPACES TO HISTORY-OUT-REC.
           MOVE 1 TO BOUNDS-PTR.
           MOVE PF-SUM(PF-IDX) TO STAT-ED.
           STRING RUN-DATE ',' FUNCTION TRIM(PF-SOURCE(PF-IDX)) ','
                  FUNCTION TRIM(PF-CCY(PF-IDX)) ','
                  PF-COUNT(PF-IDX) ',' FUNCTION TRIM(STAT-ED) ','
               DELIMITED BY SIZE INTO HISTORY-OUT-REC
               WITH POINTER BOUNDS-PTR
           END-STRING.
           MOVE PF-SUMSQ(PF-IDX) TO SUMSQ-ED.
           STRING FUNCTION TRIM(SUMSQ-ED) ','
               DELIMITED BY SIZE INTO HISTORY-OUT-REC
               WITH POINTER BOUNDS-PTR
           END-STRING.
           MOVE PF-MIN(PF-IDX) TO STAT-ED.
           MOVE PF-MAX(PF-IDX) TO STAT-TRAIL-ED.
           STRING FUNCTION TRIM(STAT-ED) ','
                  FUNCTION TRIM(STAT-TRAIL-ED) ','
               DELIMITED BY SIZE INTO HISTORY-OUT-REC
               WITH POINTER BOUNDS-PTR
           END-STRING.
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > 3
               IF PF-QUARTILES-OK(PF-IDX) = 'Y' THEN
                   MOVE PF-Q(PF-IDX, Q-IDX) TO STAT-ED
                   STRING FUNCTION TRIM(STAT-ED)
                       DELIMITED BY SIZE INTO HISTORY-OUT-REC
                       WITH POINTER BOUNDS-PTR
                   END-STRING
               END-IF
               STRING ',' DELIMITED BY SIZE INTO HISTORY-OUT-REC
                   WITH POINTER BOUNDS-PTR
               END-STRING
           END-PERFORM.
           STRING FUNCTION TRIM(BOUNDS-TEXT) ','
               DELIMITED BY SIZE INTO HISTORY-OUT-REC
               WITH POINTER BOUNDS-PTR
           END-STRING.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT + 1
               IF BAND-IDX > 1 THEN
                   STRING '/' DELIMITED BY SIZE INTO HISTORY-OUT-REC
                       WITH POINTER BOUNDS-PTR
                   END-STRING
               END-IF
               STRING PF-BAND(PF-IDX, BAND-IDX)
                   DELIMITED BY SIZE INTO HISTORY-OUT-REC
                   WITH POINTER BOUNDS-PTR
               END-STRING
           END-PERFORM.
           WRITE HISTORY-OUT-REC.

       WRITE-PROFILE-OPS-LOG.
           MOVE 'EXT-PROFILE' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           MOVE AMOUNTS-READ TO OPS-LOG-REC-COUNT.
           MOVE LINES-SKIPPED TO OPS-LOG-EXC-COUNT.
           MOVE 'LINES-SKIPPED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM EXTRACT-PROFILE.
