      *>    RETURN-CODE VALUES THAT LET THE CHAIN CONTINUE, SEPARATED
      *>    BY SLASHES (E.G. 0/1).  EACH STEP'S OUTCOME IS RECORDED
      *>    IN SCHED-STATUS.TXT
      *>    (DATE,STEP,RC,OK/FAIL,START-HHMMSS,ELAPSED-SECONDS,
      *>    RUN-ID) SO
      *>    SCHED-TREND CAN SHOW WHERE THE BATCH WINDOW IS GOING
      *>    BEFORE THE MORNING IT OVERRUNS; THE CHAIN
      *>    HALTS ON THE FIRST DISALLOWED RETURN-CODE, AND A RERUN ON
      *>    CHOSEN PRINTED ON THE REPORT.  THE STEP PROGRAMS END WITH
      *>    GOBACK RATHER THAN STOPPING THE RUN UNIT, SO THEY CAN BE
      *>    DRIVEN FROM HERE OR STILL BE RUN STANDALONE.
      *>    EACH STEP'S TYPICAL DURATION IS THE 80TH PERCENTILE
      *>    (NEAREST RANK) OF ITS LAST N OK ELAPSED TIMES IN
      *>    SCHED-STATUS.TXT - ONE SLOW NIGHT DOES NOT SKEW IT THE WAY
      *>    IT WOULD AN AVERAGE.  BEFORE THE FIRST STEP AND AFTER EACH
      *>    STEP RUN THE CHAIN'S FINISH IS PROJECTED AS THE WALL CLOCK
      *>    PLUS THOSE DURATIONS FOR EVERY STEP STILL DUE TONIGHT AND
      *>    COMPARED WITH THE ONLINE-DAY START TAKEN FROM THE SINGLE
      *>    LINE OF SCHED-DEADLINE.TXT -
      *>        HHMM[,N]
      *>    (DEFAULT 0600 AND 10, N CEILING 20; A DEADLINE NO LATER
      *>    THAN THE CHAIN'S OWN START IS TOMORROW MORNING'S).  A
      *>    PROJECTED OVERRUN PRINTS A LATE-RUNNING WARNING ON THE
      *>    REPORT AND, ONCE PER RUN, LOGS A LATE-RUN LINE TO
      *>    OPS-LOG.TXT FOR MORNING-STATUS - WHILE THERE IS STILL
      *>    TIME TO DO SOMETHING ABOUT IT.
      *>    A STEP THAT HALTS THE CHAIN GETS ITS RECOVERY RUNBOOK
      *>    PRINTED UNDER THE FAILURE LINE.  SCHED-RUNBOOK.TXT HOLDS
      *>    ANY NUMBER OF LINES PER STEP -
      *>        STEP-NAME,RC,DO,INSTRUCTION TEXT
      *>        STEP-NAME,RC,RESTORE,FILE-NAME
      *>    WHERE RC IS A RETURN-CODE OR * FOR ANY.  WHEN THE STEP HAS
      *>    LINES FOR ITS ACTUAL RETURN-CODE ONLY THOSE ARE PRINTED,
      *>    OTHERWISE ITS * LINES; EITHER WAY IN FILE ORDER.  A DO
      *>    LINE IS PRINTED AS WRITTEN (COMMAS AND ALL); A RESTORE
      *>    LINE IS ANSWERED FROM GEN-CATALOG.TXT WITH THE LATEST
      *>    GENERATION OF THAT FILE TAKEN ON OR BEFORE THE PROCESSING
      *>    DATE - THE IMAGE GEN-SAVE TOOK BEFORE THE STEP REWROTE IT
      *>    - AND THE GEN-RESTORE-CONTROL.TXT LINE THAT BRINGS IT
      *>    BACK.  THE SAME LINES ARE APPENDED, DATED AND NAMED, TO
      *>    SCHED-RECOVERY.TXT FOR MORNING-STATUS TO CARRY.
      *>    EVERY EXECUTION OF THE CHAIN IS ISSUED A RUN ID, AND
      *>    EVERY STEP IT CALLS AN ATTEMPT ID UNDER IT (SEE
      *>    RUN-ID.CBL) - THE STEP PROGRAMS STAMP IT ON THEIR OPS-LOG,
      *>    AUDIT AND HISTORY LINES, AND SCHED-STATUS.TXT CARRIES IT
      *>    AS ITS SEVENTH COLUMN, SO TWO ATTEMPTS ON THE SAME DATE
      *>    CAN BE TOLD APART.  THE CHAIN'S ID HEADS THE REPORT AND
      *>    EACH STEP'S ATTEMPT ID IS PRINTED WITH ITS OUTCOME;
      *>    RUN-INQ LISTS EVERYTHING EITHER ONE WROTE.
      *>    FORECAST MODE - WHEN SCHED-FORECAST.TXT HOLDS A LINE
      *>        FROM-DATE[,TO-DATE]
      *>    (YYYYMMDD, TO DEFAULTING TO FROM, AT MOST 62 DAYS) THE
      *>    RUN CALLS NOTHING AND WRITES NO STATUS OR OPS-LOG LINES.
      *>    INSTEAD, FOR EACH DATE IN THE RANGE, RUN-CONTROL.TXT,
      *>    THAT DATE'S SCHED-OVERRIDES.TXT LINES AND THE BUS-DAY
      *>    CALENDAR ARE EVALUATED EXACTLY AS THE NIGHT'S RUN WOULD
      *>    EVALUATE THEM, AND SCHED-FORECAST-REPORT.TXT LISTS THE
      *>    STEPS THAT WOULD RUN IN THE ORDER THE PASSES WOULD RUN
      *>    THEM, EACH WITH ITS EXPECTED ELAPSED TIME (THE SAME 80TH
      *>    PERCENTILE ESTIMATE AS ABOVE), PLUS THE DAY'S HOLDS,
      *>    SKIPS AND TOTAL.  STEPS ALREADY OK IN SCHED-STATUS.TXT
      *>    ARE ONLY TREATED AS DONE FOR THE CURRENT PROCESSING DATE.
      *>    THE REQUEST IS ONE-SHOT - THE FILE IS EMPTIED ONCE IT HAS
      *>    BEEN ANSWERED, SO THE NEXT RUN IS THE REAL CHAIN AGAIN.
      *>    BEFORE ANYTHING ELSE THE CALENDAR IS PUT THROUGH
      *>    RUN-CONTROL-CHECK; A CALENDAR THAT FAILS IT (OR A CHECK
      *>    THAT CANNOT BE CALLED) IS REFUSED - NOTHING IS RUN OR
      *>    FORECAST, AND RUN-CONTROL-CHECK-REPORT.TXT SAYS WHY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OVERRIDE-FILE ASSIGN TO "SCHED-OVERRIDES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "SCHED-DEADLINE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEADLINE-FILE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
           SELECT FORECAST-REQUEST-FILE ASSIGN TO "SCHED-FORECAST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FORECAST-REQUEST-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "SCHED-FORECAST-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUNBOOK-FILE ASSIGN TO "SCHED-RUNBOOK.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNBOOK-FILE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "GEN-CATALOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-CATALOG-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "SCHED-RECOVERY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-REC                  PIC X(60).

       FD  STATUS-FILE.
       01  STATUS-REC                   PIC X(80).

       FD  STATUS-OUT-FILE.
       01  STATUS-OUT-REC               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC                 PIC X(40).

       FD  DEADLINE-FILE.
       01  DEADLINE-REC                 PIC X(20).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       FD  FORECAST-REQUEST-FILE.
       01  FORECAST-REQUEST-REC         PIC X(20).

       FD  FORECAST-FILE.
       01  FORECAST-REC                 PIC X(132).

       FD  RUNBOOK-FILE.
       01  RUNBOOK-REC                  PIC X(120).

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-REC              PIC X(45).

      *>    DATE,STEP-NAME,INSTRUCTION AS PRINTED AFTER 'RUNBOOK: '.
       FD  RECOVERY-FILE.
       01  RECOVERY-REC                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  STATUS-FILE-STATUS           PIC X(02).
               10  STEP-PRED-COUNT      PIC 9(01).
               10  STEP-PRED OCCURS 5 TIMES PIC X(12).
               10  STEP-RESOLVED        PIC X(01).
      *>        THE LAST ESTIMATE-N OK ELAPSED TIMES FROM THE STATUS
      *>        HISTORY, OLDEST FIRST, AND THEIR 80TH PERCENTILE.
               10  STEP-HIST-USED       PIC 9(02).
               10  STEP-HIST-SECS OCCURS 20 TIMES PIC 9(06).
               10  STEP-P80-SECS        PIC 9(06).
       01  STEP-IDX                     PIC 9(02).
       01  STEP-NAME-TXT                PIC X(12).
       01  STEP-PROGRAM-TXT             PIC X(30).
               10  OVR-STEP-NAME        PIC X(12).
               10  OVR-ACTION           PIC X(04).
               10  OVR-INITIALS         PIC X(04).
               10  OVR-DATE             PIC 9(08).
       01  OVR-IDX                      PIC 9(02).
       01  OVR-STEP-TXT                 PIC X(12).
       01  OVR-ACTION-TXT               PIC X(04).
       01  OVR-DATE-TXT                 PIC X(10).
       01  OVR-INIT-TXT                 PIC X(04).
       01  OVR-DATE-WORK                PIC 9(08).
       01  STEP-OVERRIDE                PIC X(04).
       01  STEP-OVR-INITIALS            PIC X(04).
      *>    MONTHLY-TERM EVALUATION SCRATCH - WHETHER TODAY IS THE
       01  ST-STEP-TXT                  PIC X(12).
       01  ST-RC-TXT                    PIC X(05).
       01  ST-RESULT-TXT                PIC X(05).
       01  ST-START-TXT                 PIC X(08).
       01  ST-ELAPSED-TXT               PIC X(08).
      *
       01  STEP-RC                      PIC S9(4).
      *>    THIS EXECUTION'S RUN ID AND THE RUNNING STEP'S ATTEMPT
      *>    ID - SEE RUN-ID.CBL.
       01  CHAIN-RUN-ID                 PIC X(17).
       01  STEP-RUN-ID                  PIC X(17).
       01  RUN-ID-OP                    PIC X(01).
       01  RUN-ID-STEP                  PIC 9(02).
      *>    WALL-CLOCK TIMING PER STEP - START STAMP AND ELAPSED
      *>    SECONDS, WITH A MIDNIGHT WRAP GUARD.
       01  STEP-START-TIME              PIC X(06).
       01  CHAIN-HALTED                 PIC X(01) VALUE 'N'.
       01  STEPS-RUN                    PIC 9(02) VALUE 0.
       01  STEPS-SKIPPED                PIC 9(02) VALUE 0.
      *>    FINISH-TIME PROJECTION - SEE THE NOTE AT THE TOP.  ALL
      *>    TIMES ARE SECONDS SINCE THE MIDNIGHT BEFORE THE CHAIN
      *>    STARTED, SO A CHAIN RUNNING PAST MIDNIGHT KEEPS COUNTING
      *>    UP RATHER THAN WRAPPING.
       01  DEADLINE-FILE-STATUS         PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  DEADLINE-HHMM-TXT            PIC X(06).
       01  DEADLINE-N-TXT               PIC X(06).
       01  DEADLINE-HHMM                PIC 9(04) VALUE 600.
       01  DEADLINE-HHMM-PARTS REDEFINES DEADLINE-HHMM.
           05  DEADLINE-HH              PIC 9(02).
           05  DEADLINE-MM              PIC 9(02).
       01  ESTIMATE-N                   PIC 9(02) VALUE 10.
       01  DEADLINE-SECS                PIC 9(06).
       01  CHAIN-START-SECS             PIC 9(06).
       01  PROJ-NOW-SECS                PIC 9(06).
       01  PROJ-REMAINING-SECS          PIC 9(07).
       01  PROJ-FINISH-SECS             PIC 9(07).
       01  PROJ-LATE-SECS               PIC 9(07).
       01  PROJ-STEPS-TO-GO             PIC 9(02).
       01  PROJ-NO-HISTORY              PIC 9(02).
       01  PROJ-SAVE-IDX                PIC 9(02).
       01  LATE-WARNING-LOGGED          PIC X(01) VALUE 'N'.
       01  HIST-SHIFT                   PIC 9(02).
       01  P80-TABLE.
           05  P80-SECS OCCURS 20 TIMES PIC 9(06).
       01  P80-IDX                      PIC 9(02).
       01  P80-SCAN                     PIC 9(02).
       01  P80-HOLD                     PIC 9(06).
       01  P80-RANK                     PIC 9(02).
       01  SHOW-SECS                    PIC 9(07).
       01  SHOW-HH                      PIC 9(02).
       01  SHOW-MM                      PIC 9(02).
       01  SHOW-SS                      PIC 9(02).
       01  SHOW-TIME                    PIC X(08).
       01  FINISH-TIME-TXT              PIC X(08).
       01  DEADLINE-TIME-TXT            PIC X(08).
       01  PROJ-COUNT-ED                PIC Z9.
       01  PROJ-LATE-ED                 PIC Z(6)9.
      *>    GRAPH ERRORS ARE BUILT HERE AND WRITTEN TO WHICHEVER
      *>    REPORT THE RUN IS PRODUCING.
       01  GRAPH-ERROR-LINE             PIC X(132).
      *>    FORECAST MODE - SEE THE NOTE AT THE TOP.  RUN-DATE IS
      *>    STEPPED THROUGH THE RANGE SO THE CALENDAR PARAGRAPHS
      *>    ANSWER FOR EACH FORECAST DATE; THE REAL PROCESSING DATE
      *>    IS KEPT ASIDE FOR THE ALREADY-OK CHECK.
       01  FORECAST-REQUEST-STATUS      PIC X(02).
       01  FORECAST-MODE                PIC X(01) VALUE 'N'.
       01  FORECAST-BAD                 PIC X(01) VALUE 'N'.
       01  FORECAST-FROM-TXT            PIC X(10).
       01  FORECAST-TO-TXT              PIC X(10).
       01  FORECAST-FROM                PIC 9(08) VALUE 0.
       01  FORECAST-TO                  PIC 9(08) VALUE 0.
       01  FORECAST-FROM-INT            PIC 9(08).
       01  FORECAST-TO-INT              PIC 9(08).
       01  FORECAST-DAY-INT             PIC 9(08).
       01  PROCESSING-DATE              PIC 9(08).
       01  FC-HALTED                    PIC X(01).
       01  FC-HELD-IDX                  PIC 9(02).
       01  FC-RUN-COUNT                 PIC 9(02).
       01  FC-TOTAL-SECS                PIC 9(07).
       01  FC-NO-HISTORY                PIC 9(02).
       01  FC-SEQ-ED                    PIC Z9.
       01  FC-DAY-NOTE                  PIC X(24).
       01  CALENDAR-CHECK-RC            PIC S9(4).
      *>    RECOVERY RUNBOOK - SEE THE NOTE AT THE TOP.  THE FAILED
      *>    STEP'S LINES ARE GATHERED FIRST SO THE RC-SPECIFIC SET
      *>    CAN WIN OVER THE * SET.
       01  RUNBOOK-FILE-STATUS          PIC X(02).
       01  GEN-CATALOG-STATUS           PIC X(02).
       01  RECOVERY-FILE-STATUS         PIC X(02).
       01  WS-EOF-RUNBOOK               PIC X(01).
       01  WS-EOF-GEN-CATALOG           PIC X(01).
       01  RUNBOOK-TABLE.
           05  RB-COUNT                 PIC 9(02).
           05  RB-ENTRY OCCURS 20 TIMES.
               10  RB-FOR-THIS-RC       PIC X(01).
               10  RB-KIND              PIC X(08).
               10  RB-TEXT              PIC X(100).
       01  RB-IDX                       PIC 9(02).
       01  RB-RC-MATCHES                PIC 9(02).
       01  RB-WANTED                    PIC X(01).
       01  RB-STEP-TXT                  PIC X(12).
       01  RB-RC-TXT                    PIC X(05).
       01  RB-KIND-TXT                  PIC X(08).
       01  RB-POINTER                   PIC 9(03).
       01  GC-NAME-TXT                  PIC X(30).
       01  GC-DATE-TXT                  PIC X(10).
       01  GC-DATE                      PIC 9(08).
       01  GC-BEST-DATE                 PIC 9(08).
       01  RUNBOOK-LINE                 PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'C' TO RUN-ID-OP.
           MOVE 0 TO RUN-ID-STEP.
           CALL 'RUN-ID' USING CHAIN-RUN-ID RUN-ID-OP RUN-ID-STEP.
           COMPUTE RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           COMPUTE RUN-DOW = FUNCTION MOD(RUN-DAY-INT - 1, 7) + 1.
           MOVE RUN-DATE TO PROCESSING-DATE.
           PERFORM LOAD-FORECAST-REQUEST.
           PERFORM CHECK-CALENDAR-VALID.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-OPERATOR-OVERRIDES.
           PERFORM LOAD-DEADLINE.
           PERFORM LOAD-PRIOR-STATUSES.
           PERFORM SET-STEP-ESTIMATES.
           IF FORECAST-MODE = 'Y' THEN
               PERFORM RUN-FORECAST
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'BATCH SCHEDULER RUN FOR ' RUN-DATE
                  ' (DAY ' RUN-DOW ' OF WEEK) RUN ID ' CHAIN-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
      *>    PASS RESOLVES NOTHING NEW.  WITH NO PREDECESSOR COLUMNS
      *>    ANYWHERE THE FIRST PASS RUNS EVERY STEP IN FILE ORDER -
      *>    THE OLD STRICTLY-LINEAR BEHAVIOR.
           PERFORM TAKE-CLOCK-SECONDS.
           MOVE CLOCK-SECONDS-WORK TO CHAIN-START-SECS.
           COMPUTE DEADLINE-SECS =
               DEADLINE-HH * 3600 + DEADLINE-MM * 60.
           IF DEADLINE-SECS <= CHAIN-START-SECS THEN
               ADD 86400 TO DEADLINE-SECS
           END-IF.
           PERFORM PROJECT-CHAIN-FINISH.
           MOVE 'Y' TO PASS-PROGRESS.
           PERFORM UNTIL PASS-PROGRESS = 'N' OR CHAIN-HALTED = 'Y'
               MOVE 'N' TO PASS-PROGRESS
                   END-IF
                   MOVE 'N' TO STEP-DONE(STEP-COUNT)
                   MOVE 'N' TO STEP-RESOLVED(STEP-COUNT)
                   MOVE 0 TO STEP-HIST-USED(STEP-COUNT)
                   MOVE 0 TO STEP-P80-SECS(STEP-COUNT)
                   PERFORM LOAD-STEP-PREDECESSORS
               END-IF
           END-IF.

      *>    ONLY OVERRIDES DATED FOR THE CURRENT PROCESSING DATE
      *>    APPLY - A LINE LEFT BEHIND FROM LAST WEEK IS INERT, NOT A
      *>    SURPRISE.  A FORECAST ALSO KEEPS THE LINES DATED INSIDE
      *>    ITS RANGE, EACH APPLYING ONLY ON ITS OWN DATE.
       LOAD-OPERATOR-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF OVERRIDE-FILE-STATUS NOT = '00' THEN
               DISPLAY 'BAD SCHED-OVERRIDES LINE SKIPPED: '
                   FUNCTION TRIM(OVERRIDE-REC)
           ELSE
               COMPUTE OVR-DATE-WORK =
                   FUNCTION NUMVAL(FUNCTION TRIM(OVR-DATE-TXT))
               IF OVR-DATE-WORK NOT = RUN-DATE
                       AND (FORECAST-MODE = 'N'
                       OR OVR-DATE-WORK < FORECAST-FROM
                       OR OVR-DATE-WORK > FORECAST-TO) THEN
                   CONTINUE
               ELSE
                   IF OVR-COUNT >= 30 THEN
                       MOVE OVR-STEP-TXT TO OVR-STEP-NAME(OVR-COUNT)
                       MOVE OVR-ACTION-TXT TO OVR-ACTION(OVR-COUNT)
                       MOVE OVR-INIT-TXT TO OVR-INITIALS(OVR-COUNT)
                       MOVE OVR-DATE-WORK TO OVR-DATE(OVR-COUNT)
                   END-IF
               END-IF
           END-IF.
               END-READ
               IF WS-EOF-STATUS NOT = 'Y' THEN
                   PERFORM NOTE-ONE-PRIOR-STATUS
                   PERFORM NOTE-ONE-PRIOR-ELAPSED
               END-IF
           END-PERFORM.
           IF STATUS-FILE-STATUS = '00' OR STATUS-FILE-STATUS = '10'

       NOTE-ONE-PRIOR-STATUS.
           MOVE SPACES TO ST-DATE-TXT ST-STEP-TXT ST-RC-TXT
               ST-RESULT-TXT ST-START-TXT ST-ELAPSED-TXT.
           UNSTRING STATUS-REC DELIMITED BY ','
               INTO ST-DATE-TXT ST-STEP-TXT ST-RC-TXT ST-RESULT-TXT
                    ST-START-TXT ST-ELAPSED-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(ST-DATE-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(ST-DATE-TXT))
               END-IF
           END-IF.

      *>    EVERY OK LINE WITH A TIMING COLUMN FEEDS THE STEP'S
      *>    ELAPSED WINDOW - THE SAME LAST-N SHIFT SCHED-TREND KEEPS.
      *>    A FAILED RUN'S TIME SAYS NOTHING ABOUT A NORMAL NIGHT.
       NOTE-ONE-PRIOR-ELAPSED.
           IF FUNCTION TRIM(ST-RESULT-TXT) = 'OK'
                   AND FUNCTION TRIM(ST-ELAPSED-TXT) IS NUMERIC THEN
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-NAME(STEP-IDX) = ST-STEP-TXT THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF STEP-IDX <= STEP-COUNT THEN
                   IF STEP-HIST-USED(STEP-IDX) < ESTIMATE-N THEN
                       ADD 1 TO STEP-HIST-USED(STEP-IDX)
                   ELSE
                       PERFORM VARYING HIST-SHIFT FROM 1 BY 1
                               UNTIL HIST-SHIFT >= ESTIMATE-N
                           MOVE STEP-HIST-SECS(STEP-IDX, HIST-SHIFT + 1)
                               TO STEP-HIST-SECS(STEP-IDX, HIST-SHIFT)
                       END-PERFORM
                   END-IF
                   COMPUTE STEP-HIST-SECS(STEP-IDX,
                       STEP-HIST-USED(STEP-IDX)) =
                       FUNCTION NUMVAL(FUNCTION TRIM(ST-ELAPSED-TXT))
               END-IF
           END-IF.

      *>    THE ONLINE-DAY START AND THE LOOK-BACK - SEE THE NOTE AT
      *>    THE TOP.  A MISSING FILE OR A BAD TIME KEEPS THE DEFAULTS.
       LOAD-DEADLINE.
           OPEN INPUT DEADLINE-FILE.
           IF DEADLINE-FILE-STATUS = '00' THEN
               READ DEADLINE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM TAKE-DEADLINE-LINE
               END-READ
           END-IF.
           IF DEADLINE-FILE-STATUS = '00'
                   OR DEADLINE-FILE-STATUS = '10' THEN
               CLOSE DEADLINE-FILE
           END-IF.
           IF ESTIMATE-N > 20 THEN
               MOVE 20 TO ESTIMATE-N
           END-IF.
           IF ESTIMATE-N < 1 THEN
               MOVE 1 TO ESTIMATE-N
           END-IF.

       TAKE-DEADLINE-LINE.
           MOVE SPACES TO DEADLINE-HHMM-TXT DEADLINE-N-TXT.
           UNSTRING DEADLINE-REC DELIMITED BY ','
               INTO DEADLINE-HHMM-TXT DEADLINE-N-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(DEADLINE-HHMM-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(DEADLINE-HHMM-TXT))
                       < 2400
                   AND FUNCTION MOD(FUNCTION NUMVAL(FUNCTION TRIM(
                       DEADLINE-HHMM-TXT)), 100) < 60 THEN
                   COMPUTE DEADLINE-HHMM = FUNCTION NUMVAL(
                       FUNCTION TRIM(DEADLINE-HHMM-TXT))
               ELSE
                   DISPLAY 'BAD SCHED-DEADLINE TIME IGNORED: '
                       FUNCTION TRIM(DEADLINE-HHMM-TXT)
               END-IF
           END-IF.
           IF FUNCTION TRIM(DEADLINE-N-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(DEADLINE-N-TXT))
                       <= 20 THEN
                   COMPUTE ESTIMATE-N = FUNCTION NUMVAL(
                       FUNCTION TRIM(DEADLINE-N-TXT))
               ELSE
                   MOVE 20 TO ESTIMATE-N
               END-IF
           END-IF.

      *>    NEAREST-RANK 80TH PERCENTILE OF EACH STEP'S WINDOW - THE
      *>    WINDOW IS AT MOST 20, SO A STRAIGHT INSERTION SORT OF A
      *>    COPY DOES.  NO HISTORY LEAVES THE ESTIMATE AT ZERO.
       SET-STEP-ESTIMATES.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-HIST-USED(STEP-IDX) > 0 THEN
                   PERFORM SET-ONE-STEP-ESTIMATE
               END-IF
           END-PERFORM.

       SET-ONE-STEP-ESTIMATE.
           PERFORM VARYING P80-IDX FROM 1 BY 1
                   UNTIL P80-IDX > STEP-HIST-USED(STEP-IDX)
               MOVE STEP-HIST-SECS(STEP-IDX, P80-IDX)
                   TO P80-SECS(P80-IDX)
           END-PERFORM.
           PERFORM VARYING P80-IDX FROM 2 BY 1
                   UNTIL P80-IDX > STEP-HIST-USED(STEP-IDX)
               MOVE P80-SECS(P80-IDX) TO P80-HOLD
               MOVE P80-IDX TO P80-SCAN
               PERFORM UNTIL P80-SCAN < 2
                       OR P80-SECS(P80-SCAN - 1) <= P80-HOLD
                   MOVE P80-SECS(P80-SCAN - 1) TO P80-SECS(P80-SCAN)
                   SUBTRACT 1 FROM P80-SCAN
               END-PERFORM
               MOVE P80-HOLD TO P80-SECS(P80-SCAN)
           END-PERFORM.
           COMPUTE P80-RANK =
               (STEP-HIST-USED(STEP-IDX) * 80 + 99) / 100.
           IF P80-RANK < 1 THEN
               MOVE 1 TO P80-RANK
           END-IF.
           MOVE P80-SECS(P80-RANK) TO STEP-P80-SECS(STEP-IDX).

      *>    THE WALL CLOCK PLUS THE ESTIMATE OF EVERY STEP STILL DUE
      *>    TONIGHT - NOT YET RESOLVED, NOT ALREADY OK FROM AN EARLIER
      *>    RUN, NOT SKIPPED BY THE OPERATOR AND ON THE CALENDAR FOR
      *>    TODAY.  THE CALLER'S STEP-IDX IS PUT BACK AFTERWARDS.
       PROJECT-CHAIN-FINISH.
           MOVE STEP-IDX TO PROJ-SAVE-IDX.
           MOVE 0 TO PROJ-REMAINING-SECS PROJ-STEPS-TO-GO
               PROJ-NO-HISTORY.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-RESOLVED(STEP-IDX) = 'N'
                       AND STEP-DONE(STEP-IDX) = 'N' THEN
                   PERFORM ADD-STEP-TO-PROJECTION
               END-IF
           END-PERFORM.
           MOVE PROJ-SAVE-IDX TO STEP-IDX.
           PERFORM TAKE-CLOCK-SECONDS.
           MOVE CLOCK-SECONDS-WORK TO PROJ-NOW-SECS.
           IF PROJ-NOW-SECS < CHAIN-START-SECS THEN
               ADD 86400 TO PROJ-NOW-SECS
           END-IF.
           COMPUTE PROJ-FINISH-SECS =
               PROJ-NOW-SECS + PROJ-REMAINING-SECS.
           MOVE PROJ-FINISH-SECS TO SHOW-SECS.
           PERFORM FORMAT-SHOW-TIME.
           MOVE SHOW-TIME TO FINISH-TIME-TXT.
           MOVE DEADLINE-SECS TO SHOW-SECS.
           PERFORM FORMAT-SHOW-TIME.
           MOVE SHOW-TIME TO DEADLINE-TIME-TXT.
           MOVE PROJ-STEPS-TO-GO TO PROJ-COUNT-ED.
           IF PROJ-FINISH-SECS > DEADLINE-SECS THEN
               PERFORM WARN-LATE-RUNNING
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING 'PROJECTED CHAIN FINISH ' FINISH-TIME-TXT
                      ' WITH ' FUNCTION TRIM(PROJ-COUNT-ED)
                      ' STEP(S) TO GO - ONLINE START '
                      DEADLINE-TIME-TXT ' - ON TIME'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           IF PROJ-NO-HISTORY > 0 THEN
               MOVE PROJ-NO-HISTORY TO PROJ-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING '    (' FUNCTION TRIM(PROJ-COUNT-ED)
                      ' OF THEM WITH NO TIMING HISTORY, COUNTED AS'
                      ' ZERO SECONDS)'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       ADD-STEP-TO-PROJECTION.
           PERFORM FIND-STEP-OVERRIDE.
           IF STEP-OVERRIDE NOT = 'SKIP' THEN
               PERFORM CHECK-STEP-SCHEDULED
               IF STEP-SCHEDULED-TODAY = 'Y' THEN
                   ADD 1 TO PROJ-STEPS-TO-GO
                   ADD STEP-P80-SECS(STEP-IDX) TO PROJ-REMAINING-SECS
                   IF STEP-HIST-USED(STEP-IDX) = 0 THEN
                       ADD 1 TO PROJ-NO-HISTORY
                   END-IF
               END-IF
           END-IF.

      *>    THE REPORT GETS EVERY LATE PROJECTION; OPS-LOG GETS THE
      *>    FIRST ONE OF THE RUN, CARRYING THE STEPS STILL TO GO AND
      *>    THE MINUTES LATE.
       WARN-LATE-RUNNING.
           COMPUTE PROJ-LATE-SECS = PROJ-FINISH-SECS - DEADLINE-SECS.
           MOVE PROJ-LATE-SECS TO PROJ-LATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '*** LATE-RUNNING WARNING - PROJECTED CHAIN FINISH '
                  FINISH-TIME-TXT ' IS '
                  FUNCTION TRIM(PROJ-LATE-ED)
                  ' SECOND(S) PAST THE ONLINE START '
                  DEADLINE-TIME-TXT ' WITH '
                  FUNCTION TRIM(PROJ-COUNT-ED) ' STEP(S) TO GO'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF LATE-WARNING-LOGGED = 'N' THEN
               MOVE 'Y' TO LATE-WARNING-LOGGED
               MOVE 'BATCH-SCHED' TO OPS-LOG-PROGRAM
               MOVE 'LATE-RUN' TO OPS-LOG-RESULT
               MOVE PROJ-STEPS-TO-GO TO OPS-LOG-REC-COUNT
               COMPUTE OPS-LOG-EXC-COUNT = (PROJ-LATE-SECS + 59) / 60
               MOVE SPACES TO OPS-LOG-DETAIL
               STRING 'PROJ ' FINISH-TIME-TXT(1:5)
                      ' DUE ' DEADLINE-TIME-TXT(1:5)
                   DELIMITED BY SIZE INTO OPS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-OPS-LOG-LINE
           END-IF.

      *>    SECONDS SINCE THE CHAIN'S MIDNIGHT AS HH:MM:SS ON THE
      *>    24-HOUR CLOCK.
       FORMAT-SHOW-TIME.
           COMPUTE SHOW-SECS = FUNCTION MOD(SHOW-SECS, 86400).
           COMPUTE SHOW-HH = SHOW-SECS / 3600.
           COMPUTE SHOW-MM = FUNCTION MOD(SHOW-SECS, 3600) / 60.
           COMPUTE SHOW-SS = FUNCTION MOD(SHOW-SECS, 60).
           MOVE SPACES TO SHOW-TIME.
           STRING SHOW-HH ':' SHOW-MM ':' SHOW-SS
               DELIMITED BY SIZE INTO SHOW-TIME
           END-STRING.

      *>    UNKNOWN PREDECESSOR NAMES AND CIRCLES ARE BOTH CAUGHT
      *>    BEFORE ANYTHING RUNS - A CIRCLE IS A SET OF STEPS THAT
      *>    CAN NEVER ALL BE ELIMINATED BY REPEATEDLY REMOVING STEPS
           END-PERFORM.
           IF PRED-FOUND = 'N' THEN
               MOVE 'Y' TO GRAPH-BAD
               MOVE SPACES TO GRAPH-ERROR-LINE
               STRING 'STEP ' STEP-NAME(STEP-IDX)
                      ' NAMES UNKNOWN PREDECESSOR '
                      STEP-PRED(STEP-IDX, PRED-SUB)
                   DELIMITED BY SIZE INTO GRAPH-ERROR-LINE
               END-STRING
               PERFORM WRITE-GRAPH-ERROR-LINE
           END-IF.

      *>    THE ELIMINATION REUSES STEP-RESOLVED AS SCRATCH AND
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-RESOLVED(STEP-IDX) = 'N' THEN
                   MOVE 'Y' TO GRAPH-BAD
                   MOVE SPACES TO GRAPH-ERROR-LINE
                   STRING 'STEP ' STEP-NAME(STEP-IDX)
                          ' IS IN A CIRCULAR DEPENDENCY'
                       DELIMITED BY SIZE INTO GRAPH-ERROR-LINE
                   END-STRING
                   PERFORM WRITE-GRAPH-ERROR-LINE
               END-IF
               MOVE 'N' TO STEP-RESOLVED(STEP-IDX)
           END-PERFORM.

       WRITE-GRAPH-ERROR-LINE.
           IF FORECAST-MODE = 'Y' THEN
               WRITE FORECAST-REC FROM GRAPH-ERROR-LINE
           ELSE
               WRITE REPORT-REC FROM GRAPH-ERROR-LINE
           END-IF.

       CHECK-PREDS-SATISFIED.
           MOVE 'Y' TO PREDS-SATISFIED.
           PERFORM VARYING PRED-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.

      *>    THE CALENDAR VALIDATION RUN - SEE RUN-CONTROL-CHECK.CBL.
      *>    A REFUSAL GOES ON WHICHEVER REPORT THIS RUN WAS ASKED FOR,
      *>    AND A REFUSED FORECAST REQUEST IS STILL CONSUMED.
       CHECK-CALENDAR-VALID.
           MOVE 0 TO RETURN-CODE.
           CALL 'RUN-CONTROL-CHECK'
               ON EXCEPTION
                   DISPLAY 'RUN-CONTROL-CHECK COULD NOT BE CALLED'
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO CALENDAR-CHECK-RC.
           IF CALENDAR-CHECK-RC NOT = 0 THEN
               MOVE SPACES TO GRAPH-ERROR-LINE
               STRING 'RUN-CONTROL.TXT FAILS CALENDAR VALIDATION - SEE'
                      ' RUN-CONTROL-CHECK-REPORT.TXT - NOTHING RUN'
                   DELIMITED BY SIZE INTO GRAPH-ERROR-LINE
               END-STRING
               IF FORECAST-MODE = 'Y' THEN
                   OPEN OUTPUT FORECAST-FILE
                   WRITE FORECAST-REC FROM GRAPH-ERROR-LINE
                   CLOSE FORECAST-FILE
                   OPEN OUTPUT FORECAST-REQUEST-FILE
                   CLOSE FORECAST-REQUEST-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   WRITE REPORT-REC FROM GRAPH-ERROR-LINE
                   CLOSE REPORT-FILE
               END-IF
               DISPLAY 'RUN-CONTROL.TXT FAILS CALENDAR VALIDATION -'
                   ' CHAIN REFUSED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>    A MISSING OR EMPTY REQUEST FILE IS THE NORMAL NIGHT - THE
      *>    CHAIN RUNS.  A BAD REQUEST IS STILL A FORECAST RUN (IT
      *>    MUST NOT TURN INTO A REAL ONE BY ACCIDENT) THAT REPORTS
      *>    THE PROBLEM AND RUNS NOTHING.
       LOAD-FORECAST-REQUEST.
           OPEN INPUT FORECAST-REQUEST-FILE.
           IF FORECAST-REQUEST-STATUS = '00' THEN
               READ FORECAST-REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM TAKE-FORECAST-REQUEST
               END-READ
           END-IF.
           IF FORECAST-REQUEST-STATUS = '00'
                   OR FORECAST-REQUEST-STATUS = '10' THEN
               CLOSE FORECAST-REQUEST-FILE
           END-IF.

       TAKE-FORECAST-REQUEST.
           IF FORECAST-REQUEST-REC = SPACES THEN
               CONTINUE
           ELSE
               MOVE 'Y' TO FORECAST-MODE
               MOVE SPACES TO FORECAST-FROM-TXT FORECAST-TO-TXT
               UNSTRING FORECAST-REQUEST-REC DELIMITED BY ','
                   INTO FORECAST-FROM-TXT FORECAST-TO-TXT
               END-UNSTRING
               IF FUNCTION TRIM(FORECAST-TO-TXT) = SPACES THEN
                   MOVE FORECAST-FROM-TXT TO FORECAST-TO-TXT
               END-IF
               IF FUNCTION TRIM(FORECAST-FROM-TXT) IS NOT NUMERIC
                       OR FUNCTION TRIM(FORECAST-TO-TXT)
                       IS NOT NUMERIC THEN
                   MOVE 'Y' TO FORECAST-BAD
               ELSE
                   COMPUTE FORECAST-FROM =
                       FUNCTION NUMVAL(FUNCTION TRIM(FORECAST-FROM-TXT))
                   COMPUTE FORECAST-TO =
                       FUNCTION NUMVAL(FUNCTION TRIM(FORECAST-TO-TXT))
                   IF FUNCTION TEST-DATE-YYYYMMDD(FORECAST-FROM) NOT = 0
                           OR FUNCTION TEST-DATE-YYYYMMDD(FORECAST-TO)
                           NOT = 0
                           OR FORECAST-TO < FORECAST-FROM THEN
                       MOVE 'Y' TO FORECAST-BAD
                   ELSE
                       COMPUTE FORECAST-FROM-INT =
                           FUNCTION INTEGER-OF-DATE(FORECAST-FROM)
                       COMPUTE FORECAST-TO-INT =
                           FUNCTION INTEGER-OF-DATE(FORECAST-TO)
                       IF FORECAST-TO-INT - FORECAST-FROM-INT > 61 THEN
                           MOVE 'Y' TO FORECAST-BAD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>    THE WHOLE FORECAST RUN - THE GRAPH IS CHECKED ONCE, THEN
      *>    EACH DATE IS PLAYED THROUGH, AND THE REQUEST FILE IS
      *>    EMPTIED SO TONIGHT'S RUN IS A REAL ONE.
       RUN-FORECAST.
           OPEN OUTPUT FORECAST-FILE.
           MOVE SPACES TO FORECAST-REC.
           STRING 'BATCH SCHEDULER FORECAST FOR '
                  FUNCTION TRIM(FORECAST-FROM-TXT) ' TO '
                  FUNCTION TRIM(FORECAST-TO-TXT)
                  ' - NOTHING IS RUN'
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING.
           WRITE FORECAST-REC.
           MOVE 0 TO RETURN-CODE.
           IF FORECAST-BAD = 'Y' THEN
               MOVE 'SCHED-FORECAST.TXT MUST BE FROM-DATE[,TO-DATE] -'
                   TO FORECAST-REC
               WRITE FORECAST-REC
               MOVE '    REAL YYYYMMDD DATES, TO NOT BEFORE FROM, AT'
                   TO FORECAST-REC
               WRITE FORECAST-REC
               MOVE '    MOST 62 DAYS - NOTHING FORECAST, NOTHING RUN'
                   TO FORECAST-REC
               WRITE FORECAST-REC
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-DEPENDENCY-GRAPH
               IF GRAPH-BAD = 'Y' THEN
                   MOVE 'RUN-CONTROL DEPENDENCY GRAPH IS BAD - NO'
                       TO FORECAST-REC
                   WRITE FORECAST-REC
                   MOVE '    FORECAST POSSIBLE UNTIL IT IS FIXED'
                       TO FORECAST-REC
                   WRITE FORECAST-REC
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM VARYING FORECAST-DAY-INT
                           FROM FORECAST-FROM-INT BY 1
                           UNTIL FORECAST-DAY-INT > FORECAST-TO-INT
                       PERFORM FORECAST-ONE-DATE
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE FORECAST-FILE.
           OPEN OUTPUT FORECAST-REQUEST-FILE.
           CLOSE FORECAST-REQUEST-FILE.

      *>    ONE DATE, PLAYED THROUGH THE SAME PASSES AND THE SAME
      *>    HOLD / ALREADY-OK / SKIP / CALENDAR PRECEDENCE AS
      *>    DRIVE-ONE-STEP.
       FORECAST-ONE-DATE.
           COMPUTE RUN-DATE =
               FUNCTION DATE-OF-INTEGER(FORECAST-DAY-INT).
           MOVE FORECAST-DAY-INT TO RUN-DAY-INT.
           COMPUTE RUN-DOW = FUNCTION MOD(RUN-DAY-INT - 1, 7) + 1.
           MOVE RUN-DATE TO PROBE-DATE.
           PERFORM CHECK-PROBE-BUSINESS-DAY.
           IF PROBE-DOW = 0 THEN
               MOVE ' - NOT A BUSINESS DAY' TO FC-DAY-NOTE
           ELSE
               MOVE SPACES TO FC-DAY-NOTE
           END-IF.
           MOVE SPACES TO FORECAST-REC.
           WRITE FORECAST-REC.
           STRING 'DATE ' RUN-DATE ' (DAY ' RUN-DOW ' OF WEEK)'
                  FC-DAY-NOTE
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING.
           WRITE FORECAST-REC.
           MOVE 'N' TO FC-HALTED.
           MOVE 0 TO FC-HELD-IDX FC-RUN-COUNT FC-TOTAL-SECS
               FC-NO-HISTORY.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE 'N' TO STEP-RESOLVED(STEP-IDX)
           END-PERFORM.
           MOVE 'Y' TO PASS-PROGRESS.
           PERFORM UNTIL PASS-PROGRESS = 'N' OR FC-HALTED = 'Y'
               MOVE 'N' TO PASS-PROGRESS
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                       OR FC-HALTED = 'Y'
                   IF STEP-RESOLVED(STEP-IDX) = 'N' THEN
                       PERFORM CHECK-PREDS-SATISFIED
                       IF PREDS-SATISFIED = 'Y' THEN
                           PERFORM FORECAST-ONE-STEP
                           MOVE 'Y' TO PASS-PROGRESS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      *>    BEHIND A HOLD, ONLY THE STEPS THE CALENDAR WANTED THAT
      *>    DAY ARE WORTH NAMING - THE REST WERE NEVER DUE.
           IF FC-HALTED = 'Y' THEN
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-RESOLVED(STEP-IDX) = 'N'
                           AND STEP-IDX NOT = FC-HELD-IDX THEN
                       PERFORM CHECK-STEP-SCHEDULED
                       IF STEP-SCHEDULED-TODAY = 'Y' THEN
                           MOVE SPACES TO FORECAST-REC
                           STRING '       ' STEP-NAME(STEP-IDX)
                                  ' WOULD NOT RUN - BLOCKED BEHIND'
                                  ' THE HOLD'
                               DELIMITED BY SIZE INTO FORECAST-REC
                           END-STRING
                           WRITE FORECAST-REC
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE FC-TOTAL-SECS TO SHOW-SECS.
           PERFORM FORMAT-SHOW-TIME.
           MOVE FC-RUN-COUNT TO FC-SEQ-ED.
           MOVE SPACES TO FORECAST-REC.
           STRING '    STEPS TO RUN: ' FC-SEQ-ED
                  '   EXPECTED ELAPSED ' SHOW-TIME
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING.
           WRITE FORECAST-REC.
           IF FC-NO-HISTORY > 0 THEN
               MOVE FC-NO-HISTORY TO FC-SEQ-ED
               MOVE SPACES TO FORECAST-REC
               STRING '    (' FUNCTION TRIM(FC-SEQ-ED)
                      ' OF THEM WITH NO TIMING HISTORY, COUNTED AS'
                      ' ZERO SECONDS)'
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
               WRITE FORECAST-REC
           END-IF.

       FORECAST-ONE-STEP.
           MOVE 'Y' TO STEP-RESOLVED(STEP-IDX).
           PERFORM FIND-STEP-OVERRIDE.
           MOVE SPACES TO FORECAST-REC.
           IF STEP-OVERRIDE = 'HOLD' THEN
               MOVE 'Y' TO FC-HALTED
               MOVE STEP-IDX TO FC-HELD-IDX
               MOVE 'N' TO STEP-RESOLVED(STEP-IDX)
               STRING '    ** ' STEP-NAME(STEP-IDX)
                      ' HELD BY OPERATOR ' STEP-OVR-INITIALS
                      ' - CHAIN WOULD STOP HERE'
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
               WRITE FORECAST-REC
           ELSE
           IF STEP-DONE(STEP-IDX) = 'Y'
                   AND RUN-DATE = PROCESSING-DATE THEN
               STRING '       ' STEP-NAME(STEP-IDX)
                      ' ALREADY OK - WOULD BE SKIPPED'
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
               WRITE FORECAST-REC
           ELSE
               IF STEP-OVERRIDE = 'SKIP' THEN
                   STRING '    ** ' STEP-NAME(STEP-IDX)
                          ' SKIPPED ONCE BY OPERATOR '
                          STEP-OVR-INITIALS
                       DELIMITED BY SIZE INTO FORECAST-REC
                   END-STRING
                   WRITE FORECAST-REC
               ELSE
               PERFORM CHECK-STEP-SCHEDULED
               IF STEP-SCHEDULED-TODAY = 'Y' THEN
                   PERFORM FORECAST-RUNNING-STEP
               END-IF
               END-IF
           END-IF
           END-IF.

       FORECAST-RUNNING-STEP.
           ADD 1 TO FC-RUN-COUNT.
           MOVE FC-RUN-COUNT TO FC-SEQ-ED.
           ADD STEP-P80-SECS(STEP-IDX) TO FC-TOTAL-SECS.
           IF STEP-HIST-USED(STEP-IDX) = 0 THEN
               ADD 1 TO FC-NO-HISTORY
               STRING '    ' FC-SEQ-ED ' ' STEP-NAME(STEP-IDX) ' ('
                      STEP-PROGRAM(STEP-IDX) ') EXPECTED   NO HISTORY'
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
           ELSE
               MOVE STEP-P80-SECS(STEP-IDX) TO SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               STRING '    ' FC-SEQ-ED ' ' STEP-NAME(STEP-IDX) ' ('
                      STEP-PROGRAM(STEP-IDX) ') EXPECTED '
                      SHOW-TIME
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
           END-IF.
           WRITE FORECAST-REC.

       DRIVE-ONE-STEP.
           MOVE 'Y' TO STEP-RESOLVED(STEP-IDX).
           PERFORM FIND-STEP-OVERRIDE.
           MOVE SPACES TO STEP-OVERRIDE STEP-OVR-INITIALS.
           PERFORM VARYING OVR-IDX FROM 1 BY 1
                   UNTIL OVR-IDX > OVR-COUNT
               IF OVR-STEP-NAME(OVR-IDX) = STEP-NAME(STEP-IDX)
                       AND OVR-DATE(OVR-IDX) = RUN-DATE THEN
                   MOVE OVR-ACTION(OVR-IDX) TO STEP-OVERRIDE
                   MOVE OVR-INITIALS(OVR-IDX) TO STEP-OVR-INITIALS
                   EXIT PERFORM
           END-IF.
           MOVE SPACES TO STATUS-OUT-REC.
           STRING RUN-DATE ',' FUNCTION TRIM(STEP-NAME(STEP-IDX))
                  ',0,SKIPPED-BY-OPERATOR,,,' CHAIN-RUN-ID
               DELIMITED BY SIZE INTO STATUS-OUT-REC
           END-STRING.
           WRITE STATUS-OUT-REC.

       CALL-ONE-STEP.
           ADD 1 TO STEPS-RUN.
           MOVE 'S' TO RUN-ID-OP.
           MOVE STEPS-RUN TO RUN-ID-STEP.
           CALL 'RUN-ID' USING STEP-RUN-ID RUN-ID-OP RUN-ID-STEP.
           PERFORM TAKE-CLOCK-SECONDS.
           MOVE CLOCK-STAMP(9:6) TO STEP-START-TIME.
           MOVE CLOCK-SECONDS-WORK TO STEP-START-SECS.
               COMPUTE STEP-ELAPSED-SECS =
                   STEP-END-SECS - STEP-START-SECS
           END-IF.
      *>    BACK TO THE CHAIN'S OWN ID - A LATE-RUN LINE LOGGED FROM
      *>    HERE ON BELONGS TO THE CHAIN, NOT THE STEP JUST FINISHED.
           MOVE 0 TO RUN-ID-STEP.
           CALL 'RUN-ID' USING CHAIN-RUN-ID RUN-ID-OP RUN-ID-STEP.
           PERFORM CHECK-RC-ALLOWED.
           IF RC-ALLOWED = 'Y' THEN
               PERFORM RECORD-STEP-OK
               PERFORM PROJECT-CHAIN-FINISH
           ELSE
               PERFORM RECORD-STEP-FAIL
               PERFORM PRINT-STEP-RUNBOOK
               MOVE 'Y' TO CHAIN-HALTED
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING 'STEP ' STEP-NAME(STEP-IDX) ' ('
                  STEP-PROGRAM(STEP-IDX) ') RC '
                  FUNCTION TRIM(STEP-RC-ED) ' -> OK  RUN ID '
                  STEP-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
                  STEP-PROGRAM(STEP-IDX) ') RC '
                  FUNCTION TRIM(STEP-RC-ED)
                  ' -> FAILED - CHAIN HALTED, RERUN RESUMES HERE'
                  '  RUN ID ' STEP-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       PRINT-STEP-RUNBOOK.
           MOVE 0 TO RB-COUNT RB-RC-MATCHES.
           MOVE 'N' TO WS-EOF-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE.
           IF RUNBOOK-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-RUNBOOK
           END-IF.
           PERFORM UNTIL WS-EOF-RUNBOOK = 'Y'
               READ RUNBOOK-FILE
                   AT END MOVE 'Y' TO WS-EOF-RUNBOOK
               END-READ
               IF WS-EOF-RUNBOOK NOT = 'Y' THEN
                   PERFORM TAKE-ONE-RUNBOOK-LINE
               END-IF
           END-PERFORM.
           IF RUNBOOK-FILE-STATUS = '00'
                   OR RUNBOOK-FILE-STATUS = '10' THEN
               CLOSE RUNBOOK-FILE
           END-IF.
           MOVE 'N' TO RB-WANTED.
           PERFORM VARYING RB-IDX FROM 1 BY 1 UNTIL RB-IDX > RB-COUNT
               IF (RB-RC-MATCHES > 0 AND RB-FOR-THIS-RC(RB-IDX) = 'Y')
                       OR (RB-RC-MATCHES = 0
                       AND RB-FOR-THIS-RC(RB-IDX) = '*') THEN
                   MOVE 'Y' TO RB-WANTED
                   IF RB-KIND(RB-IDX) = 'RESTORE' THEN
                       PERFORM FIND-LATEST-GENERATION
                   ELSE
                       MOVE SPACES TO RUNBOOK-LINE
                       STRING '    RUNBOOK: ' RB-TEXT(RB-IDX)
                           DELIMITED BY SIZE INTO RUNBOOK-LINE
                       END-STRING
                       PERFORM WRITE-RUNBOOK-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF RB-WANTED = 'N' THEN
               MOVE '    RUNBOOK: NO ENTRY FOR THIS STEP AND RC IN'
                   TO RUNBOOK-LINE
               MOVE ' SCHED-RUNBOOK.TXT - ESCALATE BEFORE RERUNNING'
                   TO RUNBOOK-LINE(46:)
               PERFORM WRITE-RUNBOOK-LINE
           END-IF.

      *>    ONLY THE FAILED STEP'S LINES ARE KEPT - THOSE FOR ITS
      *>    ACTUAL RC MARKED 'Y', THE ANY-RC ONES '*'.  THE TEXT IS
      *>    EVERYTHING AFTER THE THIRD COMMA.
       TAKE-ONE-RUNBOOK-LINE.
           MOVE SPACES TO RB-STEP-TXT RB-RC-TXT RB-KIND-TXT.
           MOVE 1 TO RB-POINTER.
           UNSTRING RUNBOOK-REC DELIMITED BY ','
               INTO RB-STEP-TXT RB-RC-TXT RB-KIND-TXT
               WITH POINTER RB-POINTER
           END-UNSTRING.
           IF RB-STEP-TXT = STEP-NAME(STEP-IDX)
                   AND (RB-KIND-TXT = 'DO' OR RB-KIND-TXT = 'RESTORE')
                   AND RB-POINTER <= 120 AND RB-COUNT < 20 THEN
               MOVE 'N' TO RB-WANTED
               IF FUNCTION TRIM(RB-RC-TXT) = '*' THEN
                   MOVE 'Y' TO RB-WANTED
                   ADD 1 TO RB-COUNT
                   MOVE '*' TO RB-FOR-THIS-RC(RB-COUNT)
               ELSE
               IF FUNCTION TRIM(RB-RC-TXT) IS NUMERIC THEN
                   IF FUNCTION NUMVAL(FUNCTION TRIM(RB-RC-TXT))
                           = STEP-RC THEN
                       MOVE 'Y' TO RB-WANTED
                       ADD 1 TO RB-COUNT
                       ADD 1 TO RB-RC-MATCHES
                       MOVE 'Y' TO RB-FOR-THIS-RC(RB-COUNT)
                   END-IF
               END-IF
               END-IF
               IF RB-WANTED = 'Y' THEN
                   MOVE RB-KIND-TXT TO RB-KIND(RB-COUNT)
                   MOVE RUNBOOK-REC(RB-POINTER:) TO RB-TEXT(RB-COUNT)
               END-IF
           END-IF.

      *>    THE NEWEST CATALOGUED GENERATION NOT DATED AFTER THE
      *>    PROCESSING DATE - TONIGHT'S, WHEN THE FAILED STEP SAVED
      *>    ONE BEFORE REWRITING THE FILE.
       FIND-LATEST-GENERATION.
           MOVE 0 TO GC-BEST-DATE.
           MOVE 'N' TO WS-EOF-GEN-CATALOG.
           OPEN INPUT GEN-CATALOG-FILE.
           IF GEN-CATALOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-GEN-CATALOG
           END-IF.
           PERFORM UNTIL WS-EOF-GEN-CATALOG = 'Y'
               READ GEN-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-GEN-CATALOG
               END-READ
               IF WS-EOF-GEN-CATALOG NOT = 'Y' THEN
                   MOVE SPACES TO GC-NAME-TXT GC-DATE-TXT
                   UNSTRING GEN-CATALOG-REC DELIMITED BY ','
                       INTO GC-NAME-TXT GC-DATE-TXT
                   END-UNSTRING
                   IF GC-NAME-TXT = RB-TEXT(RB-IDX)
                           AND FUNCTION TRIM(GC-DATE-TXT) IS NUMERIC
                           THEN
                       COMPUTE GC-DATE =
                           FUNCTION NUMVAL(FUNCTION TRIM(GC-DATE-TXT))
                       IF GC-DATE <= RUN-DATE
                               AND GC-DATE > GC-BEST-DATE THEN
                           MOVE GC-DATE TO GC-BEST-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF GEN-CATALOG-STATUS = '00'
                   OR GEN-CATALOG-STATUS = '10' THEN
               CLOSE GEN-CATALOG-FILE
           END-IF.
           MOVE SPACES TO RUNBOOK-LINE.
           IF GC-BEST-DATE = 0 THEN
               STRING '    RUNBOOK: RESTORE '
                      FUNCTION TRIM(RB-TEXT(RB-IDX))
                      ' - NO GENERATION ON GEN-CATALOG.TXT, ESCALATE'
                   DELIMITED BY SIZE INTO RUNBOOK-LINE
               END-STRING
           ELSE
               STRING '    RUNBOOK: RESTORE '
                      FUNCTION TRIM(RB-TEXT(RB-IDX))
                      ' FROM GENERATION ' GC-BEST-DATE
                      ' - GEN-RESTORE-CONTROL.TXT LINE: '
                      FUNCTION TRIM(RB-TEXT(RB-IDX)) ',' GC-BEST-DATE
                   DELIMITED BY SIZE INTO RUNBOOK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-RUNBOOK-LINE.

       WRITE-RUNBOOK-LINE.
           MOVE RUNBOOK-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           OPEN EXTEND RECOVERY-FILE.
           IF RECOVERY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT RECOVERY-FILE
           END-IF.
           MOVE SPACES TO RECOVERY-REC.
           STRING RUN-DATE ',' FUNCTION TRIM(STEP-NAME(STEP-IDX)) ','
                  FUNCTION TRIM(RUNBOOK-LINE(14:))
               DELIMITED BY SIZE INTO RECOVERY-REC
           END-STRING.
           WRITE RECOVERY-REC.
           CLOSE RECOVERY-FILE.

      *>    SAME OPEN EXTEND/FALLBACK-TO-OPEN-OUTPUT IDIOM
      *>    OPS-LOG-WRITE.CPY USES, SO THE STATUS FILE IS CREATED
      *>    CLEANLY ON THE VERY FIRST RUN.
           STRING RUN-DATE ',' FUNCTION TRIM(STEP-NAME(STEP-IDX))
                  ',' FUNCTION TRIM(STEP-RC-ED) ',OK,'
                  STEP-START-TIME ',' STEP-ELAPSED-SECS
                  ',' STEP-RUN-ID
               DELIMITED BY SIZE INTO STATUS-OUT-REC
           END-STRING.
           WRITE STATUS-OUT-REC.
           STRING RUN-DATE ',' FUNCTION TRIM(STEP-NAME(STEP-IDX))
                  ',' FUNCTION TRIM(STEP-RC-ED) ',FAIL,'
                  STEP-START-TIME ',' STEP-ELAPSED-SECS
                  ',' STEP-RUN-ID
               DELIMITED BY SIZE INTO STATUS-OUT-REC
           END-STRING.
           WRITE STATUS-OUT-REC.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY OPS-LOG-WRITE.
       END PROGRAM BATCH-SCHEDULER.
