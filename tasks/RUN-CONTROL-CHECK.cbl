       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL-CHECK.

      *>    CALENDAR VALIDATION FOR RUN-CONTROL.TXT (FORMAT - SEE
      *>    BATCH-SCHEDULER.CBL).  A TYPO IN THE CALENDAR USED TO BE
      *>    FOUND ONLY WHEN THE CHAIN TRIPPED OVER IT IN THE NIGHT -
      *>    THIS CHECKS EVERY LINE UP FRONT AND WRITES EACH PROBLEM,
      *>    WITH ITS LINE NUMBER, TO RUN-CONTROL-CHECK-REPORT.TXT.
      *>    ERRORS (THE CALENDAR IS REFUSED) -
      *>        - A BLANK STEP-NAME OR PROGRAM-ID, OR ONE TOO LONG FOR
      *>          THE SCHEDULER'S 12/30-CHARACTER FIELDS,
      *>        - A LINE PAST THE SCHEDULER'S 60-CHARACTER RECORD,
      *>        - A STEP-NAME USED ON TWO LINES,
      *>        - A DAYS COLUMN THAT IS NOT *, SEVEN Y/N FLAGS, Dnn
      *>          (01-31), FBD OR LBD,
      *>        - AN ALLOWED-RCS LIST THAT IS NOT UP TO 8 RETURN-CODES
      *>          SEPARATED BY SLASHES,
      *>        - MORE THAN 5 PREDECESSORS, A STEP NAMING ITSELF, OR A
      *>          PREDECESSOR THAT MATCHES NO STEP,
      *>        - A CIRCULAR DEPENDENCY,
      *>        - MORE THAN THE SCHEDULER'S 30 STEPS.
      *>    WARNINGS (REPORTED, NOT REFUSED) -
      *>        - A STEP NO DATE CAN EVER SELECT (NNNNNNN),
      *>        - A Dnn TERM PAST THE 28TH, WHICH SKIPS THE MONTHS TOO
      *>          SHORT TO HAVE THAT DAY.
      *>    THE AFTERNOON CHANGE PROCESS RUNS THIS AFTER EVERY EDIT,
      *>    AND BATCH-SCHEDULER CALLS IT BEFORE THE CHAIN STARTS AND
      *>    REFUSES TO RUN WHEN IT FAILS.  THE RUN ENDS WITH THE
      *>    SHARED RETURN-CODE CONVENTION (SEE RETURN-CODES.CPY) -
      *>    0 CLEAN OR WARNINGS ONLY, 1 NO RUN-CONTROL.TXT, 3 ERRORS -
      *>    AND IS LOGGED TO OPS-LOG.TXT AS RUNCTL-CHECK.  IT ENDS
      *>    WITH GOBACK SO THE SCHEDULER CAN CALL IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RUN-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUN-CONTROL-CHECK-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    WIDER THAN THE SCHEDULER'S 60 SO AN OVERLONG LINE CAN BE
      *>    SEEN RATHER THAN SILENTLY CUT.
       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-CONTROL               PIC X(01).
       01  WS-LINE-NO                   PIC 9(04).
      *
      *>    EVERY STEP SEEN, WITH THE LINE IT CAME FROM - ROOM FOR
      *>    MORE THAN THE SCHEDULER'S 30 SO THE EXCESS IS REPORTED
      *>    RATHER THAN LOST.
       01  STEP-TABLE.
           05  STEP-COUNT               PIC 9(02).
           05  STEP-ENTRY OCCURS 60 TIMES.
               10  STEP-NAME            PIC X(12).
               10  STEP-LINE-NO         PIC 9(04).
               10  STEP-PRED-COUNT      PIC 9(01).
               10  STEP-PRED OCCURS 5 TIMES PIC X(12).
               10  STEP-RESOLVED        PIC X(01).
       01  STEP-IDX                     PIC 9(02).
       01  CHECK-IDX                    PIC 9(02).
       01  STEP-NAME-TXT                PIC X(30).
       01  STEP-PROGRAM-TXT             PIC X(40).
       01  STEP-DAYS-TXT                PIC X(10).
       01  STEP-RCS-TXT                 PIC X(20).
       01  STEP-PREDS-TXT               PIC X(80).
       01  PRED-ONE-TXT                 PIC X(20) OCCURS 6 TIMES.
       01  PRED-SUB                     PIC 9(01).
       01  PRED-FOUND                   PIC X(01).
       01  PREDS-SATISFIED              PIC X(01).
       01  PASS-PROGRESS                PIC X(01).
       01  RC-ONE-TXT                   PIC X(06) OCCURS 9 TIMES.
       01  RC-SUB                       PIC 9(02).
       01  RC-TERMS                     PIC 9(01).
       01  DAY-SUB                      PIC 9(01).
       01  DAYS-ALL-N                   PIC X(01).
       01  DAYS-OK                      PIC X(01).
       01  WANTED-DAY-OF-MONTH          PIC 9(02).
      *
       01  ERROR-COUNT                  PIC 9(05).
       01  WARNING-COUNT                PIC 9(05).
       01  PROBLEM-TEXT                 PIC X(90).
       01  PROBLEM-KIND                 PIC X(07).
       01  PROBLEM-LINE-NO              PIC 9(04).
       01  LINE-NO-ED                   PIC ZZZ9.
       01  COUNT-ED                     PIC ZZZZ9.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           MOVE 'N' TO WS-EOF-CONTROL.
           MOVE 0 TO WS-LINE-NO STEP-COUNT ERROR-COUNT WARNING-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RUN-CONTROL.TXT CALENDAR VALIDATION' TO REPORT-REC.
           WRITE REPORT-REC.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00' THEN
               MOVE 'RUN-CONTROL.TXT COULD NOT BE OPENED - NOTHING'
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE '    TO VALIDATE AND NOTHING FOR THE CHAIN TO RUN'
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               SET RC-NOT-FOUND TO TRUE
               PERFORM LOG-CHECK-RUN
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-CONTROL = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-CONTROL
               END-READ
               IF WS-EOF-CONTROL NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
      *>    AN EMPTY LINE IS SKIPPED BY THE SCHEDULER TOO - NOT AN
      *>    ERROR, JUST SPACING.
                   IF CONTROL-REC NOT = SPACES THEN
                       PERFORM CHECK-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF STEP-COUNT > 30 THEN
               MOVE 0 TO PROBLEM-LINE-NO
               MOVE 'MORE THAN 30 STEPS - THE SCHEDULER IGNORES THE'
                   TO PROBLEM-TEXT
               MOVE ' REST' TO PROBLEM-TEXT(47:5)
               PERFORM NOTE-ERROR
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM VARYING PRED-SUB FROM 1 BY 1
                       UNTIL PRED-SUB > STEP-PRED-COUNT(STEP-IDX)
                   PERFORM CHECK-ONE-PRED-KNOWN
               END-PERFORM
           END-PERFORM.
           PERFORM CHECK-FOR-CIRCLES.
           PERFORM WRITE-CHECK-SUMMARY.
           CLOSE REPORT-FILE.
           IF ERROR-COUNT > 0 THEN
               SET RC-INVALID-INPUT TO TRUE
           END-IF.
           PERFORM LOG-CHECK-RUN.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    THE SAME COLUMN SPLIT THE SCHEDULER MAKES, INTO WIDER
      *>    FIELDS SO AN OVERLONG VALUE SHOWS UP INSTEAD OF BEING
      *>    TRUNCATED INTO SOMETHING THAT LOOKS FINE.
       CHECK-ONE-LINE.
           MOVE WS-LINE-NO TO PROBLEM-LINE-NO.
           IF CONTROL-REC(61:60) NOT = SPACES THEN
               MOVE 'LINE IS LONGER THAN 60 CHARACTERS - THE SCHEDULER'
                   TO PROBLEM-TEXT
               MOVE ' CUTS IT OFF' TO PROBLEM-TEXT(51:12)
               PERFORM NOTE-ERROR
           END-IF.
           MOVE SPACES TO STEP-NAME-TXT STEP-PROGRAM-TXT
               STEP-DAYS-TXT STEP-RCS-TXT STEP-PREDS-TXT.
           UNSTRING CONTROL-REC DELIMITED BY ','
               INTO STEP-NAME-TXT STEP-PROGRAM-TXT STEP-DAYS-TXT
                    STEP-RCS-TXT STEP-PREDS-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(STEP-NAME-TXT) = SPACES THEN
               MOVE 'STEP-NAME IS BLANK - THE SCHEDULER SKIPS THE LINE'
                   TO PROBLEM-TEXT
               PERFORM NOTE-ERROR
           ELSE
               IF STEP-NAME-TXT(13:18) NOT = SPACES THEN
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING 'STEP-NAME ' FUNCTION TRIM(STEP-NAME-TXT)
                          ' IS LONGER THAN 12 CHARACTERS'
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-ERROR
               END-IF
               PERFORM ADD-STEP-TO-TABLE
           END-IF.
           IF FUNCTION TRIM(STEP-PROGRAM-TXT) = SPACES THEN
               MOVE 'PROGRAM-ID IS BLANK - THE SCHEDULER SKIPS THE LINE'
                   TO PROBLEM-TEXT
               PERFORM NOTE-ERROR
           ELSE
               IF STEP-PROGRAM-TXT(31:10) NOT = SPACES THEN
                   MOVE 'PROGRAM-ID IS LONGER THAN 30 CHARACTERS'
                       TO PROBLEM-TEXT
                   PERFORM NOTE-ERROR
               END-IF
           END-IF.
           PERFORM CHECK-DAYS-TERM.
           PERFORM CHECK-ALLOWED-RCS.

       ADD-STEP-TO-TABLE.
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > STEP-COUNT
               IF STEP-NAME(CHECK-IDX) = STEP-NAME-TXT(1:12) THEN
                   MOVE STEP-LINE-NO(CHECK-IDX) TO LINE-NO-ED
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING 'STEP ' FUNCTION TRIM(STEP-NAME-TXT)
                          ' ALREADY DEFINED ON LINE '
                          FUNCTION TRIM(LINE-NO-ED)
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-ERROR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF STEP-COUNT >= 60 THEN
               CONTINUE
           ELSE
               ADD 1 TO STEP-COUNT
               MOVE STEP-NAME-TXT TO STEP-NAME(STEP-COUNT)
               MOVE WS-LINE-NO TO STEP-LINE-NO(STEP-COUNT)
               MOVE 'N' TO STEP-RESOLVED(STEP-COUNT)
               PERFORM LOAD-STEP-PREDECESSORS
           END-IF.

      *>    SIX RECEIVING FIELDS FOR A FIVE-PREDECESSOR LIMIT, SO A
      *>    SIXTH NAME IS CAUGHT RATHER THAN DROPPED.
       LOAD-STEP-PREDECESSORS.
           MOVE 0 TO STEP-PRED-COUNT(STEP-COUNT).
           PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 5
               MOVE SPACES TO STEP-PRED(STEP-COUNT, PRED-SUB)
           END-PERFORM.
           PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 6
               MOVE SPACES TO PRED-ONE-TXT(PRED-SUB)
           END-PERFORM.
           IF FUNCTION TRIM(STEP-PREDS-TXT) NOT = SPACES THEN
               UNSTRING STEP-PREDS-TXT DELIMITED BY '/'
                   INTO PRED-ONE-TXT(1) PRED-ONE-TXT(2)
                        PRED-ONE-TXT(3) PRED-ONE-TXT(4)
                        PRED-ONE-TXT(5) PRED-ONE-TXT(6)
               END-UNSTRING
               IF FUNCTION TRIM(PRED-ONE-TXT(6)) NOT = SPACES THEN
                   MOVE 'MORE THAN 5 PREDECESSORS - THE SCHEDULER'
                       TO PROBLEM-TEXT
                   MOVE ' IGNORES THE REST' TO PROBLEM-TEXT(41:17)
                   PERFORM NOTE-ERROR
               END-IF
               PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 5
                   IF FUNCTION TRIM(PRED-ONE-TXT(PRED-SUB))
                           NOT = SPACES THEN
                       ADD 1 TO STEP-PRED-COUNT(STEP-COUNT)
                       MOVE PRED-ONE-TXT(PRED-SUB) TO STEP-PRED(
                           STEP-COUNT,
                           STEP-PRED-COUNT(STEP-COUNT))
                       IF PRED-ONE-TXT(PRED-SUB) = STEP-NAME-TXT THEN
                           MOVE 'STEP NAMES ITSELF AS A PREDECESSOR'
                               TO PROBLEM-TEXT
                           PERFORM NOTE-ERROR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *>    THE SAME FOUR FORMS CHECK-STEP-SCHEDULED UNDERSTANDS.
      *>    ANYTHING ELSE FALLS INTO ITS WEEKLY-FLAGS BRANCH AND RUNS
      *>    ON WHICHEVER DAYS HAPPEN TO HOLD A 'Y'.
       CHECK-DAYS-TERM.
           MOVE 'N' TO DAYS-OK.
           EVALUATE TRUE
               WHEN STEP-DAYS-TXT = '*'
                   MOVE 'Y' TO DAYS-OK
               WHEN STEP-DAYS-TXT = 'FBD' OR STEP-DAYS-TXT = 'LBD'
                   MOVE 'Y' TO DAYS-OK
               WHEN STEP-DAYS-TXT(1:1) = 'D'
                       AND STEP-DAYS-TXT(2:2) IS NUMERIC
                       AND STEP-DAYS-TXT(4:7) = SPACES
                   MOVE STEP-DAYS-TXT(2:2) TO WANTED-DAY-OF-MONTH
                   IF WANTED-DAY-OF-MONTH >= 1
                           AND WANTED-DAY-OF-MONTH <= 31 THEN
                       MOVE 'Y' TO DAYS-OK
                       IF WANTED-DAY-OF-MONTH > 28 THEN
                           MOVE SPACES TO PROBLEM-TEXT
                           STRING 'DAYS ' FUNCTION TRIM(STEP-DAYS-TXT)
                                  ' NEVER SELECTS A MONTH WITHOUT THAT'
                                  ' DAY'
                               DELIMITED BY SIZE INTO PROBLEM-TEXT
                           END-STRING
                           PERFORM NOTE-WARNING
                       END-IF
                   END-IF
               WHEN STEP-DAYS-TXT(8:3) = SPACES
                       AND STEP-DAYS-TXT(7:1) NOT = SPACE
                   MOVE 'Y' TO DAYS-OK
                   MOVE 'Y' TO DAYS-ALL-N
                   PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
                       IF STEP-DAYS-TXT(DAY-SUB:1) NOT = 'Y'
                               AND STEP-DAYS-TXT(DAY-SUB:1) NOT = 'N'
                               THEN
                           MOVE 'N' TO DAYS-OK
                       END-IF
                       IF STEP-DAYS-TXT(DAY-SUB:1) = 'Y' THEN
                           MOVE 'N' TO DAYS-ALL-N
                       END-IF
                   END-PERFORM
                   IF DAYS-OK = 'Y' AND DAYS-ALL-N = 'Y' THEN
                       MOVE 'DAYS NNNNNNN - NO DATE CAN EVER SELECT'
                           TO PROBLEM-TEXT
                       MOVE ' THIS STEP' TO PROBLEM-TEXT(39:10)
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DAYS-OK = 'N' THEN
               MOVE SPACES TO PROBLEM-TEXT
               STRING 'DAYS "' FUNCTION TRIM(STEP-DAYS-TXT)
                      '" IS NOT *, SEVEN Y/N FLAGS, D01-D31, FBD OR LBD'
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-ERROR
           END-IF.

      *>    BLANK MEANS 0 TO THE SCHEDULER.  OTHERWISE EVERY SLASH-
      *>    SEPARATED TERM MUST BE A WHOLE NUMBER, AND THERE IS ROOM
      *>    FOR EIGHT IN ITS 15-CHARACTER FIELD.
       CHECK-ALLOWED-RCS.
           IF FUNCTION TRIM(STEP-RCS-TXT) NOT = SPACES THEN
               IF STEP-RCS-TXT(16:5) NOT = SPACES THEN
                   MOVE 'ALLOWED-RCS IS LONGER THAN 15 CHARACTERS'
                       TO PROBLEM-TEXT
                   PERFORM NOTE-ERROR
               END-IF
               PERFORM VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 9
                   MOVE SPACES TO RC-ONE-TXT(RC-SUB)
               END-PERFORM
               MOVE 0 TO RC-TERMS
               UNSTRING STEP-RCS-TXT DELIMITED BY '/'
                   INTO RC-ONE-TXT(1) RC-ONE-TXT(2) RC-ONE-TXT(3)
                        RC-ONE-TXT(4) RC-ONE-TXT(5) RC-ONE-TXT(6)
                        RC-ONE-TXT(7) RC-ONE-TXT(8) RC-ONE-TXT(9)
                   TALLYING IN RC-TERMS
               END-UNSTRING
               IF FUNCTION TRIM(RC-ONE-TXT(9)) NOT = SPACES THEN
                   MOVE 'ALLOWED-RCS LISTS MORE THAN 8 RETURN-CODES'
                       TO PROBLEM-TEXT
                   PERFORM NOTE-ERROR
               END-IF
               PERFORM VARYING RC-SUB FROM 1 BY 1
                       UNTIL RC-SUB > RC-TERMS OR RC-SUB > 8
                   IF FUNCTION TRIM(RC-ONE-TXT(RC-SUB)) IS NOT NUMERIC
                           OR RC-ONE-TXT(RC-SUB)(5:2) NOT = SPACES THEN
                       MOVE SPACES TO PROBLEM-TEXT
                       STRING 'ALLOWED-RCS TERM "'
                              FUNCTION TRIM(RC-ONE-TXT(RC-SUB))
                              '" IS NOT A RETURN-CODE'
                           DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                       PERFORM NOTE-ERROR
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-PRED-KNOWN.
           MOVE 'N' TO PRED-FOUND.
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > STEP-COUNT
               IF STEP-NAME(CHECK-IDX) = STEP-PRED(STEP-IDX, PRED-SUB)
                       THEN
                   MOVE 'Y' TO PRED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PRED-FOUND = 'N' THEN
               MOVE STEP-LINE-NO(STEP-IDX) TO PROBLEM-LINE-NO
               MOVE SPACES TO PROBLEM-TEXT
               STRING 'STEP ' FUNCTION TRIM(STEP-NAME(STEP-IDX))
                      ' NAMES UNKNOWN PREDECESSOR '
                      STEP-PRED(STEP-IDX, PRED-SUB)
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-ERROR
           END-IF.

      *>    THE SCHEDULER'S OWN ELIMINATION - REPEATEDLY REMOVE STEPS
      *>    WHOSE PREDECESSORS ARE ALL REMOVED; WHATEVER IS LEFT SITS
      *>    ON (OR BEHIND) A CIRCLE.  AN UNKNOWN PREDECESSOR IS
      *>    ALREADY AN ERROR AND IS NOT COUNTED AGAIN AS A CIRCLE.
       CHECK-FOR-CIRCLES.
           MOVE 'Y' TO PASS-PROGRESS.
           PERFORM UNTIL PASS-PROGRESS = 'N'
               MOVE 'N' TO PASS-PROGRESS
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-RESOLVED(STEP-IDX) = 'N' THEN
                       PERFORM CHECK-PREDS-SATISFIED
                       IF PREDS-SATISFIED = 'Y' THEN
                           MOVE 'Y' TO STEP-RESOLVED(STEP-IDX)
                           MOVE 'Y' TO PASS-PROGRESS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-RESOLVED(STEP-IDX) = 'N' THEN
                   MOVE STEP-LINE-NO(STEP-IDX) TO PROBLEM-LINE-NO
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING 'STEP ' FUNCTION TRIM(STEP-NAME(STEP-IDX))
                          ' IS IN (OR WAITS ON) A CIRCULAR DEPENDENCY'
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-ERROR
               END-IF
           END-PERFORM.

       CHECK-PREDS-SATISFIED.
           MOVE 'Y' TO PREDS-SATISFIED.
           PERFORM VARYING PRED-SUB FROM 1 BY 1
                   UNTIL PRED-SUB > STEP-PRED-COUNT(STEP-IDX)
               PERFORM VARYING CHECK-IDX FROM 1 BY 1
                       UNTIL CHECK-IDX > STEP-COUNT
                   IF STEP-NAME(CHECK-IDX)
                           = STEP-PRED(STEP-IDX, PRED-SUB) THEN
                       IF STEP-RESOLVED(CHECK-IDX) = 'N' THEN
                           MOVE 'N' TO PREDS-SATISFIED
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PREDS-SATISFIED = 'N' THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-ERROR.
           ADD 1 TO ERROR-COUNT.
           MOVE 'ERROR' TO PROBLEM-KIND.
           PERFORM WRITE-PROBLEM-LINE.

       NOTE-WARNING.
           ADD 1 TO WARNING-COUNT.
           MOVE 'WARNING' TO PROBLEM-KIND.
           PERFORM WRITE-PROBLEM-LINE.

       WRITE-PROBLEM-LINE.
           MOVE SPACES TO REPORT-REC.
           IF PROBLEM-LINE-NO = 0 THEN
               STRING PROBLEM-KIND ' FILE      '
                      PROBLEM-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE PROBLEM-LINE-NO TO LINE-NO-ED
               STRING PROBLEM-KIND ' LINE ' LINE-NO-ED ' '
                      PROBLEM-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.

       WRITE-CHECK-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-LINE-NO TO LINE-NO-ED.
           MOVE ERROR-COUNT TO COUNT-ED.
           STRING 'LINES CHECKED: ' LINE-NO-ED
                  '   ERRORS: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           MOVE WARNING-COUNT TO COUNT-ED.
           STRING '   WARNINGS: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC(36:30)
           END-STRING.
           WRITE REPORT-REC.
           IF ERROR-COUNT > 0 THEN
               MOVE 'CALENDAR FAILS VALIDATION - BATCH-SCHEDULER WILL'
                   TO REPORT-REC
               MOVE ' NOT START AGAINST IT' TO REPORT-REC(49:21)
           ELSE
               MOVE 'CALENDAR PASSES VALIDATION' TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

       LOG-CHECK-RUN.
           MOVE 'RUNCTL-CHECK' TO OPS-LOG-PROGRAM.
           EVALUATE TRUE
               WHEN RC-NOT-FOUND
                   MOVE 'NO-FILE' TO OPS-LOG-RESULT
               WHEN ERROR-COUNT > 0
                   MOVE 'INVALID' TO OPS-LOG-RESULT
               WHEN OTHER
                   MOVE 'OK' TO OPS-LOG-RESULT
           END-EVALUATE.
           MOVE WS-LINE-NO TO OPS-LOG-REC-COUNT.
           MOVE ERROR-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'RUN-CONTROL.TXT' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY OPS-LOG-WRITE.
       END PROGRAM RUN-CONTROL-CHECK.
