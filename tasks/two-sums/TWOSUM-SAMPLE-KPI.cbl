       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-SAMPLE-KPI.

      *>    MONTHLY SUMMARY OF THE AUDIT SAMPLE OF AUTOMATIC CLEARS -
      *>    THE EVIDENCE THE AUDITORS ASK FOR.  FOR THE MONTH OF THE
      *>    PROCESSING DATE, READS THE SAMPLE TWOSUM-SAMPLE DREW
      *>    (TWOSUM-SAMPLE.TXT) AND THE VERDICTS KEYED THROUGH
      *>    TWOSUM-REVIEW (TWOSUM-SAMPLE-VERDICTS.TXT) AND SHOWS, ONE
      *>    LINE PER SAMPLE DATE AND IN TOTAL, HOW MANY CLEARS WERE
      *>    SAMPLED (OVER THE AMOUNT AND AT RANDOM), HOW MANY HAVE A
      *>    VERDICT, HOW MANY WERE AGREED AND DISAGREED AND HOW MANY
      *>    ARE STILL OPEN - THEN THE COMPLETION RATE (VERDICTS OVER
      *>    SAMPLED) AND THE ERROR RATE (DISAGREEMENTS OVER
      *>    VERDICTS).  A VERDICT COUNTS TOWARDS THE DATE ITS CLEAR
      *>    WAS SAMPLED, HOWEVER LATE IT WAS GIVEN.  WRITES
      *>    TWOSUM-SAMPLE-KPI-REPORT.TXT AND ONE OPS-LOG LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO "TWOSUM-SAMPLE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAMPLE-FILE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "TWOSUM-SAMPLE-VERDICTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VERDICT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TWOSUM-SAMPLE-KPI-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       01  SAMPLE-REC                   PIC X(80).

       FD  VERDICT-FILE.
       01  VERDICT-REC                  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  SAMPLE-FILE-STATUS           PIC X(02).
       01  VERDICT-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
      *
       01  RUN-DATE                     PIC 9(08).
       01  REPORT-MONTH                 PIC 9(06).
       01  DATE-SPLIT.
           05  DS-YEAR                  PIC 9(04).
           05  DS-MONTH                 PIC 9(02).
           05  DS-DAY                   PIC 9(02).
      *
       01  LINE-DATE-TXT                PIC X(08).
       01  LINE-TARGET-TXT              PIC X(10).
       01  LINE-ID-1-TXT                PIC X(13).
       01  LINE-ID-2-TXT                PIC X(13).
       01  LINE-FIELD-5-TXT             PIC X(12).
       01  LINE-FIELD-6-TXT             PIC X(08).
       01  LINE-FIELD-7-TXT             PIC X(08).
      *
      *>    ONE ROW PER DAY OF THE REPORT MONTH, THE 32ND THE TOTAL.
       01  DAY-TABLE.
           05  DAY-ROW OCCURS 32 TIMES.
               10  DR-SAMPLED           PIC 9(05).
               10  DR-BY-AMOUNT         PIC 9(05).
               10  DR-AT-RANDOM         PIC 9(05).
               10  DR-REVIEWED          PIC 9(05).
               10  DR-AGREED            PIC 9(05).
               10  DR-DISAGREED         PIC 9(05).
       01  DAY-IDX                      PIC 9(02).
       01  OPEN-COUNT                   PIC 9(05).
       01  RATE-PCT                     PIC 9(03)V9.
       01  RATE-ED                      PIC ZZ9.9.
       01  COUNT-ED                     PIC Z(4)9.
       01  ROW-LINE                     PIC X(132).
       01  ROW-PTR                      PIC 9(03).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO REPORT-MONTH.
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 32
               MOVE 0 TO DR-SAMPLED(DAY-IDX) DR-BY-AMOUNT(DAY-IDX)
                   DR-AT-RANDOM(DAY-IDX) DR-REVIEWED(DAY-IDX)
                   DR-AGREED(DAY-IDX) DR-DISAGREED(DAY-IDX)
           END-PERFORM.
           PERFORM LOAD-MONTH-SAMPLE.
           PERFORM LOAD-MONTH-VERDICTS.
           PERFORM WRITE-SAMPLE-SUMMARY.
           PERFORM WRITE-SAMPLE-KPI-LOG.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-MONTH-SAMPLE.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT SAMPLE-FILE.
           IF SAMPLE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ SAMPLE-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SAMPLE-REC TO VERDICT-REC
                   PERFORM SPLIT-MONTH-LINE
                   IF DAY-IDX > 0 THEN
                       ADD 1 TO DR-SAMPLED(DAY-IDX) DR-SAMPLED(32)
                       IF LINE-FIELD-7-TXT = 'AMOUNT' THEN
                           ADD 1 TO DR-BY-AMOUNT(DAY-IDX)
                               DR-BY-AMOUNT(32)
                       ELSE
                           ADD 1 TO DR-AT-RANDOM(DAY-IDX)
                               DR-AT-RANDOM(32)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF SAMPLE-FILE-STATUS = '00' OR SAMPLE-FILE-STATUS = '10'
                   THEN
               CLOSE SAMPLE-FILE
           END-IF.

       LOAD-MONTH-VERDICTS.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT VERDICT-FILE.
           IF VERDICT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ VERDICT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM SPLIT-MONTH-LINE
                   IF DAY-IDX > 0 THEN
                       ADD 1 TO DR-REVIEWED(DAY-IDX) DR-REVIEWED(32)
                       IF LINE-FIELD-5-TXT = 'DISAGREE' THEN
                           ADD 1 TO DR-DISAGREED(DAY-IDX)
                               DR-DISAGREED(32)
                       ELSE
                           ADD 1 TO DR-AGREED(DAY-IDX) DR-AGREED(32)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF VERDICT-FILE-STATUS = '00' OR VERDICT-FILE-STATUS = '10'
                   THEN
               CLOSE VERDICT-FILE
           END-IF.

      *>    BOTH FILES LEAD WITH THE SAMPLE DATE AND THE CLEAR -
      *>    VERDICT-REC IN; DAY-IDX OUT, ZERO WHEN THE LINE IS NOT
      *>    FOR THE REPORT MONTH.
       SPLIT-MONTH-LINE.
           MOVE SPACES TO LINE-DATE-TXT LINE-TARGET-TXT LINE-ID-1-TXT
               LINE-ID-2-TXT LINE-FIELD-5-TXT LINE-FIELD-6-TXT
               LINE-FIELD-7-TXT.
           UNSTRING VERDICT-REC DELIMITED BY ','
               INTO LINE-DATE-TXT LINE-TARGET-TXT LINE-ID-1-TXT
                    LINE-ID-2-TXT LINE-FIELD-5-TXT LINE-FIELD-6-TXT
                    LINE-FIELD-7-TXT
           END-UNSTRING.
           MOVE 0 TO DAY-IDX.
           IF LINE-DATE-TXT IS NUMERIC THEN
               IF LINE-DATE-TXT(1:6) = REPORT-MONTH THEN
                   MOVE LINE-DATE-TXT TO DATE-SPLIT
                   IF DS-DAY >= 1 AND DS-DAY <= 31 THEN
                       MOVE DS-DAY TO DAY-IDX
                   END-IF
               END-IF
           END-IF.

       WRITE-SAMPLE-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'AUTOMATIC CLEAR AUDIT SAMPLE SUMMARY' TO RPT-TITLE.
           MOVE 'TWOSUM-SAMPLE-KPI' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'SAMPLE DATE  SAMPLED  OVER AMT  RANDOM  REVIEWED'
                  '  AGREED  DISAGREED   OPEN'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           STRING 'SAMPLE FOR MONTH ' REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
               IF DR-SAMPLED(DAY-IDX) > 0 OR DR-REVIEWED(DAY-IDX) > 0
                       THEN
                   MOVE SPACES TO ROW-LINE
                   STRING REPORT-MONTH DAY-IDX
                       DELIMITED BY SIZE INTO ROW-LINE
                   END-STRING
                   PERFORM WRITE-DAY-ROW
               END-IF
           END-PERFORM.
           MOVE 32 TO DAY-IDX.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TOTAL' TO ROW-LINE.
           PERFORM WRITE-DAY-ROW.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO RATE-PCT.
           IF DR-SAMPLED(32) > 0 THEN
               COMPUTE RATE-PCT ROUNDED =
                   DR-REVIEWED(32) * 100 / DR-SAMPLED(32)
           END-IF.
           MOVE RATE-PCT TO RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'COMPLETION RATE ' RATE-ED
                  '% OF THE SAMPLE HAS A VERDICT'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO RATE-PCT.
           IF DR-REVIEWED(32) > 0 THEN
               COMPUTE RATE-PCT ROUNDED =
                   DR-DISAGREED(32) * 100 / DR-REVIEWED(32)
           END-IF.
           MOVE RATE-PCT TO RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'ERROR RATE      ' RATE-ED
                  '% OF THE CLEARS REVIEWED WERE WRONG MATCHES'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

      *>    ROW-LINE HOLDS THE ROW LABEL; THE COUNTS FOR DAY-IDX ARE
      *>    ADDED AFTER IT.
       WRITE-DAY-ROW.
           MOVE 12 TO ROW-PTR.
           MOVE DR-SAMPLED(DAY-IDX) TO COUNT-ED.
           STRING '  ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE DR-BY-AMOUNT(DAY-IDX) TO COUNT-ED.
           STRING '     ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE DR-AT-RANDOM(DAY-IDX) TO COUNT-ED.
           STRING '   ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE DR-REVIEWED(DAY-IDX) TO COUNT-ED.
           STRING '     ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE DR-AGREED(DAY-IDX) TO COUNT-ED.
           STRING '   ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE DR-DISAGREED(DAY-IDX) TO COUNT-ED.
           STRING '      ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           IF DR-SAMPLED(DAY-IDX) > DR-REVIEWED(DAY-IDX) THEN
               COMPUTE OPEN-COUNT =
                   DR-SAMPLED(DAY-IDX) - DR-REVIEWED(DAY-IDX)
           ELSE
               MOVE 0 TO OPEN-COUNT
           END-IF.
           MOVE OPEN-COUNT TO COUNT-ED.
           STRING '  ' COUNT-ED DELIMITED BY SIZE
               INTO ROW-LINE WITH POINTER ROW-PTR
           END-STRING.
           MOVE ROW-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SAMPLE-KPI-LOG.
           MOVE 'TWOSUM-SMKPI' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           MOVE DR-SAMPLED(32) TO OPS-LOG-REC-COUNT.
           MOVE DR-DISAGREED(32) TO OPS-LOG-EXC-COUNT.
           MOVE 'SAMPLE-DISAGREED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM TWOSUM-SAMPLE-KPI.
