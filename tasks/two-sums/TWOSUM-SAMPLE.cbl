       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-SAMPLE.

      *>    DAILY AUDIT SAMPLE OF THE AUTOMATIC CLEARS.  THE AUDITORS
      *>    WANT EVIDENCE THAT SOMEONE CHECKS THE MATCHING, NOT JUST
      *>    THAT IT RUNS - SO EACH NIGHT A SHARE OF THE PAIRS
      *>    BATCH-TWOSUM CLEARED (THE CLEARED-ITEMS.TXT DETAIL LINES
      *>    STAMPED WITH THE PROCESSING DATE) IS DRAWN FOR A PERSON
      *>    TO LOOK AT.  THE SINGLE LINE OF TWOSUM-SAMPLE-PARMS.TXT
      *>    SETS THE DRAW -
      *>        PERCENT,AMOUNT
      *>    (DEFAULT 5,10000.00).  EVERY CLEAR WHOSE TARGET IS OVER
      *>    AMOUNT IS ALWAYS TAKEN; OF THE REST, PERCENT (ROUNDED UP,
      *>    SO A QUIET NIGHT STILL GIVES ONE) ARE PICKED AT RANDOM.
      *>    THE RANDOM SEQUENCE IS SEEDED WITH THE PROCESSING DATE,
      *>    SO THE SAME NIGHT'S CLEARS ALWAYS DRAW THE SAME SAMPLE
      *>    AND AN AUDITOR CAN HAVE IT DRAWN AGAIN.
      *>
      *>    THE SAMPLE IS KEPT ON TWOSUM-SAMPLE.TXT, ONLY EVER
      *>    APPENDED, ONE LINE PER SAMPLED CLEAR -
      *>        DATE,TARGET-ID,ID1,ID2,TARGET-AMOUNT,BASIS,AMOUNT|RANDOM
      *>    WHERE THE LAST COLUMN SAYS WHY IT WAS TAKEN.  A SECOND RUN
      *>    ON THE SAME DATE DRAWS NOTHING NEW - IT REPRINTS THE
      *>    WORKSHEET FROM THE LINES ALREADY THERE.  THE REVIEWER
      *>    WORKSHEET IS TWOSUM-SAMPLE-WORKSHEET.TXT; VERDICTS ARE
      *>    KEYED THROUGH TWOSUM-REVIEW AND SUMMED FOR THE MONTH BY
      *>    TWOSUM-SAMPLE-KPI.  WRITES ONE OPS-LOG LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMS-FILE ASSIGN TO "TWOSUM-SAMPLE-PARMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARMS-FILE-STATUS.
           SELECT CLEARED-FILE ASSIGN TO "CLEARED-ITEMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO "TWOSUM-SAMPLE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAMPLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TWOSUM-SAMPLE-WORKSHEET.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMS-FILE.
       01  PARMS-REC                    PIC X(30).

       FD  CLEARED-FILE.
       01  CLEARED-REC                  PIC X(200).

       FD  SAMPLE-FILE.
       01  SAMPLE-REC                   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  PARMS-FILE-STATUS            PIC X(02).
       01  CLEARED-FILE-STATUS          PIC X(02).
       01  SAMPLE-FILE-STATUS           PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  NUMVAL-CHK                   PIC S9(3).
      *
       01  RUN-DATE                     PIC 9(08).
       01  SAMPLE-PERCENT               PIC 9(03) VALUE 5.
       01  SAMPLE-ALWAYS-OVER           PIC 9(7)V99 VALUE 10000.00.
       01  PARM-PERCENT-TXT             PIC X(10).
       01  PARM-AMOUNT-TXT              PIC X(15).
      *
      *>    TONIGHT'S CLEARS, FROM THE CLEARED-ITEMS DETAIL.
      *>    SC-PICK - SPACE NOT SAMPLED, 'A' OVER THE AMOUNT,
      *>    'R' DRAWN AT RANDOM.
       01  CLEAR-TABLE.
           05  CLEAR-COUNT              PIC 9(04) VALUE 0.
           05  CLEAR-ENTRY OCCURS 2000 TIMES.
               10  SC-TARGET-ID         PIC X(10).
               10  SC-TARGET-AMT        PIC S9(7)V99.
               10  SC-ID-1              PIC X(13).
               10  SC-ID-2              PIC X(13).
               10  SC-AMOUNTS-TXT       PIC X(19).
               10  SC-BASIS             PIC X(03).
               10  SC-PICK              PIC X(01).
       01  SC-IDX                       PIC 9(04).
       01  CLEARS-FULL-WARNED           PIC X(01) VALUE 'N'.
      *
       01  DETAIL-RUN-TXT               PIC X(14).
       01  DETAIL-TALLY                 PIC 9(02).
       01  DETAIL-BEFORE-TXT            PIC X(200).
       01  DETAIL-AFTER-TXT             PIC X(200).
       01  DETAIL-TARGET-TXT            PIC X(20).
       01  DETAIL-REST-TXT              PIC X(200).
       01  DETAIL-RUN-DATE-TXT          PIC X(10).
      *
      *>    A SAME-DAY RERUN - THE LINES ALREADY ON THE SAMPLE FILE.
       01  ALREADY-DRAWN                PIC X(01) VALUE 'N'.
       01  SAMPLE-DATE-TXT              PIC X(08).
       01  SAMPLE-TARGET-TXT            PIC X(10).
       01  SAMPLE-ID-1-TXT              PIC X(13).
       01  SAMPLE-ID-2-TXT              PIC X(13).
       01  SAMPLE-AMOUNT-TXT            PIC X(12).
       01  SAMPLE-BASIS-TXT             PIC X(03).
       01  SAMPLE-WHY-TXT               PIC X(06).
      *
      *>    SELECTION SAMPLING - EACH CLEAR OF THE RANDOM POOL IS
      *>    TAKEN WITH PROBABILITY STILL-NEEDED / STILL-UNSEEN, WHICH
      *>    YIELDS EXACTLY RANDOM-QUOTA PICKS.
       01  RANDOM-SEED                  PIC 9(08).
       01  RANDOM-DRAW                  PIC V9(09).
       01  RANDOM-POOL                  PIC 9(04) VALUE 0.
       01  RANDOM-QUOTA                 PIC 9(04) VALUE 0.
       01  RANDOM-UNSEEN                PIC 9(04).
       01  RANDOM-NEEDED                PIC 9(04).
       01  AMOUNT-PICKS                 PIC 9(04) VALUE 0.
       01  RANDOM-PICKS                 PIC 9(04) VALUE 0.
       01  SAMPLED-COUNT                PIC 9(04) VALUE 0.
      *
       01  SEQ-NO                       PIC 9(04) VALUE 0.
       01  AMOUNT-ED                    PIC -(6)9.99.
       01  WHY-TXT                      PIC X(06).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM READ-SAMPLE-PARMS.
           PERFORM LOAD-TONIGHTS-CLEARS.
           PERFORM FIND-EARLIER-SAMPLE.
           IF ALREADY-DRAWN = 'N' THEN
               PERFORM DRAW-SAMPLE
               PERFORM APPEND-SAMPLE-LINES
           END-IF.
           PERFORM WRITE-WORKSHEET.
           PERFORM WRITE-SAMPLE-LOG.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-SAMPLE-PARMS.
           OPEN INPUT PARMS-FILE.
           IF PARMS-FILE-STATUS = '00' THEN
               MOVE SPACES TO PARMS-REC
               READ PARMS-FILE
                   AT END CONTINUE
               END-READ
               CLOSE PARMS-FILE
               MOVE SPACES TO PARM-PERCENT-TXT PARM-AMOUNT-TXT
               UNSTRING PARMS-REC DELIMITED BY ','
                   INTO PARM-PERCENT-TXT PARM-AMOUNT-TXT
               END-UNSTRING
               IF FUNCTION TRIM(PARM-PERCENT-TXT) IS NUMERIC THEN
                   COMPUTE SAMPLE-PERCENT = FUNCTION NUMVAL(
                       FUNCTION TRIM(PARM-PERCENT-TXT))
               END-IF
               IF SAMPLE-PERCENT > 100 THEN
                   MOVE 100 TO SAMPLE-PERCENT
               END-IF
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-AMOUNT-TXT))
                   TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE SAMPLE-ALWAYS-OVER = FUNCTION NUMVAL(
                       FUNCTION TRIM(PARM-AMOUNT-TXT))
               END-IF
           END-IF.

      *>    THE CLEARED-ITEMS DETAIL IS WRITTEN BY BATCH-TWOSUM IN
      *>    ONE SHAPE (SEE TWOSUM-UNCLEAR) -
      *>        TARGET ID (TARGET-AMT) LINE N POS P/P AMOUNTS A/A
      *>        [ORIG FACE CCY / FACE CCY] IDS ID/ID BASIS B RUN DATE
      *>    AND ONLY TONIGHT'S LINES ARE IN THE POPULATION.
       LOAD-TONIGHTS-CLEARS.
           MOVE SPACES TO DETAIL-RUN-TXT.
           STRING ' RUN ' RUN-DATE DELIMITED BY SIZE
               INTO DETAIL-RUN-TXT
           END-STRING.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT CLEARED-FILE.
           IF CLEARED-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ CLEARED-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND CLEARED-REC(1:7) = 'TARGET ' THEN
                   MOVE 0 TO DETAIL-TALLY
                   INSPECT CLEARED-REC TALLYING DETAIL-TALLY
                       FOR ALL DETAIL-RUN-TXT(1:13)
                   IF DETAIL-TALLY > 0 THEN
                       PERFORM TAKE-ONE-CLEAR
                   END-IF
               END-IF
           END-PERFORM.
           IF CLEARED-FILE-STATUS = '00' OR CLEARED-FILE-STATUS = '10'
                   THEN
               CLOSE CLEARED-FILE
           END-IF.

       TAKE-ONE-CLEAR.
           IF CLEAR-COUNT >= 2000 THEN
               IF CLEARS-FULL-WARNED = 'N' THEN
                   DISPLAY 'TWOSUM-SAMPLE: MORE THAN 2000 CLEARS'
                       ' TONIGHT - THE REST ARE NOT SAMPLED'
                   MOVE 'Y' TO CLEARS-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO CLEAR-COUNT
               MOVE CLEAR-COUNT TO SC-IDX
               MOVE SPACES TO CLEAR-ENTRY(SC-IDX)
               MOVE 0 TO SC-TARGET-AMT(SC-IDX)
               MOVE CLEARED-REC(8:10) TO SC-TARGET-ID(SC-IDX)
               MOVE SPACES TO DETAIL-BEFORE-TXT DETAIL-TARGET-TXT
               UNSTRING CLEARED-REC DELIMITED BY '(' OR ')'
                   INTO DETAIL-BEFORE-TXT DETAIL-TARGET-TXT
               END-UNSTRING
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(DETAIL-TARGET-TXT)) TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE SC-TARGET-AMT(SC-IDX) = FUNCTION NUMVAL(
                       FUNCTION TRIM(DETAIL-TARGET-TXT))
               END-IF
               MOVE SPACES TO DETAIL-BEFORE-TXT DETAIL-AFTER-TXT
               UNSTRING CLEARED-REC DELIMITED BY ' AMOUNTS '
                   INTO DETAIL-BEFORE-TXT DETAIL-AFTER-TXT
               END-UNSTRING
               MOVE DETAIL-AFTER-TXT(1:19) TO SC-AMOUNTS-TXT(SC-IDX)
               MOVE SPACES TO DETAIL-BEFORE-TXT DETAIL-REST-TXT
               UNSTRING CLEARED-REC DELIMITED BY ' IDS '
                   INTO DETAIL-BEFORE-TXT DETAIL-REST-TXT
               END-UNSTRING
               MOVE SPACES TO DETAIL-RUN-DATE-TXT
               UNSTRING DETAIL-REST-TXT DELIMITED BY '/' OR ' BASIS '
                       OR ' RUN '
                   INTO SC-ID-1(SC-IDX) SC-ID-2(SC-IDX)
                        SC-BASIS(SC-IDX) DETAIL-RUN-DATE-TXT
               END-UNSTRING
           END-IF.

      *>    A RERUN ON THE SAME DATE FINDS ITS OWN LINES ALREADY ON
      *>    THE SAMPLE FILE AND MARKS THOSE CLEARS INSTEAD OF DRAWING.
       FIND-EARLIER-SAMPLE.
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
                   PERFORM TAKE-ONE-SAMPLE-LINE
               END-IF
           END-PERFORM.
           IF SAMPLE-FILE-STATUS = '00' OR SAMPLE-FILE-STATUS = '10'
                   THEN
               CLOSE SAMPLE-FILE
           END-IF.

       TAKE-ONE-SAMPLE-LINE.
           MOVE SPACES TO SAMPLE-DATE-TXT SAMPLE-TARGET-TXT
               SAMPLE-ID-1-TXT SAMPLE-ID-2-TXT SAMPLE-AMOUNT-TXT
               SAMPLE-BASIS-TXT SAMPLE-WHY-TXT.
           UNSTRING SAMPLE-REC DELIMITED BY ','
               INTO SAMPLE-DATE-TXT SAMPLE-TARGET-TXT
                    SAMPLE-ID-1-TXT SAMPLE-ID-2-TXT SAMPLE-AMOUNT-TXT
                    SAMPLE-BASIS-TXT SAMPLE-WHY-TXT
           END-UNSTRING.
           IF SAMPLE-DATE-TXT = RUN-DATE THEN
               MOVE 'Y' TO ALREADY-DRAWN
               PERFORM VARYING SC-IDX FROM 1 BY 1
                       UNTIL SC-IDX > CLEAR-COUNT
                   IF SC-TARGET-ID(SC-IDX) = SAMPLE-TARGET-TXT
                           AND SC-ID-1(SC-IDX) = SAMPLE-ID-1-TXT
                           AND SC-ID-2(SC-IDX) = SAMPLE-ID-2-TXT THEN
                       IF SAMPLE-WHY-TXT = 'AMOUNT' THEN
                           MOVE 'A' TO SC-PICK(SC-IDX)
                           ADD 1 TO AMOUNT-PICKS
                       ELSE
                           MOVE 'R' TO SC-PICK(SC-IDX)
                           ADD 1 TO RANDOM-PICKS
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       DRAW-SAMPLE.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > CLEAR-COUNT
               IF SC-TARGET-AMT(SC-IDX) > SAMPLE-ALWAYS-OVER THEN
                   MOVE 'A' TO SC-PICK(SC-IDX)
                   ADD 1 TO AMOUNT-PICKS
               ELSE
                   ADD 1 TO RANDOM-POOL
               END-IF
           END-PERFORM.
           COMPUTE RANDOM-QUOTA =
               (RANDOM-POOL * SAMPLE-PERCENT + 99) / 100.
           MOVE RUN-DATE TO RANDOM-SEED.
           COMPUTE RANDOM-DRAW = FUNCTION RANDOM(RANDOM-SEED).
           MOVE RANDOM-POOL TO RANDOM-UNSEEN.
           MOVE RANDOM-QUOTA TO RANDOM-NEEDED.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > CLEAR-COUNT OR RANDOM-NEEDED = 0
               IF SC-PICK(SC-IDX) = SPACE THEN
                   COMPUTE RANDOM-DRAW = FUNCTION RANDOM
                   IF RANDOM-DRAW * RANDOM-UNSEEN < RANDOM-NEEDED THEN
                       MOVE 'R' TO SC-PICK(SC-IDX)
                       ADD 1 TO RANDOM-PICKS
                       SUBTRACT 1 FROM RANDOM-NEEDED
                   END-IF
                   SUBTRACT 1 FROM RANDOM-UNSEEN
               END-IF
           END-PERFORM.

       APPEND-SAMPLE-LINES.
           IF AMOUNT-PICKS + RANDOM-PICKS > 0 THEN
               OPEN EXTEND SAMPLE-FILE
               IF SAMPLE-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT SAMPLE-FILE
               END-IF
               PERFORM VARYING SC-IDX FROM 1 BY 1
                       UNTIL SC-IDX > CLEAR-COUNT
                   IF SC-PICK(SC-IDX) NOT = SPACE THEN
                       PERFORM APPEND-ONE-SAMPLE-LINE
                   END-IF
               END-PERFORM
               CLOSE SAMPLE-FILE
           END-IF.

       APPEND-ONE-SAMPLE-LINE.
           PERFORM SET-WHY-TXT.
           MOVE SC-TARGET-AMT(SC-IDX) TO AMOUNT-ED.
           MOVE SPACES TO SAMPLE-REC.
           STRING RUN-DATE ','
                  FUNCTION TRIM(SC-TARGET-ID(SC-IDX)) ','
                  FUNCTION TRIM(SC-ID-1(SC-IDX)) ','
                  FUNCTION TRIM(SC-ID-2(SC-IDX)) ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  FUNCTION TRIM(SC-BASIS(SC-IDX)) ','
                  FUNCTION TRIM(WHY-TXT)
               DELIMITED BY SIZE INTO SAMPLE-REC
           END-STRING.
           WRITE SAMPLE-REC.

       SET-WHY-TXT.
           IF SC-PICK(SC-IDX) = 'A' THEN
               MOVE 'AMOUNT' TO WHY-TXT
           ELSE
               MOVE 'RANDOM' TO WHY-TXT
           END-IF.

       WRITE-WORKSHEET.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'AUTOMATIC CLEAR REVIEW WORKSHEET' TO RPT-TITLE.
           MOVE 'TWOSUM-SAMPLE' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'NO   TARGET     TARGET AMT ITEM IDS                '
                  '    AMOUNTS (BASE)        BASIS WHY    AGREE/'
                  'DISAGREE INITIALS'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           IF ALREADY-DRAWN = 'Y' THEN
               MOVE SPACES TO REPORT-REC
               STRING 'SAMPLE FOR ' RUN-DATE ' WAS ALREADY DRAWN -'
                      ' WORKSHEET REPRINTED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > CLEAR-COUNT
               IF SC-PICK(SC-IDX) NOT = SPACE THEN
                   PERFORM WRITE-WORKSHEET-LINE
               END-IF
           END-PERFORM.
           COMPUTE SAMPLED-COUNT = AMOUNT-PICKS + RANDOM-PICKS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SAMPLE-ALWAYS-OVER TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'CLEARS TONIGHT: ' CLEAR-COUNT
                  ' SAMPLED: ' SAMPLED-COUNT
                  ' (OVER ' FUNCTION TRIM(AMOUNT-ED) ': '
                  AMOUNT-PICKS ' AT RANDOM: ' RANDOM-PICKS
                  ' - ' SAMPLE-PERCENT '% OF THE REST)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RECORD EACH VERDICT THROUGH TWOSUM-REVIEW' TO
               REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

       WRITE-WORKSHEET-LINE.
           ADD 1 TO SEQ-NO.
           PERFORM SET-WHY-TXT.
           MOVE SC-TARGET-AMT(SC-IDX) TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING SEQ-NO ' ' SC-TARGET-ID(SC-IDX) ' ' AMOUNT-ED ' '
                  SC-ID-1(SC-IDX) '/' SC-ID-2(SC-IDX) ' '
                  SC-AMOUNTS-TXT(SC-IDX) '    ' SC-BASIS(SC-IDX) '   '
                  WHY-TXT ' ______________ ________'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SAMPLE-LOG.
           MOVE 'TWOSUM-SAMPL' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           MOVE CLEAR-COUNT TO OPS-LOG-REC-COUNT.
           MOVE SAMPLED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'CLEARS-SAMPLED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM TWOSUM-SAMPLE.
