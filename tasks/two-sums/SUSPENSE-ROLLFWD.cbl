       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-ROLLFWD.

      *>    DAILY SUSPENSE BALANCE ROLL-FORWARD, PROVED AGAINST THE
      *>    LEDGER.  CHAIN-BALANCE PROVES THE ITEM COUNTS; THIS PROVES
      *>    THE MONEY.  RUN AFTER THE DAY'S BATCH-TWOSUM,
      *>    TWOSUM-WRITEOFF, TWOSUM-MANUAL AND TWOSUM-REVALUE WORK,
      *>    IT BUILDS THE ROLL-FORWARD FROM THE AMOUNTS THOSE JOBS
      *>    ALREADY WRITE -
      *>        OPENING BALANCE      LAST PROVED CLOSING ON
      *>                             SUSPENSE-ROLLFWD-HISTORY.TXT
      *>        + NEW ITEMS          TWOSUM-AMOUNTS.TXT
      *>        - CLEARED            TWOSUM-AMOUNTS.TXT
      *>        - NETTED             TWOSUM-AMOUNTS.TXT
      *>        - DIVERTED           TWOSUM-AMOUNTS.TXT (DUPLICATES
      *>                             AND QUARANTINE)
      *>        - WRITTEN OFF        TWOSUM-WRITEOFF-POSTING.TXT
      *>        - MANUALLY CLEARED   CLEARED-HISTORY.TXT, TARGET MANUAL
      *>        + UN-CLEARED         CLEARED-HISTORY.TXT, METHOD
      *>                             REVERSED (TWOSUM-UNCLEAR)
      *>        +/- FX REVALUATION   TWOSUM-REVAL-POSTING.TXT, LESS THE
      *>                             MOVEMENT ALREADY IN THE OPENING
      *>        = EXPECTED CLOSING
      *>    EACH TAKEN FOR THE PROCESSING DATE ONLY.  THE EXPECTED
      *>    CLOSING MUST EQUAL CARRY-FORWARD.TXT AS IT NOW STANDS
      *>    (ITS ITEMS AT FACE PLUS TODAY'S UNREALIZED FX MOVEMENT),
      *>    AND THAT CLOSING MUST IN TURN EQUAL THE SUSPENSE ACCOUNT
      *>    BALANCE THE LEDGER REPORTS ON GL-SUSPENSE-BALANCE.TXT -
      *>        YYYYMMDD,BALANCE
      *>    ITEMS ARE HELD AT THEIR FACE AMOUNT AS CARRIED; A FOREIGN
      *>    ITEM'S DRIFT TO TODAY'S BASE VALUE IS EXACTLY WHAT THE
      *>    REVALUATION LINE CARRIES, SO THE BOOK BALANCE IS FACE PLUS
      *>    MOVEMENT ON BOTH SIDES.
      *>
      *>    A NIGHTLY (RUN-TYPE N) TWOSUM-AMOUNTS LINE REPLACES ANY
      *>    EARLIER LINE OF THE SAME DATE - A RERUN OF THE NIGHT
      *>    STARTS AGAIN FROM THE RESTORED CARRY FILE - WHILE AN
      *>    INCREMENTAL (RUN-TYPE I) LINE ADDS TO IT.  ON THE FIRST
      *>    EVER RUN, WITH NO HISTORY YET, THE OPENING IS WHAT
      *>    BATCH-TWOSUM READ OFF THE CARRY FILE.
      *>
      *>    EVERY RUN APPENDS ITS ACTUAL CLOSING TO THE HISTORY FILE -
      *>        YYYYMMDD,CLOSING-AT-FACE,FX-MOVEMENT,PROVED|DIFFERENCE
      *>    (TOMORROW'S OPENING IS THE LAST LINE DATED BEFORE
      *>    TOMORROW), WRITES SUSPENSE-ROLLFWD-REPORT.TXT FOR THE
      *>    CLOSE PACK AND ONE OPS-LOG LINE, AND ENDS NON-ZERO (SEE
      *>    RETURN-CODES.CPY) ON ANY DIFFERENCE OR A MISSING OR STALE
      *>    LEDGER BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "SUSPENSE-ROLLFWD-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT AMOUNTS-FILE ASSIGN TO "TWOSUM-AMOUNTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AMOUNTS-FILE-STATUS.
           SELECT WRITEOFF-FILE
               ASSIGN TO "TWOSUM-WRITEOFF-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-FILE-STATUS.
           SELECT CLEARED-HIST-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HIST-STATUS.
           SELECT REVAL-FILE ASSIGN TO "TWOSUM-REVAL-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REVAL-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "CARRY-FORWARD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARRY-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-SUSPENSE-BALANCE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUSPENSE-ROLLFWD-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(80).

       FD  AMOUNTS-FILE.
       01  AMOUNTS-REC                  PIC X(120).

      *>    SAME FIRM COLUMN POSITIONS AS BATCH-TWOSUM'S POSTING
      *>    INTERFACE - ONLY THE DETAIL RECORDS ARE READ.
       FD  WRITEOFF-FILE.
       01  WRITEOFF-REC.
           05  WO-REC-TYPE              PIC X(01).
           05  WO-TARGET-ID             PIC X(10).
           05  WO-AMT-1-SIGN            PIC X(01).
           05  WO-AMT-1                 PIC 9(5)V99.
           05  WO-AMT-2-SIGN            PIC X(01).
           05  WO-AMT-2                 PIC 9(5)V99.
           05  WO-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(05).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC             PIC X(130).

       FD  REVAL-FILE.
       01  REVAL-REC.
           05  RV-REC-TYPE              PIC X(01).
           05  RV-TARGET-ID             PIC X(10).
           05  RV-AMT-1-SIGN            PIC X(01).
           05  RV-AMT-1                 PIC 9(5)V99.
           05  RV-AMT-2-SIGN            PIC X(01).
           05  RV-AMT-2                 PIC 9(5)V99.
           05  RV-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(05).

       FD  CARRY-FILE.
       01  CARRY-REC                    PIC X(2200).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC               PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  AMOUNTS-FILE-STATUS          PIC X(02).
       01  WRITEOFF-FILE-STATUS         PIC X(02).
       01  CLEARED-HIST-STATUS          PIC X(02).
       01  REVAL-FILE-STATUS            PIC X(02).
       01  CARRY-FILE-STATUS            PIC X(02).
       01  GL-BALANCE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  DIFFERENCE-COUNT             PIC 9(02) VALUE 0.
       01  NUMVAL-CHK                   PIC S9(3).
      *
      *>    YESTERDAY'S CLOSING - THE LAST HISTORY LINE DATED BEFORE
      *>    THE PROCESSING DATE.
       01  PRIOR-FOUND                  PIC X(01) VALUE 'N'.
       01  PRIOR-DATE                   PIC 9(08) VALUE 0.
       01  PRIOR-FACE                   PIC S9(11)V99 VALUE 0.
       01  PRIOR-MOVEMENT               PIC S9(11)V99 VALUE 0.
       01  HIST-DATE-TXT                PIC X(10).
       01  HIST-FACE-TXT                PIC X(20).
       01  HIST-MOVEMENT-TXT            PIC X(20).
       01  HIST-RESULT-TXT              PIC X(12).
      *
      *>    TONIGHT'S BATCH-TWOSUM MONEY, SUMMED OVER THE DATE'S RUNS.
       01  TS-FOUND                     PIC X(01) VALUE 'N'.
       01  TS-DATE-TXT                  PIC X(10).
       01  TS-RUN-TYPE-TXT              PIC X(02).
       01  TS-OPENING-TXT               PIC X(20).
       01  TS-NEW-TXT                   PIC X(20).
       01  TS-CLEARED-TXT               PIC X(20).
       01  TS-NETTED-TXT                PIC X(20).
       01  TS-DIVERTED-TXT              PIC X(20).
       01  TS-CARRIED-TXT               PIC X(20).
       01  TS-OPENING                   PIC S9(11)V99 VALUE 0.
       01  TS-NEW                       PIC S9(11)V99 VALUE 0.
       01  TS-CLEARED                   PIC S9(11)V99 VALUE 0.
       01  TS-NETTED                    PIC S9(11)V99 VALUE 0.
       01  TS-DIVERTED                  PIC S9(11)V99 VALUE 0.
      *
       01  WRITTEN-OFF-TOTAL            PIC S9(11)V99 VALUE 0.
       01  MANUAL-TOTAL                 PIC S9(11)V99 VALUE 0.
       01  MAN-DATE-TXT                 PIC X(10).
       01  MAN-TARGET-TXT               PIC X(12).
       01  MAN-POS-1-TXT                PIC X(06).
       01  MAN-POS-2-TXT                PIC X(06).
       01  MAN-AMT-TXT                  PIC X(20).
       01  MAN-AMT-2-TXT                PIC X(20).
       01  MAN-ID-TXT                   PIC X(14).
       01  MAN-BASIS-TXT                PIC X(10).
       01  MAN-METHOD-TXT               PIC X(10).
       01  UNCLEARED-TOTAL              PIC S9(11)V99 VALUE 0.
       01  AMOUNT-TXT                   PIC X(20).
       01  SIGNED-AMOUNT                PIC S9(11)V99.
       01  TODAY-MOVEMENT               PIC S9(11)V99 VALUE 0.
       01  REVAL-CHANGE                 PIC S9(11)V99 VALUE 0.
      *
      *>    CARRY-FORWARD.TXT AS IT NOW STANDS, SUMMED AT FACE.
       01  ITEM-DATE-TXT                PIC X(08).
       01  LINE-TEXT                    PIC X(1000).
       01  ITEM-ID-SECTION              PIC X(1200).
       01  NUMBER-ARRAY.
           COPY NUMBER-ARRAY.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
       01  REFERENCE-LIST.
           COPY REFERENCE-LIST.
       01  PARSE-STATUS                 PIC X(01).
       01  ELEM-IDX                     PIC 9(04).
       01  CARRY-ITEM-COUNT             PIC 9(06) VALUE 0.
       01  CARRY-FACE                   PIC S9(11)V99 VALUE 0.
      *
       01  OPENING-BALANCE              PIC S9(11)V99 VALUE 0.
       01  EXPECTED-CLOSING             PIC S9(11)V99 VALUE 0.
       01  ACTUAL-CLOSING               PIC S9(11)V99 VALUE 0.
       01  ROLL-DIFFERENCE              PIC S9(11)V99 VALUE 0.
      *
       01  GL-FOUND                     PIC X(01) VALUE 'N'.
       01  GL-DATE-TXT                  PIC X(10).
       01  GL-AMOUNT-TXT                PIC X(20).
       01  GL-DATE                      PIC 9(08) VALUE 0.
       01  GL-BALANCE                   PIC S9(11)V99 VALUE 0.
       01  GL-DIFFERENCE                PIC S9(11)V99 VALUE 0.
      *
       01  RESULT-WORD                  PIC X(10).
       01  LINE-LABEL                   PIC X(40).
       01  LINE-AMOUNT                  PIC S9(11)V99.
       01  AMOUNT-ED                    PIC -(10)9.99.
       01  AMOUNT-ED-2                  PIC -(10)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-PRIOR-CLOSING.
           PERFORM LOAD-TWOSUM-AMOUNTS.
           PERFORM LOAD-WRITEOFF-POSTINGS.
           PERFORM LOAD-MANUAL-CLEARS.
           PERFORM LOAD-REVAL-MOVEMENT.
           PERFORM SUM-CARRY-FORWARD.
           PERFORM LOAD-GL-BALANCE.
           PERFORM OPEN-ROLLFWD-REPORT.
           PERFORM WRITE-ROLL-FORWARD.
           PERFORM WRITE-CLOSING-PROOF.
           PERFORM WRITE-LEDGER-PROOF.
           MOVE SPACES TO REPORT-REC.
           STRING 'DIFFERENCES: ' DIFFERENCE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           PERFORM APPEND-HISTORY-LINE.
           PERFORM WRITE-ROLLFWD-LOG.
           IF DIFFERENCE-COUNT > 0 THEN
               SET RC-ERROR TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    NO HISTORY IS NOT AN ERROR - THE FIRST RUN OPENS FROM
      *>    WHAT BATCH-TWOSUM READ (SEE LOAD-TWOSUM-AMOUNTS).
       LOAD-PRIOR-CLOSING.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM TAKE-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

       TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE-TXT HIST-FACE-TXT
               HIST-MOVEMENT-TXT HIST-RESULT-TXT.
           UNSTRING HISTORY-REC DELIMITED BY ','
               INTO HIST-DATE-TXT HIST-FACE-TXT HIST-MOVEMENT-TXT
                    HIST-RESULT-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(HIST-DATE-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(HIST-DATE-TXT))
                       < RUN-DATE THEN
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(HIST-FACE-TXT)) TO NUMVAL-CHK
                   IF NUMVAL-CHK = 0 THEN
                       MOVE 'Y' TO PRIOR-FOUND
                       COMPUTE PRIOR-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(HIST-DATE-TXT))
                       COMPUTE PRIOR-FACE = FUNCTION NUMVAL(
                           FUNCTION TRIM(HIST-FACE-TXT))
                       MOVE FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(HIST-MOVEMENT-TXT))
                           TO NUMVAL-CHK
                       IF NUMVAL-CHK = 0 THEN
                           COMPUTE PRIOR-MOVEMENT = FUNCTION NUMVAL(
                               FUNCTION TRIM(HIST-MOVEMENT-TXT))
                       ELSE
                           MOVE 0 TO PRIOR-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-TWOSUM-AMOUNTS.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT AMOUNTS-FILE.
           IF AMOUNTS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ AMOUNTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM TAKE-ONE-AMOUNTS-LINE
               END-IF
           END-PERFORM.
           IF AMOUNTS-FILE-STATUS = '00'
                   OR AMOUNTS-FILE-STATUS = '10' THEN
               CLOSE AMOUNTS-FILE
           END-IF.

       TAKE-ONE-AMOUNTS-LINE.
           MOVE SPACES TO TS-DATE-TXT TS-RUN-TYPE-TXT TS-OPENING-TXT
               TS-NEW-TXT TS-CLEARED-TXT TS-NETTED-TXT
               TS-DIVERTED-TXT TS-CARRIED-TXT.
           UNSTRING AMOUNTS-REC DELIMITED BY ','
               INTO TS-DATE-TXT TS-RUN-TYPE-TXT TS-OPENING-TXT
                    TS-NEW-TXT TS-CLEARED-TXT TS-NETTED-TXT
                    TS-DIVERTED-TXT TS-CARRIED-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(TS-DATE-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(TS-DATE-TXT))
                       = RUN-DATE THEN
      *>            A NIGHTLY LINE STARTS THE DAY OVER.
                   IF TS-RUN-TYPE-TXT(1:1) NOT = 'I' THEN
                       MOVE 0 TO TS-OPENING TS-NEW TS-CLEARED
                           TS-NETTED TS-DIVERTED
                   END-IF
                   MOVE 'Y' TO TS-FOUND
                   MOVE TS-OPENING-TXT TO AMOUNT-TXT
                   PERFORM CONVERT-AMOUNT-TEXT
                   ADD SIGNED-AMOUNT TO TS-OPENING
                   MOVE TS-NEW-TXT TO AMOUNT-TXT
                   PERFORM CONVERT-AMOUNT-TEXT
                   ADD SIGNED-AMOUNT TO TS-NEW
                   MOVE TS-CLEARED-TXT TO AMOUNT-TXT
                   PERFORM CONVERT-AMOUNT-TEXT
                   ADD SIGNED-AMOUNT TO TS-CLEARED
                   MOVE TS-NETTED-TXT TO AMOUNT-TXT
                   PERFORM CONVERT-AMOUNT-TEXT
                   ADD SIGNED-AMOUNT TO TS-NETTED
                   MOVE TS-DIVERTED-TXT TO AMOUNT-TXT
                   PERFORM CONVERT-AMOUNT-TEXT
                   ADD SIGNED-AMOUNT TO TS-DIVERTED
               END-IF
           END-IF.

      *>    A BLANK OR UNREADABLE AMOUNT COUNTS AS ZERO.
       CONVERT-AMOUNT-TEXT.
           MOVE 0 TO SIGNED-AMOUNT.
           IF FUNCTION TRIM(AMOUNT-TXT) NOT = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(AMOUNT-TXT))
                   TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE SIGNED-AMOUNT = FUNCTION NUMVAL(
                       FUNCTION TRIM(AMOUNT-TXT))
               END-IF
           END-IF.

       LOAD-WRITEOFF-POSTINGS.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND WO-REC-TYPE = 'D'
                       AND WO-RUN-DATE IS NUMERIC
                       AND WO-AMT-1 IS NUMERIC THEN
                   IF WO-RUN-DATE = RUN-DATE THEN
                       IF WO-AMT-1-SIGN = '-' THEN
                           SUBTRACT WO-AMT-1 FROM WRITTEN-OFF-TOTAL
                       ELSE
                           ADD WO-AMT-1 TO WRITTEN-OFF-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRITEOFF-FILE-STATUS = '00'
                   OR WRITEOFF-FILE-STATUS = '10' THEN
               CLOSE WRITEOFF-FILE
           END-IF.

      *>    A MANUAL HISTORY LINE CARRIES ITS ONE ITEM IN THE FIRST
      *>    AMOUNT COLUMN (SEE TWOSUM-MANUAL.CBL); A REVERSED LINE
      *>    CARRIES THE FACE AMOUNTS OF THE TWO ITEMS IT PUT BACK
      *>    (SEE TWOSUM-UNCLEAR.CBL).
       LOAD-MANUAL-CLEARS.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT CLEARED-HIST-FILE.
           IF CLEARED-HIST-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ CLEARED-HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM TAKE-ONE-CLEARED-LINE
               END-IF
           END-PERFORM.
           IF CLEARED-HIST-STATUS = '00'
                   OR CLEARED-HIST-STATUS = '10' THEN
               CLOSE CLEARED-HIST-FILE
           END-IF.

       TAKE-ONE-CLEARED-LINE.
           MOVE SPACES TO MAN-DATE-TXT MAN-TARGET-TXT MAN-POS-1-TXT
               MAN-POS-2-TXT MAN-AMT-TXT MAN-AMT-2-TXT MAN-ID-TXT
               MAN-BASIS-TXT MAN-METHOD-TXT.
           UNSTRING CLEARED-HIST-REC DELIMITED BY ','
               INTO MAN-DATE-TXT MAN-TARGET-TXT
                    MAN-POS-1-TXT MAN-POS-2-TXT MAN-AMT-TXT
                    MAN-AMT-2-TXT MAN-ID-TXT MAN-ID-TXT
                    MAN-BASIS-TXT MAN-METHOD-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(MAN-DATE-TXT) IS NUMERIC THEN
               IF FUNCTION NUMVAL(FUNCTION TRIM(MAN-DATE-TXT))
                       = RUN-DATE THEN
                   IF MAN-TARGET-TXT = 'MANUAL' THEN
                       MOVE MAN-AMT-TXT TO AMOUNT-TXT
                       PERFORM CONVERT-AMOUNT-TEXT
                       ADD SIGNED-AMOUNT TO MANUAL-TOTAL
                   END-IF
                   IF FUNCTION TRIM(MAN-METHOD-TXT) = 'REVERSED' THEN
                       MOVE MAN-AMT-TXT TO AMOUNT-TXT
                       PERFORM CONVERT-AMOUNT-TEXT
                       ADD SIGNED-AMOUNT TO UNCLEARED-TOTAL
                       MOVE MAN-AMT-2-TXT TO AMOUNT-TXT
                       PERFORM CONVERT-AMOUNT-TEXT
                       ADD SIGNED-AMOUNT TO UNCLEARED-TOTAL
                   END-IF
               END-IF
           END-IF.

      *>    TWOSUM-REVALUE WRITES ONE DETAIL RECORD FOR THE WHOLE
      *>    CARRY FILE'S UNREALIZED MOVEMENT - NONE MEANS NO MOVEMENT.
       LOAD-REVAL-MOVEMENT.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT REVAL-FILE.
           IF REVAL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ REVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND RV-REC-TYPE = 'D'
                       AND RV-RUN-DATE IS NUMERIC
                       AND RV-AMT-1 IS NUMERIC THEN
                   IF RV-RUN-DATE = RUN-DATE THEN
                       IF RV-AMT-1-SIGN = '-' THEN
                           SUBTRACT RV-AMT-1 FROM TODAY-MOVEMENT
                       ELSE
                           ADD RV-AMT-1 TO TODAY-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF REVAL-FILE-STATUS = '00' OR REVAL-FILE-STATUS = '10' THEN
               CLOSE REVAL-FILE
           END-IF.

      *>    CURRENCY AND REFERENCE SUFFIXES ARE STRIPPED BY THE PARSE;
      *>    UNFIXED REJECTS RIDING THE CARRY LINE ARE NOT AMOUNTS AND
      *>    ARE NOT COUNTED.
       SUM-CARRY-FORWARD.
           MOVE 'N' TO WS-EOF-INPUT.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT CARRY-FILE.
           IF CARRY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ CARRY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   ADD 1 TO WS-LINE-NO
                   PERFORM SUM-ONE-CARRY-LINE
               END-IF
           END-PERFORM.
           IF CARRY-FILE-STATUS = '00' OR CARRY-FILE-STATUS = '10' THEN
               CLOSE CARRY-FILE
           END-IF.

       SUM-ONE-CARRY-LINE.
           MOVE SPACES TO ITEM-DATE-TXT LINE-TEXT ITEM-ID-SECTION.
           UNSTRING CARRY-REC DELIMITED BY ';'
               INTO ITEM-DATE-TXT LINE-TEXT ITEM-ID-SECTION
           END-UNSTRING.
           CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
               OMITTED OMITTED PARSE-STATUS CURRENCY-LIST
               REFERENCE-LIST.
           IF PARSE-STATUS = 'N' THEN
               DISPLAY 'CARRY LINE ' WS-LINE-NO ' COULD NOT BE'
                   ' PARSED - NOT IN THE CLOSING BALANCE'
           ELSE
               PERFORM VARYING ELEM-IDX FROM 1 BY 1
                       UNTIL ELEM-IDX > ARRAY-SIZE
                   ADD 1 TO CARRY-ITEM-COUNT
                   ADD ARRAY-ELM(ELEM-IDX) TO CARRY-FACE
               END-PERFORM
           END-IF.

       LOAD-GL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE.
           IF GL-BALANCE-STATUS = '00' THEN
               MOVE SPACES TO GL-BALANCE-REC
               READ GL-BALANCE-FILE
                   AT END CONTINUE
               END-READ
               CLOSE GL-BALANCE-FILE
               MOVE SPACES TO GL-DATE-TXT GL-AMOUNT-TXT
               UNSTRING GL-BALANCE-REC DELIMITED BY ','
                   INTO GL-DATE-TXT GL-AMOUNT-TXT
               END-UNSTRING
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(GL-AMOUNT-TXT))
                   TO NUMVAL-CHK
               IF FUNCTION TRIM(GL-DATE-TXT) IS NUMERIC
                       AND FUNCTION TRIM(GL-AMOUNT-TXT) NOT = SPACES
                       AND NUMVAL-CHK = 0 THEN
                   MOVE 'Y' TO GL-FOUND
                   COMPUTE GL-DATE = FUNCTION NUMVAL(
                       FUNCTION TRIM(GL-DATE-TXT))
                   COMPUTE GL-BALANCE = FUNCTION NUMVAL(
                       FUNCTION TRIM(GL-AMOUNT-TXT))
               END-IF
           END-IF.

       OPEN-ROLLFWD-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SUSPENSE BALANCE ROLL-FORWARD' TO RPT-TITLE.
           MOVE 'SUSPENSE-ROLLFWD' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'MOVEMENT                                '
                  '          AMOUNT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.

      *>    THE EQUATION ITSELF, ONE LINE PER MOVEMENT.
       WRITE-ROLL-FORWARD.
           IF PRIOR-FOUND = 'Y' THEN
               COMPUTE OPENING-BALANCE = PRIOR-FACE + PRIOR-MOVEMENT
               MOVE SPACES TO LINE-LABEL
               STRING 'OPENING BALANCE (CLOSING ' PRIOR-DATE ')'
                   DELIMITED BY SIZE INTO LINE-LABEL
               END-STRING
           ELSE
               MOVE TS-OPENING TO OPENING-BALANCE
               MOVE 'OPENING BALANCE (FROM BATCH-TWOSUM)'
                   TO LINE-LABEL
           END-IF.
           MOVE OPENING-BALANCE TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF TS-FOUND = 'N' THEN
               MOVE SPACES TO REPORT-REC
               STRING '  NO TWOSUM-AMOUNTS LINE FOR ' RUN-DATE
                      ' - BATCH-TWOSUM MOVEMENTS TAKEN AS ZERO'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 'PLUS NEW ITEMS' TO LINE-LABEL.
           MOVE TS-NEW TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS CLEARED TO TARGETS' TO LINE-LABEL.
           MOVE TS-CLEARED TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS NETTED REVERSALS' TO LINE-LABEL.
           MOVE TS-NETTED TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS DIVERTED FOR REVIEW' TO LINE-LABEL.
           MOVE TS-DIVERTED TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS WRITTEN OFF' TO LINE-LABEL.
           MOVE WRITTEN-OFF-TOTAL TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'LESS MANUALLY CLEARED' TO LINE-LABEL.
           MOVE MANUAL-TOTAL TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PLUS UN-CLEARED BACK TO SUSPENSE' TO LINE-LABEL.
           MOVE UNCLEARED-TOTAL TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE REVAL-CHANGE = TODAY-MOVEMENT - PRIOR-MOVEMENT.
           MOVE 'PLUS/LESS FX REVALUATION' TO LINE-LABEL.
           MOVE REVAL-CHANGE TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE EXPECTED-CLOSING =
               OPENING-BALANCE + TS-NEW - TS-CLEARED - TS-NETTED
               - TS-DIVERTED - WRITTEN-OFF-TOTAL - MANUAL-TOTAL
               + UNCLEARED-TOTAL + REVAL-CHANGE.
           MOVE 'EXPECTED CLOSING BALANCE' TO LINE-LABEL.
           MOVE EXPECTED-CLOSING TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-CLOSING-PROOF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO LINE-LABEL.
           STRING 'CARRY-FORWARD AT FACE (' CARRY-ITEM-COUNT
                  ' ITEMS)'
               DELIMITED BY SIZE INTO LINE-LABEL
           END-STRING.
           MOVE CARRY-FACE TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PLUS UNREALIZED FX MOVEMENT' TO LINE-LABEL.
           MOVE TODAY-MOVEMENT TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE ACTUAL-CLOSING = CARRY-FACE + TODAY-MOVEMENT.
           MOVE 'CARRY-FORWARD CLOSING BALANCE' TO LINE-LABEL.
           MOVE ACTUAL-CLOSING TO LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE ROLL-DIFFERENCE = ACTUAL-CLOSING - EXPECTED-CLOSING.
           MOVE ROLL-DIFFERENCE TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           IF ROLL-DIFFERENCE = 0 THEN
               STRING 'ROLL-FORWARD TO CARRY-FORWARD -> PROVED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               ADD 1 TO DIFFERENCE-COUNT
               STRING 'ROLL-FORWARD TO CARRY-FORWARD -> DIFFERENCE '
                      FUNCTION TRIM(AMOUNT-ED)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    A LEDGER FIGURE THAT IS MISSING OR NOT DATED TODAY PROVES
      *>    NOTHING - EITHER IS A DIFFERENCE IN ITS OWN RIGHT.
       WRITE-LEDGER-PROOF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN GL-FOUND = 'N'
                   ADD 1 TO DIFFERENCE-COUNT
                   STRING 'GL SUSPENSE BALANCE -> DIFFERENCE - NO'
                          ' READABLE GL-SUSPENSE-BALANCE.TXT LINE'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN GL-DATE NOT = RUN-DATE
                   ADD 1 TO DIFFERENCE-COUNT
                   STRING 'GL SUSPENSE BALANCE -> DIFFERENCE - DATED '
                          GL-DATE ', NOT ' RUN-DATE ' - STALE'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   COMPUTE GL-DIFFERENCE = GL-BALANCE - ACTUAL-CLOSING
                   MOVE GL-BALANCE TO AMOUNT-ED
                   MOVE GL-DIFFERENCE TO AMOUNT-ED-2
                   IF GL-DIFFERENCE = 0 THEN
                       STRING 'GL SUSPENSE BALANCE '
                              FUNCTION TRIM(AMOUNT-ED)
                              ' = CARRY-FORWARD CLOSING -> AGREED'
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                   ELSE
                       ADD 1 TO DIFFERENCE-COUNT
                       STRING 'GL SUSPENSE BALANCE '
                              FUNCTION TRIM(AMOUNT-ED)
                              ' VS CARRY-FORWARD CLOSING -> DIFFERENCE '
                              FUNCTION TRIM(AMOUNT-ED-2)
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE LINE-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           MOVE LINE-LABEL TO REPORT-REC(1:40).
           MOVE AMOUNT-ED TO REPORT-REC(41:15).
           PERFORM WRITE-REPORT-LINE.

      *>    THE ACTUAL CLOSING IS KEPT, PROVED OR NOT - TOMORROW OPENS
      *>    FROM WHAT IS REALLY ON THE CARRY FILE.
       APPEND-HISTORY-LINE.
           IF DIFFERENCE-COUNT > 0 THEN
               MOVE 'DIFFERENCE' TO RESULT-WORD
           ELSE
               MOVE 'PROVED' TO RESULT-WORD
           END-IF.
           MOVE CARRY-FACE TO AMOUNT-ED.
           MOVE TODAY-MOVEMENT TO AMOUNT-ED-2.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE SPACES TO HISTORY-REC.
           STRING RUN-DATE ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  FUNCTION TRIM(AMOUNT-ED-2) ','
                  FUNCTION TRIM(RESULT-WORD)
               DELIMITED BY SIZE INTO HISTORY-REC
           END-STRING.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.

       WRITE-ROLLFWD-LOG.
           MOVE 'SUSP-ROLLFWD' TO OPS-LOG-PROGRAM.
           MOVE CARRY-ITEM-COUNT TO OPS-LOG-REC-COUNT.
           MOVE DIFFERENCE-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'SUSPENSE-BALANCE' TO OPS-LOG-DETAIL.
           IF DIFFERENCE-COUNT > 0 THEN
               MOVE 'DIFFERENCE' TO OPS-LOG-RESULT
           ELSE
               MOVE 'PROVED' TO OPS-LOG-RESULT
           END-IF.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM SUSPENSE-ROLLFWD.
