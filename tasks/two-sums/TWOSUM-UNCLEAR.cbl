       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-UNCLEAR.

      *>    UN-CLEAR RUN - THE WAY BACK FROM A WRONG AUTOMATIC MATCH.
      *>    ONCE BATCH-TWOSUM HAS CLEARED A PAIR THE ITEMS ARE GONE
      *>    FROM CARRY-FORWARD.TXT AND THE POSTING HAS GONE OUT, SO
      *>    A BAD PAIR USED TO BE UNPICKED BY HAND ON BOTH SIDES.
      *>    THE CONTROL FILE TWOSUM-UNCLEAR.TXT NAMES EACH PAIR TO
      *>    REVERSE, ONE LINE PER PAIR -
      *>        TARGET-ID,ITEM-ID,ITEM-ID
      *>    (THE ITEM IDS IN EITHER ORDER).  PAIRS A REVIEWER
      *>    DISAGREED WITH ON THE AUDIT SAMPLE (SEE TWOSUM-REVIEW)
      *>    WAIT IN THE SAME FORMAT ON TWOSUM-UNCLEAR-QUEUE.TXT, ARE
      *>    TAKEN AFTER THE CONTROL FILE'S AND LEAVE THE QUEUE EMPTY
      *>    ONCE THIS RUN HAS REPORTED THEM - BAR ANY PAST THE RUN'S
      *>    100 PAIRS, WHICH STAY QUEUED FOR THE NEXT RUN.  THE PAIR
      *>    IS LOOKED UP ON CLEARED-HISTORY.TXT - ITS LATEST
      *>    AUTOMATIC CLEAR THAT HAS NOT ALREADY BEEN REVERSED - AND
      *>    THEN -
      *>        - BOTH ITEMS GO BACK ON CARRY-FORWARD.TXT UNDER THEIR
      *>          ORIGINAL PERSISTENT IDS, EACH STAMPED WITH THE DATE
      *>          ITS ID SAYS IT FIRST ENTERED SUSPENSE, AT FACE AND
      *>          WITH ITS CURRENCY (TAKEN FROM THE PAIR'S
      *>          CLEARED-ITEMS.TXT DETAIL).  EACH GOES ON A LINE OF
      *>          ITS OWN, SO THE SAME WRONG PAIR CANNOT SIMPLY CLEAR
      *>          AGAIN AGAINST THE RESTORED TARGET.  A PAYMENT
      *>          REFERENCE IS NOT KEPT ON THE HISTORY, SO A RESTORED
      *>          ITEM MATCHES ON AMOUNT ONLY;
      *>        - THE HISTORY IS NOT REWRITTEN - IT IS ONLY EVER
      *>          APPENDED - SO THE CLEAR IS MARKED REVERSED BY A
      *>          LINE OF THE SAME SHAPE WITH METHOD REVERSED, THE
      *>          DATE OF THE CLEAR IT REVERSES IN THE BASIS COLUMN
      *>          AND THE ITEMS' FACE AMOUNTS AS RESTORED;
      *>        - A REVERSING RECORD (BOTH LEGS NEGATED) GOES ON
      *>          TWOSUM-UNCLEAR-POSTING.TXT IN THE SAME FIRM-COLUMN
      *>          POSTING FORMAT BATCH-TWOSUM EMITS, WITH ITS
      *>          COUNT/HASH TRAILER.  THE FILE IS REGISTERED ON THE
      *>          FILE CATALOG FOR THE PROCESSING DATE (NAMING THE
      *>          CONTROL FILE, THE QUEUE AND THE CLEARED HISTORY AS
      *>          ITS INPUTS) AND JOURNAL-GEN POSTS IT ONLY ON THAT
      *>          NIGHT; A SECOND UN-CLEAR RUN
      *>          THE SAME DAY KEEPS THE FIRST RUN'S RECORDS;
      *>        - THE TARGET GOES BACK ON TWOSUM-RESIDUAL.TXT (THE
      *>          TARGET-CONTROL FORMAT BATCH-TWOSUM RE-READS AT ITS
      *>          NEXT RUN) UNDER ITS OWN ID, AMOUNT AND SOURCE.
      *>    A LINE NAMING A PAIR THAT NEVER CLEARED, OR WAS ALREADY
      *>    REVERSED, IS REPORTED AND CHANGES NOTHING.  WRITES
      *>    TWOSUM-UNCLEAR-REPORT.TXT AND ONE OPS-LOG LINE, AND ENDS
      *>    NON-ZERO (SEE RETURN-CODES.CPY) WHEN ANY LINE WAS REFUSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "TWOSUM-UNCLEAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "TWOSUM-UNCLEAR-QUEUE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT QUEUE-WORK-FILE ASSIGN TO "TWOSUM-UNCLEAR-QUEUE.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-WORK-STATUS.
           SELECT CLEARED-HIST-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HIST-STATUS.
           SELECT CLEARED-FILE ASSIGN TO "CLEARED-ITEMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "CARRY-FORWARD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARRY-FILE-STATUS.
           SELECT RESIDUAL-FILE ASSIGN TO "TWOSUM-RESIDUAL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESIDUAL-FILE-STATUS.
           SELECT POSTING-FILE
               ASSIGN TO "TWOSUM-UNCLEAR-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TWOSUM-UNCLEAR-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(60).

       FD  QUEUE-FILE.
       01  QUEUE-REC                    PIC X(60).

       FD  QUEUE-WORK-FILE.
       01  QUEUE-WORK-REC               PIC X(60).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC             PIC X(130).

       FD  CLEARED-FILE.
       01  CLEARED-REC                  PIC X(200).

       FD  CARRY-FILE.
       01  CARRY-REC                    PIC X(2200).

       FD  RESIDUAL-FILE.
       01  RESIDUAL-REC                 PIC X(60).

      *>    SAME FIRM COLUMN POSITIONS AS BATCH-TWOSUM'S POSTING
      *>    INTERFACE - THE LEDGER IMPORT READS THESE BY POSITION.
       FD  POSTING-FILE.
       01  POSTING-REC.
           05  POST-REC-TYPE            PIC X(01).
           05  POST-TARGET-ID           PIC X(10).
           05  POST-AMT-1-SIGN          PIC X(01).
           05  POST-AMT-1               PIC 9(5)V99.
           05  POST-AMT-2-SIGN          PIC X(01).
           05  POST-AMT-2               PIC 9(5)V99.
           05  POST-RUN-DATE            PIC 9(08).
       01  POSTING-TRAILER-REC.
           05  POST-TRL-TYPE            PIC X(01).
           05  POST-TRL-COUNT           PIC 9(05).
           05  POST-TRL-SIGN            PIC X(01).
           05  POST-TRL-HASH            PIC 9(9)V99.
           05  POST-TRL-FILLER          PIC X(17).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  QUEUE-FILE-STATUS            PIC X(02).
       01  QUEUE-WORK-STATUS            PIC X(02).
       01  CLEARED-HIST-STATUS          PIC X(02).
       01  CLEARED-FILE-STATUS          PIC X(02).
       01  CARRY-FILE-STATUS            PIC X(02).
       01  RESIDUAL-FILE-STATUS         PIC X(02).
       01  POSTING-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
      *
       01  RUN-DATE                     PIC 9(08).
       01  NUMVAL-CHK                   PIC S9(3).
      *
      *>    THE PAIRS NAMED ON THE CONTROL FILE.  UC-STATE -
      *>        'N' NOT (YET) FOUND ON THE HISTORY
      *>        'F' FOUND - THE LATEST AUTOMATIC CLEAR OF THE PAIR
      *>        'R' THE LATEST CLEAR HAS ALREADY BEEN REVERSED
      *>        'X' REFUSED ON THE CONTROL LINE ITSELF
      *>        'D' REVERSED BY THIS RUN
       01  UNCLEAR-TABLE.
           05  UNCLEAR-COUNT            PIC 9(03) VALUE 0.
           05  UNCLEAR-ENTRY OCCURS 100 TIMES.
               10  UC-TARGET-ID         PIC X(10).
               10  UC-ID-1              PIC X(13).
               10  UC-ID-2              PIC X(13).
               10  UC-STATE             PIC X(01).
               10  UC-REASON            PIC X(30).
      *>        THE CLEAR AS THE HISTORY HAS IT - IDS IN HISTORY
      *>        ORDER, AMOUNTS IN BASE CURRENCY.
               10  UC-CLEAR-DATE        PIC 9(08).
               10  UC-POS-1             PIC X(04).
               10  UC-POS-2             PIC X(04).
               10  UC-HIST-ID-1         PIC X(13).
               10  UC-HIST-ID-2         PIC X(13).
               10  UC-AMT-1             PIC S9(5)V99.
               10  UC-AMT-2             PIC S9(5)V99.
               10  UC-SOURCE            PIC X(08).
      *>        FROM THE CLEARED-ITEMS DETAIL - FACE AMOUNT AND
      *>        CURRENCY OF EACH LEG, AND THE TARGET'S OWN AMOUNT.
               10  UC-DETAIL-FOUND      PIC X(01).
               10  UC-FACE-1            PIC S9(5)V99.
               10  UC-CCY-1             PIC X(03).
               10  UC-FACE-2            PIC S9(5)V99.
               10  UC-CCY-2             PIC X(03).
               10  UC-TARGET-AMT        PIC S9(5)V99.
       01  UC-IDX                       PIC 9(03).
       01  CONTROL-LINE                 PIC X(60).
      *>    QUEUE LINES TAKEN THIS RUN, AND THOSE LEFT QUEUED BECAUSE
      *>    THE RUN ALREADY HAD ITS 100 PAIRS.
       01  QUEUE-LINE-COUNT             PIC 9(03) VALUE 0.
       01  QUEUE-LINES-LEFT             PIC 9(05) VALUE 0.
       01  QUEUE-LINES-SEEN             PIC 9(05) VALUE 0.
       01  WS-EOF-QUEUE                 PIC X(01).
       01  QUEUE-LEFT-ED                PIC ZZZZ9.
       01  EARLIER-PAIR                 PIC X(01).
       01  EARLIER-IDX                  PIC 9(03).
       01  CTL-TARGET-TXT               PIC X(12).
       01  CTL-ID-1-TXT                 PIC X(15).
       01  CTL-ID-2-TXT                 PIC X(15).
      *
       01  HIST-DATE-TXT                PIC X(08).
       01  HIST-TARGET-TXT              PIC X(12).
       01  HIST-POS-1-TXT               PIC X(04).
       01  HIST-POS-2-TXT               PIC X(04).
       01  HIST-AMT-1-TXT               PIC X(12).
       01  HIST-AMT-2-TXT               PIC X(12).
       01  HIST-ID-1-TXT                PIC X(14).
       01  HIST-ID-2-TXT                PIC X(14).
       01  HIST-BASIS-TXT               PIC X(10).
       01  HIST-METHOD-TXT              PIC X(10).
       01  HIST-SOURCE-TXT              PIC X(10).
       01  HIST-SAME-PAIR               PIC X(01).
      *
       01  DETAIL-IDS-TXT               PIC X(40).
       01  DETAIL-IDS-LEN               PIC 9(02).
       01  DETAIL-RUN-TXT               PIC X(14).
       01  DETAIL-TALLY                 PIC 9(02).
       01  DETAIL-BEFORE-TXT            PIC X(200).
       01  DETAIL-AFTER-TXT             PIC X(200).
       01  DETAIL-TARGET-TXT            PIC X(20).
       01  DETAIL-LEG-1-TXT             PIC X(40).
       01  DETAIL-LEG-2-TXT             PIC X(40).
       01  LEG-AMT-TXT                  PIC X(12).
       01  LEG-CCY-TXT                  PIC X(03).
      *
      *>    A SAME-DAY RERUN KEEPS THE EARLIER RUN'S POSTINGS -
      *>    THEY ARE READ BACK AND WRITTEN AHEAD OF TONIGHT'S NEW
      *>    ONES UNDER ONE TRAILER.
       01  KEPT-POSTING-TABLE.
           05  KEPT-POSTING-COUNT       PIC 9(03) VALUE 0.
           05  KEPT-POSTING OCCURS 200 TIMES PIC X(35).
       01  KEPT-IDX                     PIC 9(03).
      *>    FILE-CATALOG CALL PARAMETERS - SEE FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *
       01  RESTORE-DATE                 PIC 9(08).
       01  RESTORE-ID                   PIC X(13).
       01  RESTORE-FACE                 PIC S9(5)V99.
       01  RESTORE-CCY                  PIC X(03).
       01  RESTORE-SOURCE               PIC X(08).
       01  CARRY-ELEM-TXT               PIC X(30).
       01  HIST-RUN-ID                  PIC X(17).
       01  AMOUNT-ED                    PIC -(5)9.99.
       01  AMOUNT-ED-2                  PIC -(5)9.99.
       01  TOTAL-ED                     PIC -(8)9.99.
      *
       01  REVERSED-COUNT               PIC 9(05) VALUE 0.
       01  REFUSED-COUNT                PIC 9(05) VALUE 0.
       01  POSTING-COUNT                PIC 9(05) VALUE 0.
       01  POSTING-HASH                 PIC S9(9)V99 VALUE 0.
       01  POSTING-AMOUNT               PIC S9(9)V99.
       01  RESTORED-FACE-TOTAL          PIC S9(9)V99 VALUE 0.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM OPEN-UNCLEAR-REPORT.
           PERFORM LOAD-UNCLEAR-CONTROL.
           IF UNCLEAR-COUNT = 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING 'NO PAIRS NAMED ON TWOSUM-UNCLEAR.TXT OR THE'
                      ' REVIEW QUEUE - NOTHING'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM FIND-PAIRS-ON-HISTORY
               PERFORM FIND-PAIR-DETAILS
               PERFORM LOAD-KEPT-POSTINGS
               PERFORM OPEN-UNCLEAR-OUTPUTS
               PERFORM VARYING UC-IDX FROM 1 BY 1
                       UNTIL UC-IDX > UNCLEAR-COUNT
                   PERFORM UNCLEAR-ONE-PAIR
               END-PERFORM
               PERFORM WRITE-POSTING-TRAILER
               PERFORM CLOSE-UNCLEAR-OUTPUTS
           END-IF.
           IF QUEUE-LINE-COUNT > 0 THEN
               IF QUEUE-LINES-LEFT > 0 THEN
                   PERFORM KEEP-UNTAKEN-QUEUE-LINES
               ELSE
                   OPEN OUTPUT QUEUE-FILE
                   CLOSE QUEUE-FILE
               END-IF
           END-IF.
           PERFORM WRITE-UNCLEAR-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM WRITE-UNCLEAR-LOG.
           IF REFUSED-COUNT > 0 THEN
               SET RC-ERROR TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       OPEN-UNCLEAR-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'UN-CLEARED SUSPENSE PAIRS' TO RPT-TITLE.
           MOVE 'TWOSUM-UNCLEAR' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'TARGET     ITEM IDS                    CLEARED  '
                  '      AMOUNTS (BASE)     RESULT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.

       LOAD-UNCLEAR-CONTROL.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND CONTROL-REC NOT = SPACES THEN
                   ADD 1 TO WS-LINE-NO
                   MOVE CONTROL-REC TO CONTROL-LINE
                   PERFORM TAKE-ONE-CONTROL-LINE
               END-IF
           END-PERFORM.
           IF CONTROL-FILE-STATUS = '00' OR CONTROL-FILE-STATUS = '10'
                   THEN
               CLOSE CONTROL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND QUEUE-REC NOT = SPACES THEN
                   ADD 1 TO WS-LINE-NO
                   IF UNCLEAR-COUNT >= 100 THEN
                       ADD 1 TO QUEUE-LINES-LEFT
                   ELSE
                       ADD 1 TO QUEUE-LINE-COUNT
                       MOVE QUEUE-REC TO CONTROL-LINE
                       PERFORM TAKE-ONE-CONTROL-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF QUEUE-FILE-STATUS = '00' OR QUEUE-FILE-STATUS = '10'
                   THEN
               CLOSE QUEUE-FILE
           END-IF.
           IF QUEUE-LINES-LEFT > 0 THEN
               DISPLAY 'MORE THAN 100 PAIRS TO UN-CLEAR - '
                   QUEUE-LINES-LEFT ' QUEUE LINE(S) LEFT FOR THE NEXT'
                   ' RUN'
           END-IF.

       TAKE-ONE-CONTROL-LINE.
           IF UNCLEAR-COUNT >= 100 THEN
               DISPLAY 'MORE THAN 100 PAIRS TO UN-CLEAR - LINE '
                   WS-LINE-NO ' IGNORED'
           ELSE
               MOVE SPACES TO CTL-TARGET-TXT CTL-ID-1-TXT CTL-ID-2-TXT
               UNSTRING CONTROL-LINE DELIMITED BY ','
                   INTO CTL-TARGET-TXT CTL-ID-1-TXT CTL-ID-2-TXT
               END-UNSTRING
               ADD 1 TO UNCLEAR-COUNT
               MOVE UNCLEAR-COUNT TO UC-IDX
               MOVE SPACES TO UNCLEAR-ENTRY(UC-IDX)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-TARGET-TXT))
                   TO UC-TARGET-ID(UC-IDX)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-ID-1-TXT))
                   TO UC-ID-1(UC-IDX)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-ID-2-TXT))
                   TO UC-ID-2(UC-IDX)
               MOVE 'N' TO UC-STATE(UC-IDX)
               PERFORM FIND-EARLIER-PAIR
               EVALUATE TRUE
                   WHEN UC-TARGET-ID(UC-IDX) = SPACES
                       MOVE 'X' TO UC-STATE(UC-IDX)
                       MOVE 'NO TARGET ID' TO UC-REASON(UC-IDX)
                   WHEN UC-TARGET-ID(UC-IDX) = 'MANUAL'
                           OR UC-TARGET-ID(UC-IDX) = 'WRITEOFF'
                       MOVE 'X' TO UC-STATE(UC-IDX)
                       MOVE 'NOT AN AUTOMATIC CLEAR'
                           TO UC-REASON(UC-IDX)
                   WHEN UC-ID-1(UC-IDX)(1:8) IS NOT NUMERIC
                           OR UC-ID-1(UC-IDX)(9:1) NOT = '-'
                           OR UC-ID-2(UC-IDX)(1:8) IS NOT NUMERIC
                           OR UC-ID-2(UC-IDX)(9:1) NOT = '-'
                       MOVE 'X' TO UC-STATE(UC-IDX)
                       MOVE 'ITEM IDS NOT YYYYMMDD-NNNN'
                           TO UC-REASON(UC-IDX)
                   WHEN UC-ID-1(UC-IDX) = UC-ID-2(UC-IDX)
                       MOVE 'X' TO UC-STATE(UC-IDX)
                       MOVE 'SAME ITEM ID TWICE' TO UC-REASON(UC-IDX)
                   WHEN EARLIER-PAIR = 'Y'
                       MOVE 'X' TO UC-STATE(UC-IDX)
                       MOVE 'PAIR ALREADY NAMED ABOVE'
                           TO UC-REASON(UC-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *>    THE SAME PAIR ON THE CONTROL FILE AND THE QUEUE (OR TWICE
      *>    ON EITHER) MUST NOT BE REVERSED TWICE.
       FIND-EARLIER-PAIR.
           MOVE 'N' TO EARLIER-PAIR.
           PERFORM VARYING EARLIER-IDX FROM 1 BY 1
                   UNTIL EARLIER-IDX >= UC-IDX
               IF UC-TARGET-ID(EARLIER-IDX) = UC-TARGET-ID(UC-IDX)
                   AND ((UC-ID-1(EARLIER-IDX) = UC-ID-1(UC-IDX)
                         AND UC-ID-2(EARLIER-IDX) = UC-ID-2(UC-IDX))
                     OR (UC-ID-1(EARLIER-IDX) = UC-ID-2(UC-IDX)
                         AND UC-ID-2(EARLIER-IDX) = UC-ID-1(UC-IDX)))
                       THEN
                   MOVE 'Y' TO EARLIER-PAIR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    ONE PASS OVER THE HISTORY.  FOR EACH NAMED PAIR THE LAST
      *>    WORD WINS - A CLEAR MAKES IT 'F', A LATER REVERSAL 'R',
      *>    AND A CLEAR AFTER THAT (THE SAME ITEMS MATCHED AGAIN)
      *>    'F' ONCE MORE.
       FIND-PAIRS-ON-HISTORY.
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
                   PERFORM TAKE-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF CLEARED-HIST-STATUS = '00' OR CLEARED-HIST-STATUS = '10'
                   THEN
               CLOSE CLEARED-HIST-FILE
           END-IF.

       TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
               HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT.
           MOVE SPACES TO HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT
               HIST-METHOD-TXT HIST-SOURCE-TXT.
           UNSTRING CLEARED-HIST-REC DELIMITED BY ','
               INTO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
                    HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT
                    HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT
                    HIST-METHOD-TXT HIST-SOURCE-TXT
           END-UNSTRING.
           IF HIST-DATE-TXT IS NUMERIC
                   AND HIST-TARGET-TXT NOT = 'MANUAL'
                   AND HIST-TARGET-TXT NOT = 'WRITEOFF' THEN
               PERFORM VARYING UC-IDX FROM 1 BY 1
                       UNTIL UC-IDX > UNCLEAR-COUNT
                   PERFORM MATCH-HISTORY-TO-PAIR
               END-PERFORM
           END-IF.

       MATCH-HISTORY-TO-PAIR.
           MOVE 'N' TO HIST-SAME-PAIR.
           IF UC-STATE(UC-IDX) NOT = 'X'
                   AND HIST-TARGET-TXT = UC-TARGET-ID(UC-IDX) THEN
               IF (HIST-ID-1-TXT = UC-ID-1(UC-IDX)
                       AND HIST-ID-2-TXT = UC-ID-2(UC-IDX))
                   OR (HIST-ID-1-TXT = UC-ID-2(UC-IDX)
                       AND HIST-ID-2-TXT = UC-ID-1(UC-IDX)) THEN
                   MOVE 'Y' TO HIST-SAME-PAIR
               END-IF
           END-IF.
           IF HIST-SAME-PAIR = 'Y' THEN
               IF FUNCTION TRIM(HIST-METHOD-TXT) = 'REVERSED' THEN
                   MOVE 'R' TO UC-STATE(UC-IDX)
               ELSE
                   PERFORM REMEMBER-PAIR-CLEAR
               END-IF
           END-IF.

       REMEMBER-PAIR-CLEAR.
           MOVE 'F' TO UC-STATE(UC-IDX).
           MOVE HIST-DATE-TXT TO UC-CLEAR-DATE(UC-IDX).
           MOVE HIST-POS-1-TXT TO UC-POS-1(UC-IDX).
           MOVE HIST-POS-2-TXT TO UC-POS-2(UC-IDX).
           MOVE HIST-ID-1-TXT TO UC-HIST-ID-1(UC-IDX).
           MOVE HIST-ID-2-TXT TO UC-HIST-ID-2(UC-IDX).
           MOVE 0 TO UC-AMT-1(UC-IDX) UC-AMT-2(UC-IDX).
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-AMT-1-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK = 0 THEN
               COMPUTE UC-AMT-1(UC-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(HIST-AMT-1-TXT))
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-AMT-2-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK = 0 THEN
               COMPUTE UC-AMT-2(UC-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(HIST-AMT-2-TXT))
           END-IF.
           MOVE FUNCTION TRIM(HIST-SOURCE-TXT) TO UC-SOURCE(UC-IDX).
      *>    UNTIL THE DETAIL SAYS OTHERWISE EACH LEG IS TAKEN AS BASE
      *>    CURRENCY AND THE TARGET AS THE PAIR'S OWN SUM.
           MOVE 'N' TO UC-DETAIL-FOUND(UC-IDX).
           MOVE UC-AMT-1(UC-IDX) TO UC-FACE-1(UC-IDX).
           MOVE UC-AMT-2(UC-IDX) TO UC-FACE-2(UC-IDX).
           MOVE SPACES TO UC-CCY-1(UC-IDX) UC-CCY-2(UC-IDX).
           COMPUTE UC-TARGET-AMT(UC-IDX) =
               UC-AMT-1(UC-IDX) + UC-AMT-2(UC-IDX).

      *>    THE CLEARED-ITEMS DETAIL IS FREE TEXT, BUT BATCH-TWOSUM
      *>    WRITES IT IN ONE SHAPE -
      *>        TARGET ID (TARGET-AMT) LINE N POS P/P AMOUNTS A/A
      *>        [ORIG FACE CCY / FACE CCY] IDS ID/ID BASIS B RUN DATE
      *>    THE PAIR'S LINE IS THE ONE NAMING BOTH ITS IDS AND THE
      *>    RUN DATE OF THE CLEAR.
       FIND-PAIR-DETAILS.
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
                   PERFORM VARYING UC-IDX FROM 1 BY 1
                           UNTIL UC-IDX > UNCLEAR-COUNT
                       IF UC-STATE(UC-IDX) = 'F' THEN
                           PERFORM MATCH-DETAIL-TO-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF CLEARED-FILE-STATUS = '00' OR CLEARED-FILE-STATUS = '10'
                   THEN
               CLOSE CLEARED-FILE
           END-IF.

       MATCH-DETAIL-TO-PAIR.
           MOVE SPACES TO DETAIL-IDS-TXT DETAIL-RUN-TXT.
           STRING ' IDS ' FUNCTION TRIM(UC-HIST-ID-1(UC-IDX)) '/'
                  FUNCTION TRIM(UC-HIST-ID-2(UC-IDX)) ' '
               DELIMITED BY SIZE INTO DETAIL-IDS-TXT
           END-STRING.
           COMPUTE DETAIL-IDS-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DETAIL-IDS-TXT)) + 2.
           STRING ' RUN ' UC-CLEAR-DATE(UC-IDX)
               DELIMITED BY SIZE INTO DETAIL-RUN-TXT
           END-STRING.
           MOVE 0 TO DETAIL-TALLY.
           INSPECT CLEARED-REC TALLYING DETAIL-TALLY
               FOR ALL DETAIL-IDS-TXT(1:DETAIL-IDS-LEN)
                   ALL DETAIL-RUN-TXT(1:13).
           IF DETAIL-TALLY >= 2 THEN
               PERFORM TAKE-PAIR-DETAIL
           END-IF.

       TAKE-PAIR-DETAIL.
           MOVE 'Y' TO UC-DETAIL-FOUND(UC-IDX).
           MOVE SPACES TO DETAIL-BEFORE-TXT DETAIL-TARGET-TXT.
           UNSTRING CLEARED-REC DELIMITED BY '(' OR ')'
               INTO DETAIL-BEFORE-TXT DETAIL-TARGET-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(DETAIL-TARGET-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK = 0 THEN
               COMPUTE UC-TARGET-AMT(UC-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(DETAIL-TARGET-TXT))
           END-IF.
           MOVE SPACES TO DETAIL-BEFORE-TXT DETAIL-AFTER-TXT.
           UNSTRING CLEARED-REC DELIMITED BY ' ORIG '
               INTO DETAIL-BEFORE-TXT DETAIL-AFTER-TXT
           END-UNSTRING.
      *>    NO ORIG SECTION - BOTH LEGS AROSE IN BASE CURRENCY.
           IF DETAIL-AFTER-TXT NOT = SPACES THEN
               MOVE SPACES TO DETAIL-LEG-1-TXT DETAIL-LEG-2-TXT
               UNSTRING DETAIL-AFTER-TXT DELIMITED BY ' / ' OR ' IDS '
                   INTO DETAIL-LEG-1-TXT DETAIL-LEG-2-TXT
               END-UNSTRING
               MOVE DETAIL-LEG-1-TXT TO DETAIL-BEFORE-TXT
               PERFORM SPLIT-DETAIL-LEG
               IF LEG-AMT-TXT NOT = SPACES THEN
                   COMPUTE UC-FACE-1(UC-IDX) = FUNCTION NUMVAL(
                       LEG-AMT-TXT)
                   MOVE LEG-CCY-TXT TO UC-CCY-1(UC-IDX)
               END-IF
               MOVE DETAIL-LEG-2-TXT TO DETAIL-BEFORE-TXT
               PERFORM SPLIT-DETAIL-LEG
               IF LEG-AMT-TXT NOT = SPACES THEN
                   COMPUTE UC-FACE-2(UC-IDX) = FUNCTION NUMVAL(
                       LEG-AMT-TXT)
                   MOVE LEG-CCY-TXT TO UC-CCY-2(UC-IDX)
               END-IF
           END-IF.

      *>    DETAIL-BEFORE-TXT IN ("  -123.45 EUR"); LEG-AMT-TXT AND
      *>    LEG-CCY-TXT OUT, THE AMOUNT SPACES WHEN IT IS NOT ONE.
       SPLIT-DETAIL-LEG.
           MOVE SPACES TO LEG-AMT-TXT LEG-CCY-TXT.
           MOVE FUNCTION TRIM(DETAIL-BEFORE-TXT) TO DETAIL-BEFORE-TXT.
           UNSTRING DETAIL-BEFORE-TXT DELIMITED BY ALL SPACES
               INTO LEG-AMT-TXT LEG-CCY-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LEG-AMT-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK NOT = 0 THEN
               MOVE SPACES TO LEG-AMT-TXT LEG-CCY-TXT
           END-IF.

      *>    TONIGHT'S POSTING FILE MAY ALREADY HOLD AN EARLIER RUN'S
      *>    RECORDS - ONLY IF THE CATALOG SAYS IT WAS WRITTEN UNDER
      *>    THIS PROCESSING DATE; AN OLDER FILE IS SIMPLY REPLACED.
       LOAD-KEPT-POSTINGS.
           MOVE 'C' TO CAT-OP.
           MOVE 'TWOSUM-UNCLEAR-POSTING.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.
           IF CAT-OK = 'Y' THEN
               MOVE 'N' TO WS-EOF-INPUT
               OPEN INPUT POSTING-FILE
               IF POSTING-FILE-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-EOF-INPUT
               END-IF
               PERFORM UNTIL WS-EOF-INPUT = 'Y'
                   READ POSTING-FILE
                       AT END MOVE 'Y' TO WS-EOF-INPUT
                   END-READ
                   IF WS-EOF-INPUT NOT = 'Y'
                           AND POST-REC-TYPE = 'D' THEN
                       PERFORM KEEP-ONE-POSTING
                   END-IF
               END-PERFORM
               IF POSTING-FILE-STATUS = '00'
                       OR POSTING-FILE-STATUS = '10' THEN
                   CLOSE POSTING-FILE
               END-IF
           END-IF.

       KEEP-ONE-POSTING.
           IF KEPT-POSTING-COUNT >= 200 THEN
               DISPLAY 'MORE THAN 200 EARLIER UN-CLEAR POSTINGS TODAY'
                   ' - EXTRA RECORDS DROPPED'
           ELSE
               ADD 1 TO KEPT-POSTING-COUNT
               MOVE POSTING-REC TO KEPT-POSTING(KEPT-POSTING-COUNT)
           END-IF.

       OPEN-UNCLEAR-OUTPUTS.
           OPEN OUTPUT POSTING-FILE.
           PERFORM VARYING KEPT-IDX FROM 1 BY 1
                   UNTIL KEPT-IDX > KEPT-POSTING-COUNT
               MOVE KEPT-POSTING(KEPT-IDX) TO POSTING-REC
               WRITE POSTING-REC
               PERFORM ADD-POSTING-TO-HASH
           END-PERFORM.
           OPEN EXTEND CARRY-FILE.
           IF CARRY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT CARRY-FILE
           END-IF.
           OPEN EXTEND RESIDUAL-FILE.
           IF RESIDUAL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT RESIDUAL-FILE
           END-IF.
           OPEN EXTEND CLEARED-HIST-FILE.
           IF CLEARED-HIST-STATUS NOT = '00' THEN
               OPEN OUTPUT CLEARED-HIST-FILE
           END-IF.

       ADD-POSTING-TO-HASH.
           ADD 1 TO POSTING-COUNT.
           MOVE 0 TO POSTING-AMOUNT.
           IF POST-AMT-1-SIGN = '-' THEN
               SUBTRACT POST-AMT-1 FROM POSTING-AMOUNT
           ELSE
               ADD POST-AMT-1 TO POSTING-AMOUNT
           END-IF.
           IF POST-AMT-2-SIGN = '-' THEN
               SUBTRACT POST-AMT-2 FROM POSTING-AMOUNT
           ELSE
               ADD POST-AMT-2 TO POSTING-AMOUNT
           END-IF.
           ADD POSTING-AMOUNT TO POSTING-HASH.

       UNCLEAR-ONE-PAIR.
           EVALUATE UC-STATE(UC-IDX)
               WHEN 'F'
                   PERFORM REVERSE-ONE-PAIR
               WHEN 'N'
                   MOVE 'NO AUTOMATIC CLEAR ON HISTORY'
                       TO UC-REASON(UC-IDX)
                   PERFORM REFUSE-ONE-PAIR
               WHEN 'R'
                   MOVE 'ALREADY REVERSED' TO UC-REASON(UC-IDX)
                   PERFORM REFUSE-ONE-PAIR
               WHEN OTHER
                   PERFORM REFUSE-ONE-PAIR
           END-EVALUATE.

       REFUSE-ONE-PAIR.
           ADD 1 TO REFUSED-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING UC-TARGET-ID(UC-IDX) ' '
                  UC-ID-1(UC-IDX) '/' UC-ID-2(UC-IDX)
                  ' REFUSED - ' FUNCTION TRIM(UC-REASON(UC-IDX))
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       REVERSE-ONE-PAIR.
           ADD 1 TO REVERSED-COUNT.
           MOVE 'D' TO UC-STATE(UC-IDX).
           MOVE UC-HIST-ID-1(UC-IDX) TO RESTORE-ID.
           MOVE UC-FACE-1(UC-IDX) TO RESTORE-FACE.
           MOVE UC-CCY-1(UC-IDX) TO RESTORE-CCY.
           PERFORM RESTORE-ONE-ITEM.
           MOVE UC-HIST-ID-2(UC-IDX) TO RESTORE-ID.
           MOVE UC-FACE-2(UC-IDX) TO RESTORE-FACE.
           MOVE UC-CCY-2(UC-IDX) TO RESTORE-CCY.
           PERFORM RESTORE-ONE-ITEM.
           PERFORM WRITE-REVERSED-HISTORY-LINE.
           PERFORM WRITE-REVERSING-POSTING.
           PERFORM WRITE-RESTORED-TARGET.
           MOVE UC-AMT-1(UC-IDX) TO AMOUNT-ED.
           MOVE UC-AMT-2(UC-IDX) TO AMOUNT-ED-2.
           MOVE SPACES TO REPORT-REC.
           STRING UC-TARGET-ID(UC-IDX) ' '
                  UC-HIST-ID-1(UC-IDX) '/' UC-HIST-ID-2(UC-IDX)
                  ' ' UC-CLEAR-DATE(UC-IDX) ' '
                  AMOUNT-ED '/' AMOUNT-ED-2 ' REVERSED'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF UC-DETAIL-FOUND(UC-IDX) = 'N' THEN
               MOVE SPACES TO REPORT-REC
               STRING '    NO CLEARED-ITEMS DETAIL FOUND - ITEMS'
                      ' RESTORED AT THEIR BASE AMOUNTS'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    THE ITEM'S FIRST-SIGHT DATE IS THE FRONT OF ITS ID; AN ID
      *>    THAT DOES NOT CARRY ONE FALLS BACK TO THE CLEAR DATE.
       RESTORE-ONE-ITEM.
           IF RESTORE-ID(1:8) IS NUMERIC THEN
               MOVE RESTORE-ID(1:8) TO RESTORE-DATE
           ELSE
               MOVE UC-CLEAR-DATE(UC-IDX) TO RESTORE-DATE
           END-IF.
           ADD RESTORE-FACE TO RESTORED-FACE-TOTAL.
           MOVE RESTORE-FACE TO AMOUNT-ED.
           MOVE SPACES TO CARRY-ELEM-TXT.
           IF RESTORE-CCY NOT = SPACES THEN
               STRING FUNCTION TRIM(AMOUNT-ED) ':' RESTORE-CCY
                   DELIMITED BY SIZE INTO CARRY-ELEM-TXT
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(AMOUNT-ED) TO CARRY-ELEM-TXT
           END-IF.
           MOVE SPACES TO CARRY-REC.
           STRING RESTORE-DATE ';' FUNCTION TRIM(CARRY-ELEM-TXT) ';'
                  FUNCTION TRIM(RESTORE-ID)
               DELIMITED BY SIZE INTO CARRY-REC
           END-STRING.
           WRITE CARRY-REC.
           MOVE SPACES TO REPORT-REC.
           STRING '    ITEM ' RESTORE-ID ' BACK ON CARRY-FORWARD'
                  ' UNDER ' RESTORE-DATE ' AT '
                  FUNCTION TRIM(CARRY-ELEM-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    SAME COLUMNS AS THE CLEAR ITSELF - THE BASIS COLUMN
      *>    NAMES THE DATE OF THE CLEAR BEING REVERSED AND THE
      *>    AMOUNTS ARE THE FACE AMOUNTS PUT BACK IN SUSPENSE (WHAT
      *>    SUSPENSE-ROLLFWD ADDS BACK).
       WRITE-REVERSED-HISTORY-LINE.
           MOVE UC-FACE-1(UC-IDX) TO AMOUNT-ED.
           MOVE UC-FACE-2(UC-IDX) TO AMOUNT-ED-2.
           CALL 'RUN-ID' USING HIST-RUN-ID.
           MOVE SPACES TO CLEARED-HIST-REC.
           STRING RUN-DATE ','
                  FUNCTION TRIM(UC-TARGET-ID(UC-IDX)) ','
                  FUNCTION TRIM(UC-POS-1(UC-IDX)) ','
                  FUNCTION TRIM(UC-POS-2(UC-IDX)) ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  FUNCTION TRIM(AMOUNT-ED-2) ','
                  FUNCTION TRIM(UC-HIST-ID-1(UC-IDX)) ','
                  FUNCTION TRIM(UC-HIST-ID-2(UC-IDX)) ','
                  UC-CLEAR-DATE(UC-IDX) ',REVERSED,'
                  FUNCTION TRIM(UC-SOURCE(UC-IDX)) ','
                  HIST-RUN-ID
               DELIMITED BY SIZE INTO CLEARED-HIST-REC
           END-STRING.
           WRITE CLEARED-HIST-REC.

      *>    THE ORIGINAL POSTING CARRIED THE BASE AMOUNTS THE MATCH
      *>    RAN ON; THE REVERSAL NEGATES BOTH LEGS, SO JOURNAL-GEN
      *>    TURNS IT INTO THE OPPOSITE PAIR OF JOURNAL LINES.
       WRITE-REVERSING-POSTING.
           MOVE SPACES TO POSTING-REC.
           MOVE 'D' TO POST-REC-TYPE.
           MOVE UC-TARGET-ID(UC-IDX) TO POST-TARGET-ID.
           IF UC-AMT-1(UC-IDX) > 0 THEN
               MOVE '-' TO POST-AMT-1-SIGN
               MOVE UC-AMT-1(UC-IDX) TO POST-AMT-1
           ELSE
               MOVE '+' TO POST-AMT-1-SIGN
               COMPUTE POST-AMT-1 = 0 - UC-AMT-1(UC-IDX)
           END-IF.
           IF UC-AMT-2(UC-IDX) > 0 THEN
               MOVE '-' TO POST-AMT-2-SIGN
               MOVE UC-AMT-2(UC-IDX) TO POST-AMT-2
           ELSE
               MOVE '+' TO POST-AMT-2-SIGN
               COMPUTE POST-AMT-2 = 0 - UC-AMT-2(UC-IDX)
           END-IF.
           MOVE RUN-DATE TO POST-RUN-DATE.
           WRITE POSTING-REC.
           PERFORM ADD-POSTING-TO-HASH.

      *>    THE TARGET GOES BACK UNDER ITS OWN ID AT ITS OWN AMOUNT,
      *>    DATED AS IT WAS CLEARED, AT THE DEFAULT PRIORITY.  A LINE
      *>    FROM BEFORE THE SOURCE COLUMN WAS KEPT GOES BACK AS
      *>    LEGACY, THE SOURCE BATCH-TWOSUM GIVES AN OLD-FORMAT
      *>    TARGET.
       WRITE-RESTORED-TARGET.
           IF UC-SOURCE(UC-IDX) = SPACES THEN
               MOVE 'LEGACY' TO RESTORE-SOURCE
           ELSE
               MOVE UC-SOURCE(UC-IDX) TO RESTORE-SOURCE
           END-IF.
           MOVE UC-TARGET-AMT(UC-IDX) TO AMOUNT-ED.
           MOVE SPACES TO RESIDUAL-REC.
           STRING FUNCTION TRIM(UC-TARGET-ID(UC-IDX)) ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  UC-CLEAR-DATE(UC-IDX) ','
                  FUNCTION TRIM(RESTORE-SOURCE)
               DELIMITED BY SIZE INTO RESIDUAL-REC
           END-STRING.
           WRITE RESIDUAL-REC.
           MOVE SPACES TO REPORT-REC.
           STRING '    TARGET ' UC-TARGET-ID(UC-IDX) ' '
                  AMOUNT-ED ' PUT BACK FOR THE NEXT RUN'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-POSTING-TRAILER.
           MOVE SPACES TO POSTING-TRAILER-REC.
           MOVE 'T' TO POST-TRL-TYPE.
           MOVE POSTING-COUNT TO POST-TRL-COUNT.
           IF POSTING-HASH < 0 THEN
               MOVE '-' TO POST-TRL-SIGN
               COMPUTE POST-TRL-HASH = 0 - POSTING-HASH
           ELSE
               MOVE '+' TO POST-TRL-SIGN
               MOVE POSTING-HASH TO POST-TRL-HASH
           END-IF.
           WRITE POSTING-TRAILER-REC.

       CLOSE-UNCLEAR-OUTPUTS.
           CLOSE POSTING-FILE.
           CLOSE CARRY-FILE.
           CLOSE RESIDUAL-FILE.
           CLOSE CLEARED-HIST-FILE.
           MOVE 'I' TO CAT-OP.
           MOVE 'TWOSUM-UNCLEAR.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'TWOSUM-UNCLEAR-QUEUE.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'CLEARED-HISTORY.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'R' TO CAT-OP.
           MOVE 'TWOSUM-UNCLEAR-POSTING.TXT' TO CAT-FILE-NAME.
           MOVE POSTING-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.

      *>    THE QUEUE LINES TAKEN ARE ALWAYS THE FIRST ONES, SO THE
      *>    QUEUE IS REWRITTEN WITH EVERYTHING AFTER THEM - THROUGH A
      *>    WORK FILE, AS EMP-ANONYMIZE REWRITES ITS ARCHIVE.
       KEEP-UNTAKEN-QUEUE-LINES.
           MOVE 0 TO QUEUE-LINES-SEEN.
           MOVE 'N' TO WS-EOF-QUEUE.
           OPEN INPUT QUEUE-FILE.
           OPEN OUTPUT QUEUE-WORK-FILE.
           PERFORM UNTIL WS-EOF-QUEUE = 'Y'
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO WS-EOF-QUEUE
               END-READ
               IF WS-EOF-QUEUE NOT = 'Y'
                       AND QUEUE-REC NOT = SPACES THEN
                   ADD 1 TO QUEUE-LINES-SEEN
                   IF QUEUE-LINES-SEEN > QUEUE-LINE-COUNT THEN
                       MOVE QUEUE-REC TO QUEUE-WORK-REC
                       WRITE QUEUE-WORK-REC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QUEUE-FILE.
           CLOSE QUEUE-WORK-FILE.
           MOVE 'N' TO WS-EOF-QUEUE.
           OPEN INPUT QUEUE-WORK-FILE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM UNTIL WS-EOF-QUEUE = 'Y'
               READ QUEUE-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-QUEUE
                   NOT AT END
                       MOVE QUEUE-WORK-REC TO QUEUE-REC
                       WRITE QUEUE-REC
               END-READ
           END-PERFORM.
           CLOSE QUEUE-WORK-FILE.
           CLOSE QUEUE-FILE.

       WRITE-UNCLEAR-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE RESTORED-FACE-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAIRS REVERSED: ' REVERSED-COUNT
                  ' REFUSED: ' REFUSED-COUNT
                  ' RESTORED TO SUSPENSE AT FACE: ' TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF QUEUE-LINES-LEFT > 0 THEN
               MOVE QUEUE-LINES-LEFT TO QUEUE-LEFT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'MORE THAN 100 PAIRS - ' QUEUE-LEFT-ED
                      ' REVIEW-QUEUE PAIR(S) LEFT QUEUED FOR THE NEXT'
                      ' RUN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-UNCLEAR-LOG.
           MOVE 'TWOSUM-UNCLR' TO OPS-LOG-PROGRAM.
           IF REFUSED-COUNT > 0 THEN
               MOVE 'REJECT' TO OPS-LOG-RESULT
           ELSE
               MOVE 'OK' TO OPS-LOG-RESULT
           END-IF.
           MOVE UNCLEAR-COUNT TO OPS-LOG-REC-COUNT.
           MOVE REFUSED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'PAIRS-REVERSED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM TWOSUM-UNCLEAR.
