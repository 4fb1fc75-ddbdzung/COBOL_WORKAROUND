       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEAR-KPI.

      *>    MONTHLY CLEARING KPI REPORT BY TARGET SOURCE SYSTEM.  READS
      *>    THE PERMANENT CLEARED-ITEMS HISTORY (CLEARED-HISTORY.TXT -
      *>    DATE,TARGET-ID,POS1,POS2,AMT1,AMT2,ID1,ID2,BASIS,METHOD,
      *>    SOURCE, SEE BATCH-TWOSUM.CBL) AND, FOR THE MONTH OF THE
      *>    PROCESSING DATE, SPLITS EVERY CLEAR BY THE SOURCE OF THE
      *>    TARGET IT CLEARED AND BY HOW IT CLEARED -
      *>        EXACT       AN EXACT TWO-SUM PAIR
      *>        TOLERANCE   A PAIR MATCHED WITHIN THE TOLERANCE
      *>        NSUM        AN N-SUM COMBINATION (BATCH-NSUM)
      *>        RESIDUAL    A PARTIAL CLEAR, OR THE CLEAR OF A RESIDUAL
      *>                    TARGET LEFT BY ONE
      *>        MANUAL      TWOSUM-MANUAL
      *>        WRITEOFF    TWOSUM-WRITEOFF
      *>    WITH THE COUNT, THE AMOUNT CLEARED (BOTH LEGS) AND THE
      *>    AVERAGE AGE IN BUSINESS DAYS FROM AN ITEM'S FIRST SIGHTING
      *>    (THE YYYYMMDD PREFIX OF ITS PERSISTENT ITEM ID) TO ITS
      *>    CLEAR - THE SAME BUS-DAY YARDSTICK TWOSUM-AGING USES.  A
      *>    SECOND SECTION TRENDS EACH SOURCE OVER THE TWELVE MONTHS TO
      *>    AND INCLUDING THE REPORT MONTH - CLEARS PER MONTH AND THE
      *>    PERCENTAGE OF THEM THE BATCH MATCHED WITHOUT A PERSON.
      *>
      *>    THE SOURCE IS STAMPED ON EVERY HISTORY LINE BATCH-TWOSUM
      *>    WRITES.  LINES WRITTEN BEFORE IT WAS (NO METHOD OR SOURCE
      *>    COLUMN) ARE RESOLVED AS FAR AS THE FILES ALLOW - THE
      *>    TARGET-ID IS LOOKED UP IN TARGET-CONTROL.TXT AND
      *>    GL-EXCEPTION-TARGETS.TXT (ID,AMOUNT,DATE,SOURCE) AND IN
      *>    THE SOURCES EARLIER HISTORY LINES GAVE IT; A RESIDUAL
      *>    TARGET (ORIGINAL ID PLUS ONE OR MORE -R) COUNTS UNDER ITS
      *>    ORIGINAL TARGET'S SOURCE.  A TARGET NO LONGER ON ANY OF
      *>    THOSE FILES REPORTS AS UNKNOWN, AND MANUAL CLEARS,
      *>    WRITE-OFFS AND N-SUM MATCHES (WHOSE TARGETS ARE BARE
      *>    AMOUNTS), WHICH HAVE NO TARGET ID, AS (NONE).
      *>
      *>    A WRONG AUTOMATIC MATCH UNDONE BY TWOSUM-UNCLEAR LEAVES A
      *>    METHOD REVERSED LINE (THE REVERSED CLEAR'S DATE IN THE
      *>    BASIS COLUMN) BEHIND IT ON THE HISTORY.  THE CLEAR IT
      *>    REVERSES IS LEFT OUT OF EVERY FIGURE, AND THE REVERSALS
      *>    MADE IN THE REPORT MONTH ARE COUNTED UNDER THE MONTH.
      *>
      *>    WRITES CLEAR-KPI-REPORT.TXT AND ONE OPS-LOG LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN TO "TARGET-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT EXC-TARGET-FILE ASSIGN TO "GL-EXCEPTION-TARGETS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-TARGET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLEAR-KPI-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(130).

       FD  TARGET-FILE.
       01  TARGET-REC                   PIC X(80).

       FD  EXC-TARGET-FILE.
       01  EXC-TARGET-REC               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  TARGET-FILE-STATUS           PIC X(02).
       01  EXC-TARGET-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  HISTORY-LINE-COUNT           PIC 9(07) VALUE 0.
       01  UNKNOWN-COUNT                PIC 9(05) VALUE 0.
       01  REVERSED-COUNT               PIC 9(05) VALUE 0.
       01  NUMVAL-CHK                   PIC S9(3).
      *
       01  RUN-DATE                     PIC 9(08).
       01  REPORT-MONTH                 PIC 9(06).
       01  REPORT-MONTH-NO              PIC 9(06).
       01  HIST-MONTH-NO                PIC 9(06).
       01  TREND-SLOT                   PIC S9(06).
       01  LABEL-MONTH-NO               PIC 9(06).
       01  LABEL-YEAR                   PIC 9(04).
       01  LABEL-MM                     PIC 9(02).
       01  DATE-SPLIT.
           05  DS-YEAR                  PIC 9(04).
           05  DS-MONTH                 PIC 9(02).
           05  DS-DAY                   PIC 9(02).
      *
      *>    ONE HISTORY LINE, SPLIT.
       01  HIST-DATE-TXT                PIC X(08).
       01  HIST-TARGET-TXT              PIC X(10).
       01  HIST-POS-1-TXT               PIC X(05).
       01  HIST-POS-2-TXT               PIC X(05).
       01  HIST-AMT-1-TXT               PIC X(12).
       01  HIST-AMT-2-TXT               PIC X(12).
       01  HIST-ID-1-TXT                PIC X(13).
       01  HIST-ID-2-TXT                PIC X(13).
       01  HIST-BASIS-TXT               PIC X(10).
       01  HIST-METHOD-TXT              PIC X(10).
       01  HIST-SOURCE-TXT              PIC X(10).
       01  HIST-DATE                    PIC 9(08).
       01  HIST-AMOUNT                  PIC S9(11)V99.
       01  AGE-ID-TXT                   PIC X(13).
       01  ITEM-DATE                    PIC 9(08).
      *>    BUS-DAY CALL PARAMETERS - SEE BUS-DAY.CBL.
       01  BD-DAYS-BETWEEN              PIC X(01) VALUE 'D'.
       01  BD-ANSWER-WORK               PIC 9(08).
      *
      *>    TARGET-ID TO SOURCE, FROM THE TARGET FILES AND FROM THE
      *>    SOURCE COLUMN OF EARLIER HISTORY LINES.
       01  KPI-TARGET-TABLE.
           05  KT-COUNT                 PIC 9(04) VALUE 0.
           05  KT-ENTRY OCCURS 3000 TIMES.
               10  KT-ID                PIC X(10).
               10  KT-SOURCE            PIC X(08).
       01  KT-IDX                       PIC 9(04).
       01  KT-FOUND                     PIC X(01).
       01  KT-FULL-WARNED               PIC X(01) VALUE 'N'.
       01  TGT-ID-TXT                   PIC X(10).
       01  TGT-AMOUNT-TXT               PIC X(15).
       01  TGT-DATE-TXT                 PIC X(10).
       01  TGT-SOURCE-TXT               PIC X(10).
       01  BASE-TARGET-ID               PIC X(10).
       01  BASE-ID-LEN                  PIC 9(02).
       01  BASE-ID-DONE                 PIC X(01).
       01  LINE-METHOD                  PIC X(09).
       01  LINE-SOURCE                  PIC X(08).
      *
      *>    THE SIX METHODS, IN REPORT ORDER.  THE FIRST FOUR ARE THE
      *>    BATCH'S OWN AUTO-MATCHES.
       01  METHOD-NAMES.
           05  FILLER                   PIC X(09) VALUE 'EXACT'.
           05  FILLER                   PIC X(09) VALUE 'TOLERANCE'.
           05  FILLER                   PIC X(09) VALUE 'NSUM'.
           05  FILLER                   PIC X(09) VALUE 'RESIDUAL'.
           05  FILLER                   PIC X(09) VALUE 'MANUAL'.
           05  FILLER                   PIC X(09) VALUE 'WRITEOFF'.
       01  METHOD-NAME-TABLE REDEFINES METHOD-NAMES.
           05  METHOD-NAME OCCURS 6 TIMES PIC X(09).
       01  METHOD-IDX                   PIC 9(01).
       01  LINE-METHOD-IDX              PIC 9(01).
      *
      *>    ONE ROW PER SOURCE SYSTEM SEEN, WITH THE REPORT MONTH'S
      *>    SPLIT BY METHOD AND THE TWELVE-MONTH TREND.
       01  KPI-SOURCE-TABLE.
           05  KS-COUNT                 PIC 9(02) VALUE 0.
           05  KS-ENTRY OCCURS 30 TIMES.
               10  KS-NAME              PIC X(08).
               10  KS-METHOD OCCURS 6 TIMES.
                   15  KS-CLEARS        PIC 9(07).
                   15  KS-AMOUNT        PIC S9(11)V99.
                   15  KS-AGE-DAYS      PIC 9(09).
                   15  KS-AGED-ITEMS    PIC 9(07).
               10  KS-TREND OCCURS 12 TIMES.
                   15  KS-TREND-CLEARS  PIC 9(07).
                   15  KS-TREND-AUTO    PIC 9(07).
       01  KS-IDX                       PIC 9(02).
       01  LINE-SOURCE-IDX              PIC 9(02).
       01  TREND-IDX                    PIC 9(02).
      *
      *>    REPORT-MONTH TOTALS ACROSS ALL SOURCES, BY METHOD.
       01  KPI-TOTAL-TABLE.
           05  KX-METHOD OCCURS 6 TIMES.
               10  KX-CLEARS            PIC 9(07).
               10  KX-AMOUNT            PIC S9(11)V99.
               10  KX-AGE-DAYS          PIC 9(09).
               10  KX-AGED-ITEMS        PIC 9(07).
       01  SOURCE-CLEARS                PIC 9(07).
       01  SOURCE-AUTO                  PIC 9(07).
       01  SOURCE-AMOUNT                PIC S9(11)V99.
       01  AVG-DAYS                     PIC 9(05)V9.
       01  AUTO-PCT                     PIC 9(03).
      *
       01  CLEARS-ED                    PIC Z(6)9.
       01  AMOUNT-ED                    PIC -(10)9.99.
       01  AVG-DAYS-ED                  PIC Z(4)9.9.
       01  PCT-ED                       PIC ZZ9.
       01  TREND-LINE                   PIC X(132).
       01  TREND-PTR                    PIC 9(03).
       01  TREND-CLEARS-ED              PIC Z(5)9.
       01  TREND-PCT-ED                 PIC Z(5)9.
      *>    CLEARS REVERSED BY TWOSUM-UNCLEAR, FROM THE REVERSED LINES
      *>    - TARGET, THE TWO ITEM IDS AND THE DATE OF THE CLEAR.  AN
      *>    ENTRY IS USED UP BY THE FIRST CLEAR IT MATCHES, SO A PAIR
      *>    THAT CLEARS AGAIN LATER STILL COUNTS.
       01  KPI-REVERSAL-TABLE.
           05  KR-COUNT                 PIC 9(04) VALUE 0.
           05  KR-ENTRY OCCURS 500 TIMES.
               10  KR-TARGET            PIC X(10).
               10  KR-ID-1              PIC X(13).
               10  KR-ID-2              PIC X(13).
               10  KR-CLEAR-DATE        PIC X(08).
               10  KR-USED              PIC X(01).
       01  KR-IDX                       PIC 9(04).
       01  KR-FOUND                     PIC X(01).
       01  KR-FULL-WARNED               PIC X(01) VALUE 'N'.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO REPORT-MONTH.
           MOVE RUN-DATE TO DATE-SPLIT.
           COMPUTE REPORT-MONTH-NO = DS-YEAR * 12 + DS-MONTH - 1.
           PERFORM CLEAR-KPI-TABLES.
           PERFORM LOAD-TARGET-SOURCES.
           PERFORM OPEN-KPI-REPORT.
           PERFORM LOAD-REVERSALS.
           PERFORM LOAD-CLEARED-HISTORY.
           PERFORM WRITE-MONTH-SECTION.
           PERFORM WRITE-TREND-SECTION.
           CLOSE REPORT-FILE.
           PERFORM WRITE-KPI-LOG.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       CLEAR-KPI-TABLES.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL KS-IDX > 30
               MOVE SPACES TO KS-NAME(KS-IDX)
               PERFORM VARYING METHOD-IDX FROM 1 BY 1
                       UNTIL METHOD-IDX > 6
                   MOVE 0 TO KS-CLEARS(KS-IDX, METHOD-IDX)
                       KS-AMOUNT(KS-IDX, METHOD-IDX)
                       KS-AGE-DAYS(KS-IDX, METHOD-IDX)
                       KS-AGED-ITEMS(KS-IDX, METHOD-IDX)
               END-PERFORM
               PERFORM VARYING TREND-IDX FROM 1 BY 1
                       UNTIL TREND-IDX > 12
                   MOVE 0 TO KS-TREND-CLEARS(KS-IDX, TREND-IDX)
                       KS-TREND-AUTO(KS-IDX, TREND-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING METHOD-IDX FROM 1 BY 1 UNTIL METHOD-IDX > 6
               MOVE 0 TO KX-CLEARS(METHOD-IDX) KX-AMOUNT(METHOD-IDX)
                   KX-AGE-DAYS(METHOD-IDX) KX-AGED-ITEMS(METHOD-IDX)
           END-PERFORM.

      *>    BOTH TARGET FILES ARE OPTIONAL - A HISTORY THAT CARRIES
      *>    ITS OWN SOURCE COLUMN NEEDS NEITHER.
       LOAD-TARGET-SOURCES.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT TARGET-FILE.
           IF TARGET-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ TARGET-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SPACES TO TGT-ID-TXT TGT-AMOUNT-TXT
                       TGT-DATE-TXT TGT-SOURCE-TXT
                   UNSTRING TARGET-REC DELIMITED BY ','
                       INTO TGT-ID-TXT TGT-AMOUNT-TXT TGT-DATE-TXT
                            TGT-SOURCE-TXT
                   END-UNSTRING
                   PERFORM REMEMBER-TARGET-SOURCE
               END-IF
           END-PERFORM.
           IF TARGET-FILE-STATUS = '00' OR TARGET-FILE-STATUS = '10'
                   THEN
               CLOSE TARGET-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT EXC-TARGET-FILE.
           IF EXC-TARGET-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ EXC-TARGET-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   MOVE SPACES TO TGT-ID-TXT TGT-AMOUNT-TXT
                       TGT-DATE-TXT TGT-SOURCE-TXT
                   UNSTRING EXC-TARGET-REC DELIMITED BY ','
                       INTO TGT-ID-TXT TGT-AMOUNT-TXT TGT-DATE-TXT
                            TGT-SOURCE-TXT
                   END-UNSTRING
                   PERFORM REMEMBER-TARGET-SOURCE
               END-IF
           END-PERFORM.
           IF EXC-TARGET-STATUS = '00' OR EXC-TARGET-STATUS = '10'
                   THEN
               CLOSE EXC-TARGET-FILE
           END-IF.

      *>    TGT-ID-TXT / TGT-SOURCE-TXT IN; A LATER SIGHTING OF THE
      *>    SAME TARGET REPLACES AN EARLIER ONE.  A TARGET LINE WITH
      *>    NO SOURCE IS A LEGACY LINE, AS BATCH-TWOSUM TREATS IT.
       REMEMBER-TARGET-SOURCE.
           IF TGT-ID-TXT NOT = SPACES
                   AND FUNCTION TRIM(TGT-SOURCE-TXT) NOT = 'RESIDUAL'
                   THEN
               IF TGT-SOURCE-TXT = SPACES THEN
                   MOVE 'LEGACY' TO TGT-SOURCE-TXT
               END-IF
               MOVE TGT-ID-TXT TO BASE-TARGET-ID
               PERFORM FIND-TARGET-SOURCE
               IF KT-FOUND = 'Y' THEN
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(TGT-SOURCE-TXT))
                       TO KT-SOURCE(KT-IDX)
               ELSE
                   PERFORM ADD-TARGET-SOURCE
               END-IF
           END-IF.

       ADD-TARGET-SOURCE.
           IF KT-COUNT >= 3000 THEN
               IF KT-FULL-WARNED = 'N' THEN
                   DISPLAY 'TARGET SOURCE TABLE FULL AT 3000 - LATER'
                       ' TARGETS REPORT AS UNKNOWN'
                   MOVE 'Y' TO KT-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO KT-COUNT
               MOVE TGT-ID-TXT TO KT-ID(KT-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TGT-SOURCE-TXT))
                   TO KT-SOURCE(KT-COUNT)
           END-IF.

      *>    BASE-TARGET-ID IN; KT-FOUND/KT-IDX OUT.
       FIND-TARGET-SOURCE.
           MOVE 'N' TO KT-FOUND.
           PERFORM VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > KT-COUNT
               IF KT-ID(KT-IDX) = BASE-TARGET-ID THEN
                   MOVE 'Y' TO KT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-KPI-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CLEARING KPI REPORT BY TARGET SOURCE' TO RPT-TITLE.
           MOVE 'CLEAR-KPI' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'SOURCE    METHOD      CLEARS          AMOUNT'
                  '  AVG DAYS'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.

       LOAD-CLEARED-HISTORY.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
               MOVE 'NO CLEARED HISTORY EXISTS YET' TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   ADD 1 TO HISTORY-LINE-COUNT
                   PERFORM TAKE-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
               HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT.
           MOVE SPACES TO HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT
               HIST-METHOD-TXT HIST-SOURCE-TXT.
           UNSTRING HISTORY-REC DELIMITED BY ','
               INTO HIST-DATE-TXT HIST-TARGET-TXT HIST-POS-1-TXT
                    HIST-POS-2-TXT HIST-AMT-1-TXT HIST-AMT-2-TXT
                    HIST-ID-1-TXT HIST-ID-2-TXT HIST-BASIS-TXT
                    HIST-METHOD-TXT HIST-SOURCE-TXT
           END-UNSTRING.

      *>    FIRST PASS - THE REVERSED LINES, SO A CLEAR CAN BE
      *>    DROPPED WHEN IT IS READ ON THE SECOND.
       LOAD-REVERSALS.
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
                   PERFORM SPLIT-HISTORY-LINE
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(HIST-METHOD-TXT)) TO LINE-METHOD
                   IF LINE-METHOD = 'REVERSED' THEN
                       PERFORM REMEMBER-REVERSAL
                   END-IF
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

       REMEMBER-REVERSAL.
           IF KR-COUNT >= 500 THEN
               IF KR-FULL-WARNED = 'N' THEN
                   DISPLAY 'CLEAR-KPI: MORE THAN 500 REVERSED CLEARS'
                       ' - LATER ONES STILL COUNT AS CLEARS'
                   MOVE 'Y' TO KR-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO KR-COUNT
               MOVE HIST-TARGET-TXT TO KR-TARGET(KR-COUNT)
               MOVE HIST-ID-1-TXT TO KR-ID-1(KR-COUNT)
               MOVE HIST-ID-2-TXT TO KR-ID-2(KR-COUNT)
               MOVE HIST-BASIS-TXT(1:8) TO KR-CLEAR-DATE(KR-COUNT)
               MOVE 'N' TO KR-USED(KR-COUNT)
           END-IF.

      *>    HIST-* IN; KR-FOUND/KR-IDX OUT - AN UNUSED REVERSAL OF
      *>    THIS CLEAR.
       FIND-REVERSAL.
           MOVE 'N' TO KR-FOUND.
           PERFORM VARYING KR-IDX FROM 1 BY 1 UNTIL KR-IDX > KR-COUNT
               IF KR-USED(KR-IDX) = 'N'
                       AND KR-TARGET(KR-IDX) = HIST-TARGET-TXT
                       AND KR-ID-1(KR-IDX) = HIST-ID-1-TXT
                       AND KR-ID-2(KR-IDX) = HIST-ID-2-TXT
                       AND KR-CLEAR-DATE(KR-IDX) = HIST-DATE-TXT THEN
                   MOVE 'Y' TO KR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TAKE-ONE-HISTORY-LINE.
           PERFORM SPLIT-HISTORY-LINE.
           MOVE 'N' TO KR-FOUND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HIST-METHOD-TXT))
               TO LINE-METHOD.
           IF LINE-METHOD = 'REVERSED' THEN
               MOVE 'Y' TO KR-FOUND
               IF HIST-DATE-TXT(1:6) = REPORT-MONTH THEN
                   ADD 1 TO REVERSED-COUNT
               END-IF
           ELSE
               IF KR-COUNT > 0 THEN
                   PERFORM FIND-REVERSAL
                   IF KR-FOUND = 'Y' THEN
                       MOVE 'Y' TO KR-USED(KR-IDX)
                   END-IF
               END-IF
           END-IF.
           IF KR-FOUND = 'N' THEN
               PERFORM COUNT-IF-IN-WINDOW
           END-IF.

       COUNT-IF-IN-WINDOW.
           IF HIST-DATE-TXT IS NUMERIC THEN
               MOVE HIST-DATE-TXT TO HIST-DATE
               PERFORM CLASSIFY-HISTORY-LINE
      *>        LEARN THE SOURCE BEFORE THE WINDOW TEST - A RESIDUAL
      *>        CLEARED THIS MONTH MAY BELONG TO A TARGET FIRST
      *>        CLEARED LONG BEFORE THE TREND STARTS.
               IF HIST-SOURCE-TXT NOT = SPACES THEN
                   MOVE HIST-TARGET-TXT TO TGT-ID-TXT
                   MOVE HIST-SOURCE-TXT TO TGT-SOURCE-TXT
                   PERFORM REMEMBER-TARGET-SOURCE
               END-IF
               MOVE HIST-DATE TO DATE-SPLIT
               COMPUTE HIST-MONTH-NO = DS-YEAR * 12 + DS-MONTH - 1
               COMPUTE TREND-SLOT = HIST-MONTH-NO - REPORT-MONTH-NO
                   + 12
               IF TREND-SLOT >= 1 AND TREND-SLOT <= 12 THEN
                   PERFORM COUNT-ONE-HISTORY-LINE
               END-IF
           END-IF.

       COUNT-ONE-HISTORY-LINE.
           PERFORM RESOLVE-LINE-SOURCE.
           PERFORM FIND-SOURCE-ROW.
           IF LINE-SOURCE-IDX > 0 THEN
               ADD 1 TO KS-TREND-CLEARS(LINE-SOURCE-IDX, TREND-SLOT)
               IF LINE-METHOD-IDX <= 4 THEN
                   ADD 1 TO KS-TREND-AUTO(LINE-SOURCE-IDX, TREND-SLOT)
               END-IF
               IF TREND-SLOT = 12 THEN
                   PERFORM ADD-LINE-TO-MONTH
               END-IF
           END-IF.

      *>    THE METHOD COLUMN, OR FOR A LINE THAT PREDATES IT, WHAT
      *>    THE TARGET-ID SAYS - MANUAL AND WRITEOFF ARE THEIR OWN
      *>    TARGET-IDS AND A RESIDUAL TARGET ENDS IN -R.  ANY OTHER
      *>    OLD LINE IS TAKEN AS AN EXACT PAIR.
       CLASSIFY-HISTORY-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HIST-METHOD-TXT))
               TO LINE-METHOD.
           MOVE HIST-TARGET-TXT TO BASE-TARGET-ID.
           PERFORM STRIP-RESIDUAL-SUFFIX.
           IF LINE-METHOD = SPACES THEN
               EVALUATE TRUE
                   WHEN HIST-TARGET-TXT = 'MANUAL'
                       MOVE 'MANUAL' TO LINE-METHOD
                   WHEN HIST-TARGET-TXT = 'WRITEOFF'
                       MOVE 'WRITEOFF' TO LINE-METHOD
                   WHEN BASE-TARGET-ID NOT = HIST-TARGET-TXT
                       MOVE 'RESIDUAL' TO LINE-METHOD
                   WHEN OTHER
                       MOVE 'EXACT' TO LINE-METHOD
               END-EVALUATE
           END-IF.
           MOVE 1 TO LINE-METHOD-IDX.
           PERFORM VARYING METHOD-IDX FROM 1 BY 1 UNTIL METHOD-IDX > 6
               IF METHOD-NAME(METHOD-IDX) = LINE-METHOD THEN
                   MOVE METHOD-IDX TO LINE-METHOD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    BASE-TARGET-ID IN AND OUT - T0142-R-R BECOMES T0142.
       STRIP-RESIDUAL-SUFFIX.
           MOVE 'N' TO BASE-ID-DONE.
           PERFORM UNTIL BASE-ID-DONE = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(BASE-TARGET-ID
                   TRAILING)) TO BASE-ID-LEN
               IF BASE-ID-LEN > 2 THEN
                   IF BASE-TARGET-ID(BASE-ID-LEN - 1:2) = '-R' THEN
                       MOVE SPACES TO BASE-TARGET-ID(BASE-ID-LEN - 1:2)
                   ELSE
                       MOVE 'Y' TO BASE-ID-DONE
                   END-IF
               ELSE
                   MOVE 'Y' TO BASE-ID-DONE
               END-IF
           END-PERFORM.

       RESOLVE-LINE-SOURCE.
           EVALUATE TRUE
               WHEN LINE-METHOD = 'MANUAL' OR LINE-METHOD = 'WRITEOFF'
                       OR LINE-METHOD = 'NSUM'
                   MOVE '(NONE)' TO LINE-SOURCE
               WHEN HIST-SOURCE-TXT NOT = SPACES
                       AND FUNCTION TRIM(HIST-SOURCE-TXT)
                           NOT = 'RESIDUAL'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(HIST-SOURCE-TXT)) TO LINE-SOURCE
               WHEN OTHER
                   PERFORM LOOK-UP-LINE-SOURCE
           END-EVALUATE.

       LOOK-UP-LINE-SOURCE.
           MOVE HIST-TARGET-TXT TO BASE-TARGET-ID.
           PERFORM STRIP-RESIDUAL-SUFFIX.
           PERFORM FIND-TARGET-SOURCE.
           IF KT-FOUND = 'Y' THEN
               MOVE KT-SOURCE(KT-IDX) TO LINE-SOURCE
           ELSE
               MOVE 'UNKNOWN' TO LINE-SOURCE
               IF TREND-SLOT = 12 THEN
                   ADD 1 TO UNKNOWN-COUNT
               END-IF
           END-IF.

      *>    LINE-SOURCE IN; LINE-SOURCE-IDX OUT, ZERO ONLY WHEN THE
      *>    TABLE IS FULL.
       FIND-SOURCE-ROW.
           MOVE 0 TO LINE-SOURCE-IDX.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL KS-IDX > KS-COUNT
               IF KS-NAME(KS-IDX) = LINE-SOURCE THEN
                   MOVE KS-IDX TO LINE-SOURCE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINE-SOURCE-IDX = 0 THEN
               IF KS-COUNT >= 30 THEN
                   DISPLAY 'MORE THAN 30 SOURCES - CLEARS FOR '
                       FUNCTION TRIM(LINE-SOURCE) ' NOT REPORTED'
               ELSE
                   ADD 1 TO KS-COUNT
                   MOVE LINE-SOURCE TO KS-NAME(KS-COUNT)
                   MOVE KS-COUNT TO LINE-SOURCE-IDX
               END-IF
           END-IF.

       ADD-LINE-TO-MONTH.
           MOVE 0 TO HIST-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-AMT-1-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK = 0 THEN
               COMPUTE HIST-AMOUNT = HIST-AMOUNT + FUNCTION NUMVAL(
                   FUNCTION TRIM(HIST-AMT-1-TXT))
           END-IF.
           IF HIST-AMT-2-TXT NOT = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-AMT-2-TXT))
                   TO NUMVAL-CHK
               IF NUMVAL-CHK = 0 THEN
                   COMPUTE HIST-AMOUNT = HIST-AMOUNT + FUNCTION NUMVAL(
                       FUNCTION TRIM(HIST-AMT-2-TXT))
               END-IF
           END-IF.
           ADD 1 TO KS-CLEARS(LINE-SOURCE-IDX, LINE-METHOD-IDX)
               KX-CLEARS(LINE-METHOD-IDX).
           ADD HIST-AMOUNT TO KS-AMOUNT(LINE-SOURCE-IDX,
               LINE-METHOD-IDX) KX-AMOUNT(LINE-METHOD-IDX).
           MOVE HIST-ID-1-TXT TO AGE-ID-TXT.
           PERFORM AGE-ONE-CLEARED-ITEM.
           MOVE HIST-ID-2-TXT TO AGE-ID-TXT.
           PERFORM AGE-ONE-CLEARED-ITEM.

      *>    AN ITEM ID IS YYYYMMDD-NNNN, STAMPED THE DAY THE ITEM WAS
      *>    FIRST SEEN.  BUS-DAY'S SPAN IS INCLUSIVE OF BOTH ENDS, SO
      *>    THE ARRIVAL DAY ITSELF IS BACKED OUT, AS IN TWOSUM-AGING.
       AGE-ONE-CLEARED-ITEM.
           IF AGE-ID-TXT(1:8) IS NUMERIC
                   AND AGE-ID-TXT(9:1) = '-' THEN
               MOVE AGE-ID-TXT(1:8) TO ITEM-DATE
               IF ITEM-DATE <= HIST-DATE THEN
                   CALL 'BUS-DAY' USING BD-DAYS-BETWEEN ITEM-DATE
                       HIST-DATE BD-ANSWER-WORK
                   IF BD-ANSWER-WORK > 0 THEN
                       SUBTRACT 1 FROM BD-ANSWER-WORK
                   END-IF
                   ADD BD-ANSWER-WORK
                       TO KS-AGE-DAYS(LINE-SOURCE-IDX, LINE-METHOD-IDX)
                          KX-AGE-DAYS(LINE-METHOD-IDX)
                   ADD 1
                       TO KS-AGED-ITEMS(LINE-SOURCE-IDX,
                          LINE-METHOD-IDX)
                          KX-AGED-ITEMS(LINE-METHOD-IDX)
               END-IF
           END-IF.

      *>    ONE BLOCK PER SOURCE - A LINE PER METHOD AND A SOURCE
      *>    TOTAL WITH ITS AUTO-MATCH RATE - THEN THE MONTH'S TOTALS.
       WRITE-MONTH-SECTION.
           MOVE SPACES TO REPORT-REC.
           STRING 'CLEARS FOR MONTH ' REPORT-MONTH
                  ' BY TARGET SOURCE AND METHOD'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL KS-IDX > KS-COUNT
               MOVE 0 TO SOURCE-CLEARS SOURCE-AUTO SOURCE-AMOUNT
               PERFORM VARYING METHOD-IDX FROM 1 BY 1
                       UNTIL METHOD-IDX > 6
                   MOVE KS-CLEARS(KS-IDX, METHOD-IDX) TO CLEARS-ED
                   MOVE KS-AMOUNT(KS-IDX, METHOD-IDX) TO AMOUNT-ED
                   IF KS-AGED-ITEMS(KS-IDX, METHOD-IDX) > 0 THEN
                       COMPUTE AVG-DAYS ROUNDED =
                           KS-AGE-DAYS(KS-IDX, METHOD-IDX)
                           / KS-AGED-ITEMS(KS-IDX, METHOD-IDX)
                   ELSE
                       MOVE 0 TO AVG-DAYS
                   END-IF
                   MOVE AVG-DAYS TO AVG-DAYS-ED
                   MOVE SPACES TO REPORT-REC
                   STRING KS-NAME(KS-IDX) '  '
                          METHOD-NAME(METHOD-IDX) ' '
                          CLEARS-ED ' ' AMOUNT-ED '   '
                          AVG-DAYS-ED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   ADD KS-CLEARS(KS-IDX, METHOD-IDX) TO SOURCE-CLEARS
                   ADD KS-AMOUNT(KS-IDX, METHOD-IDX) TO SOURCE-AMOUNT
                   IF METHOD-IDX <= 4 THEN
                       ADD KS-CLEARS(KS-IDX, METHOD-IDX)
                           TO SOURCE-AUTO
                   END-IF
               END-PERFORM
               PERFORM WRITE-SOURCE-TOTAL-LINE
           END-PERFORM.
           MOVE 0 TO SOURCE-CLEARS SOURCE-AUTO SOURCE-AMOUNT.
           PERFORM VARYING METHOD-IDX FROM 1 BY 1 UNTIL METHOD-IDX > 6
               MOVE KX-CLEARS(METHOD-IDX) TO CLEARS-ED
               MOVE KX-AMOUNT(METHOD-IDX) TO AMOUNT-ED
               IF KX-AGED-ITEMS(METHOD-IDX) > 0 THEN
                   COMPUTE AVG-DAYS ROUNDED = KX-AGE-DAYS(METHOD-IDX)
                       / KX-AGED-ITEMS(METHOD-IDX)
               ELSE
                   MOVE 0 TO AVG-DAYS
               END-IF
               MOVE AVG-DAYS TO AVG-DAYS-ED
               MOVE SPACES TO REPORT-REC
               STRING 'ALL       ' METHOD-NAME(METHOD-IDX) ' '
                      CLEARS-ED ' ' AMOUNT-ED '   ' AVG-DAYS-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD KX-CLEARS(METHOD-IDX) TO SOURCE-CLEARS
               ADD KX-AMOUNT(METHOD-IDX) TO SOURCE-AMOUNT
               IF METHOD-IDX <= 4 THEN
                   ADD KX-CLEARS(METHOD-IDX) TO SOURCE-AUTO
               END-IF
           END-PERFORM.
           MOVE 'ALL' TO LINE-SOURCE.
           PERFORM WRITE-SOURCE-TOTAL-LINE.
           IF UNKNOWN-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING UNKNOWN-COUNT ' CLEAR(S) THIS MONTH AGAINST A'
                      ' TARGET NO LONGER ON FILE - SHOWN AS UNKNOWN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF REVERSED-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING REVERSED-COUNT ' AUTOMATIC CLEAR(S) REVERSED THIS'
                      ' MONTH BY TWOSUM-UNCLEAR - LEFT OUT OF THE'
                      ' FIGURES ABOVE'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    SOURCE-CLEARS / SOURCE-AUTO / SOURCE-AMOUNT IN, FOR THE
      *>    ROW AT KS-IDX (OR THE GRAND TOTAL WHEN KS-IDX IS PAST THE
      *>    LAST ROW).
       WRITE-SOURCE-TOTAL-LINE.
           IF KS-IDX <= KS-COUNT THEN
               MOVE KS-NAME(KS-IDX) TO LINE-SOURCE
           END-IF.
           MOVE SOURCE-CLEARS TO CLEARS-ED.
           MOVE SOURCE-AMOUNT TO AMOUNT-ED.
           IF SOURCE-CLEARS > 0 THEN
               COMPUTE AUTO-PCT ROUNDED =
                   SOURCE-AUTO * 100 / SOURCE-CLEARS
           ELSE
               MOVE 0 TO AUTO-PCT
           END-IF.
           MOVE AUTO-PCT TO PCT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING LINE-SOURCE '  TOTAL     '
                  CLEARS-ED ' ' AMOUNT-ED
                  '   AUTO-MATCHED ' PCT-ED '%'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    TWO LINES PER SOURCE UNDER A ROW OF MONTH LABELS, OLDEST
      *>    MONTH FIRST - CLEARS, THEN THE AUTO-MATCH PERCENTAGE.
       WRITE-TREND-SECTION.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'TWELVE-MONTH TREND TO ' REPORT-MONTH
                  ' - CLEARS AND AUTO-MATCH % BY SOURCE'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TREND-LINE.
           MOVE 'SOURCE' TO TREND-LINE(1:8).
           MOVE 19 TO TREND-PTR.
           PERFORM VARYING TREND-IDX FROM 1 BY 1 UNTIL TREND-IDX > 12
               COMPUTE LABEL-MONTH-NO = REPORT-MONTH-NO - 12
                   + TREND-IDX
               COMPUTE LABEL-YEAR = LABEL-MONTH-NO / 12
               COMPUTE LABEL-MM = LABEL-MONTH-NO - LABEL-YEAR * 12
                   + 1
               STRING ' ' LABEL-YEAR LABEL-MM
                   DELIMITED BY SIZE INTO TREND-LINE
                   WITH POINTER TREND-PTR
               END-STRING
           END-PERFORM.
           MOVE TREND-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL KS-IDX > KS-COUNT
               MOVE SPACES TO TREND-LINE
               STRING KS-NAME(KS-IDX) '  CLEARS'
                   DELIMITED BY SIZE INTO TREND-LINE
               END-STRING
               MOVE 19 TO TREND-PTR
               PERFORM VARYING TREND-IDX FROM 1 BY 1
                       UNTIL TREND-IDX > 12
                   MOVE KS-TREND-CLEARS(KS-IDX, TREND-IDX)
                       TO TREND-CLEARS-ED
                   STRING ' ' TREND-CLEARS-ED
                       DELIMITED BY SIZE INTO TREND-LINE
                       WITH POINTER TREND-PTR
                   END-STRING
               END-PERFORM
               MOVE TREND-LINE TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO TREND-LINE
               STRING KS-NAME(KS-IDX) '  AUTO %'
                   DELIMITED BY SIZE INTO TREND-LINE
               END-STRING
               MOVE 19 TO TREND-PTR
               PERFORM VARYING TREND-IDX FROM 1 BY 1
                       UNTIL TREND-IDX > 12
                   IF KS-TREND-CLEARS(KS-IDX, TREND-IDX) > 0 THEN
                       COMPUTE AUTO-PCT ROUNDED =
                           KS-TREND-AUTO(KS-IDX, TREND-IDX) * 100
                           / KS-TREND-CLEARS(KS-IDX, TREND-IDX)
                   ELSE
                       MOVE 0 TO AUTO-PCT
                   END-IF
                   MOVE AUTO-PCT TO TREND-PCT-ED
                   STRING ' ' TREND-PCT-ED
                       DELIMITED BY SIZE INTO TREND-LINE
                       WITH POINTER TREND-PTR
                   END-STRING
               END-PERFORM
               MOVE TREND-LINE TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-KPI-LOG.
           MOVE 'CLEAR-KPI' TO OPS-LOG-PROGRAM.
           MOVE 'OK' TO OPS-LOG-RESULT.
           IF HISTORY-LINE-COUNT > 99999 THEN
               MOVE 99999 TO OPS-LOG-REC-COUNT
           ELSE
               MOVE HISTORY-LINE-COUNT TO OPS-LOG-REC-COUNT
           END-IF.
           MOVE UNKNOWN-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'MONTH ' REPORT-MONTH
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM CLEAR-KPI.
