      *>    CAN BE PULLED BY ID FROM ARRIVAL THROUGH AGING TO
      *>    CLEARING.  A LINE WITHOUT THE SECTION (THE OLD FORMAT)
      *>    GETS FRESH IDS ON FIRST CONTACT.
      *>
      *>    REFERENCE-FIRST MATCHING - AN EXTRACT OR CARRY ITEM MAY
      *>    CARRY A PAYMENT REFERENCE (INVOICE OR CUSTOMER NUMBER) AS
      *>    A "#REF" SUFFIX BEHIND ITS AMOUNT AND ANY CURRENCY
      *>    ("123.45#INV0042", "123.45:EUR#INV0042"), AND A TARGET
      *>    MAY CARRY ONE IN ITS CONTROL LINE'S SIXTH FIELD.  A
      *>    REFERENCED TARGET IS FIRST TRIED AGAINST ONLY THE ITEMS
      *>    BEARING ITS OWN REFERENCE; FAILING THAT IT FALLS BACK TO
      *>    AMOUNT-ONLY MATCHING OVER THE ITEMS THAT CARRY NO
      *>    REFERENCE AT ALL - AN ITEM REFERENCED TO SOMEONE ELSE IS
      *>    NEVER TAKEN BY IT.  A TARGET WITHOUT A REFERENCE MATCHES
      *>    ON AMOUNT OVER THE WHOLE LINE AS IT ALWAYS HAS.  EVERY
      *>    CLEAR NAMES ITS BASIS (REF OR AMT) ON THE REPORT, THE
      *>    CLEARED DETAIL AND CLEARED-HISTORY.TXT, AND CARRIED ITEMS
      *>    KEEP THEIR SUFFIX FOR TOMORROW.
      *>
      *>    TWOSUM-POSTING.TXT AND (ON A FULL RUN) CARRY-FORWARD.TXT
      *>    ARE REGISTERED ON THE FILE CATALOG AT CLOSE, EACH NAMING
      *>    THE EXTRACT AND CARRY GENERATIONS IT WAS MADE FROM, SO
      *>    LINEAGE-INQ CAN TRACE A POSTED NUMBER BACK TO ITS NIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TARGET-FILE ASSIGN TO "TARGET-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    SECOND TARGET SOURCE - THE OUT-OF-TOLERANCE DIFFERENCES
      *>    GL-RECON WROTE THIS RUN (SAME TARGET-CONTROL FORMAT), WITH
      *>    ANY INTERCOMPANY DIFFERENCES IC-RECON APPENDED, SO ONE
      *>    BATCH CHAIN GOES STRAIGHT FROM "OUT OF BALANCE" TO
      *>    "WHICH TRANSACTIONS EXPLAIN IT".  MISSING FILE = NO GL
      *>    EXCEPTIONS TONIGHT.
           SELECT EXC-TARGET-FILE ASSIGN TO "GL-EXCEPTION-TARGETS.TXT"
      *>    PARTIAL CLEARS EMITTED (SAME TARGET-CONTROL FORMAT, IDS
      *>    SUFFIXED -R).  READ AT LOAD, THEN REWRITTEN WITH TONIGHT'S
      *>    OWN RESIDUALS, SO A LARGE SUSPENSE BALANCE DRAINS OVER
      *>    SEVERAL DAYS INSTEAD OF SITTING WHOLE.  TWOSUM-UNCLEAR
      *>    ALSO APPENDS HERE THE TARGETS IT PUTS BACK WHEN IT
      *>    REVERSES A WRONG MATCH.  MISSING FILE = NO RESIDUALS
      *>    OUTSTANDING.
           SELECT RESIDUAL-IN-FILE ASSIGN TO "TWOSUM-RESIDUAL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESIDUAL-IN-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-FILE-STATUS.
      *>    PERMANENT CLEARED-ITEMS HISTORY - ONE
      *>    DATE,TARGET-ID,POS1,POS2,AMT1,AMT2,ID1,ID2,BASIS,METHOD,
      *>    SOURCE LINE PER PAIR EVER CLEARED (METHOD IS EXACT,
      *>    TOLERANCE OR RESIDUAL - A PARTIAL CLEAR OR THE CLEAR OF A
      *>    RESIDUAL TARGET - AND SOURCE THE TARGET'S SOURCE SYSTEM,
      *>    FOR THE CLEARING KPI REPORT), STAMPED WITH THE PROC-DATE
      *>    BUSINESS DATE AND
      *>    ONLY EVER APPENDED, SO "WHICH TRANSACTIONS CLEARED T0142
      *>    SIX WEEKS AGO" IS A CLEARED-INQ QUESTION INSTEAD OF A
      *>    HUNT FOR A KEPT PRINTOUT.  A CLEAR LATER UNDONE BY
      *>    TWOSUM-UNCLEAR IS FOLLOWED BY A METHOD REVERSED LINE.
           SELECT CLEARED-HIST-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HIST-STATUS.
           SELECT COUNTS-FILE ASSIGN TO "TWOSUM-COUNTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COUNTS-FILE-STATUS.
      *>    THE SAME PROOF IN MONEY FOR THE SUSPENSE ROLL-FORWARD
      *>    (SUSPENSE-ROLLFWD) - ONE LINE PER RUN, APPENDED -
      *>        DATE,RUN-TYPE,OPENING,NEW,CLEARED,NETTED,DIVERTED,
      *>        CARRIED
      *>    RUN-TYPE N (NIGHTLY) OR I (INCREMENTAL).  EVERY AMOUNT IS
      *>    THE ITEMS' FACE AMOUNT AS CARRIED (BEFORE CONVERSION TO
      *>    BASE), SIGNED - OPENING IS WHAT WAS READ OFF THE CARRY
      *>    FILE, NEW IS THE EXTRACT PLUS CORRECTED REJECTS, DIVERTED
      *>    IS DUPLICATES AND QUARANTINE TOGETHER.
           SELECT AMOUNTS-FILE ASSIGN TO "TWOSUM-AMOUNTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AMOUNTS-FILE-STATUS.
      *>    STATISTICAL OUTLIER QUARANTINE - A FAT-FINGERED EXTRACT
      *>    AMOUNT (1234567 FOR 1234.567) MUST NOT CLEAR A TARGET IT
      *>    NEVER SHOULD HAVE.  THE DAY'S PARSED AMOUNTS GO THROUGH
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
      *>    PER-FEED QUALITY HISTORY FOR THE WEEKLY FEED-SCORECARD -
      *>    THE PREFLIGHT OUTCOME OF BOTH INBOUND FILES, AND THE
      *>    EXTRACT'S PARSE-ARRAY SUSPENSE REJECTS AND OUTLIER
      *>    QUARANTINE.  SEE FEED-QUALITY-REC.CPY.
           SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-QUALITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CARRY-OUT-REC               PIC X(2200).

      *>    ONE STRUCTURED CONTROL RECORD PER LINE -
      *>        TARGET-ID,AMOUNT,BUSINESS-DATE,SOURCE-SYSTEM[,PRIORITY
      *>        [,REFERENCE]]
      *>    (PRIORITY OPTIONAL - LOWER MATCHES FIRST, DEFAULT 5; THE
      *>    PAYMENT REFERENCE OPTIONAL - LEAVE PRIORITY EMPTY TO GIVE
      *>    A REFERENCE AT THE DEFAULT PRIORITY)
      *>    SO THE REPORT CAN NAME TARGETS BY ID INSTEAD OF "TARGET
      *>    #3" PLUS A PAPER CROSS-REFERENCE.  A LINE CARRYING ONLY A
      *>    BARE AMOUNT (THE OLD FORMAT) IS STILL ACCEPTED, WITH AN
       01  CLEARED-REC                 PIC X(200).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC            PIC X(130).

       FD  MODE-FILE.
       01  MODE-REC                    PIC X(40).
       FD  COUNTS-FILE.
       01  COUNTS-REC                  PIC X(70).

       FD  AMOUNTS-FILE.
       01  AMOUNTS-REC                 PIC X(120).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-REC              PIC X(70).

       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       FD  FEED-QUALITY-FILE.
       01  FEED-QUALITY-FILE-REC.
           COPY FEED-QUALITY-REC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-EXTRACT               PIC X(01) VALUE 'N'.
       01  WS-EOF-CARRY                 PIC X(01) VALUE 'N'.
      *>        A HOUSEKEEPING TARGET (PRIORITY 9) CAN.  A LINE
      *>        WITHOUT THE COLUMN DEFAULTS TO 5.
               10  TGT-PRIORITY         PIC 9(02).
      *>        PAYMENT REFERENCE FROM THE SIXTH FIELD - SPACES WHEN
      *>        THE TARGET IS MATCHED ON AMOUNT ALONE.
               10  TGT-REF              PIC X(10).
       01  TARGET-IDX                   PIC 9(03).
       01  TGT-PRI-TXT                  PIC X(05).
       01  TGT-PRI-NUM                  PIC 9(02).
       01  TGT-REF-TXT                  PIC X(12).
      *>    ONE ENTRY'S BYTES FOR THE PRIORITY SORT'S SWAPS.
       01  TARGET-SWAP-AREA             PIC X(50).
       01  SORT-PASS-IDX                PIC 9(03).
       01  SORT-SWAPPED                 PIC X(01).
       01  TGT-ID-TXT                   PIC X(10).
       01  COUNTS-FILE-STATUS           PIC X(02).
       01  ITEMS-IN-COUNT               PIC 9(06) VALUE 0.
       01  CARRY-ITEM-COUNT             PIC 9(06) VALUE 0.
       01  AMOUNTS-FILE-STATUS          PIC X(02).
       01  OPENING-AMT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  NEW-AMT-TOTAL                PIC S9(11)V99 VALUE 0.
       01  CLEARED-AMT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  NETTED-AMT-TOTAL             PIC S9(11)V99 VALUE 0.
       01  DIVERTED-AMT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  CARRIED-AMT-TOTAL            PIC S9(11)V99 VALUE 0.
      *>    HOW MANY OF THE LINE'S AMOUNTS PARSED STRAIGHT OFF IT -
      *>    ANY BEYOND ARE CORRECTED REJECTS, NEW MONEY TONIGHT.
       01  LINE-PARSED-SIZE             PIC 9(04).
       01  AMOUNTS-RUN-TYPE             PIC X(01).
       01  AMOUNTS-ED-1                 PIC -(10)9.99.
       01  AMOUNTS-ED-2                 PIC -(10)9.99.
       01  AMOUNTS-ED-3                 PIC -(10)9.99.
       01  AMOUNTS-ED-4                 PIC -(10)9.99.
       01  AMOUNTS-ED-5                 PIC -(10)9.99.
       01  AMOUNTS-ED-6                 PIC -(10)9.99.
      *
      *>    OUTLIER=Y TURNS THE PRE-SCREEN ON; OUTLIER-LOW/HIGH SET
      *>    THE PERCENTILE BAND (DEFAULT P1-P99) AND OUTLIER-MEDX=N
       01  PCT-TRACE                    PIC X(01) VALUE 'N'.
       01  CURRENT-LINE-IS-EXTRACT      PIC X(01) VALUE 'N'.
       01  QUARANTINED-COUNT            PIC 9(05) VALUE 0.
      *>    EXTRACT LINES PARSED THIS RUN, AND HOW MANY OF THEM LEFT
      *>    AT LEAST ONE SEGMENT IN SUSPENSE - FOR FEED-QUALITY.TXT.
       01  EXTRACT-LINES-PARSED         PIC 9(05) VALUE 0.
       01  EXTRACT-LINES-REJECTED       PIC 9(05) VALUE 0.
       01  FEED-QUALITY-STATUS          PIC X(02).
       01  PARTIAL-FLAG                 PIC X(01) VALUE 'N'.
       01  CLEAR-METHOD                 PIC X(09).
       01  RESIDUAL-IN-STATUS           PIC X(02).
       01  WS-EOF-RESIDUAL              PIC X(01) VALUE 'N'.
       01  RESIDUAL-REMAINING           PIC S9(5)V99.
       01  WS-EOF-RATES                 PIC X(01) VALUE 'N'.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
      *>    EACH ELEMENT'S PAYMENT REFERENCE, SPACES WHEN IT HAS NONE.
      *>    WORK-REF-FILTER SAYS WHICH ITEMS THE WORK ARRAY MAY TAKE -
      *>    'R' THE TARGET'S OWN REFERENCE ONLY, 'B' UNREFERENCED
      *>    ONLY, 'A' ANY ITEM - AND MATCH-BASIS RECORDS WHICH PASS
      *>    THE CLEAR CAME FROM.
       01  REFERENCE-LIST.
           COPY REFERENCE-LIST.
       01  WORK-REF-FILTER              PIC X(01).
       01  REF-ELIGIBLE                 PIC X(01).
       01  MATCH-BASIS                  PIC X(03).
       01  REF-CLEARED-COUNT            PIC 9(05) VALUE 0.
       01  AMT-CLEARED-COUNT            PIC 9(05) VALUE 0.
       01  RATES-TABLE.
           05  RATE-COUNT               PIC 9(02) VALUE 0.
           05  RATE-ENTRY OCCURS 20 TIMES.
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *>    GENERATION BACKUP BEFORE THE LIVE REWRITE - SEE
      *>    GEN-SAVE.CBL.
       01  GEN-SAVE-NAME                PIC X(30).
       01  CARRY-APPEND-OVERFLOW        PIC X(01).
       01  CARRY-SAVE-PTR               PIC S9(5).
       01  CARRY-ID-SAVE-PTR            PIC S9(5).
       01  HIST-RUN-ID                  PIC X(17).
       01  AMOUNT-ED                    PIC -(5)9.99.
       01  AMOUNT-ED-2                  PIC -(5)9.99.
       01  TARGET-ED                    PIC -(5)9.99.
      *>    UNDER A GUESSED ID.
       VALIDATE-ONE-TARGET-LINE.
           MOVE SPACES TO TGT-ID-TXT TGT-AMOUNT-TXT TGT-DATE-TXT
               TGT-SOURCE-TXT TGT-PRI-TXT TGT-REJECT-REASON
               TGT-REF-TXT.
           MOVE 5 TO TGT-PRI-NUM.
           UNSTRING TARGET-LINE-TXT DELIMITED BY ','
               INTO TGT-ID-TXT TGT-AMOUNT-TXT TGT-DATE-TXT
                    TGT-SOURCE-TXT TGT-PRI-TXT TGT-REF-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(TGT-PRI-TXT) IS NUMERIC THEN
               COMPUTE TGT-PRI-NUM = FUNCTION NUMVAL(
               MOVE TGT-DATE-NUM TO TGT-DATE(TARGET-COUNT)
               MOVE TGT-SOURCE-TXT TO TGT-SOURCE(TARGET-COUNT)
               MOVE TGT-PRI-NUM TO TGT-PRIORITY(TARGET-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TGT-REF-TXT))
                   TO TGT-REF(TARGET-COUNT)
           END-IF.

      *>    PRIOR DAYS' UNMATCHED ITEMS GO THROUGH THE SAME MATCHING
      *>    REMAINDER OF THE LINE.
       PROCESS-ONE-SUSPENSE-LINE.
           CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
               OMITTED SUSPENSE-LIST PARSE-STATUS CURRENCY-LIST
               REFERENCE-LIST.
           IF PARSE-STATUS = 'N' THEN
               DISPLAY 'LINE ' WS-LINE-NO
                   ' EXCEEDS THE 2000-ELEMENT ARRAY LIMIT - RUN ABORTED'
               PERFORM CLOSE-BATCH-FILES
               GOBACK
           END-IF.
           MOVE ARRAY-SIZE TO LINE-PARSED-SIZE.
           IF CURRENT-LINE-IS-EXTRACT = 'Y' THEN
               ADD 1 TO EXTRACT-LINES-PARSED
               IF SUSPENSE-COUNT > 0 THEN
                   ADD 1 TO EXTRACT-LINES-REJECTED
               END-IF
           END-IF.
           IF SUSPENSE-COUNT > 0 THEN
               PERFORM APPLY-CORRECTIONS-TO-LINE
           END-IF.
      *>    CONVERSION COMES FIRST - THE MATCHING BELOW RUNS ON THE
      *>    BASE EQUIVALENTS AND THE CARRY ON THE ORIGINAL AMOUNTS.
           PERFORM CONVERT-LINE-TO-BASE.
           PERFORM ADD-LINE-TO-INFLOW-AMOUNTS.
           PERFORM ASSIGN-ITEM-IDS.
           ADD ARRAY-SIZE TO ITEMS-IN-COUNT.

      *>    A CARRY LINE'S OWN AMOUNTS ARE THE OPENING BALANCE; AN
      *>    EXTRACT LINE'S, AND ANY CORRECTED REJECT ON EITHER, ARE
      *>    NEW TO SUSPENSE TONIGHT.
       ADD-LINE-TO-INFLOW-AMOUNTS.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > ARRAY-SIZE
               IF CURRENT-LINE-IS-EXTRACT = 'N'
                       AND ELEM-IDX <= LINE-PARSED-SIZE THEN
                   ADD ORIG-AMOUNT(ELEM-IDX) TO OPENING-AMT-TOTAL
               ELSE
                   ADD ORIG-AMOUNT(ELEM-IDX) TO NEW-AMT-TOTAL
               END-IF
           END-PERFORM.

      *>    THE CARRY LINE'S ID SECTION LINES UP ONE-FOR-ONE WITH ITS
      *>    AMOUNTS (BOTH ARE WRITTEN BY BUFFER-CARRY-FORWARD-LINE IN
                           > OUTLIER-MEDX * OUT-MEDIAN) THEN
               MOVE 'Y' TO CONSUMED(ELEM-IDX)
               ADD 1 TO QUARANTINED-COUNT
               ADD ORIG-AMOUNT(ELEM-IDX) TO DIVERTED-AMT-TOTAL
               MOVE ORIG-AMOUNT(ELEM-IDX) TO AMOUNT-ED
               MOVE SPACES TO QUARANTINE-REC
               STRING LINE-ITEM-DATE ','

       WRITE-NETTED-PAIR.
           ADD 1 TO NETTED-PAIR-COUNT.
           ADD ORIG-AMOUNT(ORIG-POS-1) ORIG-AMOUNT(ORIG-POS-2)
               TO NETTED-AMT-TOTAL.
           MOVE ARRAY-ELM(ORIG-POS-1) TO AMOUNT-ED.
           MOVE ARRAY-ELM(ORIG-POS-2) TO AMOUNT-ED-2.
           MOVE SPACES TO NETTED-REC.
                       >= DUP-THRESHOLD THEN
               MOVE 'Y' TO CONSUMED(ELEM-IDX)
               ADD 1 TO DUP-DIVERTED-COUNT
               ADD ORIG-AMOUNT(ELEM-IDX) TO DIVERTED-AMT-TOTAL
               MOVE ORIG-AMOUNT(ELEM-IDX) TO AMOUNT-ED
               MOVE SPACES TO DUP-REVIEW-REC
               STRING LINE-ITEM-DATE ','
      *>    AMOUNT AND CURRENCY OF EVERY ELEMENT ARE KEPT FOR THE
      *>    CLEARED-ITEMS DETAIL AND THE CARRY FILE.  VALUES QUEUED BY
      *>    THE CORRECTIONS PASS ARRIVE WITHOUT A CURRENCY AND ARE
      *>    BASE BY DEFINITION (AND WITHOUT A REFERENCE, SO THEY
      *>    MATCH ON AMOUNT).  A CURRENCY WITH NO RATE LINE IS LEFT
      *>    UNCONVERTED AND NAMED ON THE CONSOLE SO THE RATES FILE
      *>    GETS FIXED.
       CONVERT-LINE-TO-BASE.
               ADD 1 TO CCY-COUNT
               MOVE SPACES TO CCY-CODE(CCY-COUNT)
           END-PERFORM.
           PERFORM UNTIL REF-COUNT >= ARRAY-SIZE
               ADD 1 TO REF-COUNT
               MOVE SPACES TO REF-CODE(REF-COUNT)
           END-PERFORM.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > ARRAY-SIZE
               MOVE ARRAY-ELM(ELEM-IDX) TO ORIG-AMOUNT(ELEM-IDX)
                   ' LEFT UNCONVERTED'
           END-IF.

      *>    A REFERENCED TARGET GETS A REFERENCE PASS OVER ITS OWN
      *>    ITEMS FIRST, THEN THE AMOUNT PASS OVER THE UNREFERENCED
      *>    ONES; A PARTIAL CLEAR, IF CONFIGURED, WORKS FROM WHICHEVER
      *>    PASS RAN LAST.
       TRY-ONE-TARGET.
           MOVE 'AMT' TO MATCH-BASIS.
           IF TGT-REF(TARGET-IDX) NOT = SPACES THEN
               MOVE 'R' TO WORK-REF-FILTER
               PERFORM MATCH-WORK-ARRAY
               IF MATCH-STATUS = 'Y' THEN
                   MOVE 'REF' TO MATCH-BASIS
               ELSE
                   MOVE 'B' TO WORK-REF-FILTER
                   PERFORM MATCH-WORK-ARRAY
               END-IF
           ELSE
               MOVE 'A' TO WORK-REF-FILTER
               PERFORM MATCH-WORK-ARRAY
           END-IF.
           MOVE 'N' TO SPOKEN-FOR.
           MOVE 'N' TO PARTIAL-FLAG.
               MOVE WORK-POS(RESULT(2)) TO ORIG-POS-2
               MOVE 'Y' TO CONSUMED(ORIG-POS-1)
               MOVE 'Y' TO CONSUMED(ORIG-POS-2)
               IF MATCH-BASIS = 'REF' THEN
                   ADD 1 TO REF-CLEARED-COUNT
               ELSE
                   ADD 1 TO AMT-CLEARED-COUNT
               END-IF
               PERFORM WRITE-CLEARED-ITEM
               PERFORM NOTE-TARGET-CLEARED-TODAY
               IF PARTIAL-FLAG = 'Y' THEN
               PERFORM WRITE-NEAR-MISS-LINES
           END-IF.

       MATCH-WORK-ARRAY.
           PERFORM BUILD-WORK-ARRAY.
           MOVE 'N' TO MATCH-STATUS.
           MOVE 0 TO PAIR-COUNT.
           MOVE 0 TO MATCH-RESIDUAL.
           IF WORK-ARRAY-SIZE >= 2 THEN
               CALL 'TWO-SUM' USING WORK-NUMBER-ARRAY TARGET
                   RESULT-TBL MATCH-STATUS TWO-SUM-TRACE
                   ALLPAIRS-MODE PAIR-LIST
                   MATCH-TOLERANCE MATCH-RESIDUAL
           END-IF.
           IF ALLPAIRS-MODE = 'Y' AND PAIR-COUNT > 1 THEN
               PERFORM WRITE-CANDIDATE-PAIR-LINES
               IF MATCH-STATUS = 'Y' THEN
                   PERFORM SELECT-OLDEST-PAIR
               END-IF
           END-IF.

      *>    A FULLY CLEARED TARGET JOINS TODAY'S MEMORY SO AN
      *>    AFTERNOON INCREMENTAL RUN DOES NOT OFFER IT AGAIN.  A
      *>    PARTIAL CLEAR STAYS OPEN - ITS RESIDUAL IS A NEW TARGET.

      *>    THE UNCLEARED REMAINDER GOES BACK INTO THE TARGET STREAM
      *>    UNDER THE ORIGINAL ID PLUS -R, DATED TONIGHT, SO THE NEXT
      *>    RUN PICKS IT UP AUTOMATICALLY - STILL CARRYING THE
      *>    TARGET'S REFERENCE (AT THE DEFAULT PRIORITY) WHEN IT HAD
      *>    ONE.
       WRITE-RESIDUAL-TARGET.
           ADD 1 TO RESIDUAL-COUNT.
           MOVE SPACES TO RESIDUAL-ID.
                  RUN-DATE ',RESIDUAL'
               DELIMITED BY SIZE INTO RESIDUAL-OUT-REC
           END-STRING.
           IF TGT-REF(TARGET-IDX) NOT = SPACES THEN
               STRING ',,' FUNCTION TRIM(TGT-REF(TARGET-IDX))
                   DELIMITED BY SIZE
                   INTO RESIDUAL-OUT-REC(FUNCTION LENGTH(
                       FUNCTION TRIM(RESIDUAL-OUT-REC TRAILING)) + 1:)
               END-STRING
           END-IF.
           WRITE RESIDUAL-OUT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'TARGET ' TGT-ID(TARGET-IDX) ' LINE ' WS-LINE-NO
      *>    PAIRS ARE REPORTED ONCE (PARTNER POSITION ABOVE THE
      *>    ELEMENT'S).
       WRITE-NEAR-MISS-LINES.
           MOVE 'NEAR-MISS' TO MAP-NAME OF NM-MAP-GR.
           MOVE 0 TO MAP-SIZE OF NM-MAP-GR.
           PERFORM VARYING NM-ELEM-IDX FROM 1 BY 1
                   UNTIL NM-ELEM-IDX > ARRAY-SIZE
           END-PERFORM.

      *>    UNDER ASSIGNMENT, ONLY UNCONSUMED POSITIONS ARE OFFERED;
      *>    WITH ASSIGN=N EVERY TARGET SEES THE WHOLE LINE.  EITHER
      *>    WAY ONLY THE ITEMS WORK-REF-FILTER ADMITS ARE OFFERED.
       BUILD-WORK-ARRAY.
           MOVE 0 TO WORK-ARRAY-SIZE.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > ARRAY-SIZE
               PERFORM CHECK-REF-ELIGIBLE
               IF (CONSUMED(ELEM-IDX) = 'N' OR ASSIGN-MODE NOT = 'Y')
                       AND REF-ELIGIBLE = 'Y' THEN
                   ADD 1 TO WORK-ARRAY-SIZE
                   MOVE ARRAY-ELM(ELEM-IDX)
                       TO WORK-ARRAY-ELM(WORK-ARRAY-SIZE)
               END-IF
           END-PERFORM.

       CHECK-REF-ELIGIBLE.
           EVALUATE WORK-REF-FILTER
               WHEN 'R'
                   IF REF-CODE(ELEM-IDX) = TGT-REF(TARGET-IDX) THEN
                       MOVE 'Y' TO REF-ELIGIBLE
                   ELSE
                       MOVE 'N' TO REF-ELIGIBLE
                   END-IF
               WHEN 'B'
                   IF REF-CODE(ELEM-IDX) = SPACES THEN
                       MOVE 'Y' TO REF-ELIGIBLE
                   ELSE
                       MOVE 'N' TO REF-ELIGIBLE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO REF-ELIGIBLE
           END-EVALUATE.

      *>    THE TARGET FAILED AGAINST THE UNCONSUMED REMAINDER - TRY
      *>    IT ONCE AGAINST THE FULL LINE.  A HIT THERE MEANS THE
      *>    CANDIDATES EXIST BUT WERE ALREADY SPOKEN FOR BY AN
      *>    EARLIER TARGET, WHICH IS WORTH SAYING ON THE REPORT.  A
      *>    REFERENCED TARGET RETRIES BOTH ITS PASSES, SO ONLY ITEMS
      *>    IT COULD HAVE TAKEN ARE COUNTED.
       CHECK-SPOKEN-FOR.
           MOVE 'N' TO MATCH-STATUS.
           IF TGT-REF(TARGET-IDX) NOT = SPACES THEN
               MOVE 'R' TO WORK-REF-FILTER
               PERFORM SPOKEN-FOR-ONE-PASS
               IF MATCH-STATUS = 'N' THEN
                   MOVE 'B' TO WORK-REF-FILTER
                   PERFORM SPOKEN-FOR-ONE-PASS
               END-IF
           ELSE
               MOVE 'A' TO WORK-REF-FILTER
               PERFORM SPOKEN-FOR-ONE-PASS
           END-IF.
           IF MATCH-STATUS = 'Y' THEN
               MOVE 'Y' TO SPOKEN-FOR
           END-IF.
           MOVE 'N' TO MATCH-STATUS.

       SPOKEN-FOR-ONE-PASS.
           MOVE 0 TO WORK-ARRAY-SIZE.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > ARRAY-SIZE
               PERFORM CHECK-REF-ELIGIBLE
               IF REF-ELIGIBLE = 'Y' THEN
                   ADD 1 TO WORK-ARRAY-SIZE
                   MOVE ARRAY-ELM(ELEM-IDX)
                       TO WORK-ARRAY-ELM(WORK-ARRAY-SIZE)
                   MOVE ELEM-IDX TO WORK-POS(WORK-ARRAY-SIZE)
               END-IF
           END-PERFORM.
           IF WORK-ARRAY-SIZE >= 2 THEN
               CALL 'TWO-SUM' USING WORK-NUMBER-ARRAY TARGET
                   RESULT-TBL MATCH-STATUS TWO-SUM-TRACE
           END-IF.

      *>    THE BUSINESS MATCH IS THE OLDEST OPEN ITEMS, NOT
      *>    WHICHEVER PAIR THE SCAN ORDER HIT FIRST - CARRY LINES RUN
      *>    FOREIGN CURRENCY ITS ORIGINAL AMOUNT AND CODE ARE SHOWN
      *>    ALONGSIDE.
       WRITE-CLEARED-ITEM.
           ADD ORIG-AMOUNT(ORIG-POS-1) ORIG-AMOUNT(ORIG-POS-2)
               TO CLEARED-AMT-TOTAL.
           MOVE TARGET TO TARGET-ED.
           MOVE ARRAY-ELM(ORIG-POS-1) TO AMOUNT-ED.
           MOVE ARRAY-ELM(ORIG-POS-2) TO AMOUNT-ED-2.
                      ' AMOUNTS ' AMOUNT-ED '/' AMOUNT-ED-2
                      ' IDS ' FUNCTION TRIM(ITEM-ID(ORIG-POS-1))
                      '/' FUNCTION TRIM(ITEM-ID(ORIG-POS-2))
                      ' BASIS ' MATCH-BASIS
                      ' RUN ' RUN-DATE
                   DELIMITED BY SIZE INTO CLEARED-REC
               END-STRING
               STRING ' / ' ORIG-AMOUNT-ED ' ' CCY-CODE(ORIG-POS-2)
                      ' IDS ' FUNCTION TRIM(ITEM-ID(ORIG-POS-1))
                      '/' FUNCTION TRIM(ITEM-ID(ORIG-POS-2))
                      ' BASIS ' MATCH-BASIS
                      ' RUN ' RUN-DATE
                   DELIMITED BY SIZE
                   INTO CLEARED-REC(FUNCTION LENGTH(
           PERFORM WRITE-POSTING-RECORD.

       WRITE-CLEARED-HISTORY-LINE.
           IF PARTIAL-FLAG = 'Y'
                   OR TGT-SOURCE(TARGET-IDX) = 'RESIDUAL' THEN
               MOVE 'RESIDUAL' TO CLEAR-METHOD
           ELSE
               IF MATCH-RESIDUAL NOT = 0 THEN
                   MOVE 'TOLERANCE' TO CLEAR-METHOD
               ELSE
                   MOVE 'EXACT' TO CLEAR-METHOD
               END-IF
           END-IF.
           MOVE ARRAY-ELM(ORIG-POS-1) TO AMOUNT-ED.
           MOVE ARRAY-ELM(ORIG-POS-2) TO AMOUNT-ED-2.
           CALL 'RUN-ID' USING HIST-RUN-ID.
           MOVE SPACES TO CLEARED-HIST-REC.
           STRING RUN-DATE ','
                  FUNCTION TRIM(TGT-ID(TARGET-IDX)) ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  FUNCTION TRIM(AMOUNT-ED-2) ','
                  FUNCTION TRIM(ITEM-ID(ORIG-POS-1)) ','
                  FUNCTION TRIM(ITEM-ID(ORIG-POS-2)) ','
                  MATCH-BASIS ','
                  FUNCTION TRIM(CLEAR-METHOD) ','
                  FUNCTION TRIM(TGT-SOURCE(TARGET-IDX)) ','
                  HIST-RUN-ID
               DELIMITED BY SIZE INTO CLEARED-HIST-REC
           END-STRING.
           WRITE CLEARED-HIST-REC.
                      ' (' TARGET ') LINE '
                      WS-LINE-NO ' -> MATCHED WITH DIFFERENCE ['
                      ORIG-POS-1 ', ' ORIG-POS-2 '] RESIDUAL '
                      RESIDUAL-ED ' BASIS ' MATCH-BASIS
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
           IF MATCH-STATUS = 'Y' THEN
               STRING 'TARGET ' TGT-ID(TARGET-IDX)
                      ' (' TARGET ') LINE '
                      WS-LINE-NO ' -> MATCHED ['
                      ORIG-POS-1 ', ' ORIG-POS-2 '] BASIS '
                      MATCH-BASIS
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
                   UNTIL ELEM-IDX > ARRAY-SIZE
               IF CONSUMED(ELEM-IDX) = 'N' THEN
                   ADD 1 TO CARRY-ITEM-COUNT
                   ADD ORIG-AMOUNT(ELEM-IDX) TO CARRIED-AMT-TOTAL
                   MOVE SPACES TO CARRY-ELEM-TXT
                   MOVE ORIG-AMOUNT(ELEM-IDX) TO AMOUNT-ED
      *>            CARRIED ITEMS KEEP THEIR ORIGINAL CURRENCY SUFFIX
      *>            SO TOMORROW'S RUN RE-CONVERTS AT TOMORROW'S RATES,
      *>            AND THEIR REFERENCE SO IT STILL MATCHES FIRST.
                   IF CCY-CODE(ELEM-IDX) NOT = SPACES THEN
                       STRING FUNCTION TRIM(AMOUNT-ED)
                              ':' CCY-CODE(ELEM-IDX)
                       MOVE FUNCTION TRIM(AMOUNT-ED)
                           TO CARRY-ELEM-TXT
                   END-IF
                   IF REF-CODE(ELEM-IDX) NOT = SPACES THEN
                       STRING '#' FUNCTION TRIM(REF-CODE(ELEM-IDX))
                           DELIMITED BY SIZE
                           INTO CARRY-ELEM-TXT(FUNCTION LENGTH(
                               FUNCTION TRIM(CARRY-ELEM-TXT)) + 1:)
                       END-STRING
                   END-IF
                   MOVE ITEM-ID(ELEM-IDX) TO CARRY-ELEM-ID
                   PERFORM APPEND-ONE-CARRY-ELEMENT
               END-IF
                  ' QUARANTINED: ' QUARANTINED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'CLEARS BY BASIS - REFERENCE: ' REF-CLEARED-COUNT
                  ' AMOUNT ONLY: ' AMT-CLEARED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    THE ONE LINE THE CHAIN-BALANCE REPORT COMPUTES FROM -
      *>    EVERY PARSED ITEM THIS RUN SAW EITHER CLEARED IN A PAIR,
           WRITE COUNTS-REC.
           CLOSE COUNTS-FILE.

       WRITE-RUN-AMOUNTS-LINE.
           IF INCREMENTAL-MODE = 'Y' THEN
               MOVE 'I' TO AMOUNTS-RUN-TYPE
           ELSE
               MOVE 'N' TO AMOUNTS-RUN-TYPE
           END-IF.
           MOVE OPENING-AMT-TOTAL TO AMOUNTS-ED-1.
           MOVE NEW-AMT-TOTAL TO AMOUNTS-ED-2.
           MOVE CLEARED-AMT-TOTAL TO AMOUNTS-ED-3.
           MOVE NETTED-AMT-TOTAL TO AMOUNTS-ED-4.
           MOVE DIVERTED-AMT-TOTAL TO AMOUNTS-ED-5.
           MOVE CARRIED-AMT-TOTAL TO AMOUNTS-ED-6.
           OPEN EXTEND AMOUNTS-FILE.
           IF AMOUNTS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT AMOUNTS-FILE
           END-IF.
           MOVE SPACES TO AMOUNTS-REC.
           STRING RUN-DATE ',' AMOUNTS-RUN-TYPE ','
                  FUNCTION TRIM(AMOUNTS-ED-1) ','
                  FUNCTION TRIM(AMOUNTS-ED-2) ','
                  FUNCTION TRIM(AMOUNTS-ED-3) ','
                  FUNCTION TRIM(AMOUNTS-ED-4) ','
                  FUNCTION TRIM(AMOUNTS-ED-5) ','
                  FUNCTION TRIM(AMOUNTS-ED-6)
               DELIMITED BY SIZE INTO AMOUNTS-REC
           END-STRING.
           WRITE AMOUNTS-REC.
           CLOSE AMOUNTS-FILE.

      *>    THE NEW CARRY FILE REPLACES THE OLD ONE - EVERYTHING READ
      *>    FROM IT THIS RUN EITHER CLEARED OR IS BEING REWRITTEN.
      *>    AN INCREMENTAL RUN NEVER READ THE CARRY FILE, SO ITS NEW
       CLOSE-BATCH-FILES.
           PERFORM WRITE-JOB-SUMMARY.
           PERFORM WRITE-RUN-COUNTS-LINE.
           PERFORM WRITE-EXTRACT-QUALITY-LINES.
           PERFORM WRITE-RUN-AMOUNTS-LINE.
           PERFORM WRITE-CARRY-FORWARD-FILE.
           PERFORM WRITE-POSTING-TRAILER.
           CLOSE REPORT-FILE.
           CLOSE DUP-REVIEW-FILE.
           CLOSE NETTED-FILE.
           CLOSE QUARANTINE-FILE.
           PERFORM REGISTER-RUN-OUTPUTS.

      *>    AN INCREMENTAL RUN NEVER READ THE CARRY FILE AND ONLY
      *>    APPENDED TO IT, SO IT NAMES THE EXTRACT ALONE AND LEAVES
      *>    THE CARRY FILE'S REGISTRATION AS THE FULL RUN LEFT IT.
       REGISTER-RUN-OUTPUTS.
           PERFORM NAME-RUN-INPUTS.
           MOVE 'R' TO CAT-OP.
           MOVE 'TWOSUM-POSTING.TXT' TO CAT-FILE-NAME.
           MOVE POSTING-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.
           IF INCREMENTAL-MODE NOT = 'Y' THEN
               PERFORM NAME-RUN-INPUTS
               MOVE 'R' TO CAT-OP
               MOVE 'CARRY-FORWARD.TXT' TO CAT-FILE-NAME
               MOVE CARRY-OUT-COUNT TO CAT-COUNT
               CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                   RUN-DATE CAT-COUNT CAT-OK
           END-IF.

      *>    THE CARRY FILE IS YESTERDAY'S BY DESIGN - ANY GENERATION
      *>    WILL DO (ZERO EXPECTED DATE).
       NAME-RUN-INPUTS.
           MOVE 'I' TO CAT-OP.
           MOVE 'TRANSACT-EXTRACT.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.
           IF INCREMENTAL-MODE NOT = 'Y' THEN
               MOVE 'I' TO CAT-OP
               MOVE 'CARRY-FORWARD.TXT' TO CAT-FILE-NAME
               MOVE 0 TO CAT-ANY-DATE
               CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                   CAT-ANY-DATE CAT-COUNT CAT-OK
           END-IF.


      *>    THE EXTRACT'S OWN QUALITY - A LINE WITH ANY REJECTED
      *>    SEGMENT COUNTS ONCE; THE QUARANTINE COUNTS EACH AMOUNT IT
      *>    HELD BACK, AND ONLY WHEN THE OUTLIER GATE IS ON.
       WRITE-EXTRACT-QUALITY-LINES.
           MOVE 'TRANSACT-EXTRACT.TXT' TO FEED-Q-FEED.
           MOVE 'PARSE-ARRAY' TO FEED-Q-TOOL.
           MOVE EXTRACT-LINES-PARSED TO FEED-Q-RECEIVED.
           MOVE EXTRACT-LINES-REJECTED TO FEED-Q-REJECTS.
           MOVE 0 TO FEED-Q-RCY-TRIED FEED-Q-RCY-OK.
           PERFORM WRITE-FEED-QUALITY-LINE.
           IF OUTLIER-READY = 'Y' THEN
               MOVE 'TRANSACT-EXTRACT.TXT' TO FEED-Q-FEED
               MOVE 'OUTLIER' TO FEED-Q-TOOL
               MOVE EXTRACT-LINES-PARSED TO FEED-Q-RECEIVED
               MOVE QUARANTINED-COUNT TO FEED-Q-REJECTS
               MOVE 0 TO FEED-Q-RCY-TRIED FEED-Q-RCY-OK
               PERFORM WRITE-FEED-QUALITY-LINE
           END-IF.

      *>    FILE-GUARD PREFLIGHT OVER THE DAY'S EXTRACT - COUNT THE
      *>    DETAIL LINES AND SUM EVERY AMOUNT, THEN PROVE BOTH
                   MOVE 0 TO OPS-LOG-EXC-COUNT
           END-EVALUATE.
           PERFORM WRITE-OPS-LOG-LINE.
      *>    A REFUSED FILE REJECTS EVERY RECORD IT CARRIED; A LEGACY
      *>    FILE WITH NO HEADER IS ACCEPTED AND REJECTS NONE.
           MOVE SPACES TO FEED-Q-FEED.
           STRING FUNCTION TRIM(GUARD-FILE-NAME) '.TXT'
               DELIMITED BY SIZE INTO FEED-Q-FEED
           END-STRING.
           MOVE 'PREFLIGHT' TO FEED-Q-TOOL.
           MOVE GUARD-DETAIL-COUNT TO FEED-Q-RECEIVED.
           MOVE 0 TO FEED-Q-REJECTS FEED-Q-RCY-TRIED FEED-Q-RCY-OK.
           IF OPS-LOG-EXC-COUNT > 0 THEN
               MOVE GUARD-DETAIL-COUNT TO FEED-Q-REJECTS
           END-IF.
           PERFORM WRITE-FEED-QUALITY-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

           COPY FEED-QUALITY-WRITE.

       END PROGRAM BATCH-TWOSUM.
