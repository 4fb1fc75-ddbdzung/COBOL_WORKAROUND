      *>        - LEAVES THE CARRY-FORWARD STREAM (THE FILE IS
      *>          REWRITTEN WITHOUT IT),
      *>        - GOES ON THE WRITE-OFF REGISTER WITH THE APPROVER'S
      *>          INITIALS AND REASON,
      *>        - JOINS THE PERMANENT CLEARED-HISTORY.TXT UNDER THE
      *>          TARGET-ID AND METHOD 'WRITEOFF' (THE SAME SINGLE-ITEM
      *>          SHAPE TWOSUM-MANUAL WRITES), AND
      *>        - PRODUCES A POSTING RECORD IN THE SAME MACHINE-
      *>          READABLE FORMAT BATCH-TWOSUM EMITS, SO THE SUSPENSE
      *>          ACCOUNT AND THE LEDGER MOVE TOGETHER.
      *>    AN AGED ITEM WITH NO APPROVAL IS REPORTED AS AWAITING
      *>    APPROVAL AND LEFT IN THE STREAM.  EACH APPROVAL LINE IS
      *>    CONSUMED BY AT MOST ONE ITEM.
      *>    TXN-CATEGORIZE APPENDS ITS 'RULE' APPROVALS EVERY NIGHT, SO
      *>    THE APPROVALS FILE IS REWRITTEN AT THE END OF THE RUN
      *>    WITHOUT THE LINES CONSUMED AND WITHOUT THOSE FOR ITEMS NO
      *>    LONGER IN SUSPENSE - NO ITEM OF THAT DATE AND AMOUNT LEFT
      *>    ON THE CARRY FILE, AND DATED BEFORE TONIGHT (TONIGHT'S
      *>    ITEMS MAY NOT HAVE REACHED THE CARRY FILE YET).  THOSE ARE
      *>    ONLY DROPPED WHEN EVERY CARRY LINE COULD BE READ, AND EACH
      *>    ONE DROPPED IS LISTED ON THE REGISTER.  THE TABLE HOLDS
      *>    200 APPROVALS; LINES PAST THAT STAY ON THE FILE FOR A
      *>    LATER RUN AND ARE COUNTED ON THE REGISTER.
      *>    THE POSTING FILE AND THE REWRITTEN CARRY FILE ARE BOTH
      *>    REGISTERED ON THE FILE CATALOG, EACH NAMING THE CARRY
      *>    GENERATION AND THE APPROVALS FILE AS ITS INPUTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "TWOSUM-WRITEOFF-APPROVALS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT APPROVAL-WORK-FILE
               ASSIGN TO "TWOSUM-WRITEOFF-APPROVALS.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-WORK-STATUS.
           SELECT POSTING-FILE
               ASSIGN TO "TWOSUM-WRITEOFF-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CLEARED-HIST-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TWOSUM-WRITEOFF-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       FD  APPROVAL-FILE.
       01  APPROVAL-REC                PIC X(50).

       FD  APPROVAL-WORK-FILE.
       01  APPROVAL-WORK-REC           PIC X(50).

      *>    SAME FIRM COLUMN POSITIONS AS BATCH-TWOSUM'S POSTING
      *>    INTERFACE - THE LEDGER IMPORT READS THESE BY POSITION.
       FD  POSTING-FILE.
           05  POST-TRL-HASH           PIC 9(9)V99.
           05  POST-TRL-FILLER         PIC X(17).

       FD  CLEARED-HIST-FILE.
       01  CLEARED-HIST-REC            PIC X(130).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       01  CARRY-IN-STATUS              PIC X(02).
       01  DAYS-FILE-STATUS             PIC X(02).
       01  APPROVAL-FILE-STATUS         PIC X(02).
       01  APPROVAL-WORK-STATUS         PIC X(02).
       01  CLEARED-HIST-STATUS          PIC X(02).
       01  WS-EOF-CARRY                 PIC X(01) VALUE 'N'.
       01  WS-EOF-APPROVAL              PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(05) VALUE 0.
           COPY NUMBER-ARRAY.
       01  CURRENCY-LIST.
           COPY CURRENCY-LIST.
      *>    EACH ITEM'S PAYMENT REFERENCE - KEPT ON THE REBUILT LINE
      *>    SO BATCH-TWOSUM STILL MATCHES IT ON REFERENCE FIRST.
       01  REFERENCE-LIST.
           COPY REFERENCE-LIST.
      *>    THE LINE'S UNFIXED REJECT SEGMENTS - BATCH-TWOSUM CARRIES
      *>    THEM FORWARD SO THEY STAY ON THE PENDING-CORRECTIONS
      *>    LOOP, AND A WRITE-OFF REBUILD MUST NOT DESTROY THEM.
               10  APPR-INITIALS        PIC X(04).
               10  APPR-REASON          PIC X(10).
               10  APPR-USED            PIC X(01).
               10  APPR-ON-CARRY        PIC X(01).
       01  APPROVAL-IDX                 PIC 9(03).
       01  APPR-LINE-OK                 PIC X(01).
      *>    APPROVALS-FILE HOUSEKEEPING - SEE REWRITE-APPROVALS-FILE.
      *>    CARRY-FULLY-READ GOES TO 'N' WHEN ANY CARRY LINE'S ITEMS
      *>    COULD NOT BE SEEN, AND THEN NO APPROVAL IS JUDGED STALE.
       01  APPROVALS-ON-DISK            PIC X(01) VALUE 'N'.
       01  APPROVALS-NOT-LOADED         PIC 9(05) VALUE 0.
       01  APPROVALS-SEEN               PIC 9(05).
       01  APPROVALS-STALE              PIC 9(05) VALUE 0.
       01  APPROVAL-KEEP                PIC X(01).
       01  CARRY-FULLY-READ             PIC X(01) VALUE 'Y'.
       01  APPR-DATE-TXT                PIC X(10).
       01  APPR-AMT-TXT                 PIC X(12).
       01  APPR-INIT-TXT                PIC X(04).
       01  CARRY-BUILD-PTR              PIC S9(5).
       01  CARRY-FIRST-ELEM             PIC X(01).
       01  CARRY-ELEM-TXT               PIC X(30).
       01  HIST-RUN-ID                  PIC X(17).
       01  AMOUNT-ED                    PIC -(5)9.99.
      *
       01  WRITTEN-OFF-COUNT            PIC 9(05) VALUE 0.
      *>    GEN-SAVE.CBL.
       01  GEN-SAVE-NAME                PIC X(30).
       01  GEN-SAVE-OK                  PIC X(01).
      *>    FILE-CATALOG REGISTRATION AND LINEAGE - SEE
      *>    FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

           END-IF.
           PERFORM WRITE-CARRY-FORWARD-FILE.
           PERFORM WRITE-POSTING-TRAILER.
           IF APPROVALS-ON-DISK = 'Y' THEN
               PERFORM REWRITE-APPROVALS-FILE
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE POSTING-FILE.
           CLOSE CLEARED-HIST-FILE.
           CLOSE REPORT-FILE.
           PERFORM REGISTER-WRITEOFF-OUTPUTS.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       REGISTER-WRITEOFF-OUTPUTS.
           PERFORM NAME-WRITEOFF-INPUTS.
           MOVE 'R' TO CAT-OP.
           MOVE 'TWOSUM-WRITEOFF-POSTING.TXT' TO CAT-FILE-NAME.
           MOVE POSTING-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.
           PERFORM NAME-WRITEOFF-INPUTS.
           MOVE 'R' TO CAT-OP.
           MOVE 'CARRY-FORWARD.TXT' TO CAT-FILE-NAME.
           MOVE CARRY-OUT-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.

       NAME-WRITEOFF-INPUTS.
           MOVE 'I' TO CAT-OP.
           MOVE 'CARRY-FORWARD.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'TWOSUM-WRITEOFF-APPROVALS.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.

       READ-WRITEOFF-AGE.
           OPEN INPUT DAYS-FILE.
           IF DAYS-FILE-STATUS = '00' THEN
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-APPROVAL
           ELSE
               MOVE 'Y' TO APPROVALS-ON-DISK
           END-IF.
           PERFORM UNTIL WS-EOF-APPROVAL = 'Y'
               READ APPROVAL-FILE
                   OR APPROVAL-FILE-STATUS = '10' THEN
               CLOSE APPROVAL-FILE
           END-IF.
           IF APPROVALS-NOT-LOADED > 0 THEN
               DISPLAY 'MORE THAN 200 APPROVALS - '
                   APPROVALS-NOT-LOADED ' LINE(S) LEFT ON THE FILE'
                   ' FOR A LATER RUN'
           END-IF.

      *>    APPROVAL-REC IN; THE APPR-*-TXT FIELDS AND APPR-LINE-OK
      *>    OUT.  THE LOAD AND THE REWRITE BOTH TAKE A LINE THIS WAY,
      *>    SO THE REWRITE MEETS THE LOADED LINES IN TABLE ORDER.
       SPLIT-APPROVAL-LINE.
           MOVE SPACES TO APPR-DATE-TXT APPR-AMT-TXT APPR-INIT-TXT
               APPR-REASON-TXT.
           UNSTRING APPROVAL-REC DELIMITED BY ','
           IF FUNCTION TRIM(APPR-DATE-TXT) IS NOT NUMERIC
                   OR NUMVAL-CHK NOT = 0
                   OR FUNCTION TRIM(APPR-INIT-TXT) = SPACES THEN
               MOVE 'N' TO APPR-LINE-OK
           ELSE
               MOVE 'Y' TO APPR-LINE-OK
           END-IF.

       LOAD-ONE-APPROVAL.
           PERFORM SPLIT-APPROVAL-LINE.
           IF APPR-LINE-OK = 'N' THEN
               DISPLAY 'BAD WRITE-OFF APPROVAL SKIPPED: '
                   FUNCTION TRIM(APPROVAL-REC)
           ELSE
               IF APPROVAL-COUNT >= 200 THEN
                   ADD 1 TO APPROVALS-NOT-LOADED
               ELSE
                   ADD 1 TO APPROVAL-COUNT
                   COMPUTE APPR-DATE(APPROVAL-COUNT) = FUNCTION
                   MOVE APPR-REASON-TXT
                       TO APPR-REASON(APPROVAL-COUNT)
                   MOVE 'N' TO APPR-USED(APPROVAL-COUNT)
                   MOVE 'N' TO APPR-ON-CARRY(APPROVAL-COUNT)
               END-IF
           END-IF.

           OPEN INPUT CARRY-IN-FILE.
           IF CARRY-IN-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CARRY
               MOVE 'N' TO CARRY-FULLY-READ
           END-IF.
           OPEN OUTPUT POSTING-FILE.
           OPEN EXTEND CLEARED-HIST-FILE.
           IF CLEARED-HIST-STATUS NOT = '00' THEN
               OPEN OUTPUT CLEARED-HIST-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUSPENSE WRITE-OFF REGISTER - ITEMS OVER '
           IF ITEM-DATE-TXT IS NOT NUMERIC THEN
               DISPLAY 'CARRY LINE ' WS-LINE-NO ' HAS NO DATE STAMP'
                   ' - LEFT UNTOUCHED'
               MOVE 'N' TO CARRY-FULLY-READ
               PERFORM KEEP-WHOLE-LINE
           ELSE
               MOVE ITEM-DATE-TXT TO ITEM-DATE
                   MOVE 0 TO ITEM-AGE-DAYS
               END-IF
               IF ITEM-AGE-DAYS < WRITEOFF-AGE-DAYS THEN
                   PERFORM NOTE-YOUNG-LINE-APPROVALS
                   PERFORM KEEP-WHOLE-LINE
               ELSE
                   PERFORM REVIEW-AGED-LINE
               END-IF
           END-IF.

      *>    A LINE NOT YET OLD ENOUGH IS KEPT WHOLE, BUT AN APPROVAL
      *>    WAITING FOR ONE OF ITS ITEMS IS STILL LIVE.
       NOTE-YOUNG-LINE-APPROVALS.
           IF APPROVAL-COUNT > 0 THEN
               CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
                   OMITTED SUSPENSE-LIST PARSE-STATUS CURRENCY-LIST
                   REFERENCE-LIST
               IF PARSE-STATUS = 'N' THEN
                   MOVE 'N' TO CARRY-FULLY-READ
               ELSE
                   PERFORM VARYING ELEM-IDX FROM 1 BY 1
                           UNTIL ELEM-IDX > ARRAY-SIZE
                       PERFORM NOTE-APPROVALS-FOR-ITEM
                   END-PERFORM
               END-IF
           END-IF.

      *>    ITEM-DATE AND ARRAY-ELM(ELEM-IDX) IN - EVERY APPROVAL FOR
      *>    AN ITEM STAYING ON THE CARRY FILE IS MARKED.
       NOTE-APPROVALS-FOR-ITEM.
           PERFORM VARYING APPROVAL-IDX FROM 1 BY 1
                   UNTIL APPROVAL-IDX > APPROVAL-COUNT
               IF APPR-DATE(APPROVAL-IDX) = ITEM-DATE
                       AND APPR-AMOUNT(APPROVAL-IDX)
                           = ARRAY-ELM(ELEM-IDX) THEN
                   MOVE 'Y' TO APPR-ON-CARRY(APPROVAL-IDX)
               END-IF
           END-PERFORM.

       KEEP-WHOLE-LINE.
           IF CARRY-OUT-COUNT >= 1000 THEN
               DISPLAY 'CARRY-FORWARD BUFFER FULL - LINE '
                   WS-LINE-NO ' DROPPED'
               MOVE 'N' TO CARRY-FULLY-READ
           ELSE
               ADD 1 TO CARRY-OUT-COUNT
               MOVE CARRY-IN-REC TO CARRY-OUT-LINE(CARRY-OUT-COUNT)
      *>    INTO A FRESH CARRY LINE UNDER THE SAME DATE.
       REVIEW-AGED-LINE.
           CALL 'PARSE-ARRAY' USING LINE-TEXT NUMBER-ARRAY
               OMITTED SUSPENSE-LIST PARSE-STATUS CURRENCY-LIST
               REFERENCE-LIST.
           IF PARSE-STATUS = 'N' THEN
               DISPLAY 'CARRY LINE ' WS-LINE-NO ' COULD NOT BE'
                   ' PARSED - LEFT UNTOUCHED'
               MOVE 'N' TO CARRY-FULLY-READ
               PERFORM KEEP-WHOLE-LINE
           ELSE
               PERFORM SPLIT-ITEM-IDS
           END-PERFORM.

       KEEP-ONE-ITEM.
           PERFORM NOTE-APPROVALS-FOR-ITEM.
           MOVE SPACES TO CARRY-ELEM-TXT.
           MOVE ARRAY-ELM(ELEM-IDX) TO AMOUNT-ED.
           IF CCY-CODE(ELEM-IDX) NOT = SPACES THEN
           ELSE
               MOVE FUNCTION TRIM(AMOUNT-ED) TO CARRY-ELEM-TXT
           END-IF.
           IF REF-CODE(ELEM-IDX) NOT = SPACES THEN
               STRING '#' FUNCTION TRIM(REF-CODE(ELEM-IDX))
                   DELIMITED BY SIZE
                   INTO CARRY-ELEM-TXT(FUNCTION LENGTH(
                       FUNCTION TRIM(CARRY-ELEM-TXT)) + 1:)
               END-STRING
           END-IF.
           PERFORM APPEND-ONE-CARRY-ELEMENT.

       WRITE-OFF-ONE-ITEM.
           WRITE POSTING-REC.
           ADD 1 TO POSTING-COUNT.
           ADD ARRAY-ELM(ELEM-IDX) TO POSTING-HASH.
           CALL 'RUN-ID' USING HIST-RUN-ID.
           MOVE SPACES TO CLEARED-HIST-REC.
           STRING RUN-DATE ',WRITEOFF,' WS-LINE-NO ','
                  ELEM-IDX ','
                  FUNCTION TRIM(AMOUNT-ED) ',,'
                  FUNCTION TRIM(ITEM-ID(ELEM-IDX)) ',,'
                  FUNCTION TRIM(APPR-REASON(APPROVAL-IDX))
                  ',WRITEOFF,,' HIST-RUN-ID
               DELIMITED BY SIZE INTO CLEARED-HIST-REC
           END-STRING.
           WRITE CLEARED-HIST-REC.

       START-CARRY-LINE.
           MOVE SPACES TO CARRY-BUILD-LINE.
           IF CARRY-OUT-COUNT >= 1000 THEN
               DISPLAY 'CARRY-FORWARD BUFFER FULL - LINE '
                   WS-LINE-NO ' ITEMS DROPPED FROM CARRY'
               MOVE 'N' TO CARRY-FULLY-READ
           ELSE
               ADD 1 TO CARRY-OUT-COUNT
               MOVE CARRY-BUILD-LINE
           END-PERFORM.
           CLOSE CARRY-OUT-FILE.

      *>    THE APPROVALS FILE IS COPIED TO A WORK FILE WITHOUT THE
      *>    LINES THIS RUN CONSUMED OR FOUND STALE, THEN COPIED BACK -
      *>    THE SAME WAY EMP-ANONYMIZE REWRITES ITS ARCHIVE.  LINES
      *>    NEVER LOADED (BAD ONES, OR PAST THE TABLE) ARE KEPT.
       REWRITE-APPROVALS-FILE.
           MOVE 0 TO APPROVALS-SEEN.
           MOVE 'N' TO WS-EOF-APPROVAL.
           OPEN INPUT APPROVAL-FILE.
           OPEN OUTPUT APPROVAL-WORK-FILE.
           PERFORM UNTIL WS-EOF-APPROVAL = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-APPROVAL
               END-READ
               IF WS-EOF-APPROVAL NOT = 'Y' THEN
                   PERFORM SIFT-ONE-APPROVAL
               END-IF
           END-PERFORM.
           CLOSE APPROVAL-FILE.
           CLOSE APPROVAL-WORK-FILE.
           MOVE 'N' TO WS-EOF-APPROVAL.
           OPEN INPUT APPROVAL-WORK-FILE.
           OPEN OUTPUT APPROVAL-FILE.
           PERFORM UNTIL WS-EOF-APPROVAL = 'Y'
               READ APPROVAL-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-APPROVAL
                   NOT AT END
                       MOVE APPROVAL-WORK-REC TO APPROVAL-REC
                       WRITE APPROVAL-REC
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-WORK-FILE.
           CLOSE APPROVAL-FILE.

       SIFT-ONE-APPROVAL.
           MOVE 'Y' TO APPROVAL-KEEP.
           IF APPROVAL-REC = SPACES THEN
               MOVE 'N' TO APPROVAL-KEEP
           ELSE
               PERFORM SPLIT-APPROVAL-LINE
               IF APPR-LINE-OK = 'Y'
                       AND APPROVALS-SEEN < APPROVAL-COUNT THEN
                   ADD 1 TO APPROVALS-SEEN
                   MOVE APPROVALS-SEEN TO APPROVAL-IDX
                   PERFORM JUDGE-LOADED-APPROVAL
               END-IF
           END-IF.
           IF APPROVAL-KEEP = 'Y' THEN
               MOVE APPROVAL-REC TO APPROVAL-WORK-REC
               WRITE APPROVAL-WORK-REC
           END-IF.

       JUDGE-LOADED-APPROVAL.
           IF APPR-USED(APPROVAL-IDX) = 'Y' THEN
               MOVE 'N' TO APPROVAL-KEEP
           ELSE
               IF APPR-ON-CARRY(APPROVAL-IDX) = 'N'
                       AND CARRY-FULLY-READ = 'Y'
                       AND APPR-DATE(APPROVAL-IDX) < RUN-DATE THEN
                   MOVE 'N' TO APPROVAL-KEEP
                   ADD 1 TO APPROVALS-STALE
                   MOVE APPR-AMOUNT(APPROVAL-IDX) TO AMOUNT-ED
                   MOVE SPACES TO REPORT-REC
                   STRING 'APPROVAL OF ' APPR-DATE(APPROVAL-IDX)
                          ' AMOUNT ' AMOUNT-ED
                          ' BY ' APPR-INITIALS(APPROVAL-IDX)
                          ' REASON ' APPR-REASON(APPROVAL-IDX)
                          ' DROPPED - ITEM NO LONGER IN SUSPENSE'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF.

       WRITE-POSTING-TRAILER.
           MOVE SPACES TO POSTING-TRAILER-REC.
           MOVE 'T' TO POST-TRL-TYPE.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'APPROVALS DROPPED AS STALE: ' APPROVALS-STALE
                  ' NOT CONSIDERED (PAST THE 200-LINE TABLE, KEPT'
                  ' FOR A LATER RUN): ' APPROVALS-NOT-LOADED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
       END PROGRAM TWOSUM-WRITEOFF.
