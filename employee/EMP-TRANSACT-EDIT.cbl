      *>    SO A MALFORMED LINE WAS ONLY DISCOVERED AS A REJECTED ROW
      *>    AFTER THE GOOD LINES AROUND IT HAD ALREADY UPDATED THE
      *>    MASTER.  THIS VALIDATES THE WHOLE EXTRACT FIRST -
      *>        - TXN-CODE IS ONE OF A/U/I/D/S/T/L/X,
      *>        - EMPLOYEE-ID IS NUMERIC (OR BLANK ON AN 'A', WHICH
      *>          THE UPDATE PASS GIVES THE NEXT FREE NUMBER),
      *>        - TXN-SALARY PASSES THE SAME FUNCTION TEST-NUMVAL CHECK
      *>          EMP-TRANSACTIONS APPLIES (REQUIRED FOR A/U/S),
      *>        - TXN-EFF-DATE IS A REAL CALENDAR DATE (REQUIRED FOR
      *>          S/T/L, CHECKED ON AN X WHEN SUPPLIED),
      *>        - AN X TRANSFER NAMES ITS NEW DEPARTMENT
      *>    AND WRITES CLEAN LINES TO EMP-TRANSACT-CLEAN.TXT (THE FILE
      *>    EMP-TRANSACTIONS NOW READS) AND REJECTS WITH REASONS TO
      *>    EMP-TRANSACT-REJECTS.TXT, PROVING INPUT = CLEAN + REJECTS
      *>    ON THE EDIT REPORT BEFORE THE UPDATE PASS EVER RUNS.
      *>    AN 'A' ADD INTO A DEPARTMENT ALREADY AT ITS BUDGETED
      *>    HEADCOUNT ON EMP-ESTABLISHMENT.TXT IS REJECTED, OR - FOR A
      *>    DEPARTMENT WHOSE ESTABLISHMENT LINE SAYS 'F' - PASSED
      *>    CLEAN BUT FLAGGED ON THE EDIT REPORT FOR APPROVAL BEFORE
      *>    THE UPDATE PASS IS RUN.  AN 'X' TRANSFER INTO SUCH A
      *>    DEPARTMENT IS TREATED THE SAME WAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
      *>    PER-FEED QUALITY HISTORY FOR THE WEEKLY FEED-SCORECARD -
      *>    ONE PREFLIGHT LINE AND ONE EDIT LINE FOR EMP-TRANSACT.TXT
      *>    EACH RUN.  SEE FEED-QUALITY-REC.CPY.
           SELECT FEED-QUALITY-FILE ASSIGN TO "FEED-QUALITY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-QUALITY-STATUS.
      *>    CLOSED-PERIOD CONTROL, MAINTAINED AT PERIOD CLOSE - ONE
      *>    PERIOD-ID,START-DATE,END-DATE LINE PER PERIOD PAYROLL-RUN
      *>    HAS PAID AND GL-RECON HAS PROVED.  AN 'S' TRANSACTION
      *>    ARE THE EXTRACT POSITIONS - 1 TXN-CODE, 2 EMPLOYEE-ID,
      *>    3 NAME, 4 SALARY, 5-9 ADDRESS LINES, 10 EFFECTIVE DATE,
      *>    11 REASON, 12 SORT CODE, 13 ACCOUNT, 14 DEPT, 15 LEAVE
      *>    END, 16 KEYER, 17 MANAGER.  A BLANK FIELD IS ONLY TESTED
      *>    WHEN THE MODE IS 'F' - OPTIONAL FIELDS STAY OPTIONAL.
      *>    WHEN PAYROLL TIGHTENS A FORMAT RULE, THIS FILE CHANGES
      *>    INSTEAD OF THE PROGRAM.
      *>    MISSING FILE = THE BUILT-IN EDITS ALONE, AS BEFORE.
           SELECT RULES-FILE ASSIGN TO "EMP-EDIT-RULES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
      *>    POSITION BUDGET - ONE DEPT,HEADCOUNT,ANNUAL-COST[,MODE]
      *>    LINE PER Employee-Dept CODE (SEE EMP-ESTAB-REPORT.CBL).
      *>    MODE 'R' (THE DEFAULT) REJECTS AN ADD OVER THE HEADCOUNT,
      *>    'F' FLAGS IT.  THE CURRENT HEADCOUNT IS EVERY EMPLOYEE ON
      *>    THE MASTER WHO IS NOT Status-Terminated, PLUS THE ADDS
      *>    ALREADY PASSED CLEAN EARLIER IN THIS EXTRACT - A LEAVER
      *>    IN THE SAME EXTRACT DOES NOT FREE THE HEAD UNTIL IT IS ON
      *>    THE MASTER.  MISSING FILE OR A DEPARTMENT WITH NO LINE =
      *>    NO HEADCOUNT CONTROL, AS BEFORE.
           SELECT ESTAB-FILE ASSIGN TO "EMP-ESTABLISHMENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ESTAB-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       FD  FEED-QUALITY-FILE.
       01  FEED-QUALITY-FILE-REC.
           COPY FEED-QUALITY-REC.

       FD  CLOSED-FILE.
       01  CLOSED-REC                   PIC X(40).

       FD  RULES-FILE.
       01  RULES-REC                    PIC X(40).

       FD  ESTAB-FILE.
       01  ESTAB-REC                    PIC X(40).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-TRANSACTION           PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(5)  VALUE 0.
       01  TXN-ACCOUNT                  PIC X(08).
       01  TXN-DEPT                     PIC X(04).
       01  TXN-LEAVE-END                PIC X(08).
       01  TXN-KEYER                    PIC X(04).
       01  TXN-MANAGER                  PIC X(05).
       01  NUMVAL-CHK                   PIC S9(3).
       01  EDIT-REASON                  PIC X(40).
       01  EFF-DATE-NUM                 PIC 9(08).
       01  BALANCE-CHECK                PIC 9(05).
      *
       01  OPS-LOG-STATUS               PIC X(02).
       01  FEED-QUALITY-STATUS          PIC X(02).
       01  GUARD-EOF                    PIC X(01).
       01  GUARD-HAS-HEADER             PIC X(01).
       01  GUARD-TRAILER-SEEN           PIC X(01).
       01  MATCH-RESULT                 PIC X(01).
       01  IS-MATCH-TRACE               PIC X(01) VALUE 'N'.
       01  MATCH-MODE                   PIC X(01).
      *
       01  ESTAB-FILE-STATUS            PIC X(02).
       01  EMP-FILE-STATUS              PIC X(02).
       01  WS-EOF-ESTAB                 PIC X(01) VALUE 'N'.
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  ESTAB-TABLE.
           05  ESTAB-COUNT              PIC 9(03) VALUE 0.
           05  ESTAB-ENTRY OCCURS 200 TIMES.
               10  ESTAB-DEPT           PIC X(04).
               10  ESTAB-BUDGET-HC      PIC 9(05).
               10  ESTAB-MODE           PIC X(01).
               10  ESTAB-ACTUAL-HC      PIC 9(05).
       01  ESTAB-IDX                    PIC 9(03).
       01  ESTAB-FOUND-IDX              PIC 9(03).
       01  ESTAB-DEPT-TXT               PIC X(10).
       01  ESTAB-HC-TXT                 PIC X(10).
       01  ESTAB-COST-TXT               PIC X(15).
       01  ESTAB-MODE-TXT               PIC X(05).
       01  ESTAB-FLAGGED                PIC X(01).
       01  FLAG-COUNT                   PIC 9(05) VALUE 0.
       01  ESTAB-FAILED                 PIC X(01) VALUE 'N'.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.  HELD ONLY
      *>    WHILE THE HEADCOUNT IS TAKEN.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-TXN-EDIT'.
       01  LOCK-OK                      PIC X(01).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-EDIT-RULES.
           PERFORM LOAD-ESTABLISHMENT.
           IF ESTAB-FAILED = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-EDIT-FILES.
           PERFORM UNTIL WS-EOF-TRANSACTION = 'Y'
               READ TRANSACTION-FILE
           END-PERFORM.
           PERFORM WRITE-BALANCE-SUMMARY.
           PERFORM CLOSE-EDIT-FILES.
           MOVE 'EMP-TRANSACT.TXT' TO FEED-Q-FEED.
           MOVE 'EMP-EDIT' TO FEED-Q-TOOL.
           MOVE INPUT-COUNT TO FEED-Q-RECEIVED.
           MOVE REJECT-COUNT TO FEED-Q-REJECTS.
           MOVE 0 TO FEED-Q-RCY-TRIED FEED-Q-RCY-OK.
           PERFORM WRITE-FEED-QUALITY-LINE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

               END-IF
           END-IF.

      *>    THE BUDGET LINES, THEN THE CURRENT HEADCOUNT OF EACH
      *>    BUDGETED DEPARTMENT OFF THE MASTER.  WITH NO ESTABLISHMENT
      *>    FILE THE MASTER IS NOT READ AT ALL.
       LOAD-ESTABLISHMENT.
           OPEN INPUT ESTAB-FILE.
           IF ESTAB-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-ESTAB
           END-IF.
           PERFORM UNTIL WS-EOF-ESTAB = 'Y'
               READ ESTAB-FILE
                   AT END MOVE 'Y' TO WS-EOF-ESTAB
               END-READ
               IF WS-EOF-ESTAB NOT = 'Y' AND ESTAB-REC NOT = SPACES
                       THEN
                   PERFORM LOAD-ONE-ESTAB-LINE
               END-IF
           END-PERFORM.
           IF ESTAB-FILE-STATUS = '00'
                   OR ESTAB-FILE-STATUS = '10' THEN
               CLOSE ESTAB-FILE
           END-IF.
           IF ESTAB-COUNT > 0 THEN
               PERFORM COUNT-ESTAB-HEADCOUNT
           END-IF.

       LOAD-ONE-ESTAB-LINE.
           MOVE SPACES TO ESTAB-DEPT-TXT ESTAB-HC-TXT ESTAB-COST-TXT
               ESTAB-MODE-TXT.
           UNSTRING ESTAB-REC DELIMITED BY ','
               INTO ESTAB-DEPT-TXT ESTAB-HC-TXT ESTAB-COST-TXT
                    ESTAB-MODE-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(ESTAB-DEPT-TXT) = SPACES
                   OR FUNCTION TRIM(ESTAB-HC-TXT) IS NOT NUMERIC THEN
               DISPLAY 'BAD EMP-ESTABLISHMENT LINE SKIPPED: '
                   FUNCTION TRIM(ESTAB-REC)
           ELSE
               IF ESTAB-COUNT >= 200 THEN
                   DISPLAY 'EMP-ESTABLISHMENT.TXT EXCEEDS 200'
                       ' DEPARTMENTS - EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO ESTAB-COUNT
                   MOVE FUNCTION TRIM(ESTAB-DEPT-TXT)
                       TO ESTAB-DEPT(ESTAB-COUNT)
                   COMPUTE ESTAB-BUDGET-HC(ESTAB-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(ESTAB-HC-TXT))
                   MOVE 0 TO ESTAB-ACTUAL-HC(ESTAB-COUNT)
                   IF FUNCTION TRIM(ESTAB-MODE-TXT) = 'F' THEN
                       MOVE 'F' TO ESTAB-MODE(ESTAB-COUNT)
                   ELSE
                       MOVE 'R' TO ESTAB-MODE(ESTAB-COUNT)
                   END-IF
               END-IF
           END-IF.

      *>    A MASTER THAT IS LOCKED OR WILL NOT OPEN MEANS THE
      *>    HEADCOUNT CANNOT BE PROVED - THE EDIT PASS REFUSES THE
      *>    RUN RATHER THAN LET ADDS THROUGH UNCHECKED.
       COUNT-ESTAB-HEADCOUNT.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               DISPLAY 'EMP-TRANSACT-EDIT: MASTER LOCKED - '
                   'ESTABLISHMENT HEADCOUNT NOT TAKEN - RUN REFUSED'
               MOVE 'Y' TO ESTAB-FAILED
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF EMP-FILE-STATUS NOT = '00' THEN
                   DISPLAY 'EMPLOYEE-MASTER.DAT COULD NOT BE OPENED'
                       ' (STATUS ' EMP-FILE-STATUS ') - RUN REFUSED'
                   MOVE 'Y' TO ESTAB-FAILED
               ELSE
                   PERFORM READ-MASTER-HEADCOUNT
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
           END-IF.

       READ-MASTER-HEADCOUNT.
           MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD.
           START EMPLOYEE-MASTER KEY >= Employee-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y'
                       AND NOT Status-Terminated OF EMPLOYEE-RECORD THEN
                   PERFORM VARYING ESTAB-IDX FROM 1 BY 1
                           UNTIL ESTAB-IDX > ESTAB-COUNT
                       IF ESTAB-DEPT(ESTAB-IDX) =
                               Employee-Dept OF EMPLOYEE-RECORD THEN
                           ADD 1 TO ESTAB-ACTUAL-HC(ESTAB-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       OPEN-EDIT-FILES.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT CLEAN-FILE.
           MOVE SPACES TO TXN-CODE TXN-EMPLOYEE-ID TXN-NAME TXN-SALARY
               TXN-ADDR-1 TXN-ADDR-2 TXN-ADDR-3 TXN-ADDR-4 TXN-ADDR-5
               TXN-EFF-DATE TXN-REASON TXN-SORT-CODE TXN-ACCOUNT
               TXN-DEPT TXN-LEAVE-END TXN-KEYER TXN-MANAGER.
           UNSTRING TRANSACTION-REC DELIMITED BY ','
               INTO TXN-CODE TXN-EMPLOYEE-ID TXN-NAME TXN-SALARY
                    TXN-ADDR-1 TXN-ADDR-2 TXN-ADDR-3
                    TXN-ADDR-4 TXN-ADDR-5
                    TXN-EFF-DATE TXN-REASON
                    TXN-SORT-CODE TXN-ACCOUNT TXN-DEPT
                    TXN-LEAVE-END TXN-KEYER TXN-MANAGER
           END-UNSTRING.
           MOVE SPACES TO EDIT-REASON.
           MOVE 'N' TO ESTAB-FLAGGED.
           MOVE 0 TO ESTAB-FOUND-IDX.
           PERFORM VALIDATE-ONE-TRANSACTION.
           IF EDIT-REASON = SPACES THEN
               ADD 1 TO CLEAN-COUNT
               MOVE TRANSACTION-REC TO CLEAN-REC
               WRITE CLEAN-REC
               IF (TXN-CODE = 'A' OR TXN-CODE = 'X')
                       AND ESTAB-FOUND-IDX > 0 THEN
                   ADD 1 TO ESTAB-ACTUAL-HC(ESTAB-FOUND-IDX)
               END-IF
               IF ESTAB-FLAGGED = 'Y' THEN
                   ADD 1 TO FLAG-COUNT
                   PERFORM WRITE-ONE-FLAG
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
               PERFORM WRITE-ONE-REJECT
           IF TXN-CODE NOT = 'A' AND TXN-CODE NOT = 'U'
                   AND TXN-CODE NOT = 'I' AND TXN-CODE NOT = 'D'
                   AND TXN-CODE NOT = 'S' AND TXN-CODE NOT = 'T'
                   AND TXN-CODE NOT = 'L' AND TXN-CODE NOT = 'X' THEN
               MOVE 'UNKNOWN TRANSACTION CODE' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES
                   AND TXN-EMPLOYEE-ID IS NOT NUMERIC
                   AND NOT (TXN-CODE = 'A'
                       AND TXN-EMPLOYEE-ID = SPACES) THEN
               MOVE 'EMPLOYEE-ID NOT NUMERIC' TO EDIT-REASON
           END-IF.
           IF EDIT-REASON = SPACES
                   AND TXN-REASON(1:5) NOT = 'RETRO'
                   AND TXN-EFF-DATE IS NUMERIC THEN
               MOVE TXN-EFF-DATE TO EFF-DATE-NUM
               PERFORM CHECK-CLOSED-PERIOD
           END-IF.
      *>    A TRANSFER NEEDS THE DEPARTMENT IT MOVES TO.  ITS DATE IS
      *>    OPTIONAL (THE UPDATE PASS TAKES THE PROCESSING DATE) BUT
      *>    MUST BE REAL WHEN GIVEN, AND NOT INSIDE A CLOSED PERIOD -
      *>    THAT PERIOD'S COST IS ALREADY POSTED TO THE OLD DEPARTMENT
      *>    AND THERE IS NO RETRO SPLIT.
           IF EDIT-REASON = SPACES AND TXN-CODE = 'X' THEN
               IF TXN-DEPT = SPACES THEN
                   MOVE 'TRANSFER HAS NO NEW DEPARTMENT'
                       TO EDIT-REASON
               ELSE IF TXN-EFF-DATE NOT = SPACES THEN
                   PERFORM VALIDATE-EFF-DATE
                   IF EFF-DATE-VALID = 'N' THEN
                       MOVE 'EFFECTIVE DATE NOT A REAL DATE'
                           TO EDIT-REASON
                   ELSE
                       PERFORM CHECK-CLOSED-PERIOD
                   END-IF
               END-IF
               END-IF
           END-IF.
      *>    THE EXPECTED LEAVE END IS OPTIONAL, BUT WHEN SUPPLIED IT
      *>    MUST BE A REAL DATE NOT BEFORE THE LEAVE START.
                   END-IF
               END-IF
           END-IF.
      *>    A MANAGER IS OPTIONAL AND ONLY MEANINGFUL ON AN ADD OR
      *>    UPDATE; WHETHER IT IS ON FILE IS PROVED BY THE UPDATE PASS.
           IF EDIT-REASON = SPACES AND TXN-MANAGER NOT = SPACES THEN
               IF TXN-CODE NOT = 'A' AND TXN-CODE NOT = 'U' THEN
                   MOVE 'MANAGER ONLY ALLOWED ON ADD OR UPDATE'
                       TO EDIT-REASON
               ELSE
                   IF FUNCTION TRIM(TXN-MANAGER) IS NOT NUMERIC THEN
                       MOVE 'MANAGER ID NOT NUMERIC' TO EDIT-REASON
                   END-IF
               END-IF
           END-IF.
           IF EDIT-REASON = SPACES AND EDIT-RULE-COUNT > 0 THEN
               PERFORM APPLY-EDIT-RULES
           END-IF.
                       TO EDIT-REASON
               END-IF
           END-IF.
           IF EDIT-REASON = SPACES
                   AND (TXN-CODE = 'A' OR TXN-CODE = 'X')
                   AND ESTAB-COUNT > 0 THEN
               PERFORM CHECK-ESTABLISHMENT
           END-IF.

       CHECK-CLOSED-PERIOD.
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
                   UNTIL CLOSED-IDX > CLOSED-COUNT
               IF EFF-DATE-NUM >= CLOSED-START-DATE(CLOSED-IDX)
                       AND EFF-DATE-NUM
                           <= CLOSED-END-DATE(CLOSED-IDX) THEN
                   MOVE 'EFFECTIVE DATE IN CLOSED PERIOD'
                       TO EDIT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    AN ADD OR TRANSFER INTO A DEPARTMENT ALREADY AT ITS
      *>    BUDGETED HEADCOUNT - REJECTED OR FLAGGED PER THE
      *>    DEPARTMENT'S MODE.  THE HEAD A TRANSFER TAKES OUT OF ITS
      *>    OLD DEPARTMENT IS NOT CREDITED BACK UNTIL THE NEXT RUN
      *>    COUNTS THE MASTER AGAIN.
       CHECK-ESTABLISHMENT.
           PERFORM VARYING ESTAB-IDX FROM 1 BY 1
                   UNTIL ESTAB-IDX > ESTAB-COUNT
               IF ESTAB-DEPT(ESTAB-IDX) = TXN-DEPT THEN
                   MOVE ESTAB-IDX TO ESTAB-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ESTAB-FOUND-IDX > 0 THEN
               IF ESTAB-ACTUAL-HC(ESTAB-FOUND-IDX)
                       >= ESTAB-BUDGET-HC(ESTAB-FOUND-IDX) THEN
                   IF ESTAB-MODE(ESTAB-FOUND-IDX) = 'F' THEN
                       MOVE 'Y' TO ESTAB-FLAGGED
                   ELSE
                       MOVE 'DEPT OVER ESTABLISHMENT HEADCOUNT'
                           TO EDIT-REASON
                   END-IF
               END-IF
           END-IF.

      *>    THE RULES-FILE EDITS RUN AFTER THE BUILT-IN ONES - FIRST
      *>    FAILING RULE WINS, SAME AS THE BUILT-INS.
               WHEN 13 MOVE TXN-ACCOUNT TO MATCH-S
               WHEN 14 MOVE TXN-DEPT TO MATCH-S
               WHEN 15 MOVE TXN-LEAVE-END TO MATCH-S
               WHEN 16 MOVE TXN-KEYER TO MATCH-S
               WHEN 17 MOVE TXN-MANAGER TO MATCH-S
               WHEN OTHER MOVE TRANSACTION-REC(1:80) TO MATCH-S
           END-EVALUATE.
      *>    AN EMPTY OPTIONAL FIELD IS NOT AN EDIT FAILURE - ONLY A
           END-STRING.
           WRITE REPORT-REC.

       WRITE-ONE-FLAG.
           MOVE SPACES TO REPORT-REC.
           STRING 'LINE ' WS-LINE-NO ' TXN ' TXN-CODE ' EMP '
                  TXN-EMPLOYEE-ID ' -> CLEAN, FLAGGED (DEPT '
                  TXN-DEPT ' AT ESTABLISHMENT '
                  ESTAB-BUDGET-HC(ESTAB-FOUND-IDX)
                  ') - APPROVE BEFORE UPDATE PASS'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *>    INPUT = CLEAN + REJECTS IS THE EDIT PASS'S OWN CONTROL
      *>    TOTAL - IF IT EVER FAILS, SOMETHING DROPPED A LINE AND THE
      *>    RUN MUST NOT FEED THE UPDATE PASS.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF FLAG-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING 'ESTABLISHMENT - ' FLAG-COUNT
                      ' CLEAN ADD(S) OVER HEADCOUNT FLAGGED FOR'
                      ' APPROVAL'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           IF BALANCE-CHECK = INPUT-COUNT THEN
               MOVE 'BALANCE CHECK - IN = CLEAN + REJECTS - OK'
                   TO REPORT-REC
                   MOVE 0 TO OPS-LOG-EXC-COUNT
           END-EVALUATE.
           PERFORM WRITE-OPS-LOG-LINE.
      *>    A REFUSED FILE REJECTS EVERY RECORD IT CARRIED; A LEGACY
      *>    FILE WITH NO HEADER IS ACCEPTED AND REJECTS NONE.
           MOVE 'EMP-TRANSACT.TXT' TO FEED-Q-FEED.
           MOVE 'PREFLIGHT' TO FEED-Q-TOOL.
           MOVE GUARD-DETAIL-COUNT TO FEED-Q-RECEIVED.
           MOVE 0 TO FEED-Q-REJECTS FEED-Q-RCY-TRIED FEED-Q-RCY-OK.
           IF OPS-LOG-EXC-COUNT > 0 THEN
               MOVE GUARD-DETAIL-COUNT TO FEED-Q-REJECTS
           END-IF.
           PERFORM WRITE-FEED-QUALITY-LINE.

           COPY OPS-LOG-WRITE.

           COPY FEED-QUALITY-WRITE.
       END PROGRAM EMP-TRANSACT-EDIT.
