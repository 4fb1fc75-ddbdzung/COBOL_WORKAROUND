      *>                      L = LEAVE (SETS Status-On-Leave WITH THE
      *>                      LEAVE START FROM TXN-EFF-DATE AND THE
      *>                      EXPECTED END FROM THE TXN-LEAVE-END
      *>                      TRAILING FIELD - SEE EMP-LEAVE-SET.CBL),
      *>                      X = TRANSFER (MOVES THE EMPLOYEE TO THE
      *>                      TXN-DEPT DEPARTMENT FROM TXN-EFF-DATE,
      *>                      THE PROCESSING DATE WHEN BLANK, AND
      *>                      APPENDS THE MOVE TO Employee-Dept-History
      *>                      - SEE EMP-DEPT-TRANSFER.CBL).
      *>    A 'U' MAY CODE AN EMPLOYEE WHO HAS NO DEPARTMENT YET, BUT
      *>    A 'U' THAT WOULD CHANGE AN EXISTING DEPARTMENT IS REJECTED
      *>    - THE MOVE MUST COME THROUGH AN 'X' SO IT IS DATED AND ON
      *>    THE HISTORY PAYROLL SPLITS THE PERIOD'S COST BY.
      *>    AN 'A' OR 'U' MAY NAME THE EMPLOYEE'S MANAGER IN THE
      *>    TXN-MANAGER TRAILING FIELD (AFTER TXN-KEYER).  THE MANAGER
      *>    MUST BE ON THE MASTER, NOT Status-Terminated, AND MUST NOT
      *>    ALREADY REPORT - DIRECTLY OR THROUGH OTHERS - TO THE
      *>    EMPLOYEE, OR THE TRANSACTION IS REJECTED.
      *>    AN 'A' MAY ARRIVE WITH A BLANK EMPLOYEE-ID - THE NEXT FREE
      *>    NUMBER IS THEN GIVEN BY EMP-ID-ALLOC (SEE EMP-ID-ALLOC.CBL)
      *>    AND SHOWN ON THE REPORT LINE.  A HAND-KEYED ID ONCE
      *>    CARRIED BY AN ARCHIVED EMPLOYEE IS REJECTED.  EVERY ADD
      *>    THAT GOES ON IS WRITTEN TO EMP-NEW-STARTERS.TXT, THE
      *>    NEW-STARTER NOTICE HR ISSUES THE NUMBER FROM.
      *>
      *>    MAKER-CHECKER ON LARGE RAISES - AN 'S' OR 'U' WHOSE NEW
      *>    SALARY RAISES Employee-Salary BY MORE THAN THE PERCENTAGE
      *>    OR THE AMOUNT IN EMP-APPROVAL-LIMIT.TXT (ONE PCT,AMOUNT
      *>    LINE - 10 PERCENT AND 5000.00 WHEN THE FILE IS ABSENT) IS
      *>    NOT APPLIED BUT PARKED IN EMP-PENDING-APPROVAL.TXT UNDER A
      *>    PENDING ID, WITH THE KEYER'S INITIALS FROM THE TXN-KEYER
      *>    TRAILING FIELD.  A SECOND PERSON DECIDES EACH PARKED
      *>    CHANGE IN EMP-APPROVALS.TXT (PENDING-ID,A OR R,INITIALS
      *>    PER LINE); THE NEXT RUN RECORDS THE DECISIONS, REFUSING
      *>    ANY BY THE KEYER, THEN APPLIES THE APPROVED CHANGES AHEAD
      *>    OF THE DAY'S TRANSACTIONS WITH THE APPROVER'S INITIALS ON
      *>    THE EMP-AUDIT LINE (SEE EMP-AUDIT-APPROVER.CBL).  THE
      *>    PENDING FILE KEEPS EVERY PARKED CHANGE AND ITS OUTCOME -
      *>    P PENDING, A APPROVED, R REJECTED, X APPLIED, F APPROVED
      *>    BUT REJECTED BY THE MASTER UPDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CKPT-FILE ASSIGN TO "EMP-TRANSACT-CKPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "EMP-APPROVAL-LIMIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "EMP-PENDING-APPROVAL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT APPROVALS-FILE ASSIGN TO "EMP-APPROVALS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVALS-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "EMP-NEW-STARTERS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE.
       01  CKPT-REC                     PIC 9(05).

       FD  LIMIT-FILE.
       01  LIMIT-REC                    PIC X(40).

       FD  PENDING-FILE.
       01  PENDING-REC                  PIC X(240).

       FD  APPROVALS-FILE.
       01  APPROVALS-REC                PIC X(40).

       FD  NOTICE-FILE.
       01  NOTICE-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-TRANSACTION           PIC X(01) VALUE 'N'.
       01  WS-LINE-NO                   PIC 9(5)  VALUE 0.
      *>    EXPECTED LEAVE END DATE FOR AN 'L' TRANSACTION - THE LAST
      *>    EXTRACT FIELD, BLANK FOR OPEN-ENDED LEAVE.
       01  TXN-LEAVE-END                PIC X(08).
      *>    INITIALS OF WHOEVER KEYED THE TRANSACTION - THE LAST
      *>    EXTRACT FIELD, NEEDED ONLY WHEN A RAISE IS PARKED FOR
      *>    APPROVAL.
       01  TXN-KEYER                    PIC X(04).
      *>    THE EMPLOYEE'S MANAGER FOR AN 'A' OR 'U' - THE FIELD
      *>    AFTER THE KEYER, BLANK TO LEAVE THE REPORTING LINE AS IT
      *>    STANDS.
       01  TXN-MANAGER                  PIC X(05).
       01  MANAGER-ID-NUM               PIC 9(05).
       01  MANAGER-WALK-ID              PIC 9(05).
       01  MANAGER-WALK-DEPTH           PIC 9(03).
       01  MANAGER-CHECK                PIC X(01).
       01  DEPT-CHANGE-CHECK            PIC X(01).
       01  LEAVE-END-DATE-NUM           PIC 9(08).
       01  EMPLOYEE-RECORD-PARM.
           COPY EMPLOYEE-REC.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-TRANSACTION'.
       01  LOCK-OK                      PIC X(01).
      *>    APPROVAL LIMITS - A RAISE OVER EITHER ONE IS PARKED.
       01  LIMIT-FILE-STATUS            PIC X(02).
       01  LIMIT-PCT-TXT                PIC X(10).
       01  LIMIT-AMOUNT-TXT             PIC X(15).
       01  LIMIT-PCT                    PIC 9(3)V99 VALUE 10.
       01  LIMIT-AMOUNT                 PIC 9(7)V99 VALUE 5000.00.
      *>    THE RECORD AS IT STANDS ON THE MASTER, READ TO MEASURE
      *>    THE RAISE AGAINST THE LIMITS.
       01  CURRENT-RECORD.
           COPY EMPLOYEE-REC
               REPLACING ==Employee-Address-Count==
                      BY ==Employee-Address-Count-C==.
       01  CURRENT-STATUS               PIC X(01).
       01  RAISE-AMOUNT                 PIC S9(7)V99.
       01  PARK-NEEDED                  PIC X(01).
      *>    'Y' WHILE AN APPROVED PARKED CHANGE IS BEING REPLAYED -
      *>    IT IS APPLIED, NOT PARKED A SECOND TIME.
       01  REPLAY-FLAG                  PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *>    EVERY PARKED CHANGE AND ITS OUTCOME, HELD WHOLE AND
      *>    REWRITTEN AFTER EVERY CHANGE OF STATE SO A RESTART FROM
      *>    THE CHECKPOINT NEITHER LOSES NOR REPEATS ONE.
       01  PENDING-FILE-STATUS          PIC X(02).
       01  WS-EOF-PENDING               PIC X(01) VALUE 'N'.
       01  PENDING-LINE.
           05  PEND-ID                  PIC 9(06).
           05  FILLER                   PIC X(01).
           05  PEND-STATUS              PIC X(01).
           05  FILLER                   PIC X(01).
           05  PEND-KEYER               PIC X(04).
           05  FILLER                   PIC X(01).
           05  PEND-APPROVER            PIC X(04).
           05  FILLER                   PIC X(01).
           05  PEND-PARK-DATE           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  PEND-DECIDE-DATE         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  PEND-TXN-LINE            PIC X(200).
       01  PENDING-TABLE.
           05  PENDING-COUNT            PIC 9(04) VALUE 0.
           05  PENDING-ENTRY OCCURS 2000 TIMES
                                        PIC X(237).
       01  PENDING-IDX                  PIC 9(04).
       01  FOUND-IDX                    PIC 9(04).
       01  NEXT-PEND-ID                 PIC 9(06) VALUE 1.
      *>    SECOND-PERSON DECISIONS, CONSUMED BY THE RUN.
       01  APPROVALS-FILE-STATUS        PIC X(02).
       01  WS-EOF-APPROVALS             PIC X(01) VALUE 'N'.
       01  APPR-ID-TXT                  PIC X(10).
       01  APPR-DECISION                PIC X(01).
       01  APPR-INITIALS                PIC X(04).
       01  APPR-ID                      PIC 9(06).
       01  APPR-RESULT                  PIC X(40).
       01  APPROVER-OP                  PIC X(01).
       01  APPROVER-INITIALS            PIC X(04).
       01  REWRITE-IDX                  PIC 9(04).
       01  PENDING-OVERFLOW             PIC X(01) VALUE 'N'.
       01  RESULT-TEXT                  PIC X(60).
      *>    EMPLOYEE-ID ALLOCATION FOR AN 'A' - SEE EMP-ID-ALLOC.CBL.
       01  ALLOC-OP                     PIC X(01).
       01  ALLOC-ID                     PIC 9(05).
       01  ALLOC-OK                     PIC X(01).
       01  ID-ASSIGNED                  PIC X(01).
       01  NOTICE-FILE-STATUS           PIC X(02).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-PENDING-CHANGES.
           IF PENDING-OVERFLOW = 'Y' THEN
               DISPLAY 'EMP-TRANSACTIONS: EMP-PENDING-APPROVAL.TXT '
                   'HOLDS MORE THAN 2000 ENTRIES - RUN ABANDONED'
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               SET RC-FULL TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-TRANSACTION-FILES.
           PERFORM LOAD-APPROVAL-LIMITS.
           PERFORM APPLY-APPROVAL-DECISIONS.
           PERFORM APPLY-APPROVED-CHANGES.
           PERFORM UNTIL WS-EOF-TRANSACTION = 'Y'
               READ TRANSACTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRANSACTION
           MOVE 'EMP-TRANSACTIONS' TO RPT-PROGRAM-ID.
           CALL 'PROC-DATE' USING RPT-PROC-DATE.
           MOVE 'LINE / TXN / EMPLOYEE / RESULT' TO RPT-COL-HEAD.
      *>    A RESTART ADDS TO THE NOTICES THE ABENDED RUN ALREADY
      *>    WROTE INSTEAD OF LOSING THEM.
           IF CKPT-LAST-APPLIED > 0 THEN
               OPEN EXTEND NOTICE-FILE
               IF NOTICE-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT NOTICE-FILE
               END-IF
           ELSE
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           IF CKPT-LAST-APPLIED > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING 'RESTART - RESUMING AFTER CHECKPOINTED LINE '
           PERFORM UNSTRING-TRANSACTION-LINE.
      *>    EMPLOYEE-RECORD-PARM IS ONE WORKING-STORAGE BUFFER REUSED
      *>    FOR EVERY TRANSACTION IN THE RUN - WHATEVER A PRIOR 'T' OR
      *>    'S' TRANSACTION LEFT IN STATUS/TERMINATION-DATE/SALARY AND
      *>    DEPARTMENT HISTORY MUST NOT LEAK INTO THE NEXT
      *>    TRANSACTION'S CALL, SO THOSE FIELDS ARE RESET TO THEIR
      *>    DEFAULTS HERE BEFORE THE PER-TRANSACTION FIELDS ARE
      *>    POPULATED BELOW.
           SET Status-Active OF EMPLOYEE-RECORD-PARM TO TRUE.
           MOVE ZEROS TO
               Employee-Termination-Date OF EMPLOYEE-RECORD-PARM.
           MOVE 0 TO
               Employee-Salary-History-Count OF EMPLOYEE-RECORD-PARM.
           MOVE 0 TO
               Employee-Dept-History-Count OF EMPLOYEE-RECORD-PARM.
      *>    THE LEAVE FIELDS RESET THE SAME WAY - AN 'I' OR 'S' FOR
      *>    ONE EMPLOYEE MUST NOT BEQUEATH ITS LEAVE DATES AND
      *>    BALANCE TO THE NEXT TRANSACTION'S EMPLOYEE.  ZEROS MEAN
           MOVE ZEROS TO
               Employee-Leave-Balance-Days OF EMPLOYEE-RECORD-PARM.
           MOVE TXN-NAME TO Employee-Name OF EMPLOYEE-RECORD-PARM.
           MOVE 'N' TO ID-ASSIGNED.
           IF TXN-EMPLOYEE-ID = SPACES THEN
               MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD-PARM
           ELSE
               MOVE TXN-EMPLOYEE-ID TO
                   Employee-ID OF EMPLOYEE-RECORD-PARM
           END-IF.
           MOVE TXN-SORT-CODE TO
               Employee-Bank-Sort-Code OF EMPLOYEE-RECORD-PARM.
           MOVE TXN-ACCOUNT TO
               Employee-Bank-Account OF EMPLOYEE-RECORD-PARM.
           MOVE TXN-DEPT TO Employee-Dept OF EMPLOYEE-RECORD-PARM.
           MOVE ZEROS TO Employee-Manager-ID OF EMPLOYEE-RECORD-PARM.
      *>    AN ADD'S EFFECTIVE DATE IS THE HIRE DATE; EMP-ADD STAMPS
      *>    THE PROCESSING DATE WHEN THE EXTRACT LEFT IT BLANK.
           IF TXN-CODE = 'A' AND TXN-EFF-DATE IS NUMERIC THEN
           PERFORM SET-ADDRESS-LINES.
           EVALUATE TXN-CODE
               WHEN 'A'
                   PERFORM CHECK-TXN-MANAGER
                   IF TXN-SALARY-VALID = 'N' THEN
                       MOVE 'N' TO TXN-STATUS
                   ELSE IF MANAGER-CHECK NOT = 'Y' THEN
                       MOVE MANAGER-CHECK TO TXN-STATUS
                   ELSE
                       PERFORM SETTLE-NEW-EMPLOYEE-ID
                       IF ALLOC-OK NOT = 'Y' THEN
                           MOVE ALLOC-OK TO TXN-STATUS
                       ELSE
                           CALL 'EMP-ADD' USING EMPLOYEE-RECORD-PARM
                               TXN-STATUS
                           IF TXN-STATUS = 'Y' THEN
                               PERFORM WRITE-NEW-STARTER-NOTICE
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               WHEN 'U'
                   PERFORM CHECK-TXN-MANAGER
                   PERFORM CHECK-UPDATE-DEPT
                   IF MANAGER-CHECK NOT = 'Y' THEN
                       MOVE MANAGER-CHECK TO TXN-STATUS
                   ELSE IF DEPT-CHANGE-CHECK NOT = 'Y' THEN
                       MOVE DEPT-CHANGE-CHECK TO TXN-STATUS
                   ELSE
                       PERFORM CHECK-APPROVAL-LIMIT
                       IF PARK-NEEDED = 'Y' THEN
                           PERFORM PARK-FOR-APPROVAL
                       ELSE
                           CALL 'EMP-UPDATE' USING EMPLOYEE-RECORD-PARM
                               TXN-STATUS
                       END-IF
                   END-IF
                   END-IF
               WHEN 'I'
                   CALL 'EMP-INQUIRE' USING EMPLOYEE-RECORD-PARM
                       TXN-STATUS
                   CALL 'EMP-DELETE' USING
                       Employee-ID OF EMPLOYEE-RECORD-PARM TXN-STATUS
               WHEN 'S'
                   PERFORM CHECK-APPROVAL-LIMIT
                   IF PARK-NEEDED = 'Y' THEN
                       PERFORM PARK-FOR-APPROVAL
                   ELSE
                       PERFORM PROCESS-SALARY-CHANGE
                   END-IF
               WHEN 'T'
                   MOVE TXN-EFF-DATE TO SALARY-NEW-EFF-DATE
                   CALL 'EMP-TERMINATE' USING
                       SALARY-NEW-EFF-DATE TXN-STATUS
               WHEN 'L'
                   PERFORM PROCESS-LEAVE-TRANSACTION
               WHEN 'X'
                   PERFORM PROCESS-TRANSFER-TRANSACTION
               WHEN OTHER
                   MOVE 'N' TO TXN-STATUS
           END-EVALUATE.

       UNSTRING-TRANSACTION-LINE.
           MOVE SPACES TO TXN-SORT-CODE TXN-ACCOUNT TXN-DEPT
               TXN-LEAVE-END TXN-KEYER TXN-MANAGER.
           UNSTRING TRANSACTION-REC DELIMITED BY ','
               INTO TXN-CODE TXN-EMPLOYEE-ID TXN-NAME TXN-SALARY
                    TXN-ADDR-1 TXN-ADDR-2 TXN-ADDR-3
                    TXN-ADDR-4 TXN-ADDR-5
                    TXN-EFF-DATE TXN-REASON
                    TXN-SORT-CODE TXN-ACCOUNT TXN-DEPT
                    TXN-LEAVE-END TXN-KEYER TXN-MANAGER
           END-UNSTRING.

      *>    RELOADS THE EMPLOYEE BY ID SO THE EXISTING HISTORY COUNT
               Employee-ID OF EMPLOYEE-RECORD-PARM
               SALARY-NEW-EFF-DATE LEAVE-END-DATE-NUM TXN-STATUS.

      *>    THE NEW DEPARTMENT IS TXN-DEPT AND THE MOVE TAKES EFFECT
      *>    ON TXN-EFF-DATE - THE PROCESSING DATE WHEN LEFT BLANK.
       PROCESS-TRANSFER-TRANSACTION.
           IF TXN-EFF-DATE IS NUMERIC THEN
               MOVE TXN-EFF-DATE TO SALARY-NEW-EFF-DATE
           ELSE
               MOVE RUN-DATE TO SALARY-NEW-EFF-DATE
           END-IF.
           IF TXN-DEPT = SPACES THEN
               MOVE 'N' TO TXN-STATUS
           ELSE
               CALL 'EMP-DEPT-TRANSFER' USING
                   Employee-ID OF EMPLOYEE-RECORD-PARM
                   SALARY-NEW-EFF-DATE TXN-DEPT TXN-STATUS
           END-IF.

      *>    A BLANK ID IS GIVEN THE NEXT FREE NUMBER, WHICH REPLACES
      *>    THE BLANK ON THE REPORT LINE; A KEYED ONE MUST NOT BE AN
      *>    ARCHIVED EMPLOYEE'S.  ALLOC-OK IS TURNED INTO THE REPORT'S
      *>    OWN STATUS LETTERS - 'R' ARCHIVED, 'G' NONE LEFT, 'Q' THE
      *>    CONTROL LINE UNREADABLE.
       SETTLE-NEW-EMPLOYEE-ID.
           IF TXN-EMPLOYEE-ID = SPACES THEN
               MOVE 'N' TO ALLOC-OP
           ELSE
               MOVE 'K' TO ALLOC-OP
               MOVE Employee-ID OF EMPLOYEE-RECORD-PARM TO ALLOC-ID
           END-IF.
           CALL 'EMP-ID-ALLOC' USING ALLOC-OP ALLOC-ID ALLOC-OK.
           EVALUATE ALLOC-OK
               WHEN 'Y'
                   IF ALLOC-OP = 'N' THEN
                       MOVE 'Y' TO ID-ASSIGNED
                       MOVE ALLOC-ID TO
                           Employee-ID OF EMPLOYEE-RECORD-PARM
                       MOVE ALLOC-ID TO TXN-EMPLOYEE-ID
                   END-IF
               WHEN 'A'
                   MOVE 'R' TO ALLOC-OK
               WHEN 'F'
                   MOVE 'G' TO ALLOC-OK
               WHEN OTHER
                   MOVE 'Q' TO ALLOC-OK
           END-EVALUATE.

      *>    ONE LINE PER NEW STARTER FOR HR - THE NUMBER TO ISSUE, WHO
      *>    IT IS FOR, AND WHETHER THE SYSTEM GAVE IT.
       WRITE-NEW-STARTER-NOTICE.
           MOVE SPACES TO NOTICE-REC.
           STRING 'NEW STARTER ' Employee-ID OF EMPLOYEE-RECORD-PARM
                  ' ' Employee-Name OF EMPLOYEE-RECORD-PARM
                  ' DEPT ' Employee-Dept OF EMPLOYEE-RECORD-PARM
                  ' HIRED ' Employee-Hire-Date OF EMPLOYEE-RECORD-PARM
                  ' MANAGER ' Employee-Manager-ID
                      OF EMPLOYEE-RECORD-PARM
               DELIMITED BY SIZE INTO NOTICE-REC
           END-STRING.
           IF ID-ASSIGNED = 'Y' THEN
               MOVE 'ID ASSIGNED' TO NOTICE-REC(110:11)
           ELSE
               MOVE 'ID AS KEYED' TO NOTICE-REC(110:11)
           END-IF.
           WRITE NOTICE-REC.

      *>    A 'U' NAMING A DEPARTMENT OTHER THAN THE ONE ON FILE COMES
      *>    BACK 'D' - ONLY AN EMPLOYEE NOT YET CODED MAY BE GIVEN A
      *>    DEPARTMENT THIS WAY.
       CHECK-UPDATE-DEPT.
           MOVE 'Y' TO DEPT-CHANGE-CHECK.
           IF TXN-DEPT NOT = SPACES THEN
               MOVE Employee-ID OF EMPLOYEE-RECORD-PARM
                   TO Employee-ID OF CURRENT-RECORD
               CALL 'EMP-INQUIRE' USING CURRENT-RECORD CURRENT-STATUS
               IF CURRENT-STATUS = 'Y'
                       AND Employee-Dept OF CURRENT-RECORD NOT = SPACES
                       AND Employee-Dept OF CURRENT-RECORD
                           NOT = TXN-DEPT THEN
                   MOVE 'D' TO DEPT-CHANGE-CHECK
               END-IF
           END-IF.

      *>    TXN-SALARY IS RAW ALPHANUMERIC TEXT FROM THE EXTRACT -
      *>    MOVING IT DIRECTLY INTO A NUMERIC FIELD IGNORES ANY DECIMAL
      *>    POINT AND LEFT-JUSTIFIES THE DIGIT CHARACTERS, SO "500.00"
           END-IF.

       WRITE-RESULT-LINE.
           EVALUATE TXN-STATUS
               WHEN 'Y'
                   IF ID-ASSIGNED = 'Y' THEN
                       MOVE 'OK - EMPLOYEE-ID ASSIGNED' TO RESULT-TEXT
                   ELSE
                       MOVE 'OK' TO RESULT-TEXT
                   END-IF
               WHEN 'P'
                   MOVE SPACES TO RESULT-TEXT
                   STRING 'PARKED FOR APPROVAL ' PEND-ID
                       DELIMITED BY SIZE INTO RESULT-TEXT
                   END-STRING
               WHEN 'K'
                   MOVE 'REJECTED - RAISE OVER LIMIT WITH NO KEYER'
                       TO RESULT-TEXT
               WHEN 'F'
                   MOVE 'REJECTED - PENDING APPROVAL FILE FULL'
                       TO RESULT-TEXT
               WHEN 'M'
                   MOVE 'REJECTED - MANAGER NOT ON FILE OR TERMINATED'
                       TO RESULT-TEXT
               WHEN 'C'
                   MOVE 'REJECTED - MANAGER WOULD MAKE A CIRCULAR LINE'
                       TO RESULT-TEXT
               WHEN 'D'
                   MOVE 'REJECTED - DEPT CHANGE NEEDS AN X TRANSFER'
                       TO RESULT-TEXT
               WHEN 'S'
                   MOVE 'REJECTED - ALREADY IN THAT DEPARTMENT'
                       TO RESULT-TEXT
               WHEN 'E'
                   MOVE 'REJECTED - DATED BEFORE THE LAST TRANSFER'
                       TO RESULT-TEXT
               WHEN 'H'
                   MOVE 'REJECTED - DEPARTMENT HISTORY FULL'
                       TO RESULT-TEXT
               WHEN 'R'
                   MOVE 'REJECTED - ID BELONGS TO AN ARCHIVED EMPLOYEE'
                       TO RESULT-TEXT
               WHEN 'G'
                   MOVE 'REJECTED - NO FREE EMPLOYEE-ID LEFT'
                       TO RESULT-TEXT
               WHEN 'Q'
                   MOVE 'REJECTED - EMPLOYEE-ID CONTROL LINE UNREADABLE'
                       TO RESULT-TEXT
               WHEN OTHER
                   MOVE 'REJECTED' TO RESULT-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-REC.
      *>    A REPLAYED APPROVED CHANGE IS NAMED BY ITS PENDING ID -
      *>    IT HAS NO LINE IN TODAY'S EXTRACT.
           IF REPLAY-FLAG = 'Y' THEN
               STRING 'PENDING ' PEND-ID ' TXN ' TXN-CODE ' EMP '
                      TXN-EMPLOYEE-ID ' -> ' RESULT-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING 'LINE ' WS-LINE-NO ' TXN ' TXN-CODE ' EMP '
                      TXN-EMPLOYEE-ID ' -> ' RESULT-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *>    A NAMED MANAGER IS READ FROM THE MASTER AND ITS OWN
      *>    REPORTING LINE WALKED UPWARD - MEETING THE EMPLOYEE ON THE
      *>    WAY UP MEANS THE NEW LINE WOULD CLOSE A CIRCLE.  THE WALK
      *>    STOPS AT THE TOP OF THE HOUSE, AT A MANAGER NO LONGER ON
      *>    FILE, OR AFTER 99 LEVELS.  MANAGER-CHECK COMES BACK 'Y',
      *>    'M' (NOT ON FILE / TERMINATED) OR 'C' (CIRCULAR); THE
      *>    MANAGER GOES INTO THE PARM ONLY WHEN IT PASSES.
       CHECK-TXN-MANAGER.
           MOVE 'Y' TO MANAGER-CHECK.
           IF TXN-MANAGER NOT = SPACES THEN
               IF FUNCTION TRIM(TXN-MANAGER) IS NOT NUMERIC THEN
                   MOVE 'M' TO MANAGER-CHECK
               ELSE
                   COMPUTE MANAGER-ID-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(TXN-MANAGER))
                   PERFORM CHECK-MANAGER-ON-FILE
               END-IF
           END-IF.
           IF MANAGER-CHECK = 'Y' AND TXN-MANAGER NOT = SPACES THEN
               MOVE MANAGER-ID-NUM
                   TO Employee-Manager-ID OF EMPLOYEE-RECORD-PARM
           END-IF.

       CHECK-MANAGER-ON-FILE.
           IF MANAGER-ID-NUM = ZEROS THEN
               MOVE 'M' TO MANAGER-CHECK
           ELSE IF MANAGER-ID-NUM = Employee-ID OF EMPLOYEE-RECORD-PARM
                   THEN
               MOVE 'C' TO MANAGER-CHECK
           ELSE
               MOVE MANAGER-ID-NUM TO Employee-ID OF CURRENT-RECORD
               CALL 'EMP-INQUIRE' USING CURRENT-RECORD CURRENT-STATUS
               IF CURRENT-STATUS NOT = 'Y'
                       OR Status-Terminated OF CURRENT-RECORD THEN
                   MOVE 'M' TO MANAGER-CHECK
               ELSE
                   MOVE 0 TO MANAGER-WALK-DEPTH
                   MOVE Employee-Manager-ID OF CURRENT-RECORD
                       TO MANAGER-WALK-ID
                   PERFORM UNTIL MANAGER-WALK-ID = ZEROS
                           OR MANAGER-WALK-DEPTH >= 99
                           OR MANAGER-CHECK NOT = 'Y'
                       ADD 1 TO MANAGER-WALK-DEPTH
                       IF MANAGER-WALK-ID =
                               Employee-ID OF EMPLOYEE-RECORD-PARM THEN
                           MOVE 'C' TO MANAGER-CHECK
                       ELSE
                           MOVE MANAGER-WALK-ID
                               TO Employee-ID OF CURRENT-RECORD
                           CALL 'EMP-INQUIRE' USING CURRENT-RECORD
                               CURRENT-STATUS
                           IF CURRENT-STATUS = 'Y' THEN
                               MOVE Employee-Manager-ID
                                   OF CURRENT-RECORD
                                   TO MANAGER-WALK-ID
                           ELSE
                               MOVE ZEROS TO MANAGER-WALK-ID
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           END-IF.

      *>    A MISSING OR UNREADABLE LIMIT FILE LEAVES THE DEFAULT
      *>    10 PERCENT / 5000.00 LIMITS IN FORCE.
       LOAD-APPROVAL-LIMITS.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-FILE-STATUS = '00' THEN
               READ LIMIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO LIMIT-PCT-TXT LIMIT-AMOUNT-TXT
                       UNSTRING LIMIT-REC DELIMITED BY ','
                           INTO LIMIT-PCT-TXT LIMIT-AMOUNT-TXT
                       END-UNSTRING
                       MOVE FUNCTION TEST-NUMVAL
                           (FUNCTION TRIM(LIMIT-PCT-TXT)) TO NUMVAL-CHK
                       IF NUMVAL-CHK = 0 THEN
                           COMPUTE LIMIT-PCT = FUNCTION NUMVAL
                               (FUNCTION TRIM(LIMIT-PCT-TXT))
                       END-IF
                       MOVE FUNCTION TEST-NUMVAL
                           (FUNCTION TRIM(LIMIT-AMOUNT-TXT))
                           TO NUMVAL-CHK
                       IF NUMVAL-CHK = 0 THEN
                           COMPUTE LIMIT-AMOUNT = FUNCTION NUMVAL
                               (FUNCTION TRIM(LIMIT-AMOUNT-TXT))
                       END-IF
               END-READ
           END-IF.
           IF LIMIT-FILE-STATUS = '00' OR LIMIT-FILE-STATUS = '10'
                   THEN
               CLOSE LIMIT-FILE
           END-IF.

      *>    A RAISE IS MEASURED AGAINST THE SALARY ON THE MASTER NOW.
      *>    AN UNKNOWN EMPLOYEE, A BLANK OR BAD SALARY, A CUT OR A
      *>    REPLAY OF AN ALREADY-APPROVED CHANGE IS NEVER PARKED - IT
      *>    GOES STRAIGHT THROUGH AND STANDS OR FALLS ON ITS OWN.
       CHECK-APPROVAL-LIMIT.
           MOVE 'N' TO PARK-NEEDED.
           IF REPLAY-FLAG = 'N' AND TXN-SALARY-VALID = 'Y' THEN
               MOVE Employee-ID OF EMPLOYEE-RECORD-PARM
                   TO Employee-ID OF CURRENT-RECORD
               CALL 'EMP-INQUIRE' USING CURRENT-RECORD CURRENT-STATUS
               IF CURRENT-STATUS = 'Y' THEN
                   COMPUTE RAISE-AMOUNT =
                       Employee-Salary OF EMPLOYEE-RECORD-PARM
                       - Employee-Salary OF CURRENT-RECORD
                   IF RAISE-AMOUNT > 0 THEN
                       IF RAISE-AMOUNT > LIMIT-AMOUNT
                          OR RAISE-AMOUNT * 100 >
                             Employee-Salary OF CURRENT-RECORD
                             * LIMIT-PCT THEN
                           MOVE 'Y' TO PARK-NEEDED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>    THE EXTRACT LINE IS PARKED AS IT STANDS, SO THE APPROVED
      *>    REPLAY IS EXACTLY WHAT WAS KEYED.  WITH NO KEYER THE
      *>    SELF-APPROVAL CHECK CANNOT BE MADE AND THE LINE IS
      *>    REJECTED INSTEAD.
       PARK-FOR-APPROVAL.
           IF TXN-KEYER = SPACES THEN
               MOVE 'K' TO TXN-STATUS
           ELSE
               IF PENDING-COUNT >= 2000 THEN
                   MOVE 'F' TO TXN-STATUS
               ELSE
                   ADD 1 TO PENDING-COUNT
                   MOVE SPACES TO PENDING-LINE
                   MOVE NEXT-PEND-ID TO PEND-ID
                   ADD 1 TO NEXT-PEND-ID
                   MOVE 'P' TO PEND-STATUS
                   MOVE FUNCTION UPPER-CASE(TXN-KEYER) TO PEND-KEYER
                   MOVE RUN-DATE TO PEND-PARK-DATE
                   MOVE ZEROS TO PEND-DECIDE-DATE
                   MOVE TRANSACTION-REC TO PEND-TXN-LINE
                   MOVE PENDING-LINE TO PENDING-ENTRY(PENDING-COUNT)
                   PERFORM REWRITE-PENDING-FILE
                   MOVE 'P' TO TXN-STATUS
               END-IF
           END-IF.

      *>    EVERY PARKED CHANGE EVER MADE, WITH ITS OUTCOME - THE
      *>    NEXT PENDING ID IS ONE PAST THE HIGHEST ON FILE.
       LOAD-PENDING-CHANGES.
           MOVE 0 TO PENDING-COUNT.
           MOVE 1 TO NEXT-PEND-ID.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF-PENDING
               PERFORM UNTIL WS-EOF-PENDING = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-EOF-PENDING
                   END-READ
                   IF WS-EOF-PENDING NOT = 'Y'
                           AND PENDING-REC NOT = SPACES THEN
                       IF PENDING-COUNT >= 2000 THEN
                           MOVE 'Y' TO PENDING-OVERFLOW
                           MOVE 'Y' TO WS-EOF-PENDING
                       ELSE
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-REC TO
                               PENDING-ENTRY(PENDING-COUNT)
                           MOVE PENDING-REC TO PENDING-LINE
                           IF PEND-ID IS NUMERIC
                                   AND PEND-ID >= NEXT-PEND-ID THEN
                               COMPUTE NEXT-PEND-ID = PEND-ID + 1
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF PENDING-FILE-STATUS = '00' OR PENDING-FILE-STATUS = '10'
                   THEN
               CLOSE PENDING-FILE
           END-IF.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING REWRITE-IDX FROM 1 BY 1
                   UNTIL REWRITE-IDX > PENDING-COUNT
               MOVE PENDING-ENTRY(REWRITE-IDX) TO PENDING-REC
               WRITE PENDING-REC
           END-PERFORM.
           CLOSE PENDING-FILE.

      *>    THE SECOND PERSON'S DECISIONS ARE RECORDED AGAINST THE
      *>    PARKED CHANGES, THEN THE DECISION FILE IS EMPTIED SO A
      *>    RERUN DOES NOT DECIDE THE SAME CHANGE TWICE.
       APPLY-APPROVAL-DECISIONS.
           OPEN INPUT APPROVALS-FILE.
           IF APPROVALS-FILE-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF-APPROVALS
               PERFORM UNTIL WS-EOF-APPROVALS = 'Y'
                   READ APPROVALS-FILE
                       AT END MOVE 'Y' TO WS-EOF-APPROVALS
                   END-READ
                   IF WS-EOF-APPROVALS NOT = 'Y'
                           AND APPROVALS-REC NOT = SPACES THEN
                       PERFORM APPLY-ONE-DECISION
                   END-IF
               END-PERFORM
               CLOSE APPROVALS-FILE
               PERFORM REWRITE-PENDING-FILE
               OPEN OUTPUT APPROVALS-FILE
               CLOSE APPROVALS-FILE
           END-IF.

       APPLY-ONE-DECISION.
           MOVE SPACES TO APPR-ID-TXT APPR-DECISION APPR-INITIALS.
           UNSTRING APPROVALS-REC DELIMITED BY ','
               INTO APPR-ID-TXT APPR-DECISION APPR-INITIALS
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(APPR-DECISION) TO APPR-DECISION.
           MOVE FUNCTION UPPER-CASE(APPR-INITIALS) TO APPR-INITIALS.
           MOVE 0 TO FOUND-IDX.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(APPR-ID-TXT))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK = 0 THEN
               COMPUTE APPR-ID =
                   FUNCTION NUMVAL(FUNCTION TRIM(APPR-ID-TXT))
               PERFORM FIND-PENDING-ENTRY
           END-IF.
           IF FOUND-IDX = 0 THEN
               MOVE 'REFUSED - UNKNOWN PENDING ID' TO APPR-RESULT
           ELSE IF PEND-STATUS NOT = 'P' THEN
               MOVE 'REFUSED - ALREADY DECIDED' TO APPR-RESULT
           ELSE IF APPR-DECISION NOT = 'A'
                   AND APPR-DECISION NOT = 'R' THEN
               MOVE 'REFUSED - DECISION IS NOT A OR R'
                   TO APPR-RESULT
           ELSE IF APPR-INITIALS = SPACES THEN
               MOVE 'REFUSED - NO APPROVER INITIALS' TO APPR-RESULT
           ELSE IF APPR-INITIALS = PEND-KEYER THEN
               MOVE 'REFUSED - KEYER CANNOT APPROVE OWN CHANGE'
                   TO APPR-RESULT
           ELSE
               MOVE APPR-DECISION TO PEND-STATUS
               MOVE APPR-INITIALS TO PEND-APPROVER
               MOVE RUN-DATE TO PEND-DECIDE-DATE
               MOVE PENDING-LINE TO PENDING-ENTRY(FOUND-IDX)
               IF APPR-DECISION = 'A' THEN
                   MOVE 'APPROVED' TO APPR-RESULT
               ELSE
                   MOVE 'REJECTED' TO APPR-RESULT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING 'APPROVAL ' FUNCTION TRIM(APPR-ID-TXT) ' BY '
                  APPR-INITIALS ' -> ' APPR-RESULT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    LEAVES THE MATCHING ENTRY IN PENDING-LINE AND ITS SLOT IN
      *>    FOUND-IDX, OR FOUND-IDX ZERO.
       FIND-PENDING-ENTRY.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT OR FOUND-IDX > 0
               MOVE PENDING-ENTRY(PENDING-IDX) TO PENDING-LINE
               IF PEND-ID = APPR-ID THEN
                   MOVE PENDING-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *>    APPROVED CHANGES GO ONTO THE MASTER AHEAD OF THE DAY'S
      *>    EXTRACT, EACH WITH ITS APPROVER NAMED FOR THE AUDIT LINE.
       APPLY-APPROVED-CHANGES.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ENTRY(PENDING-IDX) TO PENDING-LINE
               IF PEND-STATUS = 'A' THEN
                   PERFORM APPLY-ONE-APPROVED-CHANGE
               END-IF
           END-PERFORM.

       APPLY-ONE-APPROVED-CHANGE.
           MOVE PEND-TXN-LINE TO TRANSACTION-REC.
           MOVE 'Y' TO REPLAY-FLAG.
           MOVE 'S' TO APPROVER-OP.
           MOVE PEND-APPROVER TO APPROVER-INITIALS.
           CALL 'EMP-AUDIT-APPROVER' USING APPROVER-OP
               APPROVER-INITIALS.
           PERFORM PROCESS-ONE-TRANSACTION.
           MOVE 'C' TO APPROVER-OP.
           CALL 'EMP-AUDIT-APPROVER' USING APPROVER-OP
               APPROVER-INITIALS.
           MOVE 'N' TO REPLAY-FLAG.
           IF TXN-STATUS = 'Y' THEN
               MOVE 'X' TO PEND-STATUS
           ELSE
               MOVE 'F' TO PEND-STATUS
           END-IF.
           MOVE PENDING-LINE TO PENDING-ENTRY(PENDING-IDX).
           PERFORM REWRITE-PENDING-FILE.

       CLOSE-TRANSACTION-FILES.
           CALL 'EMP-FILE-IO' USING IO-CLOSE-OP EMPLOYEE-RECORD-PARM
               IO-CLOSE-OK.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.
           CLOSE NOTICE-FILE.

           COPY REPORT-HEAD.

