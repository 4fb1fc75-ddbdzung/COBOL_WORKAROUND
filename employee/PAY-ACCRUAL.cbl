       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ACCRUAL.

      *>    MONTH-END SALARY ACCRUAL.  WHEN THE PAY PERIOD AND THE
      *>    ACCOUNTING MONTH DO NOT LINE UP, THE LEDGER IS SHORT THE
      *>    SALARY COST FOR DAYS WORKED BUT NOT YET PAID - THIS WORKS
      *>    IT OUT INSTEAD OF ACCOUNTS' SPREADSHEET.
      *>    THE MONTH IS THE ONE THE PROCESSING DATE FALLS IN.  THE
      *>    DAYS ACCRUED RUN FROM THE DAY AFTER THE LAST PAID PERIOD
      *>    ENDED (THE LATEST END ON PAY-CLOSED-PERIODS.TXT THAT IS
      *>    NOT PAST THE MONTH END) TO THE MONTH END.  EACH DAY IS
      *>    WORTH ONE PERIOD'S GROSS OVER THE DAYS IN THE
      *>    PAY-CALENDAR.TXT PERIOD IT FALLS IN; A DAY NO CALENDAR
      *>    PERIOD COVERS IS WORTH THE ANNUAL SALARY OVER 365.  WITH
      *>    NOTHING PAID YET, THE DAYS RUN FROM THE START OF THE
      *>    CALENDAR PERIOD HOLDING THE MONTH END.
      *>    EVERY EMPLOYEE NOT Status-Terminated AND HIRED BY THE
      *>    MONTH END IS ACCRUED AT THE LATEST Employee-Salary-History
      *>    RATE (Employee-Salary FOR A RECORD WITH NO HISTORY) AND
      *>    ADDED TO Employee-Dept'S TOTAL (AN UNCODED EMPLOYEE POOLS
      *>    UNDER 'NONE', AS ON THE PAYROLL REGISTER).
      *>    OUTPUTS -
      *>        PAY-ACCRUAL-REPORT.TXT   - THE DAYS ACCRUED AND EACH
      *>                                   DEPARTMENT'S ACCRUAL.
      *>        PAY-ACCRUAL-POSTING.TXT  - THE ACCRUAL JOURNAL FOR
      *>                                   JOURNAL-GEN: EACH COST
      *>                                   CENTER'S SALARY EXPENSE
      *>                                   DEBITED, ACCRUED SALARIES
      *>                                   CREDITED.  CATALOGUED FOR
      *>                                   THE LAST BUSINESS DAY ON OR
      *>                                   BEFORE THE MONTH END.
      *>        PAY-ACCRUAL-REVERSAL.TXT - THE SAME LINES WITH DEBIT
      *>                                   AND CREDIT SWAPPED,
      *>                                   CATALOGUED FOR THE FIRST
      *>                                   BUSINESS DAY ON OR AFTER THE
      *>                                   1ST OF THE NEXT MONTH, SO
      *>                                   THE ACCRUAL REVERSES ITSELF
      *>                                   WHEN THE REAL PAY POSTS.
      *>    BOTH FEEDS ARE IN PAYROLL-POSTING.TXT'S LAYOUT (SEE
      *>    PAYROLL-RUN.CBL) AND JOURNAL-GEN POSTS EACH ONLY ON THE
      *>    NIGHT IT IS CATALOGUED FOR - A PROCESSING DATE IS ALWAYS
      *>    A BUSINESS DAY, SO A MONTH END OR A 1ST ON A WEEKEND OR
      *>    HOLIDAY WOULD OTHERWISE NEVER POST.  THE DAYS ACCRUED
      *>    STILL RUN TO THE CALENDAR MONTH END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "PAY-CLOSED-PERIODS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLOSED-FILE-STATUS.
           SELECT POSTING-FILE ASSIGN TO "PAY-ACCRUAL-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVERSAL-FILE ASSIGN TO "PAY-ACCRUAL-REVERSAL.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "PAY-ACCRUAL-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  CALENDAR-FILE.
       01  CALENDAR-REC                 PIC X(40).

       FD  CLOSED-FILE.
       01  CLOSED-REC                   PIC X(40).

      *>    SAME LAYOUT AS PAYROLL-RUN'S POSTING FEED.
       FD  POSTING-FILE.
       01  POSTING-REC.
           05  POST-REC-TYPE            PIC X(01).
           05  POST-ACCOUNT             PIC X(10).
           05  POST-DR-CR               PIC X(01).
           05  POST-AMOUNT              PIC 9(7)V99.
           05  POST-RUN-DATE            PIC 9(08).
           05  POST-PERIOD-ID           PIC X(06).
       01  POSTING-TRAILER-REC.
           05  POST-TRL-TYPE            PIC X(01).
           05  POST-TRL-COUNT           PIC 9(05).
           05  POST-TRL-SIGN            PIC X(01).
           05  POST-TRL-HASH            PIC 9(9)V99.
           05  POST-TRL-FILLER          PIC X(17).

       FD  REVERSAL-FILE.
       01  REVERSAL-REC.
           05  REV-REC-TYPE             PIC X(01).
           05  REV-ACCOUNT              PIC X(10).
           05  REV-DR-CR                PIC X(01).
           05  REV-AMOUNT               PIC 9(7)V99.
           05  REV-RUN-DATE             PIC 9(08).
           05  REV-PERIOD-ID            PIC X(06).
       01  REVERSAL-TRAILER-REC.
           05  REV-TRL-TYPE             PIC X(01).
           05  REV-TRL-COUNT            PIC 9(05).
           05  REV-TRL-SIGN             PIC X(01).
           05  REV-TRL-HASH             PIC 9(9)V99.
           05  REV-TRL-FILLER           PIC X(17).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  CALENDAR-FILE-STATUS         PIC X(02).
       01  CLOSED-FILE-STATUS           PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-CALENDAR              PIC X(01) VALUE 'N'.
       01  WS-EOF-CLOSED                PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  RUN-DATE-PARTS.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  ACCRUAL-MONTH-ID             PIC X(06).
       01  MONTH-END-DATE               PIC 9(08).
       01  NEXT-MONTH-FIRST             PIC 9(08).
       01  NEXT-MONTH-INT               PIC 9(08).
      *>    THE NIGHTS THE TWO FEEDS ARE CATALOGUED AND DATED FOR.
       01  ACCRUAL-POST-DATE            PIC 9(08).
       01  REVERSAL-POST-DATE           PIC 9(08).
      *>    BUS-DAY CALL PARAMETERS - SEE BUS-DAY.CBL.
       01  BD-IS-BUS-DAY                PIC X(01) VALUE 'B'.
       01  BD-NEXT-DAY                  PIC X(01) VALUE 'N'.
       01  BD-PREV-DAY                  PIC X(01) VALUE 'P'.
       01  BD-ANSWER-WORK               PIC 9(08).
       01  LAST-PAID-END                PIC 9(08) VALUE 0.
       01  ACCRUE-FROM-DATE             PIC 9(08).
       01  ACCRUE-DAYS                  PIC S9(05) VALUE 0.
       01  COVERED-DAYS                 PIC S9(05) VALUE 0.
       01  OVERLAP-START                PIC 9(08).
       01  OVERLAP-END                  PIC 9(08).
       01  OVERLAP-DAYS                 PIC S9(05).
       01  CAL-PERIOD-DAYS              PIC S9(05).
      *>    HOW MANY PERIODS' GROSS THE ACCRUED DAYS ARE WORTH - THE
      *>    SAME FOR EVERY EMPLOYEE, SO IT IS WORKED OUT ONCE.
       01  ACCRUAL-FRACTION             PIC 9(3)V9(8) VALUE 0.
       01  PAY-PERIODS-PER-YEAR         PIC 9(02) VALUE 12.
      *
      *>    THE CALENDAR HELD WHOLE - TEN YEARS OF MONTHLY PERIODS.
       01  CAL-TABLE.
           05  CAL-COUNT                PIC 9(03) VALUE 0.
           05  CAL-ENTRY OCCURS 120 TIMES.
               10  CAL-START-DATE       PIC 9(08).
               10  CAL-END-DATE         PIC 9(08).
       01  CAL-IDX                      PIC 9(03).
       01  CAL-PERIOD-TXT               PIC X(08).
       01  CAL-START-TXT                PIC X(10).
       01  CAL-END-TXT                  PIC X(10).
       01  CLOSED-ID-TXT                PIC X(08).
       01  CLOSED-START-TXT             PIC X(10).
       01  CLOSED-END-TXT               PIC X(10).
       01  CLOSED-END-DATE              PIC 9(08).
      *
       01  PAY-HIST-IDX                 PIC 9(02).
       01  PAY-ANNUAL-SALARY            PIC 9(7)V99.
       01  EMP-ACCRUAL                  PIC 9(7)V99.
       01  ACCRUED-HEADS                PIC 9(05) VALUE 0.
       01  SKIPPED-HEADS                PIC 9(05) VALUE 0.
       01  ACCRUAL-TOTAL                PIC 9(9)V99 VALUE 0.
      *>    SAME SHAPE AS PAYROLL-RUN'S DEPARTMENT TABLE.
       01  DEPT-TABLE.
           05  DEPT-COUNT               PIC 9(02) VALUE 0.
           05  DEPT-ENTRY OCCURS 50 TIMES.
               10  DEPT-CODE            PIC X(04).
               10  DEPT-HEADS           PIC 9(05).
               10  DEPT-ACCRUAL         PIC 9(9)V99.
       01  DEPT-IDX                     PIC 9(02).
       01  DEPT-WORK-CODE               PIC X(04).
      *
      *>    FEED WORK FIELDS - A LINE BIGGER THAN THE JOURNAL'S
      *>    AMOUNT COLUMN GOES OUT AS SEVERAL LINES.
       01  ACCRUED-PAY-ACCOUNT          PIC X(10) VALUE 'ACCRUEDPAY'.
       01  POST-WORK-ACCOUNT            PIC X(10).
       01  POST-WORK-DR-CR              PIC X(01).
       01  POST-WORK-AMOUNT             PIC 9(9)V99.
       01  POST-LINE-MAX                PIC 9(7)V99 VALUE 9999999.99.
       01  POST-LINE-AMOUNT             PIC 9(7)V99.
       01  POSTING-COUNT                PIC 9(05) VALUE 0.
       01  POSTING-HASH                 PIC 9(9)V99 VALUE 0.
      *
       01  AMOUNT-ED                    PIC Z(8)9.99.
       01  DAYS-ED                      PIC ZZZZ9.
       01  FRACTION-ED                  PIC ZZ9.9999.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    FILE-CATALOG REGISTRATION OF THE TWO FEEDS - SEE
      *>    FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'PAY-ACCRUAL'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM FIND-MONTH-END.
           PERFORM LOAD-CALENDAR.
           PERFORM FIND-LAST-PAID-END.
           PERFORM WORK-OUT-FRACTION.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMP-FILE-STATUS NOT = '00' THEN
               DISPLAY 'EMPLOYEE-MASTER.DAT COULD NOT BE OPENED'
                   ' (STATUS ' EMP-FILE-STATUS ') - RUN ABORTED'
      *>        THE INTERLOCK GOES BACK ON EVERY REFUSAL EXIT - A
      *>        ROUTINE OPEN FAILURE MUST NOT LEAVE A LOCK FOR
      *>        EMP-LOCK-CLEAR TO MOP UP.
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD.
           START EMPLOYEE-MASTER KEY >= Employee-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y' THEN
                   IF Status-Terminated OF EMPLOYEE-RECORD
                           OR Employee-Hire-Date OF EMPLOYEE-RECORD
                               > MONTH-END-DATE THEN
                       ADD 1 TO SKIPPED-HEADS
                   ELSE
                       PERFORM ACCRUE-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM WRITE-ACCRUAL-REPORT.
           PERFORM WRITE-ACCRUAL-FEEDS.
           MOVE 'PAY-ACCRUAL' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE ACCRUED-HEADS TO OPS-LOG-REC-COUNT.
           MOVE 0 TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'MONTH ' ACCRUAL-MONTH-ID
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       FIND-MONTH-END.
           MOVE RUN-DATE TO RUN-DATE-PARTS.
           MOVE RUN-DATE(1:6) TO ACCRUAL-MONTH-ID.
           IF RUN-MONTH = 12 THEN
               COMPUTE NEXT-MONTH-FIRST = (RUN-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST =
                   RUN-YEAR * 10000 + (RUN-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST).
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(NEXT-MONTH-INT - 1).
           MOVE MONTH-END-DATE TO ACCRUAL-POST-DATE.
           CALL 'BUS-DAY' USING BD-IS-BUS-DAY MONTH-END-DATE
               RUN-DATE BD-ANSWER-WORK.
           IF BD-ANSWER-WORK = 0 THEN
               CALL 'BUS-DAY' USING BD-PREV-DAY MONTH-END-DATE
                   RUN-DATE BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO ACCRUAL-POST-DATE
           END-IF.
           MOVE NEXT-MONTH-FIRST TO REVERSAL-POST-DATE.
           CALL 'BUS-DAY' USING BD-IS-BUS-DAY NEXT-MONTH-FIRST
               RUN-DATE BD-ANSWER-WORK.
           IF BD-ANSWER-WORK = 0 THEN
               CALL 'BUS-DAY' USING BD-NEXT-DAY NEXT-MONTH-FIRST
                   RUN-DATE BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO REVERSAL-POST-DATE
           END-IF.

      *>    PERIOD-ID,START-DATE,END-DATE - A LINE WITHOUT TWO REAL
      *>    DATES IS SKIPPED (PAY-CAL-UTIL VALIDATE REPORTS IT).
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CALENDAR
           END-IF.
           PERFORM UNTIL WS-EOF-CALENDAR = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF-CALENDAR
               END-READ
               IF WS-EOF-CALENDAR NOT = 'Y' THEN
                   MOVE SPACES TO CAL-PERIOD-TXT CAL-START-TXT
                       CAL-END-TXT
                   UNSTRING CALENDAR-REC DELIMITED BY ','
                       INTO CAL-PERIOD-TXT CAL-START-TXT CAL-END-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(CAL-START-TXT) IS NUMERIC
                           AND FUNCTION TRIM(CAL-END-TXT)
                               IS NUMERIC THEN
                       PERFORM LOAD-ONE-CALENDAR-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF CALENDAR-FILE-STATUS = '00'
                   OR CALENDAR-FILE-STATUS = '10' THEN
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-ONE-CALENDAR-LINE.
           IF CAL-COUNT >= 120 THEN
               DISPLAY 'PAY-CALENDAR.TXT EXCEEDS 120 PERIODS - '
                   FUNCTION TRIM(CAL-PERIOD-TXT) ' IGNORED'
           ELSE
               ADD 1 TO CAL-COUNT
               COMPUTE CAL-START-DATE(CAL-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(CAL-START-TXT))
               COMPUTE CAL-END-DATE(CAL-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(CAL-END-TXT))
               IF FUNCTION TEST-DATE-YYYYMMDD(CAL-START-DATE(CAL-COUNT))
                       NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(
                           CAL-END-DATE(CAL-COUNT)) NOT = 0
                       OR CAL-END-DATE(CAL-COUNT)
                           < CAL-START-DATE(CAL-COUNT) THEN
                   SUBTRACT 1 FROM CAL-COUNT
               END-IF
           END-IF.

      *>    THE LATEST PAID PERIOD END NOT PAST THE MONTH END.  NONE
      *>    ON FILE MEANS NOTHING IS PAID YET - THE DAYS START WITH
      *>    THE CALENDAR PERIOD THAT HOLDS THE MONTH END, OR THE
      *>    MONTH'S FIRST DAY WHEN THE CALENDAR HAS NO SUCH PERIOD.
       FIND-LAST-PAID-END.
           OPEN INPUT CLOSED-FILE.
           IF CLOSED-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CLOSED
           END-IF.
           PERFORM UNTIL WS-EOF-CLOSED = 'Y'
               READ CLOSED-FILE
                   AT END MOVE 'Y' TO WS-EOF-CLOSED
               END-READ
               IF WS-EOF-CLOSED NOT = 'Y' THEN
                   MOVE SPACES TO CLOSED-ID-TXT CLOSED-START-TXT
                       CLOSED-END-TXT
                   UNSTRING CLOSED-REC DELIMITED BY ','
                       INTO CLOSED-ID-TXT CLOSED-START-TXT
                           CLOSED-END-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(CLOSED-END-TXT) IS NUMERIC THEN
                       COMPUTE CLOSED-END-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CLOSED-END-TXT))
                       IF CLOSED-END-DATE <= MONTH-END-DATE
                               AND CLOSED-END-DATE > LAST-PAID-END THEN
                           MOVE CLOSED-END-DATE TO LAST-PAID-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CLOSED-FILE-STATUS = '00'
                   OR CLOSED-FILE-STATUS = '10' THEN
               CLOSE CLOSED-FILE
           END-IF.
           IF LAST-PAID-END > 0 THEN
               COMPUTE ACCRUE-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LAST-PAID-END) + 1)
           ELSE
               COMPUTE ACCRUE-FROM-DATE = RUN-YEAR * 10000
                   + RUN-MONTH * 100 + 1
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > CAL-COUNT
                   IF CAL-START-DATE(CAL-IDX) <= MONTH-END-DATE
                           AND CAL-END-DATE(CAL-IDX)
                               >= MONTH-END-DATE THEN
                       MOVE CAL-START-DATE(CAL-IDX)
                           TO ACCRUE-FROM-DATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *>    EACH CALENDAR PERIOD THE ACCRUED DAYS TOUCH CONTRIBUTES
      *>    ITS SHARE OF ONE PERIOD'S GROSS; ANY DAYS LEFT OVER ARE
      *>    TAKEN AT 12/365 OF A PERIOD EACH.
       WORK-OUT-FRACTION.
           MOVE 0 TO ACCRUAL-FRACTION COVERED-DAYS ACCRUE-DAYS.
           IF ACCRUE-FROM-DATE <= MONTH-END-DATE THEN
               COMPUTE ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(MONTH-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCRUE-FROM-DATE) + 1
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > CAL-COUNT
                   PERFORM ADD-ONE-PERIOD-SHARE
               END-PERFORM
               IF ACCRUE-DAYS > COVERED-DAYS THEN
                   COMPUTE ACCRUAL-FRACTION ROUNDED = ACCRUAL-FRACTION
                       + (ACCRUE-DAYS - COVERED-DAYS)
                           * PAY-PERIODS-PER-YEAR / 365
               END-IF
           END-IF.

       ADD-ONE-PERIOD-SHARE.
           IF CAL-START-DATE(CAL-IDX) > ACCRUE-FROM-DATE THEN
               MOVE CAL-START-DATE(CAL-IDX) TO OVERLAP-START
           ELSE
               MOVE ACCRUE-FROM-DATE TO OVERLAP-START
           END-IF.
           IF CAL-END-DATE(CAL-IDX) < MONTH-END-DATE THEN
               MOVE CAL-END-DATE(CAL-IDX) TO OVERLAP-END
           ELSE
               MOVE MONTH-END-DATE TO OVERLAP-END
           END-IF.
           IF OVERLAP-END >= OVERLAP-START THEN
               COMPUTE OVERLAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(OVERLAP-END)
                   - FUNCTION INTEGER-OF-DATE(OVERLAP-START) + 1
               COMPUTE CAL-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(CAL-END-DATE(CAL-IDX))
                   - FUNCTION INTEGER-OF-DATE(CAL-START-DATE(CAL-IDX))
                   + 1
               ADD OVERLAP-DAYS TO COVERED-DAYS
               COMPUTE ACCRUAL-FRACTION ROUNDED = ACCRUAL-FRACTION
                   + OVERLAP-DAYS / CAL-PERIOD-DAYS
           END-IF.

       ACCRUE-ONE-EMPLOYEE.
           IF Employee-Salary-History-Count OF EMPLOYEE-RECORD > 0 THEN
               MOVE Employee-Salary-History-Count OF EMPLOYEE-RECORD
                   TO PAY-HIST-IDX
               MOVE Salary-Hist-Amount OF EMPLOYEE-RECORD (PAY-HIST-IDX)
                   TO PAY-ANNUAL-SALARY
           ELSE
               MOVE Employee-Salary OF EMPLOYEE-RECORD
                   TO PAY-ANNUAL-SALARY
           END-IF.
           COMPUTE EMP-ACCRUAL ROUNDED = PAY-ANNUAL-SALARY
               / PAY-PERIODS-PER-YEAR * ACCRUAL-FRACTION.
           IF Employee-Dept OF EMPLOYEE-RECORD = SPACES THEN
               MOVE 'NONE' TO DEPT-WORK-CODE
           ELSE
               MOVE Employee-Dept OF EMPLOYEE-RECORD TO DEPT-WORK-CODE
           END-IF.
           PERFORM FIND-DEPARTMENT-ROW.
           ADD 1 TO DEPT-HEADS(DEPT-IDX).
           ADD EMP-ACCRUAL TO DEPT-ACCRUAL(DEPT-IDX).
           ADD 1 TO ACCRUED-HEADS.
           ADD EMP-ACCRUAL TO ACCRUAL-TOTAL.

      *>    SAME LINEAR FIND-OR-ADD AS PAYROLL-RUN.
       FIND-DEPARTMENT-ROW.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = DEPT-WORK-CODE THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEPT-IDX > DEPT-COUNT THEN
               IF DEPT-COUNT >= 50 THEN
                   DISPLAY 'MORE THAN 50 DEPARTMENTS THIS RUN - EMP '
                       Employee-ID OF EMPLOYEE-RECORD
                       ' POOLED UNDER THE LAST ROW'
                   MOVE DEPT-COUNT TO DEPT-IDX
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   MOVE DEPT-WORK-CODE TO DEPT-CODE(DEPT-IDX)
                   MOVE 0 TO DEPT-HEADS(DEPT-IDX)
                   MOVE 0 TO DEPT-ACCRUAL(DEPT-IDX)
               END-IF
           END-IF.

       WRITE-ACCRUAL-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'MONTH-END SALARY ACCRUAL' TO RPT-TITLE.
           MOVE 'PAY-ACCRUAL' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE 'DEPT  HEADS        ACCRUED' TO RPT-COL-HEAD.
           MOVE ACCRUE-DAYS TO DAYS-ED.
           MOVE ACCRUAL-FRACTION TO FRACTION-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'MONTH ENDING ' MONTH-END-DATE
                  '  LAST PAID PERIOD ENDED ' LAST-PAID-END
                  '  DAYS ACCRUED ' DAYS-ED
                  '  PERIODS OF GROSS ' FRACTION-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE DEPT-ACCRUAL(DEPT-IDX) TO AMOUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING DEPT-CODE(DEPT-IDX) '  '
                      DEPT-HEADS(DEPT-IDX) ' '
                      AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE ACCRUAL-TOTAL TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTAL ACCRUED ' AMOUNT-ED
                  '  EMPLOYEES ' ACCRUED-HEADS
                  '  NOT ACCRUED (LEFT OR NOT YET STARTED) '
                  SKIPPED-HEADS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

      *>    THE ACCRUAL DEBITS EACH COST CENTER'S SALARY EXPENSE
      *>    ('PAYEXP' PLUS THE DEPARTMENT, AS PAYROLL-RUN POSTS IT)
      *>    AND CREDITS THE ACCRUED SALARIES ACCOUNT WITH THE TOTAL;
      *>    THE REVERSAL IS THE SAME LINES THE OTHER WAY ROUND.  BOTH
      *>    ARE REGISTERED WITH THE DATE JOURNAL-GEN IS TO POST THEM.
       WRITE-ACCRUAL-FEEDS.
           OPEN OUTPUT POSTING-FILE.
           OPEN OUTPUT REVERSAL-FILE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO POST-WORK-ACCOUNT
               STRING 'PAYEXP' DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
                   INTO POST-WORK-ACCOUNT
               END-STRING
               MOVE 'D' TO POST-WORK-DR-CR
               MOVE DEPT-ACCRUAL(DEPT-IDX) TO POST-WORK-AMOUNT
               PERFORM WRITE-FEED-LINE
           END-PERFORM.
           MOVE ACCRUED-PAY-ACCOUNT TO POST-WORK-ACCOUNT.
           MOVE 'C' TO POST-WORK-DR-CR.
           MOVE ACCRUAL-TOTAL TO POST-WORK-AMOUNT.
           PERFORM WRITE-FEED-LINE.
           MOVE SPACES TO POSTING-TRAILER-REC.
           MOVE 'T' TO POST-TRL-TYPE.
           MOVE POSTING-COUNT TO POST-TRL-COUNT.
           MOVE '+' TO POST-TRL-SIGN.
           MOVE POSTING-HASH TO POST-TRL-HASH.
           MOVE POSTING-TRAILER-REC TO REVERSAL-TRAILER-REC.
           WRITE POSTING-TRAILER-REC.
           WRITE REVERSAL-TRAILER-REC.
           CLOSE POSTING-FILE.
           CLOSE REVERSAL-FILE.
           PERFORM NAME-ACCRUAL-INPUTS.
           MOVE 'R' TO CAT-OP.
           MOVE POSTING-COUNT TO CAT-COUNT.
           MOVE 'PAY-ACCRUAL-POSTING.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
               ACCRUAL-POST-DATE CAT-COUNT CAT-OK.
           PERFORM NAME-ACCRUAL-INPUTS.
           MOVE 'R' TO CAT-OP.
           MOVE POSTING-COUNT TO CAT-COUNT.
           MOVE 'PAY-ACCRUAL-REVERSAL.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
               REVERSAL-POST-DATE CAT-COUNT CAT-OK.

      *>    THE LINEAGE BEHIND EACH FEED - NEITHER INPUT IS ITSELF
      *>    CATALOGUED, SO ANY GENERATION WILL DO.
       NAME-ACCRUAL-INPUTS.
           MOVE 'I' TO CAT-OP.
           MOVE 'EMPLOYEE-MASTER.DAT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'PAY-CALENDAR.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.

      *>    ONE JOURNAL LINE TO EACH FEED - THE REVERSAL ON THE
      *>    OPPOSITE SIDE.  NOTHING IS WRITTEN FOR A ZERO AMOUNT.
       WRITE-FEED-LINE.
           PERFORM UNTIL POST-WORK-AMOUNT = 0
               IF POST-WORK-AMOUNT > POST-LINE-MAX THEN
                   MOVE POST-LINE-MAX TO POST-LINE-AMOUNT
               ELSE
                   MOVE POST-WORK-AMOUNT TO POST-LINE-AMOUNT
               END-IF
               MOVE SPACES TO POSTING-REC
               MOVE 'D' TO POST-REC-TYPE
               MOVE POST-WORK-ACCOUNT TO POST-ACCOUNT
               MOVE POST-WORK-DR-CR TO POST-DR-CR
               MOVE POST-LINE-AMOUNT TO POST-AMOUNT
               MOVE ACCRUAL-POST-DATE TO POST-RUN-DATE
               MOVE ACCRUAL-MONTH-ID TO POST-PERIOD-ID
               MOVE POSTING-REC TO REVERSAL-REC
               IF POST-WORK-DR-CR = 'D' THEN
                   MOVE 'C' TO REV-DR-CR
               ELSE
                   MOVE 'D' TO REV-DR-CR
               END-IF
               MOVE REVERSAL-POST-DATE TO REV-RUN-DATE
               WRITE POSTING-REC
               WRITE REVERSAL-REC
               ADD 1 TO POSTING-COUNT
               ADD POST-LINE-AMOUNT TO POSTING-HASH
               SUBTRACT POST-LINE-AMOUNT FROM POST-WORK-AMOUNT
           END-PERFORM.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-ACCRUAL.
