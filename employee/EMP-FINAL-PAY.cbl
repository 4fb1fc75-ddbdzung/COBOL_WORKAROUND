       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-FINAL-PAY.

      *>    LEAVER FINAL-PAY RUN.  A 'T' TRANSACTION THROUGH
      *>    EMP-TERMINATE STOPS PAYROLL-RUN PAYING THE EMPLOYEE, BUT
      *>    NOTHING WORKED OUT WHAT THE LEAVER WAS STILL OWED - THE
      *>    LAST MONTH WAS PRO-RATED BY HAND AND UNTAKEN LEAVE WAS
      *>    PAID AS A MANUAL CREDIT.  RUN AHEAD OF PAYROLL-RUN, THIS
      *>    PROGRAM TAKES EVERY Status-Terminated EMPLOYEE WHOSE
      *>    Employee-Termination-Date FALLS IN THE PERIOD BEING PAID
      *>    (BOUNDS OFF PAY-CALENDAR.TXT, AS PAYROLL-RUN FINDS THEM)
      *>    AND WORKS OUT -
      *>        FINAL SALARY  - THE PERIOD GROSS PRO-RATED OVER THE
      *>                        BUSINESS DAYS WORKED (PERIOD START, OR
      *>                        HIRE DATE IF LATER, TO THE TERMINATION
      *>                        DATE) AGAINST THE PERIOD'S OWN BUSINESS
      *>                        DAYS, THROUGH THE SHARED BUS-DAY
      *>                        SERVICE,
      *>        LEAVE PAY     - AN UNTAKEN Employee-Leave-Balance-Days
      *>                        PAID AT THE DAILY RATE (PERIOD GROSS
      *>                        OVER THE PERIOD'S BUSINESS DAYS),
      *>        LEAVE RECOVERY- AN OVERDRAWN BALANCE TAKEN BACK AT THE
      *>                        SAME DAILY RATE.
      *>    THE NET OF THE THREE GOES TO PAYROLL-RUN AS ONE FINALPAY
      *>    EARNINGS LINE ON PAY-FINAL-EARNINGS.TXT, SO THE LEAVER'S
      *>    LAST PAYMENT RUNS THROUGH THE SAME DEDUCTIONS, REGISTER,
      *>    PAYSLIP, HISTORY AND BANK FILE AS EVERYONE ELSE'S (FINALPAY
      *>    MUST BE ON PAY-EARNINGS-CODES.TXT AS AN 'A' CODE, OR
      *>    PAYROLL-RUN REJECTS THE LINE AS AN UNKNOWN CODE).  WHEN A
      *>    RECOVERY IS BIGGER THAN WHAT IS DUE, NOTHING IS PAID AND
      *>    THE STATEMENT SHOWS THE AMOUNT THE LEAVER OWES.
      *>
      *>    THE FILE IS REWRITTEN EVERY RUN, SO A RERUN OF THIS
      *>    PROGRAM NEVER DOUBLES A LEAVER UP.  ONE LEAVER STATEMENT
      *>    PER PAGE GOES TO EMP-LEAVER-STATEMENTS.TXT FOR HR TO SEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
      *>    THE PERIOD'S TRUE START AND END COME OFF THE PAY CALENDAR
      *>    (SEE PAY-CAL-UTIL.CBL).
           SELECT CALENDAR-FILE ASSIGN TO "PAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
      *>    SAME LAYOUT AS PAY-EARNINGS.TXT -
      *>    EMP-ID,CODE,HOURS-OR-AMOUNT,PERIOD - SEE PAYROLL-RUN.CBL.
           SELECT FINAL-EARNINGS-FILE
               ASSIGN TO "PAY-FINAL-EARNINGS.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "EMP-LEAVER-STATEMENTS.TXT"
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

       FD  FINAL-EARNINGS-FILE.
       01  FINAL-EARNINGS-REC           PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  CALENDAR-FILE-STATUS         PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-CALENDAR              PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  RUN-DATE-PARTS.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
      *>    THE PERIOD PAYROLL-RUN WILL PAY TONIGHT - THE YEAR AND
      *>    MONTH OF THE PROCESSING DATE, THE SHOP PAYING MONTHLY.
       01  PAY-PERIOD-ID                PIC X(06).
       01  PERIOD-START-DATE            PIC 9(08).
       01  PERIOD-END-DATE              PIC 9(08).
       01  NEXT-MONTH-FIRST             PIC 9(08).
       01  NEXT-MONTH-INT               PIC 9(08).
       01  CAL-PERIOD-TXT               PIC X(08).
       01  CAL-START-TXT                PIC X(10).
       01  CAL-END-TXT                  PIC X(10).
      *
       01  PAY-PERIODS-PER-YEAR         PIC 9(02) VALUE 12.
       01  HIST-IDX                     PIC 9(02).
       01  FINAL-ANNUAL-SALARY          PIC 9(7)V99.
       01  FINAL-PERIOD-GROSS           PIC 9(7)V99.
       01  WORKED-FROM-DATE             PIC 9(08).
       01  PERIOD-TOTAL-DAYS            PIC 9(03).
       01  WORKED-DAYS                  PIC 9(03).
       01  FINAL-DAILY-RATE             PIC 9(5)V9999.
       01  FINAL-SALARY-DUE             PIC 9(7)V99.
       01  FINAL-LEAVE-DAYS             PIC 9(03)V9.
       01  FINAL-LEAVE-PAY              PIC 9(7)V99.
       01  FINAL-LEAVE-RECOVERY         PIC 9(7)V99.
       01  FINAL-NET-DUE                PIC S9(7)V99.
       01  FINAL-PAY-AMOUNT             PIC 9(7)V99.
       01  FINAL-OWED-AMOUNT            PIC 9(7)V99.
      *>    BUS-DAY CALL PARAMETERS - SEE BUS-DAY.CBL.
       01  BD-DAYS-BETWEEN              PIC X(01) VALUE 'D'.
       01  BD-ANSWER-WORK               PIC 9(08).
      *
       01  LEAVER-COUNT                 PIC 9(05) VALUE 0.
       01  OWED-COUNT                   PIC 9(05) VALUE 0.
       01  RUN-FINAL-TOTAL              PIC 9(9)V99 VALUE 0.
       01  AMOUNT-ED                    PIC Z(6)9.99.
       01  DAYS-ED                      PIC ZZ9.9.
       01  TOTAL-ED                     PIC Z(8)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-FINAL-PAY'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK FOR THE STATEMENT PAGES - SEE
      *>    REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO PAY-PERIOD-ID.
           PERFORM FIND-PERIOD-BOUNDS.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FINAL-PAY-FILES.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y' THEN
                   IF Status-Terminated OF EMPLOYEE-RECORD
                       AND Employee-Termination-Date OF EMPLOYEE-RECORD
                           >= PERIOD-START-DATE
                       AND Employee-Termination-Date OF EMPLOYEE-RECORD
                           <= PERIOD-END-DATE THEN
                       PERFORM SETTLE-ONE-LEAVER
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE EMPLOYEE-MASTER.
           CLOSE FINAL-EARNINGS-FILE.
           CLOSE REPORT-FILE.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           MOVE 'EMP-FINALPAY' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE LEAVER-COUNT TO OPS-LOG-REC-COUNT.
           MOVE OWED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'PERIOD ' PAY-PERIOD-ID
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    SAME BOUNDS PAYROLL-RUN PUTS ON PAY-CLOSED-PERIODS.TXT -
      *>    THE CALENDAR LINE FOR THE PERIOD, OR THE CALENDAR-MONTH
      *>    BOUNDS WHEN THE YEAR'S CALENDAR IS NOT GENERATED YET.
       FIND-PERIOD-BOUNDS.
           MOVE RUN-DATE TO RUN-DATE-PARTS.
           COMPUTE PERIOD-START-DATE =
               RUN-YEAR * 10000 + RUN-MONTH * 100 + 1.
           IF RUN-MONTH = 12 THEN
               COMPUTE NEXT-MONTH-FIRST = (RUN-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST =
                   RUN-YEAR * 10000 + (RUN-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST).
           COMPUTE PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(NEXT-MONTH-INT - 1).
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
                   IF FUNCTION TRIM(CAL-PERIOD-TXT) = PAY-PERIOD-ID
                           AND FUNCTION TRIM(CAL-START-TXT)
                               IS NUMERIC
                           AND FUNCTION TRIM(CAL-END-TXT)
                               IS NUMERIC THEN
                       COMPUTE PERIOD-START-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CAL-START-TXT))
                       COMPUTE PERIOD-END-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CAL-END-TXT))
                       MOVE 'Y' TO WS-EOF-CALENDAR
                   END-IF
               END-IF
           END-PERFORM.
           IF CALENDAR-FILE-STATUS = '00'
                   OR CALENDAR-FILE-STATUS = '10' THEN
               CLOSE CALENDAR-FILE
           END-IF.

       OPEN-FINAL-PAY-FILES.
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
           OPEN OUTPUT FINAL-EARNINGS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'LEAVER FINAL-PAY STATEMENT' TO RPT-TITLE.
           MOVE 'EMP-FINAL-PAY' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.

      *>    THE LATEST Employee-Salary-History ENTRY IS THE SALARY IN
      *>    FORCE AT TERMINATION - THE SAME RULE PAYROLL-RUN PAYS BY.
       SETTLE-ONE-LEAVER.
           ADD 1 TO LEAVER-COUNT.
           IF Employee-Salary-History-Count OF EMPLOYEE-RECORD > 0 THEN
               MOVE Employee-Salary-History-Count OF EMPLOYEE-RECORD
                   TO HIST-IDX
               MOVE Salary-Hist-Amount OF EMPLOYEE-RECORD (HIST-IDX)
                   TO FINAL-ANNUAL-SALARY
           ELSE
               MOVE Employee-Salary OF EMPLOYEE-RECORD
                   TO FINAL-ANNUAL-SALARY
           END-IF.
           COMPUTE FINAL-PERIOD-GROSS ROUNDED =
               FINAL-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR.
           PERFORM COMPUTE-FINAL-SALARY.
           PERFORM COMPUTE-LEAVE-SETTLEMENT.
           COMPUTE FINAL-NET-DUE = FINAL-SALARY-DUE + FINAL-LEAVE-PAY
               - FINAL-LEAVE-RECOVERY.
           IF FINAL-NET-DUE < 0 THEN
               MOVE 0 TO FINAL-PAY-AMOUNT
               COMPUTE FINAL-OWED-AMOUNT = 0 - FINAL-NET-DUE
               ADD 1 TO OWED-COUNT
           ELSE
               MOVE FINAL-NET-DUE TO FINAL-PAY-AMOUNT
               MOVE 0 TO FINAL-OWED-AMOUNT
           END-IF.
           IF FINAL-PAY-AMOUNT > 0 THEN
               PERFORM WRITE-FINAL-EARNINGS-LINE
           END-IF.
           ADD FINAL-PAY-AMOUNT TO RUN-FINAL-TOTAL.
           PERFORM WRITE-LEAVER-STATEMENT.

      *>    BUSINESS DAYS WORKED OVER THE PERIOD'S BUSINESS DAYS, THE
      *>    SAME PRORATION EMP-RETRO-RUN APPLIES.  A LEAVER HIRED
      *>    INSIDE THE PERIOD IS ONLY OWED FROM THE HIRE DATE.
       COMPUTE-FINAL-SALARY.
           MOVE PERIOD-START-DATE TO WORKED-FROM-DATE.
           IF Employee-Hire-Date OF EMPLOYEE-RECORD
                   > PERIOD-START-DATE THEN
               MOVE Employee-Hire-Date OF EMPLOYEE-RECORD
                   TO WORKED-FROM-DATE
           END-IF.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               PERIOD-START-DATE PERIOD-END-DATE BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO PERIOD-TOTAL-DAYS.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               WORKED-FROM-DATE
               Employee-Termination-Date OF EMPLOYEE-RECORD
               BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO WORKED-DAYS.
           IF PERIOD-TOTAL-DAYS > 0 THEN
               COMPUTE FINAL-SALARY-DUE ROUNDED =
                   FINAL-PERIOD-GROSS * WORKED-DAYS / PERIOD-TOTAL-DAYS
               COMPUTE FINAL-DAILY-RATE ROUNDED =
                   FINAL-PERIOD-GROSS / PERIOD-TOTAL-DAYS
           ELSE
               MOVE 0 TO FINAL-SALARY-DUE
               MOVE 0 TO FINAL-DAILY-RATE
           END-IF.

      *>    A POSITIVE BALANCE IS PAID OUT, A NEGATIVE ONE (LEAVE
      *>    TAKEN AHEAD OF ACCRUAL) IS RECOVERED - BOTH AT THE DAILY
      *>    RATE OF THE FINAL PERIOD.
       COMPUTE-LEAVE-SETTLEMENT.
           MOVE 0 TO FINAL-LEAVE-PAY.
           MOVE 0 TO FINAL-LEAVE-RECOVERY.
           IF Employee-Leave-Balance-Days OF EMPLOYEE-RECORD < 0 THEN
               COMPUTE FINAL-LEAVE-DAYS =
                   0 - Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               COMPUTE FINAL-LEAVE-RECOVERY ROUNDED =
                   FINAL-LEAVE-DAYS * FINAL-DAILY-RATE
           ELSE
               MOVE Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
                   TO FINAL-LEAVE-DAYS
               COMPUTE FINAL-LEAVE-PAY ROUNDED =
                   FINAL-LEAVE-DAYS * FINAL-DAILY-RATE
           END-IF.

       WRITE-FINAL-EARNINGS-LINE.
           MOVE FINAL-PAY-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO FINAL-EARNINGS-REC.
           STRING Employee-ID OF EMPLOYEE-RECORD ','
                  'FINALPAY,'
                  FUNCTION TRIM(AMOUNT-ED) ','
                  PAY-PERIOD-ID
               DELIMITED BY SIZE INTO FINAL-EARNINGS-REC
           END-STRING.
           WRITE FINAL-EARNINGS-REC.

      *>    ONE STATEMENT PER PAGE, SO HR CAN BURST AND POST THEM.
       WRITE-LEAVER-STATEMENT.
           MOVE 999 TO RPT-LINE-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING 'EMPLOYEE ' Employee-ID OF EMPLOYEE-RECORD
                  '  ' Employee-Name OF EMPLOYEE-RECORD
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'TERMINATION DATE  '
                  Employee-Termination-Date OF EMPLOYEE-RECORD
                  '   FINAL PERIOD ' PAY-PERIOD-ID
                  ' (' PERIOD-START-DATE ' - ' PERIOD-END-DATE ')'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE FINAL-PERIOD-GROSS TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'FULL PERIOD GROSS ' AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE FINAL-SALARY-DUE TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'FINAL SALARY      ' AMOUNT-ED
                  '   ' WORKED-DAYS ' OF ' PERIOD-TOTAL-DAYS
                  ' WORKING DAY(S)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               TO DAYS-ED.
           IF FINAL-LEAVE-RECOVERY > 0 THEN
               MOVE FINAL-LEAVE-RECOVERY TO AMOUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'LEAVE RECOVERED   ' AMOUNT-ED
                      '   ' DAYS-ED ' DAY(S) OVERDRAWN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE FINAL-LEAVE-PAY TO AMOUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'UNTAKEN LEAVE PAY ' AMOUNT-ED
                      '   ' DAYS-ED ' DAY(S) UNTAKEN'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE FINAL-PAY-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'FINAL PAY DUE     ' AMOUNT-ED
                  '   BEFORE DEDUCTIONS, PAID IN THE ' PAY-PERIOD-ID
                  ' PAYROLL'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF FINAL-OWED-AMOUNT > 0 THEN
               MOVE FINAL-OWED-AMOUNT TO AMOUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'AMOUNT OWED BY YOU ' AMOUNT-ED
                      '   LEAVE TAKEN IN ADVANCE EXCEEDS FINAL PAY'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RUN-SUMMARY.
           MOVE 999 TO RPT-LINE-COUNT.
           MOVE RUN-FINAL-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'FINAL-PAY SUMMARY - PERIOD ' PAY-PERIOD-ID
                  ' LEAVERS: ' LEAVER-COUNT
                  ' TOTAL FINAL PAY: ' TOTAL-ED
                  ' LEAVERS OWING: ' OWED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM EMP-FINAL-PAY.
