       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-FORECAST.

      *>    FORWARD PAYROLL CASH REQUIREMENT FOR TREASURY.  PROJECTS
      *>    THE NEXT PAY PERIODS ON PAY-CALENDAR.TXT (HOW MANY IS THE
      *>    SINGLE LINE OF PAY-FORECAST-PERIODS.TXT, DEFAULT 3 - A
      *>    QUARTER - AT MOST 12) FROM THE MASTER AS IT STANDS, SO THE
      *>    BANK ACCOUNT CAN BE FUNDED AHEAD OF EACH PAYDAY INSTEAD OF
      *>    FROM LAST MONTH'S REGISTER TOTAL.
      *>    THE PERIODS ARE THE FIRST ON THE CALENDAR NOT YET OVER ON
      *>    THE PROCESSING DATE AND NOT ALREADY ON PAY-PERIOD-PAID.TXT;
      *>    WITH NO USABLE CALENDAR, CALENDAR MONTHS STAND IN, AS THEY
      *>    DO FOR PAYROLL-RUN.  EACH EMPLOYEE IS PROJECTED THE WAY
      *>    PAYROLL-RUN WILL PAY THEM -
      *>        SALARY      - THE Employee-Salary-History RATE IN FORCE
      *>                      AT THE PERIOD END, SO A FUTURE-DATED
      *>                      RAISE LANDS IN ITS OWN PERIOD; NONE FOR A
      *>                      PERIOD BEFORE THE HIRE DATE OR AFTER A
      *>                      TERMINATION DATE, NOR FOR A LEAVER,
      *>        UNPAID LEAVE- OVERDRAWN LEAVE UP TO THE EXPECTED END
      *>                      DATE COMES OFF AS PAYROLL-RUN TAKES IT,
      *>        FINAL PAY   - APPROVED FINAL PAY WAITING ON
      *>                      PAY-FINAL-EARNINGS.TXT, IN ITS PERIOD,
      *>        DEDUCTIONS  - EMP-DEDUCTIONS.TXT, AND EACH LOAN ON
      *>                      EMP-LOANS.TXT UNTIL ITS BALANCE RUNS OUT,
      *>        ON-COST     - PAY-ONCOST-RATES.TXT.
      *>    OVERTIME AND OTHER PERIOD EARNINGS ARE NOT KNOWN AHEAD AND
      *>    ARE NOT PROJECTED.  ONE BLOCK PER PERIOD ON
      *>    PAY-FORECAST-REPORT.TXT - THE PERIOD'S PAYDAY AND CASH
      *>    TOTAL, THEN THE SAME FIGURES FOR EACH Employee-Dept.  CASH
      *>    IS EVERYTHING THAT LEAVES THE BANK FOR THE PERIOD - NET PAY,
      *>    THE DEDUCTIONS REMITTED AND THE EMPLOYER ON-COST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT PERIODS-FILE ASSIGN TO "PAY-FORECAST-PERIODS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PERIOD-PAID-FILE ASSIGN TO "PAY-PERIOD-PAID.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PERIOD-PAID-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "EMP-DEDUCTIONS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "EMP-LOANS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.
           SELECT ONCOST-RATE-FILE ASSIGN TO "PAY-ONCOST-RATES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ONCOST-RATE-STATUS.
           SELECT FINAL-EARNINGS-FILE
               ASSIGN TO "PAY-FINAL-EARNINGS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FINAL-EARNINGS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAY-FORECAST-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  PERIODS-FILE.
       01  PERIODS-REC                  PIC X(10).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC                 PIC X(40).

       FD  PERIOD-PAID-FILE.
       01  PERIOD-PAID-REC              PIC X(20).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-REC                PIC X(40).

       FD  LOAN-FILE.
       01  LOAN-REC                     PIC X(80).

       FD  ONCOST-RATE-FILE.
       01  ONCOST-RATE-REC              PIC X(40).

       FD  FINAL-EARNINGS-FILE.
       01  FINAL-EARNINGS-REC           PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  PERIODS-FILE-STATUS          PIC X(02).
       01  CALENDAR-FILE-STATUS         PIC X(02).
       01  PERIOD-PAID-STATUS           PIC X(02).
       01  DEDUCTION-FILE-STATUS        PIC X(02).
       01  LOAN-FILE-STATUS             PIC X(02).
       01  ONCOST-RATE-STATUS           PIC X(02).
       01  FINAL-EARNINGS-STATUS        PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-CALENDAR              PIC X(01) VALUE 'N'.
       01  WS-EOF-PERIOD-PAID           PIC X(01) VALUE 'N'.
       01  WS-EOF-DEDUCTION             PIC X(01) VALUE 'N'.
       01  WS-EOF-LOAN                  PIC X(01) VALUE 'N'.
       01  WS-EOF-ONCOST                PIC X(01) VALUE 'N'.
       01  WS-EOF-FINAL-EARNINGS        PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  RUN-DATE-PARTS.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  FORECAST-PERIODS             PIC 9(02) VALUE 3.
       01  PERIODS-NUMVAL-CHK           PIC S9(3).
       01  PAY-PERIODS-PER-YEAR         PIC 9(02) VALUE 12.
      *
      *>    THE PERIODS ALREADY PAID - NONE OF THEM IS FORECAST.
       01  PAID-TABLE.
           05  PAID-COUNT               PIC 9(03) VALUE 0.
           05  PAID-PERIOD-ID OCCURS 500 TIMES PIC X(06).
       01  PAID-IDX                     PIC 9(03).
       01  PAID-PERIOD-TXT              PIC X(08).
       01  CAL-PERIOD-TXT               PIC X(08).
       01  CAL-START-TXT                PIC X(10).
       01  CAL-END-TXT                  PIC X(10).
       01  CAND-PERIOD-ID               PIC X(06).
       01  CAND-START-DATE              PIC 9(08).
       01  CAND-END-DATE                PIC 9(08).
       01  CAND-PAID                    PIC X(01).
       01  MONTH-FIRST                  PIC 9(08).
       01  NEXT-MONTH-FIRST             PIC 9(08).
       01  MONTH-PARTS.
           05  MONTH-YEAR               PIC 9(04).
           05  MONTH-MONTH              PIC 9(02).
           05  MONTH-DAY                PIC 9(02).
       01  MONTH-STEPS                  PIC 9(03).
      *
      *>    THE FORECAST ITSELF - ONE ROW PER PERIOD, AND WITHIN IT
      *>    ONE CELL PER DEPARTMENT ON DEPT-TABLE.
       01  FC-TABLE.
           05  FC-COUNT                 PIC 9(02) VALUE 0.
           05  FC-PERIOD OCCURS 12 TIMES.
               10  FC-PERIOD-ID         PIC X(06).
               10  FC-START-DATE        PIC 9(08).
               10  FC-END-DATE          PIC 9(08).
               10  FC-PAYDAY            PIC 9(08).
               10  FC-BUS-DAYS          PIC 9(03).
               10  FC-CELL OCCURS 50 TIMES.
                   15  FC-HEADS         PIC 9(05).
                   15  FC-GROSS         PIC 9(9)V99.
                   15  FC-DEDUCTIONS    PIC 9(9)V99.
                   15  FC-NET           PIC 9(9)V99.
                   15  FC-ONCOST        PIC 9(9)V99.
       01  FC-IDX                       PIC 9(02).
       01  DEPT-TABLE.
           05  DEPT-COUNT               PIC 9(02) VALUE 0.
           05  DEPT-CODE OCCURS 50 TIMES PIC X(04).
       01  DEPT-IDX                     PIC 9(02).
       01  DEPT-WORK-CODE               PIC X(04).
      *
      *>    SAME TABLES, SAME LINES, AS PAYROLL-RUN LOADS.
       01  DEDUCT-TABLE.
           05  DEDUCT-COUNT             PIC 9(04) VALUE 0.
           05  DEDUCT-ENTRY OCCURS 1000 TIMES.
               10  DEDUCT-EMP-ID        PIC 9(05).
               10  DEDUCT-KIND          PIC X(01).
               10  DEDUCT-VALUE         PIC 9(5)V99.
       01  DEDUCT-IDX                   PIC 9(04).
       01  DED-EMP-TXT                  PIC X(06).
       01  DED-CODE-TXT                 PIC X(10).
       01  DED-KIND-TXT                 PIC X(02).
       01  DED-VALUE-TXT                PIC X(12).
       01  DED-NUMVAL-CHK               PIC S9(3).
      *>    LOAN-BALANCE IS RUN DOWN PERIOD BY PERIOD AS EACH
      *>    EMPLOYEE IS PROJECTED - THE FILE ITSELF IS NEVER WRITTEN.
       01  LOAN-TABLE.
           05  LOAN-COUNT               PIC 9(04) VALUE 0.
           05  LOAN-ENTRY OCCURS 2000 TIMES.
               10  LOAN-EMP-ID          PIC 9(05).
               10  LOAN-INSTALMENT      PIC 9(7)V99.
               10  LOAN-BALANCE         PIC 9(7)V99.
               10  LOAN-LAST-PERIOD     PIC X(06).
       01  LOAN-IDX                     PIC 9(04).
       01  LOAN-EMP-TXT                 PIC X(06).
       01  LOAN-REF-TXT                 PIC X(10).
       01  LOAN-ORIG-TXT                PIC X(12).
       01  LOAN-INST-TXT                PIC X(12).
       01  LOAN-BAL-TXT                 PIC X(12).
       01  LOAN-PERIOD-TXT              PIC X(08).
       01  LOAN-NUMVAL-CHK              PIC S9(3).
       01  LOAN-NUMVAL-CHK-2            PIC S9(3).
       01  ONCOST-TABLE.
           05  ONCOST-COUNT             PIC 9(02) VALUE 0.
           05  ONCOST-ENTRY OCCURS 20 TIMES.
               10  ONCOST-KIND          PIC X(01).
               10  ONCOST-VALUE         PIC 9(5)V99.
       01  ONCOST-IDX                   PIC 9(02).
       01  ONC-CODE-TXT                 PIC X(10).
       01  ONC-KIND-TXT                 PIC X(02).
       01  ONC-VALUE-TXT                PIC X(12).
       01  ONC-NUMVAL-CHK               PIC S9(3).
       01  FINAL-TABLE.
           05  FINAL-COUNT              PIC 9(03) VALUE 0.
           05  FINAL-ENTRY OCCURS 500 TIMES.
               10  FINAL-EMP-ID         PIC 9(05).
               10  FINAL-PERIOD-ID      PIC X(06).
               10  FINAL-AMOUNT         PIC 9(7)V99.
       01  FINAL-IDX                    PIC 9(03).
       01  FIN-EMP-TXT                  PIC X(06).
       01  FIN-CODE-TXT                 PIC X(10).
       01  FIN-AMOUNT-TXT               PIC X(12).
       01  FIN-PERIOD-TXT               PIC X(08).
       01  FIN-NUMVAL-CHK               PIC S9(3).
      *
      *>    ONE EMPLOYEE'S FIGURES FOR ONE PERIOD.
       01  EMP-PAID-FLAG                PIC X(01).
       01  EMP-ANNUAL-SALARY            PIC 9(7)V99.
       01  EMP-BEST-EFF-DATE            PIC 9(08).
       01  EMP-HIST-IDX                 PIC 9(02).
       01  EMP-GROSS                    PIC 9(7)V99.
       01  EMP-NET                      PIC 9(7)V99.
       01  EMP-DEDUCTIONS               PIC 9(7)V99.
       01  EMP-ONCOST                   PIC 9(7)V99.
       01  ONE-AMOUNT                   PIC 9(7)V99.
       01  FORECAST-HEADS               PIC 9(05) VALUE 0.
      *
      *>    UNPAID LEAVE - THE SAME COUNT PAYROLL-RUN MAKES.
       01  BD-DAYS-BETWEEN              PIC X(01) VALUE 'D'.
       01  BD-PREV-DAY                  PIC X(01) VALUE 'P'.
       01  BD-ANSWER-WORK               PIC 9(08).
       01  DAY-AFTER-END                PIC 9(08).
       01  LEAVE-IN-START               PIC 9(08).
       01  LEAVE-IN-END                 PIC 9(08).
       01  LEAVE-BEFORE-END             PIC 9(08).
       01  LEAVE-SPAN-DAYS              PIC 9(03).
       01  LEAVE-BEFORE-DAYS            PIC 9(03).
       01  LEAVE-IN-DAYS                PIC 9(03).
       01  LEAVE-ENTITLEMENT            PIC S9(4)V9.
       01  UNPAID-TO-DATE               PIC S9(4)V9.
       01  UNPAID-BEFORE                PIC S9(4)V9.
       01  UNPAID-DAYS                  PIC 9(3)V9.
       01  DAILY-RATE                   PIC 9(5)V9999.
       01  UNPAID-AMOUNT                PIC 9(7)V99.
      *
       01  TOT-HEADS                    PIC 9(05).
       01  TOT-GROSS                    PIC 9(9)V99.
       01  TOT-DEDUCTIONS               PIC 9(9)V99.
       01  TOT-NET                      PIC 9(9)V99.
       01  TOT-ONCOST                   PIC 9(9)V99.
       01  GROSS-ED                     PIC Z(8)9.99.
       01  DEDUCTIONS-ED                PIC Z(8)9.99.
       01  NET-ED                       PIC Z(8)9.99.
       01  ONCOST-ED                    PIC Z(8)9.99.
       01  CASH-ED                      PIC Z(8)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'PAY-FORECAST'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM READ-FORECAST-PERIODS.
           PERFORM LOAD-PAID-PERIODS.
           PERFORM CHOOSE-FORECAST-PERIODS.
           PERFORM LOAD-DEDUCTION-MASTER.
           PERFORM LOAD-LOAN-FILE.
           PERFORM LOAD-ONCOST-RATES.
           PERFORM LOAD-FINAL-EARNINGS.
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
                   PERFORM FORECAST-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM WRITE-FORECAST-REPORT.
           MOVE 'PAY-FORECAST' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE FORECAST-HEADS TO OPS-LOG-REC-COUNT.
           MOVE 0 TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'PERIODS ' FC-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-FORECAST-PERIODS.
           OPEN INPUT PERIODS-FILE.
           IF PERIODS-FILE-STATUS = '00' THEN
               MOVE SPACES TO PERIODS-REC
               READ PERIODS-FILE
                   AT END CONTINUE
               END-READ
               CLOSE PERIODS-FILE
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(PERIODS-REC))
                   TO PERIODS-NUMVAL-CHK
               IF PERIODS-NUMVAL-CHK = 0
                       AND FUNCTION NUMVAL(FUNCTION TRIM(PERIODS-REC))
                           >= 1
                       AND FUNCTION NUMVAL(FUNCTION TRIM(PERIODS-REC))
                           <= 12 THEN
                   COMPUTE FORECAST-PERIODS = FUNCTION NUMVAL(
                       FUNCTION TRIM(PERIODS-REC))
               ELSE
                   DISPLAY 'PAY-FORECAST-PERIODS.TXT IS NOT 1 TO 12 - '
                       'DEFAULT 3 PERIODS USED'
               END-IF
           END-IF.

       LOAD-PAID-PERIODS.
           OPEN INPUT PERIOD-PAID-FILE.
           IF PERIOD-PAID-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-PERIOD-PAID
           END-IF.
           PERFORM UNTIL WS-EOF-PERIOD-PAID = 'Y'
               READ PERIOD-PAID-FILE
                   AT END MOVE 'Y' TO WS-EOF-PERIOD-PAID
               END-READ
               IF WS-EOF-PERIOD-PAID NOT = 'Y' THEN
                   MOVE SPACES TO PAID-PERIOD-TXT
                   UNSTRING PERIOD-PAID-REC DELIMITED BY ','
                       INTO PAID-PERIOD-TXT
                   END-UNSTRING
                   IF PAID-COUNT >= 500 THEN
                       DISPLAY 'PAY-PERIOD-PAID.TXT EXCEEDS 500 LINES'
                           ' - ' FUNCTION TRIM(PAID-PERIOD-TXT)
                           ' IGNORED'
                   ELSE
                       ADD 1 TO PAID-COUNT
                       MOVE PAID-PERIOD-TXT
                           TO PAID-PERIOD-ID(PAID-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF PERIOD-PAID-STATUS = '00'
                   OR PERIOD-PAID-STATUS = '10' THEN
               CLOSE PERIOD-PAID-FILE
           END-IF.

      *>    THE CALENDAR IS IN DATE ORDER (PAY-CAL-UTIL GENERATES IT
      *>    SO), SO THE FIRST QUALIFYING LINES ARE THE NEXT PERIODS.
       CHOOSE-FORECAST-PERIODS.
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
                       MOVE CAL-PERIOD-TXT TO CAND-PERIOD-ID
                       COMPUTE CAND-START-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CAL-START-TXT))
                       COMPUTE CAND-END-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(CAL-END-TXT))
                       PERFORM TAKE-CANDIDATE-PERIOD
                   END-IF
                   IF FC-COUNT >= FORECAST-PERIODS THEN
                       MOVE 'Y' TO WS-EOF-CALENDAR
                   END-IF
               END-IF
           END-PERFORM.
           IF CALENDAR-FILE-STATUS = '00'
                   OR CALENDAR-FILE-STATUS = '10' THEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF FC-COUNT = 0 THEN
               PERFORM CHOOSE-CALENDAR-MONTHS
           END-IF.

      *>    NO CALENDAR - THE MONTHS FROM THE PROCESSING DATE ON, AS
      *>    PAYROLL-RUN'S OWN FALLBACK BOUNDS WOULD MAKE THEM.
       CHOOSE-CALENDAR-MONTHS.
           MOVE RUN-DATE TO RUN-DATE-PARTS.
           COMPUTE MONTH-FIRST = RUN-YEAR * 10000 + RUN-MONTH * 100 + 1.
           MOVE 0 TO MONTH-STEPS.
           PERFORM UNTIL FC-COUNT >= FORECAST-PERIODS
                   OR MONTH-STEPS >= 24
               MOVE MONTH-FIRST TO MONTH-PARTS
               IF MONTH-MONTH = 12 THEN
                   COMPUTE NEXT-MONTH-FIRST =
                       (MONTH-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE NEXT-MONTH-FIRST = MONTH-YEAR * 10000
                       + (MONTH-MONTH + 1) * 100 + 1
               END-IF
               MOVE MONTH-FIRST(1:6) TO CAND-PERIOD-ID
               MOVE MONTH-FIRST TO CAND-START-DATE
               COMPUTE CAND-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1)
               PERFORM TAKE-CANDIDATE-PERIOD
               MOVE NEXT-MONTH-FIRST TO MONTH-FIRST
               ADD 1 TO MONTH-STEPS
           END-PERFORM.

      *>    A PERIOD NOT YET OVER AND NOT YET PAID IS FORECAST; ITS
      *>    PAYDAY IS ITS LAST BUSINESS DAY.
       TAKE-CANDIDATE-PERIOD.
           MOVE 'N' TO CAND-PAID.
           PERFORM VARYING PAID-IDX FROM 1 BY 1
                   UNTIL PAID-IDX > PAID-COUNT
               IF PAID-PERIOD-ID(PAID-IDX) = CAND-PERIOD-ID THEN
                   MOVE 'Y' TO CAND-PAID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CAND-END-DATE >= RUN-DATE
                   AND CAND-END-DATE >= CAND-START-DATE
                   AND CAND-PAID NOT = 'Y'
                   AND FC-COUNT < FORECAST-PERIODS THEN
               ADD 1 TO FC-COUNT
               MOVE CAND-PERIOD-ID TO FC-PERIOD-ID(FC-COUNT)
               MOVE CAND-START-DATE TO FC-START-DATE(FC-COUNT)
               MOVE CAND-END-DATE TO FC-END-DATE(FC-COUNT)
               CALL 'BUS-DAY' USING BD-DAYS-BETWEEN CAND-START-DATE
                   CAND-END-DATE BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO FC-BUS-DAYS(FC-COUNT)
               COMPUTE DAY-AFTER-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CAND-END-DATE) + 1)
               CALL 'BUS-DAY' USING BD-PREV-DAY DAY-AFTER-END
                   CAND-END-DATE BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO FC-PAYDAY(FC-COUNT)
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > 50
                   MOVE 0 TO FC-HEADS(FC-COUNT, DEPT-IDX)
                   MOVE 0 TO FC-GROSS(FC-COUNT, DEPT-IDX)
                   MOVE 0 TO FC-DEDUCTIONS(FC-COUNT, DEPT-IDX)
                   MOVE 0 TO FC-NET(FC-COUNT, DEPT-IDX)
                   MOVE 0 TO FC-ONCOST(FC-COUNT, DEPT-IDX)
               END-PERFORM
           END-IF.

      *>    EMP-ID,CODE,KIND,VALUE - SEE PAYROLL-RUN.CBL.  ONLY THE
      *>    AMOUNTS MATTER HERE, NOT WHICH PAYEE THEY GO TO.
       LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-DEDUCTION
           END-IF.
           PERFORM UNTIL WS-EOF-DEDUCTION = 'Y'
               READ DEDUCTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-DEDUCTION
               END-READ
               IF WS-EOF-DEDUCTION NOT = 'Y' THEN
                   PERFORM LOAD-ONE-DEDUCTION
               END-IF
           END-PERFORM.
           IF DEDUCTION-FILE-STATUS = '00'
                   OR DEDUCTION-FILE-STATUS = '10' THEN
               CLOSE DEDUCTION-FILE
           END-IF.

       LOAD-ONE-DEDUCTION.
           MOVE SPACES TO DED-EMP-TXT DED-CODE-TXT DED-KIND-TXT
               DED-VALUE-TXT.
           UNSTRING DEDUCTION-REC DELIMITED BY ','
               INTO DED-EMP-TXT DED-CODE-TXT DED-KIND-TXT
                    DED-VALUE-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(DED-VALUE-TXT))
               TO DED-NUMVAL-CHK.
           IF FUNCTION TRIM(DED-EMP-TXT) IS NUMERIC
                   AND (DED-KIND-TXT(1:1) = 'A'
                       OR DED-KIND-TXT(1:1) = 'P')
                   AND DED-NUMVAL-CHK = 0
                   AND DEDUCT-COUNT < 1000 THEN
               ADD 1 TO DEDUCT-COUNT
               COMPUTE DEDUCT-EMP-ID(DEDUCT-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(DED-EMP-TXT))
               MOVE DED-KIND-TXT(1:1) TO DEDUCT-KIND(DEDUCT-COUNT)
               COMPUTE DEDUCT-VALUE(DEDUCT-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(DED-VALUE-TXT))
           END-IF.

      *>    EMP-ID,LOAN-REF,ORIGINAL,INSTALMENT,BALANCE,LAST-PERIOD.
       LOAD-LOAN-FILE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-LOAN
           END-IF.
           PERFORM UNTIL WS-EOF-LOAN = 'Y'
               READ LOAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-LOAN
               END-READ
               IF WS-EOF-LOAN NOT = 'Y' THEN
                   PERFORM LOAD-ONE-LOAN
               END-IF
           END-PERFORM.
           IF LOAN-FILE-STATUS = '00'
                   OR LOAN-FILE-STATUS = '10' THEN
               CLOSE LOAN-FILE
           END-IF.

       LOAD-ONE-LOAN.
           MOVE SPACES TO LOAN-EMP-TXT LOAN-REF-TXT LOAN-ORIG-TXT
               LOAN-INST-TXT LOAN-BAL-TXT LOAN-PERIOD-TXT.
           UNSTRING LOAN-REC DELIMITED BY ','
               INTO LOAN-EMP-TXT LOAN-REF-TXT LOAN-ORIG-TXT
                    LOAN-INST-TXT LOAN-BAL-TXT LOAN-PERIOD-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LOAN-INST-TXT))
               TO LOAN-NUMVAL-CHK.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LOAN-BAL-TXT))
               TO LOAN-NUMVAL-CHK-2.
           IF FUNCTION TRIM(LOAN-EMP-TXT) IS NUMERIC
                   AND LOAN-REF-TXT NOT = SPACES
                   AND LOAN-NUMVAL-CHK = 0
                   AND LOAN-NUMVAL-CHK-2 = 0
                   AND LOAN-COUNT < 2000 THEN
               ADD 1 TO LOAN-COUNT
               COMPUTE LOAN-EMP-ID(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-EMP-TXT))
               COMPUTE LOAN-INSTALMENT(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-INST-TXT))
               COMPUTE LOAN-BALANCE(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-BAL-TXT))
               MOVE LOAN-PERIOD-TXT TO LOAN-LAST-PERIOD(LOAN-COUNT)
           END-IF.

      *>    CODE,KIND,VALUE - SEE PAYROLL-RUN.CBL.
       LOAD-ONCOST-RATES.
           OPEN INPUT ONCOST-RATE-FILE.
           IF ONCOST-RATE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-ONCOST
           END-IF.
           PERFORM UNTIL WS-EOF-ONCOST = 'Y'
               READ ONCOST-RATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-ONCOST
               END-READ
               IF WS-EOF-ONCOST NOT = 'Y' THEN
                   PERFORM LOAD-ONE-ONCOST-RATE
               END-IF
           END-PERFORM.
           IF ONCOST-RATE-STATUS = '00'
                   OR ONCOST-RATE-STATUS = '10' THEN
               CLOSE ONCOST-RATE-FILE
           END-IF.

       LOAD-ONE-ONCOST-RATE.
           MOVE SPACES TO ONC-CODE-TXT ONC-KIND-TXT ONC-VALUE-TXT.
           UNSTRING ONCOST-RATE-REC DELIMITED BY ','
               INTO ONC-CODE-TXT ONC-KIND-TXT ONC-VALUE-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(ONC-VALUE-TXT))
               TO ONC-NUMVAL-CHK.
           IF ONC-CODE-TXT NOT = SPACES
                   AND (ONC-KIND-TXT(1:1) = 'A'
                       OR ONC-KIND-TXT(1:1) = 'P')
                   AND ONC-NUMVAL-CHK = 0
                   AND ONCOST-COUNT < 20 THEN
               ADD 1 TO ONCOST-COUNT
               MOVE ONC-KIND-TXT(1:1) TO ONCOST-KIND(ONCOST-COUNT)
               COMPUTE ONCOST-VALUE(ONCOST-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(ONC-VALUE-TXT))
           END-IF.

      *>    EMP-ID,CODE,AMOUNT,PERIOD - EMP-FINAL-PAY'S APPROVED
      *>    FINAL PAY, NOT YET PICKED UP BY A PAYROLL RUN.
       LOAD-FINAL-EARNINGS.
           OPEN INPUT FINAL-EARNINGS-FILE.
           IF FINAL-EARNINGS-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-FINAL-EARNINGS
           END-IF.
           PERFORM UNTIL WS-EOF-FINAL-EARNINGS = 'Y'
               READ FINAL-EARNINGS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FINAL-EARNINGS
               END-READ
               IF WS-EOF-FINAL-EARNINGS NOT = 'Y' THEN
                   PERFORM LOAD-ONE-FINAL-LINE
               END-IF
           END-PERFORM.
           IF FINAL-EARNINGS-STATUS = '00'
                   OR FINAL-EARNINGS-STATUS = '10' THEN
               CLOSE FINAL-EARNINGS-FILE
           END-IF.

       LOAD-ONE-FINAL-LINE.
           MOVE SPACES TO FIN-EMP-TXT FIN-CODE-TXT FIN-AMOUNT-TXT
               FIN-PERIOD-TXT.
           UNSTRING FINAL-EARNINGS-REC DELIMITED BY ','
               INTO FIN-EMP-TXT FIN-CODE-TXT FIN-AMOUNT-TXT
                    FIN-PERIOD-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(FIN-AMOUNT-TXT))
               TO FIN-NUMVAL-CHK.
           IF FUNCTION TRIM(FIN-EMP-TXT) IS NUMERIC
                   AND FIN-NUMVAL-CHK = 0
                   AND FINAL-COUNT < 500 THEN
               ADD 1 TO FINAL-COUNT
               COMPUTE FINAL-EMP-ID(FINAL-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(FIN-EMP-TXT))
               MOVE FIN-PERIOD-TXT TO FINAL-PERIOD-ID(FINAL-COUNT)
               COMPUTE FINAL-AMOUNT(FINAL-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(FIN-AMOUNT-TXT))
           END-IF.

       FORECAST-ONE-EMPLOYEE.
           IF Employee-Dept OF EMPLOYEE-RECORD = SPACES THEN
               MOVE 'NONE' TO DEPT-WORK-CODE
           ELSE
               MOVE Employee-Dept OF EMPLOYEE-RECORD TO DEPT-WORK-CODE
           END-IF.
           PERFORM FIND-DEPARTMENT-ROW.
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > FC-COUNT
               PERFORM FORECAST-ONE-PERIOD
           END-PERFORM.

      *>    SALARY FOR A PERIOD THE EMPLOYEE IS EMPLOYED IN, LESS ANY
      *>    UNPAID LEAVE, PLUS ANY FINAL PAY FOR THE PERIOD.
       FORECAST-ONE-PERIOD.
           MOVE 'N' TO EMP-PAID-FLAG.
           MOVE 0 TO EMP-GROSS.
           IF NOT Status-Terminated OF EMPLOYEE-RECORD
                   AND Employee-Hire-Date OF EMPLOYEE-RECORD
                       <= FC-END-DATE(FC-IDX)
                   AND (Employee-Termination-Date OF EMPLOYEE-RECORD
                           = ZEROS
                       OR Employee-Termination-Date OF EMPLOYEE-RECORD
                           >= FC-START-DATE(FC-IDX)) THEN
               PERFORM FIND-PERIOD-RATE
               COMPUTE EMP-GROSS ROUNDED =
                   EMP-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR
               PERFORM FORECAST-UNPAID-LEAVE
               MOVE 'Y' TO EMP-PAID-FLAG
           END-IF.
           PERFORM VARYING FINAL-IDX FROM 1 BY 1
                   UNTIL FINAL-IDX > FINAL-COUNT
               IF FINAL-EMP-ID(FINAL-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD
                       AND FINAL-PERIOD-ID(FINAL-IDX)
                           = FC-PERIOD-ID(FC-IDX) THEN
                   ADD FINAL-AMOUNT(FINAL-IDX) TO EMP-GROSS
                   MOVE 'Y' TO EMP-PAID-FLAG
               END-IF
           END-PERFORM.
           IF EMP-PAID-FLAG = 'Y' THEN
               PERFORM FORECAST-DEDUCTIONS
               PERFORM FORECAST-ONCOSTS
               IF FC-IDX = 1 THEN
                   ADD 1 TO FORECAST-HEADS
               END-IF
               ADD 1 TO FC-HEADS(FC-IDX, DEPT-IDX)
               ADD EMP-GROSS TO FC-GROSS(FC-IDX, DEPT-IDX)
               ADD EMP-DEDUCTIONS TO FC-DEDUCTIONS(FC-IDX, DEPT-IDX)
               ADD EMP-NET TO FC-NET(FC-IDX, DEPT-IDX)
               ADD EMP-ONCOST TO FC-ONCOST(FC-IDX, DEPT-IDX)
           END-IF.

      *>    THE LATEST Employee-Salary-History ENTRY EFFECTIVE BY THE
      *>    PERIOD END; WHEN EVERY ENTRY IS STILL TO COME, THE EARLIEST
      *>    ONE; Employee-Salary FOR A RECORD WITH NO HISTORY.
       FIND-PERIOD-RATE.
           IF Employee-Salary-History-Count OF EMPLOYEE-RECORD = 0 THEN
               MOVE Employee-Salary OF EMPLOYEE-RECORD
                   TO EMP-ANNUAL-SALARY
           ELSE
               MOVE Salary-Hist-Amount OF EMPLOYEE-RECORD (1)
                   TO EMP-ANNUAL-SALARY
               MOVE 0 TO EMP-BEST-EFF-DATE
               PERFORM VARYING EMP-HIST-IDX FROM 1 BY 1
                       UNTIL EMP-HIST-IDX >
                           Employee-Salary-History-Count
                               OF EMPLOYEE-RECORD
                   IF Salary-Hist-Eff-Date OF EMPLOYEE-RECORD
                           (EMP-HIST-IDX) <= FC-END-DATE(FC-IDX)
                           AND Salary-Hist-Eff-Date OF EMPLOYEE-RECORD
                               (EMP-HIST-IDX) >= EMP-BEST-EFF-DATE THEN
                       MOVE Salary-Hist-Eff-Date OF EMPLOYEE-RECORD
                           (EMP-HIST-IDX) TO EMP-BEST-EFF-DATE
                       MOVE Salary-Hist-Amount OF EMPLOYEE-RECORD
                           (EMP-HIST-IDX) TO EMP-ANNUAL-SALARY
                   END-IF
               END-PERFORM
           END-IF.

      *>    PAYROLL-RUN'S UNPAID LEAVE COUNT (SEE APPLY-UNPAID-LEAVE
      *>    THERE) AGAINST THE FORECAST PERIOD - THE BOOKED SPAN'S
      *>    BUSINESS DAYS PAST THE ENTITLEMENT THAT FALL IN IT, UP TO
      *>    THE EXPECTED END DATE.
       FORECAST-UNPAID-LEAVE.
           MOVE 0 TO UNPAID-DAYS.
           IF Employee-Leave-Balance-Days OF EMPLOYEE-RECORD < 0
                   AND Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                       NOT = ZEROS
                   AND Employee-Leave-End-Date OF EMPLOYEE-RECORD
                       >= Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   AND Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                       <= FC-END-DATE(FC-IDX)
                   AND Employee-Leave-End-Date OF EMPLOYEE-RECORD
                       >= FC-START-DATE(FC-IDX)
                   AND FC-BUS-DAYS(FC-IDX) > 0 THEN
               PERFORM COUNT-UNPAID-LEAVE-DAYS
           END-IF.
           IF UNPAID-DAYS > 0 THEN
               COMPUTE DAILY-RATE ROUNDED =
                   EMP-GROSS / FC-BUS-DAYS(FC-IDX)
               COMPUTE UNPAID-AMOUNT ROUNDED = UNPAID-DAYS * DAILY-RATE
               IF UNPAID-AMOUNT > EMP-GROSS THEN
                   MOVE EMP-GROSS TO UNPAID-AMOUNT
               END-IF
               SUBTRACT UNPAID-AMOUNT FROM EMP-GROSS
           END-IF.

       COUNT-UNPAID-LEAVE-DAYS.
           MOVE Employee-Leave-Start-Date OF EMPLOYEE-RECORD
               TO LEAVE-IN-START.
           IF LEAVE-IN-START < FC-START-DATE(FC-IDX) THEN
               MOVE FC-START-DATE(FC-IDX) TO LEAVE-IN-START
           END-IF.
           MOVE Employee-Leave-End-Date OF EMPLOYEE-RECORD
               TO LEAVE-IN-END.
           IF LEAVE-IN-END > FC-END-DATE(FC-IDX) THEN
               MOVE FC-END-DATE(FC-IDX) TO LEAVE-IN-END
           END-IF.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               Employee-Leave-Start-Date OF EMPLOYEE-RECORD
               Employee-Leave-End-Date OF EMPLOYEE-RECORD
               BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO LEAVE-SPAN-DAYS.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               LEAVE-IN-START LEAVE-IN-END BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO LEAVE-IN-DAYS.
           MOVE 0 TO LEAVE-BEFORE-DAYS.
           IF Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   < FC-START-DATE(FC-IDX) THEN
               COMPUTE LEAVE-BEFORE-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FC-START-DATE(FC-IDX)) - 1)
               CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
                   Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   LEAVE-BEFORE-END BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO LEAVE-BEFORE-DAYS
           END-IF.
           COMPUTE LEAVE-ENTITLEMENT =
               Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               + LEAVE-SPAN-DAYS.
           COMPUTE UNPAID-TO-DATE =
               LEAVE-BEFORE-DAYS + LEAVE-IN-DAYS - LEAVE-ENTITLEMENT.
           IF UNPAID-TO-DATE < 0 THEN
               MOVE 0 TO UNPAID-TO-DATE
           END-IF.
           COMPUTE UNPAID-BEFORE =
               LEAVE-BEFORE-DAYS - LEAVE-ENTITLEMENT.
           IF UNPAID-BEFORE < 0 THEN
               MOVE 0 TO UNPAID-BEFORE
           END-IF.
           COMPUTE UNPAID-DAYS = UNPAID-TO-DATE - UNPAID-BEFORE.

      *>    DEDUCTIONS CAPPED AT THE NET LEFT, AS PAYROLL-RUN CAPS
      *>    THEM; A LOAN INSTALMENT IS TAKEN WHOLE OR NOT AT ALL, AND
      *>    STOPS WHEN THE BALANCE IS GONE.  A LOAN ALREADY TAKEN FOR
      *>    A PERIOD IS NOT TAKEN FOR IT AGAIN.
       FORECAST-DEDUCTIONS.
           MOVE 0 TO EMP-DEDUCTIONS.
           MOVE EMP-GROSS TO EMP-NET.
           PERFORM VARYING DEDUCT-IDX FROM 1 BY 1
                   UNTIL DEDUCT-IDX > DEDUCT-COUNT
               IF DEDUCT-EMP-ID(DEDUCT-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   IF DEDUCT-KIND(DEDUCT-IDX) = 'P' THEN
                       COMPUTE ONE-AMOUNT ROUNDED = EMP-GROSS
                           * DEDUCT-VALUE(DEDUCT-IDX) / 100
                   ELSE
                       MOVE DEDUCT-VALUE(DEDUCT-IDX) TO ONE-AMOUNT
                   END-IF
                   IF ONE-AMOUNT > EMP-NET THEN
                       MOVE EMP-NET TO ONE-AMOUNT
                   END-IF
                   ADD ONE-AMOUNT TO EMP-DEDUCTIONS
                   SUBTRACT ONE-AMOUNT FROM EMP-NET
               END-IF
           END-PERFORM.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-EMP-ID(LOAN-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD
                       AND LOAN-BALANCE(LOAN-IDX) > 0
                       AND LOAN-LAST-PERIOD(LOAN-IDX)
                           NOT = FC-PERIOD-ID(FC-IDX) THEN
                   IF LOAN-INSTALMENT(LOAN-IDX)
                           > LOAN-BALANCE(LOAN-IDX) THEN
                       MOVE LOAN-BALANCE(LOAN-IDX) TO ONE-AMOUNT
                   ELSE
                       MOVE LOAN-INSTALMENT(LOAN-IDX) TO ONE-AMOUNT
                   END-IF
                   IF ONE-AMOUNT <= EMP-NET THEN
                       SUBTRACT ONE-AMOUNT FROM LOAN-BALANCE(LOAN-IDX)
                       ADD ONE-AMOUNT TO EMP-DEDUCTIONS
                       SUBTRACT ONE-AMOUNT FROM EMP-NET
                   END-IF
               END-IF
           END-PERFORM.

      *>    AS PAYROLL-RUN - NO FLAT CHARGES FOR A LEAVER.
       FORECAST-ONCOSTS.
           MOVE 0 TO EMP-ONCOST.
           PERFORM VARYING ONCOST-IDX FROM 1 BY 1
                   UNTIL ONCOST-IDX > ONCOST-COUNT
               IF ONCOST-KIND(ONCOST-IDX) = 'P' THEN
                   COMPUTE ONE-AMOUNT ROUNDED =
                       EMP-GROSS * ONCOST-VALUE(ONCOST-IDX) / 100
               ELSE IF Status-Terminated OF EMPLOYEE-RECORD THEN
                   MOVE 0 TO ONE-AMOUNT
               ELSE
                   MOVE ONCOST-VALUE(ONCOST-IDX) TO ONE-AMOUNT
               END-IF
               END-IF
               ADD ONE-AMOUNT TO EMP-ONCOST
           END-PERFORM.

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
               END-IF
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PAYROLL CASH REQUIREMENT FORECAST' TO RPT-TITLE.
           MOVE 'PAY-FORECAST' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           IF FC-COUNT = 0 THEN
               MOVE 'NO PAY PERIODS LEFT TO FORECAST' TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > FC-COUNT
               PERFORM WRITE-ONE-PERIOD-BLOCK
           END-PERFORM.
           CLOSE REPORT-FILE.

      *>    THE PERIOD LINE FIRST - WHAT TREASURY FUNDS FOR THE
      *>    PAYDAY - THEN ITS BREAKDOWN BY DEPARTMENT.
       WRITE-ONE-PERIOD-BLOCK.
           MOVE 0 TO TOT-HEADS TOT-GROSS TOT-DEDUCTIONS TOT-NET
               TOT-ONCOST.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               ADD FC-HEADS(FC-IDX, DEPT-IDX) TO TOT-HEADS
               ADD FC-GROSS(FC-IDX, DEPT-IDX) TO TOT-GROSS
               ADD FC-DEDUCTIONS(FC-IDX, DEPT-IDX) TO TOT-DEDUCTIONS
               ADD FC-NET(FC-IDX, DEPT-IDX) TO TOT-NET
               ADD FC-ONCOST(FC-IDX, DEPT-IDX) TO TOT-ONCOST
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-NET TO NET-ED.
           MOVE TOT-DEDUCTIONS TO DEDUCTIONS-ED.
           MOVE TOT-ONCOST TO ONCOST-ED.
           COMPUTE CASH-ED = TOT-GROSS + TOT-ONCOST.
           MOVE SPACES TO REPORT-REC.
           STRING 'PERIOD ' FC-PERIOD-ID(FC-IDX)
                  ' ' FC-START-DATE(FC-IDX) '-' FC-END-DATE(FC-IDX)
                  ' PAY ' FC-PAYDAY(FC-IDX)
                  ' HEADS ' TOT-HEADS
                  ' NET ' NET-ED
                  ' DEDUCT ' DEDUCTIONS-ED
                  ' ON-COST ' ONCOST-ED
                  ' CASH ' CASH-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF FC-HEADS(FC-IDX, DEPT-IDX) > 0 THEN
                   PERFORM WRITE-ONE-DEPT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-DEPT-LINE.
           MOVE FC-GROSS(FC-IDX, DEPT-IDX) TO GROSS-ED.
           MOVE FC-NET(FC-IDX, DEPT-IDX) TO NET-ED.
           MOVE FC-DEDUCTIONS(FC-IDX, DEPT-IDX) TO DEDUCTIONS-ED.
           MOVE FC-ONCOST(FC-IDX, DEPT-IDX) TO ONCOST-ED.
           COMPUTE CASH-ED = FC-GROSS(FC-IDX, DEPT-IDX)
               + FC-ONCOST(FC-IDX, DEPT-IDX).
           MOVE SPACES TO REPORT-REC.
           STRING '    DEPT ' DEPT-CODE(DEPT-IDX)
                  ' HEADS ' FC-HEADS(FC-IDX, DEPT-IDX)
                  ' GROSS ' GROSS-ED
                  ' NET ' NET-ED
                  ' DEDUCT ' DEDUCTIONS-ED
                  ' ON-COST ' ONCOST-ED
                  ' CASH ' CASH-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-FORECAST.
