       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-YEAR-END.

      *>    PAYROLL YEAR-END ROLLOVER.  THE YEAR-END CHECKLIST WAS
      *>    WORKED THROUGH BY HAND AND A STEP WAS ALWAYS MISSED - THIS
      *>    ONE JOB DOES THEM ALL, IN THIS ORDER -
      *>        1. NEXT YEAR'S PAY CALENDAR - PAY-CAL-UTIL IS CALLED
      *>           TO GENERATE IT (EARLIER YEARS ARE KEPT, SEE
      *>           PAY-CAL-UTIL.CBL) AND THEN TO VALIDATE THE WHOLE
      *>           CALENDAR, THROUGH PAY-CAL-CONTROL.TXT AS AN
      *>           OPERATOR WOULD RUN IT.  A CALENDAR THAT ALREADY
      *>           CARRIES NEXT YEAR IS NOT REGENERATED, ONLY
      *>           VALIDATED - A HAND-BUILT YEAR IS LEFT ALONE.
      *>        2. NEXT YEAR'S HOLIDAYS - HOLIDAY-CALENDAR.TXT MUST
      *>           CARRY AT LEAST ONE DATE IN NEXT YEAR, WITHIN THE
      *>           FIRST 200 DATES BUS-DAY LOADS.
      *>        3. LEAVE CARRY-OVER - EVERY NON-TERMINATED BALANCE
      *>           ABOVE THE CAP (THE SINGLE LINE OF
      *>           PAY-LEAVE-CARRYOVER.TXT, DAYS WITH ONE DECIMAL,
      *>           DEFAULT 5.0) IS CUT BACK TO THE CAP THROUGH THE
      *>           NORMAL EMP-INQUIRE / EMP-UPDATE PATH, SO EVERY CUT
      *>           LANDS ON THE EMP-AUDIT TRAIL, AND THE FORFEITED
      *>           DAYS ARE LISTED ON THE REPORT.  THE CAP MUST BE
      *>           ABOVE ZERO - EMP-UPDATE TAKES A ZERO BALANCE AS
      *>           "NOT SUPPLIED" AND WOULD KEEP THE OLD ONE.
      *>    STEPS 1 AND 2 ARE THE PRE-CHECKS: IF EITHER FAILS NO
      *>    BALANCE IS TOUCHED, AND THE RUN CAN SIMPLY BE REPEATED
      *>    ONCE THE CALENDARS ARE PUT RIGHT.  THE YEAR BEING CLOSED
      *>    IS THE PROCESSING-DATE YEAR FROM JULY ONWARDS AND THE
      *>    YEAR BEFORE IT UNTIL THEN, SO A RUN IN THE FIRST DAYS OF
      *>    JANUARY STILL CLOSES THE YEAR JUST ENDED.  A COMPLETED
      *>    ROLLOVER IS RECORDED ON PAY-YEAR-END-HISTORY.TXT -
      *>        YYYY,RUN-DATE,FORFEIT-COUNT
      *>    AND A SECOND RUN FOR A YEAR ALREADY THERE IS REFUSED.
      *>    EVERYTHING GOES TO PAY-YEAR-END-REPORT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT CAP-FILE ASSIGN TO "PAY-LEAVE-CARRYOVER.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PAY-YEAR-END-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CAL-CONTROL-FILE ASSIGN TO "PAY-CAL-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAY-YEAR-END-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  CAP-FILE.
       01  CAP-REC                      PIC X(10).

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(40).

       FD  CAL-CONTROL-FILE.
       01  CAL-CONTROL-REC              PIC X(20).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC                 PIC X(40).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC                  PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  CAP-FILE-STATUS              PIC X(02).
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  CAL-CONTROL-STATUS           PIC X(02).
       01  CALENDAR-FILE-STATUS         PIC X(02).
       01  HOLIDAY-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-HISTORY               PIC X(01) VALUE 'N'.
       01  WS-EOF-CALENDAR              PIC X(01) VALUE 'N'.
       01  WS-EOF-HOLIDAY               PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  CLOSING-YEAR                 PIC 9(04).
       01  NEXT-YEAR                    PIC 9(04).
       01  CARRYOVER-CAP                PIC S9(3)V9 VALUE 5.0.
       01  CAP-ED                       PIC ZZ9.9.
       01  ALREADY-ROLLED               PIC X(01) VALUE 'N'.
       01  HIST-YEAR-TXT                PIC X(04).
      *>    'Y' WHILE EVERY PRE-CHECK HAS PASSED.
       01  PRECHECK-OK                  PIC X(01) VALUE 'Y'.
       01  REFUSE-REASON                PIC X(60) VALUE SPACES.
      *>    THE SAME REFUSAL AS A SHORT CODE FOR THE OPS-LOG LINE.
       01  REFUSE-CODE                  PIC X(20) VALUE SPACES.
       01  LOCK-REFUSED                 PIC X(01) VALUE 'N'.
       01  NEXT-YEAR-PERIODS            PIC 9(03) VALUE 0.
       01  CAL-GENERATED                PIC X(01) VALUE 'N'.
       01  CAL-RETURN-CODE              PIC S9(04).
       01  HOLIDAY-COUNT                PIC 9(05) VALUE 0.
       01  HOLIDAY-DATE-TXT             PIC X(10).
       01  NEXT-YEAR-HOLIDAYS           PIC 9(03) VALUE 0.
       01  HOLIDAYS-PAST-LIMIT          PIC 9(03) VALUE 0.
      *>    THE BALANCES OVER THE CAP - FILLED BY THE SCAN, CUT BACK
      *>    (AFTER THE MASTER IS CLOSED) THROUGH EMP-UPDATE.
       01  FORFEIT-TABLE.
           05  FORFEIT-COUNT            PIC 9(04) VALUE 0.
           05  FORFEIT-ENTRY OCCURS 2000 TIMES.
               10  FORFEIT-EMP-ID       PIC 9(05).
               10  FORFEIT-NAME         PIC X(30).
               10  FORFEIT-OLD-BALANCE  PIC S9(3)V9.
               10  FORFEIT-DAYS         PIC S9(3)V9.
       01  FORFEIT-IDX                  PIC 9(04).
       01  FORFEIT-TOTAL                PIC S9(7)V9 VALUE 0.
       01  CAPPED-COUNT                 PIC 9(04) VALUE 0.
       01  CAP-FAILED-COUNT             PIC 9(04) VALUE 0.
       01  BALANCE-ED                   PIC -(3)9.9.
       01  FORFEIT-ED                   PIC -(3)9.9.
       01  FORFEIT-TOTAL-ED             PIC -(6)9.9.
       01  FORFEIT-LOG-ED               PIC Z(7)9.
      *
       01  EMPLOYEE-RECORD-PARM.
           COPY EMPLOYEE-REC
               REPLACING ==Employee-Address-Count==
                      BY ==Employee-Address-Count-P==.
       01  CALL-STATUS                  PIC X(01).
       01  IO-CLOSE-OP                  PIC X(01) VALUE 'C'.
       01  IO-CLOSE-OK                  PIC X(01).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'X'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'PAY-YEAR-END'.
       01  LOCK-OK                      PIC X(01).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM SET-ROLLOVER-YEAR.
           PERFORM READ-CARRYOVER-CAP.
           PERFORM CHECK-ROLLOVER-HISTORY.
           OPEN OUTPUT REPORT-FILE.
           MOVE CARRYOVER-CAP TO CAP-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAYROLL YEAR-END ROLLOVER - CLOSING ' CLOSING-YEAR
                  ' OPENING ' NEXT-YEAR ' - RUN DATE ' RUN-DATE
                  ' - CARRY-OVER CAP ' CAP-ED ' DAYS'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF ALREADY-ROLLED = 'Y' THEN
               MOVE 'N' TO PRECHECK-OK
               MOVE 'ALREADY-ROLLED' TO REFUSE-CODE
               STRING 'YEAR ' CLOSING-YEAR ' ALREADY ROLLED OVER - SEE'
                      ' PAY-YEAR-END-HISTORY.TXT'
                   DELIMITED BY SIZE INTO REFUSE-REASON
               END-STRING
           ELSE
           IF CARRYOVER-CAP NOT > 0 THEN
               MOVE 'N' TO PRECHECK-OK
               MOVE 'NO-CARRYOVER-CAP' TO REFUSE-CODE
               MOVE 'PAY-LEAVE-CARRYOVER.TXT CAP MUST BE ABOVE ZERO'
                   TO REFUSE-REASON
           END-IF
           END-IF.
           IF PRECHECK-OK = 'Y' THEN
               PERFORM ROLL-PAY-CALENDAR
           END-IF.
           IF PRECHECK-OK = 'Y' THEN
               PERFORM CHECK-NEXT-YEAR-HOLIDAYS
           END-IF.
           IF PRECHECK-OK NOT = 'Y' THEN
               PERFORM REFUSE-ROLLOVER
           END-IF.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               MOVE 'Y' TO LOCK-REFUSED
               MOVE 'MASTER-LOCKED' TO REFUSE-CODE
               MOVE 'EMPLOYEE MASTER LOCKED BY ANOTHER RUN'
                   TO REFUSE-REASON
               PERFORM REFUSE-ROLLOVER
           END-IF.
           PERFORM SCAN-LEAVE-BALANCES.
           PERFORM APPLY-CARRYOVER-CAP.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM WRITE-ROLLOVER-HISTORY.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE 'PAY-YEAR-END' TO OPS-LOG-PROGRAM.
           IF CAP-FAILED-COUNT > 0 THEN
               MOVE 'FAILURES' TO OPS-LOG-RESULT
           ELSE
               MOVE 'COMPLETED' TO OPS-LOG-RESULT
           END-IF.
           MOVE CAPPED-COUNT TO OPS-LOG-REC-COUNT.
           MOVE CAP-FAILED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           COMPUTE FORFEIT-LOG-ED ROUNDED = FORFEIT-TOTAL.
           STRING 'YE ' CLOSING-YEAR ' FORF' FORFEIT-LOG-ED
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           IF CAP-FAILED-COUNT > 0 THEN
               SET RC-ERROR TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    A JANUARY RUN CLOSES THE YEAR JUST ENDED; A DECEMBER RUN
      *>    CLOSES THE YEAR ABOUT TO END.
       SET-ROLLOVER-YEAR.
           CALL 'PROC-DATE' USING RUN-DATE.
           IF RUN-MONTH >= 7 THEN
               MOVE RUN-YEAR TO CLOSING-YEAR
           ELSE
               COMPUTE CLOSING-YEAR = RUN-YEAR - 1
           END-IF.
           COMPUTE NEXT-YEAR = CLOSING-YEAR + 1.

      *>    A MISSING FILE TAKES THE DEFAULT; A LINE THAT IS THERE
      *>    BUT NOT A NUMBER IS TAKEN AS ZERO AND REFUSED, RATHER
      *>    THAN QUIETLY FORFEITING AGAINST A CAP NOBODY SET.
       READ-CARRYOVER-CAP.
           OPEN INPUT CAP-FILE.
           IF CAP-FILE-STATUS = '00' THEN
               READ CAP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CAP-REC))
                               = 0 THEN
                           COMPUTE CARRYOVER-CAP = FUNCTION NUMVAL(
                               FUNCTION TRIM(CAP-REC))
                       ELSE
                           MOVE 0 TO CARRYOVER-CAP
                       END-IF
               END-READ
               CLOSE CAP-FILE
           END-IF.

       CHECK-ROLLOVER-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HISTORY
           END-IF.
           PERFORM UNTIL WS-EOF-HISTORY = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-HISTORY
               END-READ
               IF WS-EOF-HISTORY NOT = 'Y' THEN
                   MOVE HISTORY-REC(1:4) TO HIST-YEAR-TXT
                   IF HIST-YEAR-TXT = CLOSING-YEAR THEN
                       MOVE 'Y' TO ALREADY-ROLLED
                   END-IF
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

      *>    PAY-CAL-UTIL IS DRIVEN THROUGH ITS OWN CONTROL LINE AND
      *>    CANCELLED BEFORE EACH CALL SO IT STARTS FRESH (ITS
      *>    WORKING-STORAGE OTHERWISE CARRIES OVER BETWEEN CALLS).
      *>    ITS OWN OUTCOME IS ON PAY-CAL-REPORT.TXT.
       ROLL-PAY-CALENDAR.
           PERFORM COUNT-NEXT-YEAR-PERIODS.
           IF NEXT-YEAR-PERIODS = 0 THEN
               OPEN OUTPUT CAL-CONTROL-FILE
               MOVE SPACES TO CAL-CONTROL-REC
               STRING 'GENERATE,' NEXT-YEAR
                   DELIMITED BY SIZE INTO CAL-CONTROL-REC
               END-STRING
               WRITE CAL-CONTROL-REC
               CLOSE CAL-CONTROL-FILE
               CANCEL 'PAY-CAL-UTIL'
               CALL 'PAY-CAL-UTIL'
               MOVE RETURN-CODE TO CAL-RETURN-CODE
               MOVE 'Y' TO CAL-GENERATED
               IF CAL-RETURN-CODE NOT = 0 THEN
                   MOVE 'N' TO PRECHECK-OK
                   MOVE 'CALENDAR-NOT-BUILT' TO REFUSE-CODE
                   MOVE 'PAY-CAL-UTIL COULD NOT GENERATE NEXT YEAR'
                       TO REFUSE-REASON
               END-IF
           END-IF.
           IF PRECHECK-OK = 'Y' THEN
               OPEN OUTPUT CAL-CONTROL-FILE
               MOVE 'VALIDATE' TO CAL-CONTROL-REC
               WRITE CAL-CONTROL-REC
               CLOSE CAL-CONTROL-FILE
               CANCEL 'PAY-CAL-UTIL'
               CALL 'PAY-CAL-UTIL'
               MOVE RETURN-CODE TO CAL-RETURN-CODE
               IF CAL-RETURN-CODE NOT = 0 THEN
                   MOVE 'N' TO PRECHECK-OK
                   MOVE 'CALENDAR-INVALID' TO REFUSE-CODE
                   STRING 'PAY CALENDAR FAILS VALIDATION - SEE'
                          ' PAY-CAL-REPORT.TXT'
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF PRECHECK-OK = 'Y' THEN
               PERFORM COUNT-NEXT-YEAR-PERIODS
               MOVE SPACES TO REPORT-REC
               IF CAL-GENERATED = 'Y' THEN
                   STRING 'PAY CALENDAR - ' NEXT-YEAR
                          ' GENERATED, ' NEXT-YEAR-PERIODS
                          ' PERIOD(S), CALENDAR VALIDATES'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               ELSE
                   STRING 'PAY CALENDAR - ' NEXT-YEAR
                          ' ALREADY ON FILE, ' NEXT-YEAR-PERIODS
                          ' PERIOD(S), CALENDAR VALIDATES'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               END-IF
               WRITE REPORT-REC
           END-IF.

       COUNT-NEXT-YEAR-PERIODS.
           MOVE 0 TO NEXT-YEAR-PERIODS.
           MOVE 'N' TO WS-EOF-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CALENDAR
           END-IF.
           PERFORM UNTIL WS-EOF-CALENDAR = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF-CALENDAR
               END-READ
               IF WS-EOF-CALENDAR NOT = 'Y'
                       AND CALENDAR-REC(1:4) = NEXT-YEAR THEN
                   ADD 1 TO NEXT-YEAR-PERIODS
               END-IF
           END-PERFORM.
           IF CALENDAR-FILE-STATUS = '00'
                   OR CALENDAR-FILE-STATUS = '10' THEN
               CLOSE CALENDAR-FILE
           END-IF.

      *>    BUS-DAY ONLY EVER LOADS THE FIRST 200 DATES, SO A NEXT-
      *>    YEAR DATE PAST THAT POINT IS AS GOOD AS MISSING.
       CHECK-NEXT-YEAR-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HOLIDAY
           END-IF.
           PERFORM UNTIL WS-EOF-HOLIDAY = 'Y'
               READ HOLIDAY-FILE
                   AT END MOVE 'Y' TO WS-EOF-HOLIDAY
               END-READ
               IF WS-EOF-HOLIDAY NOT = 'Y'
                       AND FUNCTION TRIM(HOLIDAY-REC) IS NUMERIC THEN
                   ADD 1 TO HOLIDAY-COUNT
                   MOVE FUNCTION TRIM(HOLIDAY-REC) TO HOLIDAY-DATE-TXT
                   IF HOLIDAY-DATE-TXT(1:4) = NEXT-YEAR THEN
                       IF HOLIDAY-COUNT > 200 THEN
                           ADD 1 TO HOLIDAYS-PAST-LIMIT
                       ELSE
                           ADD 1 TO NEXT-YEAR-HOLIDAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF HOLIDAY-FILE-STATUS = '00'
                   OR HOLIDAY-FILE-STATUS = '10' THEN
               CLOSE HOLIDAY-FILE
           END-IF.
           IF NEXT-YEAR-HOLIDAYS = 0 THEN
               MOVE 'N' TO PRECHECK-OK
               IF HOLIDAYS-PAST-LIMIT > 0 THEN
                   MOVE 'HOLIDAYS-PAST-200' TO REFUSE-CODE
                   STRING 'NEXT YEAR''S HOLIDAYS ARE PAST THE FIRST 200'
                          ' DATES - PRUNE OLD YEARS'
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
               ELSE
                   MOVE 'NO-HOLIDAYS' TO REFUSE-CODE
                   STRING 'NO ' NEXT-YEAR ' HOLIDAYS ON'
                          ' HOLIDAY-CALENDAR.TXT'
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
               END-IF
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING 'HOLIDAYS - ' NEXT-YEAR-HOLIDAYS ' DATE(S) IN '
                      NEXT-YEAR ' ON HOLIDAY-CALENDAR.TXT'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

      *>    NOTHING HAS BEEN TOUCHED YET - THE REFUSAL IS REPORTED,
      *>    LOGGED AND THE RUN ENDS.  THE MASTER LOCK IS NOT HELD AT
      *>    ANY POINT THIS CAN BE REACHED.
       REFUSE-ROLLOVER.
           MOVE SPACES TO REPORT-REC.
           STRING 'ROLLOVER REFUSED - ' FUNCTION TRIM(REFUSE-REASON)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY REPORT-REC(1:100).
           CLOSE REPORT-FILE.
           MOVE 'PAY-YEAR-END' TO OPS-LOG-PROGRAM.
           MOVE 'REFUSED' TO OPS-LOG-RESULT.
           MOVE 0 TO OPS-LOG-REC-COUNT.
           MOVE 0 TO OPS-LOG-EXC-COUNT.
           MOVE REFUSE-CODE TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.
           IF LOCK-REFUSED = 'Y' THEN
               SET RC-ERROR TO TRUE
           ELSE
               SET RC-INVALID-INPUT TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       SCAN-LEAVE-BALANCES.
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
               CLOSE REPORT-FILE
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD.
           START EMPLOYEE-MASTER
               KEY >= Employee-ID OF EMPLOYEE-RECORD
               INVALID KEY MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y'
                       AND NOT Status-Terminated OF EMPLOYEE-RECORD
                       AND Employee-Leave-Balance-Days
                           OF EMPLOYEE-RECORD > CARRYOVER-CAP THEN
                   PERFORM KEEP-ONE-FORFEIT
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       KEEP-ONE-FORFEIT.
           IF FORFEIT-COUNT >= 2000 THEN
               DISPLAY 'MORE THAN 2000 BALANCES OVER THE CAP - EMP '
                   Employee-ID OF EMPLOYEE-RECORD ' NOT CAPPED'
               ADD 1 TO CAP-FAILED-COUNT
           ELSE
               ADD 1 TO FORFEIT-COUNT
               MOVE Employee-ID OF EMPLOYEE-RECORD
                   TO FORFEIT-EMP-ID(FORFEIT-COUNT)
               MOVE Employee-Name OF EMPLOYEE-RECORD
                   TO FORFEIT-NAME(FORFEIT-COUNT)
               MOVE Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
                   TO FORFEIT-OLD-BALANCE(FORFEIT-COUNT)
               COMPUTE FORFEIT-DAYS(FORFEIT-COUNT) =
                   Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
                   - CARRYOVER-CAP
           END-IF.

      *>    THE NORMAL UPDATE PATH, ONE EMPLOYEE AT A TIME - EMP-UPDATE
      *>    REWRITES WITH BEFORE/AFTER EMP-AUDIT-WRITE IMAGES.
       APPLY-CARRYOVER-CAP.
           MOVE SPACES TO REPORT-REC.
           STRING 'LEAVE CARRY-OVER - BALANCES ABOVE THE CAP CUT BACK'
                  ', EXCESS FORFEITED'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM VARYING FORFEIT-IDX FROM 1 BY 1
                   UNTIL FORFEIT-IDX > FORFEIT-COUNT
               PERFORM CAP-ONE-BALANCE
           END-PERFORM.
           CALL 'EMP-FILE-IO' USING IO-CLOSE-OP EMPLOYEE-RECORD-PARM
               IO-CLOSE-OK.

       CAP-ONE-BALANCE.
           MOVE FORFEIT-EMP-ID(FORFEIT-IDX)
               TO Employee-ID OF EMPLOYEE-RECORD-PARM.
           CALL 'EMP-INQUIRE' USING EMPLOYEE-RECORD-PARM CALL-STATUS.
           IF CALL-STATUS = 'Y' THEN
               MOVE CARRYOVER-CAP TO
                   Employee-Leave-Balance-Days OF EMPLOYEE-RECORD-PARM
               CALL 'EMP-UPDATE' USING EMPLOYEE-RECORD-PARM
                   CALL-STATUS
           END-IF.
           MOVE FORFEIT-OLD-BALANCE(FORFEIT-IDX) TO BALANCE-ED.
           MOVE FORFEIT-DAYS(FORFEIT-IDX) TO FORFEIT-ED.
           MOVE SPACES TO REPORT-REC.
           IF CALL-STATUS = 'Y' THEN
               ADD 1 TO CAPPED-COUNT
               ADD FORFEIT-DAYS(FORFEIT-IDX) TO FORFEIT-TOTAL
               STRING '    EMP ' FORFEIT-EMP-ID(FORFEIT-IDX)
                      ' ' FORFEIT-NAME(FORFEIT-IDX)
                      ' BALANCE ' BALANCE-ED
                      ' CARRIED ' CAP-ED
                      ' FORFEITED ' FORFEIT-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               ADD 1 TO CAP-FAILED-COUNT
               STRING '    EMP ' FORFEIT-EMP-ID(FORFEIT-IDX)
                      ' ' FORFEIT-NAME(FORFEIT-IDX)
                      ' BALANCE ' BALANCE-ED
                      ' -> UPDATE FAILED, NOT CAPPED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.

      *>    WRITTEN EVEN WHEN SOME BALANCES FAILED TO CAP - THOSE ARE
      *>    ON THE REPORT FOR A HAND CORRECTION, AND A SECOND RUN
      *>    WOULD RE-DRIVE THE CALENDAR STEPS FOR NOTHING.
       WRITE-ROLLOVER-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE SPACES TO HISTORY-REC.
           STRING CLOSING-YEAR ',' RUN-DATE ',' CAPPED-COUNT
               DELIMITED BY SIZE INTO HISTORY-REC
           END-STRING.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.

       WRITE-RUN-SUMMARY.
           MOVE FORFEIT-TOTAL TO FORFEIT-TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'ROLLOVER SUMMARY - BALANCES CAPPED: ' CAPPED-COUNT
                  ' FAILED: ' CAP-FAILED-COUNT
                  ' DAYS FORFEITED: ' FUNCTION TRIM(FORFEIT-TOTAL-ED)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'YEAR ' CLOSING-YEAR
                  ' RECORDED ON PAY-YEAR-END-HISTORY.TXT'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-YEAR-END.
