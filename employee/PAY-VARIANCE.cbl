       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE.

      *>    PRE-TRANSMISSION PAYROLL VARIANCE CHECK.  PAYROLL-RUN
      *>    WRITES PAYROLL-PAYMENT.TXT AND NOBODY COMPARED IT WITH LAST
      *>    MONTH UNTIL AN EMPLOYEE COMPLAINED.  RUN BETWEEN
      *>    PAYROLL-RUN AND THE BANK TRANSMISSION STEP, THIS PROGRAM
      *>    READS PAYROLL-HISTORY.TXT AND, FOR THE PERIOD JUST PAID
      *>    (THE YEAR AND MONTH OF THE PROCESSING DATE), LISTS -
      *>        VARIANCES  - AN EMPLOYEE WHOSE GROSS OR NET MOVED BY
      *>                     MORE THAN THE CONFIGURED PERCENTAGE (THE
      *>                     SINGLE LINE OF PAY-VARIANCE-PCT.TXT,
      *>                     DEFAULT 10) AGAINST THEIR PREVIOUS HISTORY
      *>                     LINE,
      *>        NEW PAYEES - PAID THIS PERIOD WITH NO EARLIER HISTORY,
      *>        MISSING    - PAID IN THE PREVIOUS PERIOD ON FILE, NOT
      *>                     PAID THIS PERIOD, AND NOT Status-Terminated
      *>                     ON THE MASTER.
      *>    ANY FLAGGED ITEM ENDS THE JOB NON-ZERO (SEE
      *>    RETURN-CODES.CPY) SO BATCH-SCHEDULER HOLDS THE TRANSMISSION
      *>    STEP.  ONCE PAYROLL HAS REVIEWED THE REPORT, A
      *>    PERIOD-ID,INITIALS LINE ON PAY-VARIANCE-SIGNOFF.TXT SIGNS
      *>    THE PERIOD OFF - THE RERUN STILL PRINTS EVERY ITEM BUT
      *>    ENDS ZERO AND NAMES WHO SIGNED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
      *>    SEE PAYROLL-RUN.CBL FOR THE LINE LAYOUT.
           SELECT HISTORY-FILE ASSIGN TO "PAYROLL-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT PCT-FILE ASSIGN TO "PAY-VARIANCE-PCT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCT-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "PAY-VARIANCE-SIGNOFF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAY-VARIANCE-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(120).

       FD  PCT-FILE.
       01  PCT-REC                      PIC X(10).

       FD  SIGNOFF-FILE.
       01  SIGNOFF-REC                  PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  PCT-FILE-STATUS              PIC X(02).
       01  SIGNOFF-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-HISTORY               PIC X(01) VALUE 'N'.
       01  WS-EOF-SIGNOFF               PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
       01  CURRENT-PERIOD-ID            PIC X(06).
      *>    THE LATEST PERIOD BEFORE THIS ONE ANYWHERE ON THE HISTORY -
      *>    "LAST PERIOD" FOR THE MISSING-PAYEE TEST.
       01  PREVIOUS-PERIOD-ID           PIC X(06) VALUE SPACES.
       01  VARIANCE-PCT                 PIC 9(03)V99 VALUE 10.
       01  PCT-NUMVAL-CHK               PIC S9(3).
       01  SIGNED-OFF                   PIC X(01) VALUE 'N'.
       01  SIGNOFF-PERIOD-TXT           PIC X(08).
       01  SIGNOFF-INITIALS             PIC X(08) VALUE SPACES.
      *
       01  HIST-EMP-TXT                 PIC X(06).
       01  HIST-PERIOD-TXT              PIC X(08).
       01  HIST-GROSS-TXT               PIC X(14).
       01  HIST-RETRO-TXT               PIC X(14).
       01  HIST-DED-TXT                 PIC X(14).
       01  HIST-NET-TXT                 PIC X(14).
       01  HIST-NUMVAL-CHK              PIC S9(3).
       01  HIST-NUMVAL-CHK-2            PIC S9(3).
       01  HIST-EMP-ID                  PIC 9(05).
      *
      *>    ONE ROW PER EMPLOYEE EVER SEEN ON THE HISTORY - THIS
      *>    PERIOD'S FIGURES, AND THE LATEST EARLIER PERIOD'S.  AN
      *>    OVERRIDDEN RERUN LEAVES TWO LINES FOR A PERIOD; THE LATER
      *>    LINE (THE RERUN'S) WINS.
       01  VAR-TABLE.
           05  VAR-COUNT                PIC 9(05) VALUE 0.
           05  VAR-ENTRY OCCURS 5000 TIMES.
               10  VAR-EMP-ID           PIC 9(05).
               10  VAR-CUR-SEEN         PIC X(01).
               10  VAR-CUR-GROSS        PIC S9(7)V99.
               10  VAR-CUR-NET          PIC S9(7)V99.
               10  VAR-PRV-PERIOD       PIC X(06).
               10  VAR-PRV-GROSS        PIC S9(7)V99.
               10  VAR-PRV-NET          PIC S9(7)V99.
       01  VAR-IDX                      PIC 9(05).
       01  VAR-FULL-WARNED              PIC X(01) VALUE 'N'.
      *
       01  MOVE-PCT                     PIC S9(5)V99.
       01  GROSS-FLAGGED                PIC X(01).
       01  NET-FLAGGED                  PIC X(01).
       01  FLAG-TEXT                    PIC X(09).
       01  VARIANCE-COUNT               PIC 9(05) VALUE 0.
       01  NEW-PAYEE-COUNT              PIC 9(05) VALUE 0.
       01  MISSING-COUNT                PIC 9(05) VALUE 0.
       01  PAID-COUNT                   PIC 9(05) VALUE 0.
       01  FLAGGED-COUNT                PIC 9(05) VALUE 0.
       01  CUR-GROSS-ED                 PIC -(6)9.99.
       01  CUR-NET-ED                   PIC -(6)9.99.
       01  PRV-GROSS-ED                 PIC -(6)9.99.
       01  PRV-NET-ED                   PIC -(6)9.99.
       01  PCT-ED                       PIC -(4)9.99.
       01  MISSING-REASON               PIC X(30).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'PAY-VARIANCE'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO CURRENT-PERIOD-ID.
           PERFORM READ-VARIANCE-PCT.
           PERFORM CHECK-SIGNOFF.
           PERFORM LOAD-PAYROLL-HISTORY.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-VARIANCE-FILES.
           MOVE 'VARIANCES OVER THE LIMIT' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > VAR-COUNT
               IF VAR-CUR-SEEN(VAR-IDX) = 'Y' THEN
                   ADD 1 TO PAID-COUNT
                   IF VAR-PRV-PERIOD(VAR-IDX) NOT = SPACES THEN
                       PERFORM CHECK-ONE-VARIANCE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'NEW PAYEES - NO EARLIER HISTORY' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > VAR-COUNT
               IF VAR-CUR-SEEN(VAR-IDX) = 'Y'
                       AND VAR-PRV-PERIOD(VAR-IDX) = SPACES THEN
                   PERFORM WRITE-NEW-PAYEE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'MISSING PAYEES - PAID IN ' PREVIOUS-PERIOD-ID
                  ', NOT PAID THIS PERIOD, NOT TERMINATED'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > VAR-COUNT
               IF VAR-CUR-SEEN(VAR-IDX) NOT = 'Y'
                       AND PREVIOUS-PERIOD-ID NOT = SPACES
                       AND VAR-PRV-PERIOD(VAR-IDX)
                           = PREVIOUS-PERIOD-ID THEN
                   PERFORM CHECK-ONE-MISSING
               END-IF
           END-PERFORM.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE EMPLOYEE-MASTER.
           CLOSE REPORT-FILE.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           COMPUTE FLAGGED-COUNT =
               VARIANCE-COUNT + NEW-PAYEE-COUNT + MISSING-COUNT.
           MOVE 'PAY-VARIANCE' TO OPS-LOG-PROGRAM.
           MOVE PAID-COUNT TO OPS-LOG-REC-COUNT.
           MOVE FLAGGED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           IF FLAGGED-COUNT > 0 AND SIGNED-OFF NOT = 'Y' THEN
               MOVE 'HELD' TO OPS-LOG-RESULT
               STRING 'PER ' CURRENT-PERIOD-ID ' UNSIGNED'
                   DELIMITED BY SIZE INTO OPS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-OPS-LOG-LINE
               SET RC-ERROR TO TRUE
           ELSE
               MOVE 'COMPLETED' TO OPS-LOG-RESULT
               STRING 'PERIOD ' CURRENT-PERIOD-ID
                   DELIMITED BY SIZE INTO OPS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-OPS-LOG-LINE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-VARIANCE-PCT.
           OPEN INPUT PCT-FILE.
           IF PCT-FILE-STATUS = '00' THEN
               READ PCT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(PCT-REC))
                           TO PCT-NUMVAL-CHK
                       IF PCT-NUMVAL-CHK = 0 THEN
                           COMPUTE VARIANCE-PCT = FUNCTION NUMVAL(
                               FUNCTION TRIM(PCT-REC))
                       END-IF
               END-READ
               CLOSE PCT-FILE
           END-IF.

      *>    PERIOD-ID,INITIALS - THE REVIEWER'S SIGN-OFF FOR A PERIOD.
       CHECK-SIGNOFF.
           OPEN INPUT SIGNOFF-FILE.
           IF SIGNOFF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SIGNOFF
           END-IF.
           PERFORM UNTIL WS-EOF-SIGNOFF = 'Y'
               READ SIGNOFF-FILE
                   AT END MOVE 'Y' TO WS-EOF-SIGNOFF
               END-READ
               IF WS-EOF-SIGNOFF NOT = 'Y' THEN
                   MOVE SPACES TO SIGNOFF-PERIOD-TXT SIGNOFF-INITIALS
                   UNSTRING SIGNOFF-REC DELIMITED BY ','
                       INTO SIGNOFF-PERIOD-TXT SIGNOFF-INITIALS
                   END-UNSTRING
                   IF FUNCTION TRIM(SIGNOFF-PERIOD-TXT)
                           = CURRENT-PERIOD-ID
                           AND SIGNOFF-INITIALS NOT = SPACES THEN
                       MOVE 'Y' TO SIGNED-OFF
                       MOVE 'Y' TO WS-EOF-SIGNOFF
                   END-IF
               END-IF
           END-PERFORM.
           IF SIGNOFF-FILE-STATUS = '00'
                   OR SIGNOFF-FILE-STATUS = '10' THEN
               CLOSE SIGNOFF-FILE
           END-IF.

       LOAD-PAYROLL-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-HISTORY
           END-IF.
           PERFORM UNTIL WS-EOF-HISTORY = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-HISTORY
               END-READ
               IF WS-EOF-HISTORY NOT = 'Y' THEN
                   PERFORM LOAD-ONE-HISTORY-LINE
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00'
                   OR HISTORY-FILE-STATUS = '10' THEN
               CLOSE HISTORY-FILE
           END-IF.

      *>    LINES FOR A LATER PERIOD THAN TONIGHT'S (A RESTORED FILE
      *>    RUN AGAINST AN OLD DATE) ARE IGNORED - THEY ARE NEITHER
      *>    THIS PERIOD NOR A PREVIOUS ONE.
       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-EMP-TXT HIST-PERIOD-TXT HIST-GROSS-TXT
               HIST-RETRO-TXT HIST-DED-TXT HIST-NET-TXT.
           UNSTRING HISTORY-REC DELIMITED BY ','
               INTO HIST-EMP-TXT HIST-PERIOD-TXT HIST-GROSS-TXT
                    HIST-RETRO-TXT HIST-DED-TXT HIST-NET-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-GROSS-TXT))
               TO HIST-NUMVAL-CHK.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIST-NET-TXT))
               TO HIST-NUMVAL-CHK-2.
           IF FUNCTION TRIM(HIST-EMP-TXT) IS NOT NUMERIC
                   OR HIST-NUMVAL-CHK NOT = 0
                   OR HIST-NUMVAL-CHK-2 NOT = 0 THEN
               DISPLAY 'BAD PAYROLL-HISTORY LINE SKIPPED: '
                   FUNCTION TRIM(HISTORY-REC)
           ELSE
               IF HIST-PERIOD-TXT(1:6) <= CURRENT-PERIOD-ID THEN
                   COMPUTE HIST-EMP-ID =
                       FUNCTION NUMVAL(FUNCTION TRIM(HIST-EMP-TXT))
                   PERFORM FIND-OR-ADD-EMPLOYEE
                   IF VAR-IDX <= VAR-COUNT THEN
                       PERFORM POST-ONE-HISTORY-LINE
                   END-IF
               END-IF
           END-IF.

      *>    SAME LINEAR FIND-OR-ADD SHAPE PAYROLL-RUN USES FOR ITS
      *>    DEPARTMENT TABLE.  A FULL TABLE LEAVES VAR-IDX PAST
      *>    VAR-COUNT AND THE LINE IS NOT POSTED.
       FIND-OR-ADD-EMPLOYEE.
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > VAR-COUNT
               IF VAR-EMP-ID(VAR-IDX) = HIST-EMP-ID THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VAR-IDX > VAR-COUNT THEN
               IF VAR-COUNT >= 5000 THEN
                   IF VAR-FULL-WARNED NOT = 'Y' THEN
                       DISPLAY 'PAYROLL-HISTORY HOLDS MORE THAN 5000'
                           ' EMPLOYEES - EXTRA EMPLOYEES NOT CHECKED'
                       MOVE 'Y' TO VAR-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO VAR-COUNT
                   MOVE VAR-COUNT TO VAR-IDX
                   MOVE HIST-EMP-ID TO VAR-EMP-ID(VAR-IDX)
                   MOVE 'N' TO VAR-CUR-SEEN(VAR-IDX)
                   MOVE 0 TO VAR-CUR-GROSS(VAR-IDX)
                   MOVE 0 TO VAR-CUR-NET(VAR-IDX)
                   MOVE SPACES TO VAR-PRV-PERIOD(VAR-IDX)
                   MOVE 0 TO VAR-PRV-GROSS(VAR-IDX)
                   MOVE 0 TO VAR-PRV-NET(VAR-IDX)
               END-IF
           END-IF.

       POST-ONE-HISTORY-LINE.
           IF HIST-PERIOD-TXT(1:6) = CURRENT-PERIOD-ID THEN
               MOVE 'Y' TO VAR-CUR-SEEN(VAR-IDX)
               COMPUTE VAR-CUR-GROSS(VAR-IDX) =
                   FUNCTION NUMVAL(FUNCTION TRIM(HIST-GROSS-TXT))
               COMPUTE VAR-CUR-NET(VAR-IDX) =
                   FUNCTION NUMVAL(FUNCTION TRIM(HIST-NET-TXT))
           ELSE
               IF HIST-PERIOD-TXT(1:6) >= VAR-PRV-PERIOD(VAR-IDX) THEN
                   MOVE HIST-PERIOD-TXT(1:6) TO VAR-PRV-PERIOD(VAR-IDX)
                   COMPUTE VAR-PRV-GROSS(VAR-IDX) =
                       FUNCTION NUMVAL(FUNCTION TRIM(HIST-GROSS-TXT))
                   COMPUTE VAR-PRV-NET(VAR-IDX) =
                       FUNCTION NUMVAL(FUNCTION TRIM(HIST-NET-TXT))
               END-IF
               IF HIST-PERIOD-TXT(1:6) > PREVIOUS-PERIOD-ID THEN
                   MOVE HIST-PERIOD-TXT(1:6) TO PREVIOUS-PERIOD-ID
               END-IF
           END-IF.

       OPEN-VARIANCE-FILES.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE 'PAYROLL VARIANCE BEFORE TRANSMISSION' TO RPT-TITLE.
           MOVE 'PAY-VARIANCE' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           MOVE VARIANCE-PCT TO PCT-ED.
           STRING 'PERIOD ' CURRENT-PERIOD-ID
                  '  COMPARED WITH EACH PAYEE''S PREVIOUS LINE'
                  '  LIMIT ' FUNCTION TRIM(PCT-ED) ' PERCENT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.

      *>    A MOVE IS MEASURED AGAINST LAST TIME'S FIGURE - A MOVE
      *>    AWAY FROM ZERO HAS NO PERCENTAGE AND IS ALWAYS FLAGGED.
       CHECK-ONE-VARIANCE.
           MOVE 'N' TO GROSS-FLAGGED.
           MOVE 'N' TO NET-FLAGGED.
           IF VAR-PRV-GROSS(VAR-IDX) = 0 THEN
               IF VAR-CUR-GROSS(VAR-IDX) NOT = 0 THEN
                   MOVE 'Y' TO GROSS-FLAGGED
               END-IF
           ELSE
               COMPUTE MOVE-PCT ROUNDED =
                   (VAR-CUR-GROSS(VAR-IDX) - VAR-PRV-GROSS(VAR-IDX))
                       * 100 / VAR-PRV-GROSS(VAR-IDX)
               IF MOVE-PCT > VARIANCE-PCT
                       OR MOVE-PCT < 0 - VARIANCE-PCT THEN
                   MOVE 'Y' TO GROSS-FLAGGED
               END-IF
           END-IF.
           IF VAR-PRV-NET(VAR-IDX) = 0 THEN
               IF VAR-CUR-NET(VAR-IDX) NOT = 0 THEN
                   MOVE 'Y' TO NET-FLAGGED
               END-IF
           ELSE
               COMPUTE MOVE-PCT ROUNDED =
                   (VAR-CUR-NET(VAR-IDX) - VAR-PRV-NET(VAR-IDX))
                       * 100 / VAR-PRV-NET(VAR-IDX)
               IF MOVE-PCT > VARIANCE-PCT
                       OR MOVE-PCT < 0 - VARIANCE-PCT THEN
                   MOVE 'Y' TO NET-FLAGGED
               END-IF
           END-IF.
           IF GROSS-FLAGGED = 'Y' OR NET-FLAGGED = 'Y' THEN
               ADD 1 TO VARIANCE-COUNT
               EVALUATE TRUE
                   WHEN GROSS-FLAGGED = 'Y' AND NET-FLAGGED = 'Y'
                       MOVE 'GROSS+NET' TO FLAG-TEXT
                   WHEN GROSS-FLAGGED = 'Y'
                       MOVE 'GROSS' TO FLAG-TEXT
                   WHEN OTHER
                       MOVE 'NET' TO FLAG-TEXT
               END-EVALUATE
               MOVE VAR-CUR-GROSS(VAR-IDX) TO CUR-GROSS-ED
               MOVE VAR-PRV-GROSS(VAR-IDX) TO PRV-GROSS-ED
               MOVE VAR-CUR-NET(VAR-IDX) TO CUR-NET-ED
               MOVE VAR-PRV-NET(VAR-IDX) TO PRV-NET-ED
               MOVE SPACES TO REPORT-REC
               STRING 'EMP ' VAR-EMP-ID(VAR-IDX)
                      ' GROSS ' PRV-GROSS-ED ' -> ' CUR-GROSS-ED
                      ' NET ' PRV-NET-ED ' -> ' CUR-NET-ED
                      ' (PREV ' VAR-PRV-PERIOD(VAR-IDX) ') '
                      FLAG-TEXT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-NEW-PAYEE-LINE.
           ADD 1 TO NEW-PAYEE-COUNT.
           MOVE VAR-CUR-GROSS(VAR-IDX) TO CUR-GROSS-ED.
           MOVE VAR-CUR-NET(VAR-IDX) TO CUR-NET-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'EMP ' VAR-EMP-ID(VAR-IDX)
                  ' GROSS ' CUR-GROSS-ED
                  ' NET ' CUR-NET-ED
                  ' - NEW PAYEE'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    A LEAVER IS EXPECTED TO DROP OFF - ONLY A PAYEE STILL
      *>    LIVE ON THE MASTER (OR GONE FROM IT ALTOGETHER) IS LISTED.
       CHECK-ONE-MISSING.
           MOVE VAR-EMP-ID(VAR-IDX) TO Employee-ID OF EMPLOYEE-RECORD.
           MOVE SPACES TO MISSING-REASON.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NOT ON THE MASTER' TO MISSING-REASON
               NOT INVALID KEY
                   IF NOT Status-Terminated OF EMPLOYEE-RECORD THEN
                       MOVE 'STILL ON THE MASTER, NOT PAID'
                           TO MISSING-REASON
                   END-IF
           END-READ.
           IF MISSING-REASON NOT = SPACES THEN
               ADD 1 TO MISSING-COUNT
               MOVE VAR-PRV-GROSS(VAR-IDX) TO PRV-GROSS-ED
               MOVE VAR-PRV-NET(VAR-IDX) TO PRV-NET-ED
               MOVE SPACES TO REPORT-REC
               STRING 'EMP ' VAR-EMP-ID(VAR-IDX)
                      ' LAST GROSS ' PRV-GROSS-ED
                      ' LAST NET ' PRV-NET-ED
                      ' - ' MISSING-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'VARIANCE SUMMARY - PAID THIS PERIOD: ' PAID-COUNT
                  ' VARIANCES: ' VARIANCE-COUNT
                  ' NEW PAYEES: ' NEW-PAYEE-COUNT
                  ' MISSING: ' MISSING-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           IF VARIANCE-COUNT + NEW-PAYEE-COUNT + MISSING-COUNT = 0 THEN
               MOVE 'NOTHING FLAGGED - TRANSMISSION MAY PROCEED'
                   TO REPORT-REC
           ELSE
               IF SIGNED-OFF = 'Y' THEN
                   STRING 'ITEMS FLAGGED - SIGNED OFF BY '
                          FUNCTION TRIM(SIGNOFF-INITIALS)
                          ' - TRANSMISSION MAY PROCEED'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               ELSE
                   STRING 'ITEMS FLAGGED - TRANSMISSION HELD UNTIL '
                          CURRENT-PERIOD-ID ',INITIALS IS ON'
                          ' PAY-VARIANCE-SIGNOFF.TXT'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-VARIANCE.
