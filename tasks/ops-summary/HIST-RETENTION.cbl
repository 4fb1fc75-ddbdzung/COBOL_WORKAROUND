       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-RETENTION.

      *>    RETENTION AND PURGE FOR THE APPEND-ONLY HISTORY FILES.
      *>    OPS-LOG-ARCHIVE LOOKS AFTER OPS-LOG.TXT; EVERY OTHER
      *>    HISTORY FILE (CLEARED-HISTORY, PAYROLL-HISTORY,
      *>    GL-RECON-HISTORY, SCHED-STATUS, MAP-AUDIT, EMP-AUDIT ...)
      *>    IS LISTED ON RETENTION-POLICY.TXT, ONE LINE PER FILE -
      *>        FILE-NAME,RETAIN-MONTHS,DATE-COLUMN,ARCHIVE|DELETE
      *>    DATE-COLUMN SAYS WHERE EACH LINE'S YYYYMMDD DATE IS -
      *>        Fn   THE nTH COMMA-SEPARATED FIELD (F1, F4, F7 ...)
      *>        Pn   FIXED, STARTING AT CHARACTER n (P1 FOR THE
      *>             CURRENT-DATE STAMPED AUDIT TRAILS)
      *>    THE OPEN PERIOD IS THE PROCESSING MONTH (SEE PROC-DATE.CBL)
      *>    AND THE RETAIN-MONTHS WHOLE MONTHS BEFORE IT; A LINE DATED
      *>    ON OR BEFORE THE LAST DAY OF THE MONTH BEFORE THAT IS
      *>    CLOSED.  ARCHIVE MOVES THE CLOSED LINES TO THE DATED
      *>    ARCHIVE FILE NAME-ARCH-YYYYMMDD.TXT (NAMED FOR THE CUTOFF,
      *>    OPENED EXTEND AS OPS-LOG-ARCHIVE DOES); DELETE DROPS THEM.
      *>    EITHER WAY THE LIVE FILE IS REWRITTEN WITH ONLY THE OPEN
      *>    PERIOD, AND EACH FILE IS ALL-OR-NOTHING THE SAME WAY
      *>    OPS-LOG-ARCHIVE IS - A FIRST PASS ONLY COUNTS, AND THE
      *>    FILE IS LEFT UNTOUCHED WHEN MORE THAN 5000 LINES WOULD BE
      *>    RETAINED OR A LINE IS TOO LONG TO CARRY WHOLE; ONLY THEN
      *>    IS A GEN-SAVE GENERATION TAKEN, AND A FILE WHOSE
      *>    GENERATION COULD NOT BE SAVED IS NOT PURGED AT ALL.  A
      *>    LINE WITH NO READABLE DATE IS ALWAYS RETAINED.
      *>    STATUTORY MINIMUMS COME FROM RETENTION-STATUTORY.TXT,
      *>        FILE-NAME,MIN-MONTHS
      *>    MAINTAINED BY COMPLIANCE, NOT BY OPERATIONS.  DELETE IS
      *>    REFUSED FOR A FILE WHOSE RETAIN-MONTHS IS BELOW ITS
      *>    MINIMUM, AND FOR EVERY FILE WHEN THE STATUTORY FILE IS
      *>    MISSING - WITHOUT IT NOBODY CAN SAY WHAT MAY GO.  ARCHIVE
      *>    KEEPS EVERY LINE, SO IT IS ALLOWED WHATEVER THE MINIMUM.
      *>    EMP-AUDIT.TXT IS PURGED UNDER THE EXCLUSIVE EMPLOYEE
      *>    MASTER LOCK (SEE EMP-LOCK.CBL) SO NO AUDIT LINE IS
      *>    APPENDED WHILE THE TRAIL IS BEING REWRITTEN.  EVERY POLICY
      *>    LINE GETS A LINE ON HIST-RETENTION-REPORT.TXT, AND THE RUN
      *>    IS LOGGED TO OPS-LOG.TXT AS RETENTION WITH THE LINES
      *>    REMOVED AS THE RECORD COUNT AND THE FILES REFUSED AS THE
      *>    EXCEPTION COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "RETENTION-POLICY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT STATUTORY-FILE ASSIGN TO "RETENTION-STATUTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUTORY-FILE-STATUS.
           SELECT LIVE-IN ASSIGN TO DYNAMIC LIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIVE-IN-STATUS.
           SELECT LIVE-OUT ASSIGN TO DYNAMIC LIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HIST-RETENTION-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-REC                   PIC X(80).

       FD  STATUTORY-FILE.
       01  STATUTORY-REC                PIC X(60).

      *>    WIDE ENOUGH FOR THE WIDEST HISTORY LINE (EMP-AUDIT'S
      *>    1133 BYTES, AN X(1190) RECORD IN EMP-AUDIT-WRITE).
       FD  LIVE-IN.
       01  LIVE-IN-REC                  PIC X(1200).

       FD  LIVE-OUT.
       01  LIVE-OUT-REC                 PIC X(1200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                  PIC X(1200).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  POLICY-FILE-STATUS           PIC X(02).
       01  STATUTORY-FILE-STATUS        PIC X(02).
       01  LIVE-IN-STATUS               PIC X(02).
       01  ARCHIVE-FILE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-POLICY                PIC X(01) VALUE 'N'.
       01  WS-EOF-STATUTORY             PIC X(01) VALUE 'N'.
       01  WS-EOF-LIVE                  PIC X(01).
       01  LIVE-IN-OPEN                 PIC X(01).
       01  RUN-DATE                     PIC 9(08).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
      *
      *>    THE STATUTORY MINIMUMS, LOADED ONCE.
       01  STATUTORY-TABLE.
           05  STATUTORY-COUNT          PIC 9(02) VALUE 0.
           05  STATUTORY-ENTRY OCCURS 30 TIMES.
               10  STATUTORY-FILE-NAME  PIC X(30).
               10  STATUTORY-MIN        PIC 9(03).
       01  STATUTORY-IDX                PIC 9(02).
       01  STATUTORY-LOADED             PIC X(01) VALUE 'N'.
       01  STAT-FILE-TXT                PIC X(30).
       01  STAT-MONTHS-TXT              PIC X(10).
      *
      *>    THE POLICY LINE BEING APPLIED.
       01  POL-FILE-TXT                 PIC X(30).
       01  POL-MONTHS-TXT               PIC X(10).
       01  POL-COLUMN-TXT               PIC X(10).
       01  POL-ACTION-TXT               PIC X(10).
       01  LIVE-FILE-NAME               PIC X(30).
       01  ARCHIVE-FILE-NAME            PIC X(50).
       01  ARCHIVE-BASE-NAME            PIC X(30).
       01  RETAIN-MONTHS                PIC 9(03).
       01  STATUTORY-MONTHS             PIC 9(03).
       01  PURGE-ACTION                 PIC X(07).
       01  DATE-LOCATOR                 PIC X(10).
       01  DATE-LOCATOR-KIND            PIC X(01).
       01  DATE-LOCATOR-NO              PIC 9(04).
       01  POLICY-GO                    PIC X(01).
       01  POLICY-RESULT                PIC X(50).
      *
      *>    CUTOFF - THE DAY BEFORE THE FIRST DAY OF THE OPEN PERIOD.
       01  OPEN-MONTH-NO                PIC S9(07).
       01  FIRST-OPEN-DATE              PIC 9(08).
       01  FIRST-OPEN-PARTS REDEFINES FIRST-OPEN-DATE.
           05  FIRST-OPEN-YEAR          PIC 9(04).
           05  FIRST-OPEN-MONTH         PIC 9(02).
           05  FIRST-OPEN-DAY           PIC 9(02).
       01  CUTOFF-DATE                  PIC 9(08).
      *
      *>    ONE LINE'S DATE, BY WHICHEVER LOCATOR THE POLICY GAVE.
       01  LINE-DATE                    PIC 9(08).
       01  LINE-DATE-TXT                PIC X(30).
       01  FIELD-SCAN                   PIC 9(04).
       01  SCAN-PTR                     PIC 9(04).
      *
       01  LINES-READ                   PIC 9(07).
       01  CLOSED-COUNT                 PIC 9(07).
       01  PRECOUNT-RETAINED            PIC 9(07).
       01  MOVED-COUNT                  PIC 9(07).
       01  RETAINED-TABLE.
           05  RETAINED-COUNT           PIC 9(04) VALUE 0.
           05  RETAINED-LINE OCCURS 5000 TIMES PIC X(1200).
       01  RETAIN-IDX                   PIC 9(04).
      *
       01  POLICIES-READ                PIC 9(05) VALUE 0.
       01  FILES-PURGED                 PIC 9(05) VALUE 0.
       01  FILES-REFUSED                PIC 9(05) VALUE 0.
       01  LINES-REMOVED                PIC 9(07) VALUE 0.
      *>    GENERATION BACKUP BEFORE THE LIVE REWRITE - SEE
      *>    GEN-SAVE.CBL.
       01  GEN-SAVE-NAME                PIC X(30).
       01  GEN-SAVE-OK                  PIC X(01).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'X'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
               VALUE 'HIST-RETENTION'.
       01  LOCK-OK                      PIC X(01).
       01  LOCK-HELD                    PIC X(01) VALUE 'N'.
      *
      *>    REPORT LINE PIECES.
       01  COUNT-ED                     PIC Z(6)9.
       01  MONTHS-ED                    PIC ZZ9.
       01  DETAIL-LINE.
           05  DL-FILE                  PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-MONTHS                PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-COLUMN                PIC X(05).
           05  DL-ACTION                PIC X(08).
           05  DL-CUTOFF                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-MOVED                 PIC Z(6)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-RETAINED              PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RESULT                PIC X(50).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-STATUTORY-MINIMUMS.
           PERFORM OPEN-RETENTION-FILES.
           PERFORM UNTIL WS-EOF-POLICY = 'Y'
               READ POLICY-FILE
                   AT END MOVE 'Y' TO WS-EOF-POLICY
               END-READ
               IF WS-EOF-POLICY NOT = 'Y' THEN
                   IF FUNCTION TRIM(POLICY-REC) NOT = SPACES THEN
                       ADD 1 TO POLICIES-READ
                       PERFORM APPLY-ONE-POLICY
                   END-IF
               END-IF
           END-PERFORM.
           IF POLICY-FILE-STATUS = '00' OR POLICY-FILE-STATUS = '10'
                   THEN
               CLOSE POLICY-FILE
           END-IF.
           PERFORM WRITE-RETENTION-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM LOG-RETENTION-RUN.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    A MISSING STATUTORY FILE IS NOT AN ERROR IN ITSELF - IT
      *>    ONLY STOPS EVERY DELETE (SEE CHECK-STATUTORY-MINIMUM).
       LOAD-STATUTORY-MINIMUMS.
           OPEN INPUT STATUTORY-FILE.
           IF STATUTORY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-STATUTORY
           ELSE
               MOVE 'Y' TO STATUTORY-LOADED
           END-IF.
           PERFORM UNTIL WS-EOF-STATUTORY = 'Y'
               READ STATUTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-STATUTORY
               END-READ
               IF WS-EOF-STATUTORY NOT = 'Y' THEN
                   PERFORM LOAD-ONE-STATUTORY-LINE
               END-IF
           END-PERFORM.
           IF STATUTORY-FILE-STATUS = '00'
                   OR STATUTORY-FILE-STATUS = '10' THEN
               CLOSE STATUTORY-FILE
           END-IF.

       LOAD-ONE-STATUTORY-LINE.
           MOVE SPACES TO STAT-FILE-TXT STAT-MONTHS-TXT.
           UNSTRING STATUTORY-REC DELIMITED BY ','
               INTO STAT-FILE-TXT STAT-MONTHS-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(STAT-FILE-TXT) = SPACES
                   OR FUNCTION TRIM(STAT-MONTHS-TXT) IS NOT NUMERIC
                   THEN
               DISPLAY 'BAD RETENTION-STATUTORY LINE SKIPPED: '
                   FUNCTION TRIM(STATUTORY-REC)
           ELSE
               IF STATUTORY-COUNT < 30 THEN
                   ADD 1 TO STATUTORY-COUNT
                   MOVE FUNCTION TRIM(STAT-FILE-TXT)
                       TO STATUTORY-FILE-NAME(STATUTORY-COUNT)
                   COMPUTE STATUTORY-MIN(STATUTORY-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(STAT-MONTHS-TXT))
               END-IF
           END-IF.

       OPEN-RETENTION-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'HISTORY FILE RETENTION AND PURGE' TO RPT-TITLE.
           MOVE 'HIST-RETENTION' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'FILE                     KEEP  DATE ACTION  CUTOFF'
                  '    REMOVED RETAINED  RESULT'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           OPEN INPUT POLICY-FILE.
           IF POLICY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-POLICY
               SET RC-NOT-FOUND TO TRUE
               DISPLAY 'RETENTION-POLICY.TXT COULD NOT BE OPENED -'
                   ' NOTHING PURGED'
           END-IF.

      *>    EACH STEP RUNS ONLY WHILE POLICY-GO IS STILL 'Y' - A
      *>    REFUSAL OR A FILE WITH NOTHING TO DO STOPS THE LINE
      *>    WHERE IT IS, AND THE REPORT SAYS WHY.
       APPLY-ONE-POLICY.
           MOVE 'Y' TO POLICY-GO.
           MOVE SPACES TO POLICY-RESULT.
           MOVE 0 TO RETAIN-MONTHS CUTOFF-DATE LINES-READ CLOSED-COUNT
               PRECOUNT-RETAINED MOVED-COUNT RETAINED-COUNT.
           PERFORM PARSE-POLICY-LINE.
           IF POLICY-GO = 'Y' THEN
               PERFORM CHECK-STATUTORY-MINIMUM
           END-IF.
           IF POLICY-GO = 'Y' THEN
               PERFORM COMPUTE-CUTOFF-DATE
               PERFORM TAKE-AUDIT-LOCK
           END-IF.
           IF POLICY-GO = 'Y' THEN
               PERFORM COUNT-CLOSED-LINES
           END-IF.
           IF POLICY-GO = 'Y' THEN
               IF CLOSED-COUNT = 0 THEN
                   MOVE 'NOTHING CLOSED - FILE LEFT AS IT IS'
                       TO POLICY-RESULT
               ELSE
                   PERFORM PURGE-CLOSED-LINES
               END-IF
           END-IF.
           PERFORM RELEASE-AUDIT-LOCK.
           PERFORM WRITE-POLICY-REPORT-LINE.

       PARSE-POLICY-LINE.
           MOVE SPACES TO POL-FILE-TXT POL-MONTHS-TXT POL-COLUMN-TXT
               POL-ACTION-TXT.
           UNSTRING POLICY-REC DELIMITED BY ','
               INTO POL-FILE-TXT POL-MONTHS-TXT POL-COLUMN-TXT
                    POL-ACTION-TXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(POL-FILE-TXT) TO LIVE-FILE-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POL-COLUMN-TXT))
               TO DATE-LOCATOR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POL-ACTION-TXT))
               TO PURGE-ACTION.
           MOVE DATE-LOCATOR(1:1) TO DATE-LOCATOR-KIND.
           MOVE 0 TO DATE-LOCATOR-NO.
           IF FUNCTION TRIM(DATE-LOCATOR(2:)) IS NUMERIC THEN
               COMPUTE DATE-LOCATOR-NO =
                   FUNCTION NUMVAL(FUNCTION TRIM(DATE-LOCATOR(2:)))
           END-IF.
           IF LIVE-FILE-NAME = SPACES THEN
               MOVE 'NO FILE NAME ON THE POLICY LINE' TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           ELSE
           IF FUNCTION TRIM(POL-MONTHS-TXT) IS NOT NUMERIC THEN
               MOVE 'RETAIN-MONTHS IS NOT A NUMBER' TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           ELSE
           IF PURGE-ACTION NOT = 'ARCHIVE'
                   AND PURGE-ACTION NOT = 'DELETE' THEN
               MOVE 'ACTION MUST BE ARCHIVE OR DELETE'
                   TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           ELSE
           IF (DATE-LOCATOR-KIND NOT = 'F'
                   AND DATE-LOCATOR-KIND NOT = 'P')
                   OR DATE-LOCATOR-NO = 0
                   OR (DATE-LOCATOR-KIND = 'P'
                       AND DATE-LOCATOR-NO > 1193) THEN
               MOVE 'DATE COLUMN MUST BE Fn OR Pn' TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           ELSE
               COMPUTE RETAIN-MONTHS =
                   FUNCTION NUMVAL(FUNCTION TRIM(POL-MONTHS-TXT))
           END-IF
           END-IF
           END-IF
           END-IF.

      *>    ONLY DELETE LOSES LINES - AN ARCHIVED LINE IS STILL KEPT,
      *>    JUST NOT IN THE LIVE FILE.
       CHECK-STATUTORY-MINIMUM.
           MOVE 0 TO STATUTORY-MONTHS.
           PERFORM VARYING STATUTORY-IDX FROM 1 BY 1
                   UNTIL STATUTORY-IDX > STATUTORY-COUNT
               IF STATUTORY-FILE-NAME(STATUTORY-IDX) = LIVE-FILE-NAME
                       THEN
                   MOVE STATUTORY-MIN(STATUTORY-IDX)
                       TO STATUTORY-MONTHS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PURGE-ACTION = 'DELETE' THEN
               IF STATUTORY-LOADED NOT = 'Y' THEN
                   MOVE 'DELETE REFUSED - NO RETENTION-STATUTORY.TXT'
                       TO POLICY-RESULT
                   PERFORM REFUSE-POLICY
               ELSE
               IF RETAIN-MONTHS < STATUTORY-MONTHS THEN
                   MOVE SPACES TO POLICY-RESULT
                   MOVE STATUTORY-MONTHS TO MONTHS-ED
                   STRING 'DELETE REFUSED - STATUTORY MINIMUM '
                          FUNCTION TRIM(MONTHS-ED) ' MONTHS'
                       DELIMITED BY SIZE INTO POLICY-RESULT
                   END-STRING
                   PERFORM REFUSE-POLICY
               END-IF
               END-IF
           END-IF.

      *>    THE OPEN PERIOD STARTS ON THE FIRST OF THE MONTH
      *>    RETAIN-MONTHS BEFORE THE PROCESSING MONTH.
       COMPUTE-CUTOFF-DATE.
           COMPUTE OPEN-MONTH-NO = (RUN-YEAR * 12) + RUN-MONTH - 1
               - RETAIN-MONTHS.
           COMPUTE FIRST-OPEN-YEAR = OPEN-MONTH-NO / 12.
           COMPUTE FIRST-OPEN-MONTH = OPEN-MONTH-NO
               - (FIRST-OPEN-YEAR * 12) + 1.
           MOVE 1 TO FIRST-OPEN-DAY.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FIRST-OPEN-DATE) - 1).
           MOVE SPACES TO ARCHIVE-BASE-NAME.
           UNSTRING LIVE-FILE-NAME DELIMITED BY '.'
               INTO ARCHIVE-BASE-NAME
           END-UNSTRING.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING FUNCTION TRIM(ARCHIVE-BASE-NAME) '-ARCH-'
                  CUTOFF-DATE '.TXT'
               DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
           END-STRING.

       TAKE-AUDIT-LOCK.
           IF LIVE-FILE-NAME = 'EMP-AUDIT.TXT' THEN
               MOVE 'A' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               IF LOCK-OK NOT = 'Y' THEN
                   MOVE 'EMPLOYEE MASTER LOCK NOT OBTAINED'
                       TO POLICY-RESULT
                   PERFORM REFUSE-POLICY
               ELSE
                   MOVE 'Y' TO LOCK-HELD
               END-IF
           END-IF.

       RELEASE-AUDIT-LOCK.
           IF LOCK-HELD = 'Y' THEN
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               MOVE 'N' TO LOCK-HELD
           END-IF.

      *>    FIRST PASS - NOTHING BUT COUNTS, TAKEN BEFORE ANY FILE IS
      *>    OPENED FOR OUTPUT.  A LINE LONGER THAN THE RECORD WOULD
      *>    COME BACK CUT SHORT, SO IT STOPS THE FILE HERE.
       COUNT-CLOSED-LINES.
           MOVE 'N' TO WS-EOF-LIVE.
           OPEN INPUT LIVE-IN.
           MOVE 'Y' TO LIVE-IN-OPEN.
           IF LIVE-IN-STATUS NOT = '00' THEN
               MOVE 'NOT ON FILE - NOTHING TO PURGE' TO POLICY-RESULT
               MOVE 'N' TO POLICY-GO
               MOVE 'Y' TO WS-EOF-LIVE
               MOVE 'N' TO LIVE-IN-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF-LIVE = 'Y'
               READ LIVE-IN
                   AT END MOVE 'Y' TO WS-EOF-LIVE
               END-READ
               IF WS-EOF-LIVE NOT = 'Y' THEN
                   ADD 1 TO LINES-READ
                   IF LIVE-IN-STATUS NOT = '00' THEN
                       MOVE SPACES TO POLICY-RESULT
                       MOVE LINES-READ TO COUNT-ED
                       STRING 'LINE ' FUNCTION TRIM(COUNT-ED)
                              ' TOO LONG - FILE'
                              ' LEFT UNCHANGED'
                           DELIMITED BY SIZE INTO POLICY-RESULT
                       END-STRING
                       PERFORM REFUSE-POLICY
                       MOVE 'Y' TO WS-EOF-LIVE
                   ELSE
                       PERFORM PICK-LINE-DATE
                       IF LINE-DATE <= CUTOFF-DATE THEN
                           ADD 1 TO CLOSED-COUNT
                       ELSE
                           ADD 1 TO PRECOUNT-RETAINED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LIVE-IN-OPEN = 'Y' THEN
               CLOSE LIVE-IN
           END-IF.
           IF POLICY-GO = 'Y' AND PRECOUNT-RETAINED > 5000 THEN
               MOVE 'OVER 5000 LINES WOULD BE RETAINED - UNCHANGED'
                   TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           END-IF.

      *>    A LINE WITH NO READABLE DATE GETS 99999999 AND IS
      *>    RETAINED - BETTER A STRAY LINE IN THE LIVE FILE THAN ONE
      *>    ARCHIVED INTO THE WRONG PERIOD OR DELETED.
       PICK-LINE-DATE.
           MOVE SPACES TO LINE-DATE-TXT.
           IF DATE-LOCATOR-KIND = 'P' THEN
               MOVE LIVE-IN-REC(DATE-LOCATOR-NO:8) TO LINE-DATE-TXT
           ELSE
               MOVE 1 TO SCAN-PTR
               PERFORM VARYING FIELD-SCAN FROM 1 BY 1
                       UNTIL FIELD-SCAN > DATE-LOCATOR-NO
                   MOVE SPACES TO LINE-DATE-TXT
                   UNSTRING LIVE-IN-REC DELIMITED BY ','
                       INTO LINE-DATE-TXT
                       WITH POINTER SCAN-PTR
                   END-UNSTRING
               END-PERFORM
               MOVE FUNCTION TRIM(LINE-DATE-TXT) TO LINE-DATE-TXT
           END-IF.
           MOVE 99999999 TO LINE-DATE.
           IF LINE-DATE-TXT(1:8) IS NUMERIC THEN
               MOVE LINE-DATE-TXT(1:8) TO LINE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(LINE-DATE) NOT = 0 THEN
                   MOVE 99999999 TO LINE-DATE
               END-IF
           END-IF.

      *>    THE GENERATION COMES FIRST - NO GENERATION, NO PURGE.
       PURGE-CLOSED-LINES.
           MOVE LIVE-FILE-NAME TO GEN-SAVE-NAME.
           CALL 'GEN-SAVE' USING GEN-SAVE-NAME GEN-SAVE-OK.
           IF GEN-SAVE-OK NOT = 'Y' THEN
               MOVE 'NO GENERATION SAVED - FILE LEFT UNCHANGED'
                   TO POLICY-RESULT
               PERFORM REFUSE-POLICY
           ELSE
               PERFORM SPLIT-LIVE-FILE
               PERFORM REWRITE-LIVE-FILE
               ADD 1 TO FILES-PURGED
               ADD MOVED-COUNT TO LINES-REMOVED
               IF PURGE-ACTION = 'ARCHIVE' THEN
                   MOVE SPACES TO POLICY-RESULT
                   STRING 'ARCHIVED TO '
                          FUNCTION TRIM(ARCHIVE-FILE-NAME)
                       DELIMITED BY SIZE INTO POLICY-RESULT
                   END-STRING
               ELSE
                   MOVE 'CLOSED LINES DELETED' TO POLICY-RESULT
               END-IF
           END-IF.

       SPLIT-LIVE-FILE.
           MOVE 'N' TO WS-EOF-LIVE.
           OPEN INPUT LIVE-IN.
           IF PURGE-ACTION = 'ARCHIVE' THEN
               OPEN EXTEND ARCHIVE-FILE
               IF ARCHIVE-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-LIVE = 'Y'
               READ LIVE-IN
                   AT END MOVE 'Y' TO WS-EOF-LIVE
               END-READ
               IF WS-EOF-LIVE NOT = 'Y' THEN
                   PERFORM SPLIT-ONE-LIVE-LINE
               END-IF
           END-PERFORM.
           CLOSE LIVE-IN.
           IF PURGE-ACTION = 'ARCHIVE' THEN
               CLOSE ARCHIVE-FILE
           END-IF.

       SPLIT-ONE-LIVE-LINE.
           PERFORM PICK-LINE-DATE.
           IF LINE-DATE <= CUTOFF-DATE THEN
               IF PURGE-ACTION = 'ARCHIVE' THEN
                   MOVE LIVE-IN-REC TO ARCHIVE-REC
                   WRITE ARCHIVE-REC
               END-IF
               ADD 1 TO MOVED-COUNT
           ELSE
      *>        THE FIRST PASS ALREADY PROVED THE RETAINED SET FITS
      *>        THE BUFFER, SO THIS CANNOT OVERRUN.
               ADD 1 TO RETAINED-COUNT
               MOVE LIVE-IN-REC TO RETAINED-LINE(RETAINED-COUNT)
           END-IF.

       REWRITE-LIVE-FILE.
           OPEN OUTPUT LIVE-OUT.
           PERFORM VARYING RETAIN-IDX FROM 1 BY 1
                   UNTIL RETAIN-IDX > RETAINED-COUNT
               MOVE RETAINED-LINE(RETAIN-IDX) TO LIVE-OUT-REC
               WRITE LIVE-OUT-REC
           END-PERFORM.
           CLOSE LIVE-OUT.

       REFUSE-POLICY.
           MOVE 'N' TO POLICY-GO.
           ADD 1 TO FILES-REFUSED.
           SET RC-INVALID-INPUT TO TRUE.

       WRITE-POLICY-REPORT-LINE.
           MOVE LIVE-FILE-NAME TO DL-FILE.
           IF LIVE-FILE-NAME = SPACES THEN
               MOVE POLICY-REC TO DL-FILE
           END-IF.
           MOVE RETAIN-MONTHS TO DL-MONTHS.
           MOVE DATE-LOCATOR TO DL-COLUMN.
           MOVE PURGE-ACTION TO DL-ACTION.
           MOVE SPACES TO DL-CUTOFF.
           IF CUTOFF-DATE > 0 THEN
               MOVE CUTOFF-DATE TO DL-CUTOFF
           END-IF.
           MOVE MOVED-COUNT TO DL-MOVED.
           IF MOVED-COUNT = 0 THEN
               MOVE PRECOUNT-RETAINED TO DL-RETAINED
           ELSE
               MOVE RETAINED-COUNT TO DL-RETAINED
           END-IF.
           MOVE POLICY-RESULT TO DL-RESULT.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-RETENTION-FOOTER.
           IF POLICIES-READ = 0 THEN
               MOVE 'NO RETENTION POLICY LINES - NOTHING PURGED'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE FILES-PURGED TO COUNT-ED.
           STRING 'FILES PURGED: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE LINES-REMOVED TO COUNT-ED.
           STRING 'LINES REMOVED FROM LIVE FILES: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE FILES-REFUSED TO COUNT-ED.
           STRING 'FILES REFUSED (LEFT UNCHANGED): ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF STATUTORY-LOADED NOT = 'Y' THEN
               MOVE 'RETENTION-STATUTORY.TXT NOT FOUND - EVERY DELETE'
                   TO REPORT-REC
               MOVE ' WAS REFUSED' TO REPORT-REC(50:)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOG-RETENTION-RUN.
           MOVE 'RETENTION' TO OPS-LOG-PROGRAM.
           IF RC-NOT-FOUND THEN
               MOVE 'NO-DATA' TO OPS-LOG-RESULT
           ELSE
           IF FILES-REFUSED > 0 THEN
               MOVE 'REFUSED' TO OPS-LOG-RESULT
           ELSE
               MOVE 'OK' TO OPS-LOG-RESULT
           END-IF
           END-IF.
           IF LINES-REMOVED > 99999 THEN
               MOVE 99999 TO OPS-LOG-REC-COUNT
           ELSE
               MOVE LINES-REMOVED TO OPS-LOG-REC-COUNT
           END-IF.
           MOVE FILES-REFUSED TO OPS-LOG-EXC-COUNT.
           MOVE 'FILES-REFUSED' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM HIST-RETENTION.
