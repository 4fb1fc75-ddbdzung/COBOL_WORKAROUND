       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ESTAB-REPORT.

      *>    MONTHLY ESTABLISHMENT (POSITION BUDGET) REPORT.  FOR EACH
      *>    Employee-Dept CODE ON EMP-ESTABLISHMENT.TXT (ONE
      *>    DEPT,HEADCOUNT,ANNUAL-COST[,MODE] LINE PER DEPARTMENT -
      *>    THE SAME FILE EMP-TRANSACT-EDIT CHECKS ADDS AGAINST) IT
      *>    SETS THE BUDGETED HEADCOUNT AND ANNUAL SALARY COST BESIDE
      *>    THE ACTUAL - EVERY EMPLOYEE ON THE MASTER WHO IS NOT
      *>    Status-Terminated, COSTED AT Employee-Salary - AND SHOWS
      *>    THE VACANCIES (BUDGET LESS ACTUAL HEADCOUNT), ANY HEADS
      *>    OVER ESTABLISHMENT AND THE COST VARIANCE.  A DEPARTMENT
      *>    THAT HAS STAFF BUT NO ESTABLISHMENT LINE IS LISTED WITH A
      *>    ZERO BUDGET SO IT CANNOT HIDE.  WRITTEN TO
      *>    EMP-ESTAB-REPORT.TXT FOR FINANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT ESTAB-FILE ASSIGN TO "EMP-ESTABLISHMENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ESTAB-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-ESTAB-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  ESTAB-FILE.
       01  ESTAB-REC                    PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  ESTAB-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  WS-EOF-ESTAB                 PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *>    ONE ENTRY PER DEPARTMENT - THE BUDGETED ONES IN FILE
      *>    ORDER, THEN ANY UNBUDGETED DEPARTMENT THE MASTER TURNS UP.
       01  DEPT-TABLE.
           05  DEPT-COUNT               PIC 9(03) VALUE 0.
           05  DEPT-ENTRY OCCURS 200 TIMES.
               10  DEPT-CODE            PIC X(04).
               10  DEPT-BUDGETED        PIC X(01).
               10  DEPT-BUDGET-HC       PIC 9(05).
               10  DEPT-BUDGET-COST     PIC 9(11)V99.
               10  DEPT-ACTUAL-HC       PIC 9(05).
               10  DEPT-ACTUAL-COST     PIC 9(11)V99.
       01  DEPT-IDX                     PIC 9(03).
       01  DEPT-FOUND-IDX               PIC 9(03).
       01  DEPT-OVERFLOW                PIC X(01) VALUE 'N'.
       01  ESTAB-DEPT-TXT               PIC X(10).
       01  ESTAB-HC-TXT                 PIC X(10).
       01  ESTAB-COST-TXT               PIC X(15).
       01  ESTAB-MODE-TXT               PIC X(05).
       01  NUMVAL-CHK                   PIC S9(3).
      *
       01  VACANCY-COUNT                PIC 9(05).
       01  OVER-COUNT                   PIC 9(05).
       01  COST-VARIANCE                PIC S9(11)V99.
       01  TOTAL-BUDGET-HC              PIC 9(07) VALUE 0.
       01  TOTAL-ACTUAL-HC              PIC 9(07) VALUE 0.
       01  TOTAL-VACANCIES              PIC 9(07) VALUE 0.
       01  TOTAL-OVER                   PIC 9(07) VALUE 0.
       01  TOTAL-BUDGET-COST            PIC 9(13)V99 VALUE 0.
       01  TOTAL-ACTUAL-COST            PIC 9(13)V99 VALUE 0.
       01  TOTAL-COST-VARIANCE          PIC S9(13)V99.
       01  OVER-DEPT-COUNT              PIC 9(05) VALUE 0.
      *
       01  DEPT-LABEL                   PIC X(06).
       01  HC-ED-1                      PIC ZZZZ9.
       01  HC-ED-2                      PIC ZZZZ9.
       01  HC-ED-3                      PIC ZZZZ9.
       01  HC-ED-4                      PIC ZZZZ9.
       01  COST-ED-1                    PIC Z(10)9.99.
       01  COST-ED-2                    PIC Z(10)9.99.
       01  VARIANCE-ED                  PIC -(10)9.99.
       01  TOT-HC-ED-1                  PIC Z(6)9.
       01  TOT-HC-ED-2                  PIC Z(6)9.
       01  TOT-HC-ED-3                  PIC Z(6)9.
       01  TOT-HC-ED-4                  PIC Z(6)9.
       01  TOT-COST-ED-1                PIC Z(12)9.99.
       01  TOT-COST-ED-2                PIC Z(12)9.99.
       01  TOT-VARIANCE-ED              PIC -(12)9.99.
       01  DEPT-NOTE                    PIC X(16).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-ESTAB-RPT'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-ESTABLISHMENT.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TALLY-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM WRITE-ESTAB-REPORT.
           MOVE 'EMP-ESTAB' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE DEPT-COUNT TO OPS-LOG-REC-COUNT.
           MOVE OVER-DEPT-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'DEPTS OVER HEADCOUNT' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-ESTABLISHMENT.
           OPEN INPUT ESTAB-FILE.
           IF ESTAB-FILE-STATUS NOT = '00' THEN
               DISPLAY 'EMP-ESTABLISHMENT.TXT NOT FOUND - EVERY '
                   'DEPARTMENT REPORTED AS UNBUDGETED'
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
               IF DEPT-COUNT >= 200 THEN
                   DISPLAY 'EMP-ESTABLISHMENT.TXT EXCEEDS 200'
                       ' DEPARTMENTS - EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE FUNCTION TRIM(ESTAB-DEPT-TXT)
                       TO DEPT-CODE(DEPT-COUNT)
                   MOVE 'Y' TO DEPT-BUDGETED(DEPT-COUNT)
                   COMPUTE DEPT-BUDGET-HC(DEPT-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(ESTAB-HC-TXT))
                   MOVE FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(ESTAB-COST-TXT)) TO NUMVAL-CHK
                   IF NUMVAL-CHK = 0 THEN
                       COMPUTE DEPT-BUDGET-COST(DEPT-COUNT) =
                           FUNCTION NUMVAL
                               (FUNCTION TRIM(ESTAB-COST-TXT))
                   ELSE
                       MOVE 0 TO DEPT-BUDGET-COST(DEPT-COUNT)
                   END-IF
                   MOVE 0 TO DEPT-ACTUAL-HC(DEPT-COUNT)
                   MOVE 0 TO DEPT-ACTUAL-COST(DEPT-COUNT)
               END-IF
           END-IF.

       TALLY-MASTER.
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
               IF WS-EOF-MASTER NOT = 'Y'
                       AND NOT Status-Terminated OF EMPLOYEE-RECORD THEN
                   PERFORM TALLY-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

      *>    FIND THE EMPLOYEE'S DEPARTMENT, ADDING AN UNBUDGETED ENTRY
      *>    THE FIRST TIME ONE TURNS UP.
       TALLY-ONE-EMPLOYEE.
           MOVE 0 TO DEPT-FOUND-IDX.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = Employee-Dept OF EMPLOYEE-RECORD
                       THEN
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEPT-FOUND-IDX = 0 THEN
               IF DEPT-COUNT >= 200 THEN
                   IF DEPT-OVERFLOW = 'N' THEN
                       DISPLAY 'MORE THAN 200 DEPARTMENTS - EXTRA'
                           ' DEPARTMENTS LEFT OFF THE REPORT'
                       MOVE 'Y' TO DEPT-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-FOUND-IDX
                   MOVE Employee-Dept OF EMPLOYEE-RECORD
                       TO DEPT-CODE(DEPT-COUNT)
                   MOVE 'N' TO DEPT-BUDGETED(DEPT-COUNT)
                   MOVE 0 TO DEPT-BUDGET-HC(DEPT-COUNT)
                   MOVE 0 TO DEPT-BUDGET-COST(DEPT-COUNT)
                   MOVE 0 TO DEPT-ACTUAL-HC(DEPT-COUNT)
                   MOVE 0 TO DEPT-ACTUAL-COST(DEPT-COUNT)
               END-IF
           END-IF.
           IF DEPT-FOUND-IDX > 0 THEN
               ADD 1 TO DEPT-ACTUAL-HC(DEPT-FOUND-IDX)
               ADD Employee-Salary OF EMPLOYEE-RECORD
                   TO DEPT-ACTUAL-COST(DEPT-FOUND-IDX)
           END-IF.

       WRITE-ESTAB-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ESTABLISHMENT - BUDGET VERSUS ACTUAL' TO RPT-TITLE.
           MOVE 'EMP-ESTAB-REPORT' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'DEPT    BUDGET  ACTUAL  VACANT    OVER'
                  '     BUDGET COST     ACTUAL COST'
                  '   COST VARIANCE'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM WRITE-ONE-DEPT-LINE
           END-PERFORM.
           COMPUTE TOTAL-COST-VARIANCE =
               TOTAL-ACTUAL-COST - TOTAL-BUDGET-COST.
           MOVE TOTAL-BUDGET-HC TO TOT-HC-ED-1.
           MOVE TOTAL-ACTUAL-HC TO TOT-HC-ED-2.
           MOVE TOTAL-VACANCIES TO TOT-HC-ED-3.
           MOVE TOTAL-OVER TO TOT-HC-ED-4.
           MOVE TOTAL-BUDGET-COST TO TOT-COST-ED-1.
           MOVE TOTAL-ACTUAL-COST TO TOT-COST-ED-2.
           MOVE TOTAL-COST-VARIANCE TO TOT-VARIANCE-ED.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'TOTAL  ' TOT-HC-ED-1 ' ' TOT-HC-ED-2 ' '
                  TOT-HC-ED-3 ' ' TOT-HC-ED-4
                  TOT-COST-ED-1 TOT-COST-ED-2 TOT-VARIANCE-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'DEPARTMENTS: ' DEPT-COUNT
                  '  OVER ESTABLISHMENT HEADCOUNT: ' OVER-DEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

      *>    VACANCIES AND HEADS OVER ARE TWO SEPARATE COLUMNS - A
      *>    DEPARTMENT IS ONE OR THE OTHER, NEVER A NEGATIVE VACANCY.
       WRITE-ONE-DEPT-LINE.
           MOVE 0 TO VACANCY-COUNT OVER-COUNT.
           IF DEPT-ACTUAL-HC(DEPT-IDX) < DEPT-BUDGET-HC(DEPT-IDX) THEN
               COMPUTE VACANCY-COUNT =
                   DEPT-BUDGET-HC(DEPT-IDX) - DEPT-ACTUAL-HC(DEPT-IDX)
           ELSE
               COMPUTE OVER-COUNT =
                   DEPT-ACTUAL-HC(DEPT-IDX) - DEPT-BUDGET-HC(DEPT-IDX)
           END-IF.
           IF OVER-COUNT > 0 THEN
               ADD 1 TO OVER-DEPT-COUNT
           END-IF.
           COMPUTE COST-VARIANCE =
               DEPT-ACTUAL-COST(DEPT-IDX) - DEPT-BUDGET-COST(DEPT-IDX).
           ADD DEPT-BUDGET-HC(DEPT-IDX) TO TOTAL-BUDGET-HC.
           ADD DEPT-ACTUAL-HC(DEPT-IDX) TO TOTAL-ACTUAL-HC.
           ADD VACANCY-COUNT TO TOTAL-VACANCIES.
           ADD OVER-COUNT TO TOTAL-OVER.
           ADD DEPT-BUDGET-COST(DEPT-IDX) TO TOTAL-BUDGET-COST.
           ADD DEPT-ACTUAL-COST(DEPT-IDX) TO TOTAL-ACTUAL-COST.
           IF DEPT-CODE(DEPT-IDX) = SPACES THEN
               MOVE '(NONE)' TO DEPT-LABEL
           ELSE
               MOVE DEPT-CODE(DEPT-IDX) TO DEPT-LABEL
           END-IF.
           IF DEPT-BUDGETED(DEPT-IDX) = 'N' THEN
               MOVE 'NO ESTABLISHMENT' TO DEPT-NOTE
           ELSE
               MOVE SPACES TO DEPT-NOTE
           END-IF.
           MOVE DEPT-BUDGET-HC(DEPT-IDX) TO HC-ED-1.
           MOVE DEPT-ACTUAL-HC(DEPT-IDX) TO HC-ED-2.
           MOVE VACANCY-COUNT TO HC-ED-3.
           MOVE OVER-COUNT TO HC-ED-4.
           MOVE DEPT-BUDGET-COST(DEPT-IDX) TO COST-ED-1.
           MOVE DEPT-ACTUAL-COST(DEPT-IDX) TO COST-ED-2.
           MOVE COST-VARIANCE TO VARIANCE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING DEPT-LABEL '   ' HC-ED-1 '   ' HC-ED-2 '   '
                  HC-ED-3 '   ' HC-ED-4 '  ' COST-ED-1 '  '
                  COST-ED-2 '  ' VARIANCE-ED '  ' DEPT-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY OPS-LOG-WRITE.

           COPY REPORT-HEAD.

       END PROGRAM EMP-ESTAB-REPORT.
