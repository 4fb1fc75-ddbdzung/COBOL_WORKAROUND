       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PAY-EQUITY.

      *>    SALARY DISTRIBUTION AND PAY-EQUITY REPORT FOR THE PAY
      *>    REVIEW.  EMP-SUMMARY'S BAND AVERAGES ARE PULLED ABOUT BY
      *>    THE FEW SENIOR SALARIES, SO THIS WORKS IN MEDIANS AND
      *>    SPREADS INSTEAD, THROUGH THE MEDIAN SUBSYSTEM.  THE
      *>    Employee-Salary OF EVERY Status-Active EMPLOYEE ON THE
      *>    MASTER IS GATHERED BY Employee-Dept (NO DEPARTMENT COUNTS
      *>    UNDER NONE, AS IN EMP-SUMMARY), SORTED BY SORT-ARRAY, AND
      *>    FOR EACH DEPARTMENT THE REPORT SHOWS THE HEADCOUNT, THE
      *>    MEDIAN (SOLUTION), THE 10TH, 25TH, 75TH AND 90TH
      *>    PERCENTILES (PERCENTILE, NEAREST RANK), THE P90/P10 RATIO
      *>    AND THE DEPARTMENT MEDIAN AS A PERCENTAGE OF THE
      *>    COMPANY-WIDE MEDIAN, WITH THE COMPANY LINE BENEATH.  THEN
      *>    EVERY EMPLOYEE PAID BELOW 80% OR ABOVE 120% OF THEIR
      *>    DEPARTMENT MEDIAN IS LISTED FOR THE REVIEW.
      *>
      *>    THE SUBSYSTEM WORKS IN WHOLE NUMBERS UP TO 99999, SO
      *>    SALARIES GO IN AS WHOLE HUNDREDS (ROUNDED) AND THE
      *>    FIGURES COME BACK TO THE NEAREST HUNDRED.  SOLUTION AND
      *>    PERCENTILE TAKE THE SORTED POPULATION AS ITS LOWER AND
      *>    UPPER HALVES - TWO SORTED ARRAYS OF AT MOST 256 - SO A
      *>    POPULATION OF ONE, OR OF MORE THAN 512, IS READ STRAIGHT
      *>    OFF THE SORTED TABLE BY THE SAME RULES INSTEAD (THE
      *>    AVERAGED MIDDLE FOR THE MEDIAN, NEAREST RANK FOR THE
      *>    PERCENTILES) AND MARKED ON ITS LINE.  THE 80%/120% TEST IS
      *>    ON THE EXACT SALARY.  WRITES EMP-PAY-EQUITY-REPORT.TXT AND
      *>    ONE OPS-LOG LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-PAY-EQUITY-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *>    THE PAY-REVIEW CORRIDOR AROUND A DEPARTMENT MEDIAN.
       01  EQUITY-LOW-PCT               PIC 9(03) VALUE 80.
       01  EQUITY-HIGH-PCT              PIC 9(03) VALUE 120.
      *
      *>    THE ACTIVE POPULATION, IN MASTER ORDER.
       01  ACTIVE-TABLE.
           05  ACTIVE-COUNT             PIC 9(04) VALUE 0.
           05  ACTIVE-ENTRY OCCURS 2000 TIMES.
               10  ACT-ID               PIC 9(05).
               10  ACT-NAME             PIC X(30).
               10  ACT-DEPT             PIC X(04).
               10  ACT-SALARY           PIC 9(7)V99.
       01  ACT-IDX                      PIC 9(04).
       01  ACTIVE-FULL-WARNED           PIC X(01) VALUE 'N'.
      *
      *>    ONE ENTRY PER DEPARTMENT, IN ORDER OF FIRST SIGHT.  THE
      *>    FIVE FIGURES ARE P10, P25, MEDIAN, P75 AND P90.
       01  DEPT-TABLE.
           05  DEPT-COUNT               PIC 9(03) VALUE 0.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DEPT-CODE            PIC X(04).
               10  DEPT-HEADCOUNT       PIC 9(05).
               10  DEPT-DIRECT          PIC X(01).
               10  DEPT-FIGURE OCCURS 5 TIMES PIC 9(7)V99.
       01  DEPT-IDX                     PIC 9(03).
       01  DEPT-WORK                    PIC X(04).
       01  DEPT-FULL-WARNED             PIC X(01) VALUE 'N'.
       01  COMPANY-HEADCOUNT            PIC 9(05) VALUE 0.
       01  COMPANY-DIRECT               PIC X(01).
       01  COMPANY-FIGURES.
           05  COMPANY-FIGURE OCCURS 5 TIMES PIC 9(7)V99.
      *
      *>    THE POPULATION BEING MEASURED, IN WHOLE HUNDREDS, SORTED
      *>    IN PLACE BY SORT-ARRAY.
       01  SALARY-ARRAY.
           COPY NUMBER-ARRAY.
      *>    ONE SALARY IN WHOLE HUNDREDS, ROUNDED ONCE HERE SO THE
      *>    SUBSYSTEM AND THE SORTED-TABLE RULES SEE THE SAME VALUE.
       01  SALARY-HUNDREDS              PIC 9(05).
       01  NUM1-ARR-TBL.
           COPY NUMBER-ARRAY
               REPLACING ==ARRAY-SIZE== BY ==NUM1-ARR-SIZE==
                         ==ARRAY-TBL==  BY ==NUM1-TBL==
                         ==ARRAY-ELM==  BY ==NUM1-ARR-ELM==
                         ==ARRAY-IDX==  BY ==NUM1-ARR-IDX==
                         ==S9(5)V99==   BY ==S9(5)==.
       01  NUM2-ARR-TBL.
           COPY NUMBER-ARRAY
               REPLACING ==ARRAY-SIZE== BY ==NUM2-ARR-SIZE==
                         ==ARRAY-TBL==  BY ==NUM2-TBL==
                         ==ARRAY-ELM==  BY ==NUM2-ARR-ELM==
                         ==ARRAY-IDX==  BY ==NUM2-ARR-IDX==
                         ==S9(5)V99==   BY ==S9(5)==.
       01  HALF-SIZE                    PIC 9(04).
       01  ELEM-IDX                     PIC 9(04).
       01  MEDIAN-RESULT                PIC S9(5)V9(03).
       01  SOLUTION-RC                  PIC X(01).
       01  SOLUTION-TRACE               PIC X(01) VALUE 'N'.
       01  PCT-WANTED                   PIC 9(03).
       01  PCT-VALUE                    PIC S9(5)V9(03).
       01  PCT-RC                       PIC X(01).
       01  PCT-TRACE                    PIC X(01) VALUE 'N'.
       01  PCT-RANK                     PIC 9(04).
      *>    THE FIGURES FOR THE POPULATION JUST MEASURED.
       01  MEASURE-DIRECT               PIC X(01).
       01  MEASURE-FIGURES.
           05  MEASURE-FIGURE OCCURS 5 TIMES PIC 9(7)V99.
       01  FIG-IDX                      PIC 9(01).
      *
       01  P90-P10-RATIO                PIC 9(03)V99.
       01  VS-COMPANY-PCT               PIC 9(04)V9.
       01  OF-MEDIAN-PCT                PIC 9(04)V9.
       01  FLAGGED-COUNT                PIC 9(05) VALUE 0.
       01  DEPT-LABEL                   PIC X(07).
       01  CORRIDOR-ED                  PIC ZZ9.
       01  CORRIDOR-HIGH-ED             PIC ZZ9.
       01  HC-ED                        PIC ZZZZ9.
       01  FIG-ED-TBL.
           05  FIG-ED OCCURS 5 TIMES    PIC Z,ZZZ,ZZ9.
       01  RATIO-ED                     PIC ZZ9.99.
       01  PCT-ED                       PIC ZZZ9.9.
       01  SALARY-ED                    PIC Z,ZZZ,ZZ9.99.
       01  MEDIAN-ED                    PIC Z,ZZZ,ZZ9.
       01  DIRECT-NOTE                  PIC X(08).
       01  FLAG-WORD                    PIC X(05).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-PAY-EQUITY'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ACTIVE-POPULATION.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM MEASURE-COMPANY.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM MEASURE-ONE-DEPT
           END-PERFORM.
           PERFORM WRITE-PAY-EQUITY-REPORT.
           MOVE 'EMP-PAYEQ' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE ACTIVE-COUNT TO OPS-LOG-REC-COUNT.
           MOVE FLAGGED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'OUTSIDE 80-120 PCT' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-ACTIVE-POPULATION.
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
                       AND Status-Active OF EMPLOYEE-RECORD THEN
                   PERFORM TAKE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       TAKE-ONE-EMPLOYEE.
           MOVE Employee-Dept OF EMPLOYEE-RECORD TO DEPT-WORK.
           IF DEPT-WORK = SPACES THEN
               MOVE 'NONE' TO DEPT-WORK
           END-IF.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = DEPT-WORK THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEPT-IDX > DEPT-COUNT THEN
               IF DEPT-COUNT >= 100 THEN
                   IF DEPT-FULL-WARNED = 'N' THEN
                       DISPLAY 'MORE THAN 100 DEPARTMENTS - LATER'
                           ' ONES LEFT OFF THE PAY-EQUITY REPORT'
                       MOVE 'Y' TO DEPT-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   MOVE DEPT-WORK TO DEPT-CODE(DEPT-IDX)
                   MOVE 0 TO DEPT-HEADCOUNT(DEPT-IDX)
               END-IF
           END-IF.
           IF DEPT-IDX <= DEPT-COUNT THEN
               IF ACTIVE-COUNT >= 2000 THEN
                   IF ACTIVE-FULL-WARNED = 'N' THEN
                       DISPLAY 'MORE THAN 2000 ACTIVE EMPLOYEES -'
                           ' LATER ONES LEFT OFF THE PAY-EQUITY REPORT'
                       MOVE 'Y' TO ACTIVE-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO ACTIVE-COUNT
                   MOVE Employee-ID OF EMPLOYEE-RECORD
                       TO ACT-ID(ACTIVE-COUNT)
                   MOVE Employee-Name OF EMPLOYEE-RECORD
                       TO ACT-NAME(ACTIVE-COUNT)
                   MOVE DEPT-WORK TO ACT-DEPT(ACTIVE-COUNT)
                   MOVE Employee-Salary OF EMPLOYEE-RECORD
                       TO ACT-SALARY(ACTIVE-COUNT)
                   ADD 1 TO DEPT-HEADCOUNT(DEPT-IDX)
               END-IF
           END-IF.

       MEASURE-COMPANY.
           MOVE 0 TO ARRAY-SIZE.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVE-COUNT
               PERFORM ADD-SALARY-TO-ARRAY
           END-PERFORM.
           MOVE ARRAY-SIZE TO COMPANY-HEADCOUNT.
           PERFORM MEASURE-SALARY-ARRAY.
           MOVE MEASURE-DIRECT TO COMPANY-DIRECT.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               MOVE MEASURE-FIGURE(FIG-IDX) TO COMPANY-FIGURE(FIG-IDX)
           END-PERFORM.

       MEASURE-ONE-DEPT.
           MOVE 0 TO ARRAY-SIZE.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVE-COUNT
               IF ACT-DEPT(ACT-IDX) = DEPT-CODE(DEPT-IDX) THEN
                   PERFORM ADD-SALARY-TO-ARRAY
               END-IF
           END-PERFORM.
           PERFORM MEASURE-SALARY-ARRAY.
           MOVE MEASURE-DIRECT TO DEPT-DIRECT(DEPT-IDX).
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               MOVE MEASURE-FIGURE(FIG-IDX)
                   TO DEPT-FIGURE(DEPT-IDX, FIG-IDX)
           END-PERFORM.

       ADD-SALARY-TO-ARRAY.
           ADD 1 TO ARRAY-SIZE.
           COMPUTE SALARY-HUNDREDS ROUNDED =
               ACT-SALARY(ACT-IDX) / 100.
           MOVE SALARY-HUNDREDS TO ARRAY-ELM(ARRAY-SIZE).

      *>    SALARY-ARRAY IN (UNSORTED, WHOLE HUNDREDS); THE FIVE
      *>    FIGURES OUT, BACK IN CURRENCY.
       MEASURE-SALARY-ARRAY.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               MOVE 0 TO MEASURE-FIGURE(FIG-IDX)
           END-PERFORM.
           MOVE 'N' TO MEASURE-DIRECT.
           IF ARRAY-SIZE > 0 THEN
               CALL 'SORT-ARRAY' USING SALARY-ARRAY
               IF ARRAY-SIZE = 1 OR ARRAY-SIZE > 512 THEN
                   MOVE 'Y' TO MEASURE-DIRECT
                   PERFORM MEASURE-FROM-SORTED-TABLE
               ELSE
                   PERFORM MEASURE-THROUGH-SUBSYSTEM
               END-IF
           END-IF.

      *>    THE LOWER HALF (THE EXTRA ONE OF AN ODD POPULATION) GOES
      *>    TO NUM1, THE UPPER HALF TO NUM2 - BOTH STILL SORTED.
       MEASURE-THROUGH-SUBSYSTEM.
           COMPUTE HALF-SIZE = (ARRAY-SIZE + 1) / 2.
           MOVE HALF-SIZE TO NUM1-ARR-SIZE.
           COMPUTE NUM2-ARR-SIZE = ARRAY-SIZE - HALF-SIZE.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > HALF-SIZE
               MOVE ARRAY-ELM(ELEM-IDX) TO NUM1-ARR-ELM(ELEM-IDX)
           END-PERFORM.
           PERFORM VARYING ELEM-IDX FROM 1 BY 1
                   UNTIL ELEM-IDX > NUM2-ARR-SIZE
               MOVE ARRAY-ELM(HALF-SIZE + ELEM-IDX)
                   TO NUM2-ARR-ELM(ELEM-IDX)
           END-PERFORM.
           CALL 'SOLUTION' USING NUM1-ARR-TBL NUM2-ARR-TBL
               MEDIAN-RESULT SOLUTION-RC SOLUTION-TRACE.
           IF SOLUTION-RC = '0' THEN
               COMPUTE MEASURE-FIGURE(3) ROUNDED = MEDIAN-RESULT * 100
           END-IF.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               IF FIG-IDX NOT = 3 THEN
                   PERFORM SET-FIGURE-PERCENT
                   CALL 'PERCENTILE' USING NUM1-ARR-TBL NUM2-ARR-TBL
                       PCT-WANTED PCT-VALUE PCT-RC PCT-TRACE
                   IF PCT-RC = '0' THEN
                       COMPUTE MEASURE-FIGURE(FIG-IDX) ROUNDED =
                           PCT-VALUE * 100
                   END-IF
               END-IF
           END-PERFORM.

      *>    SAME RULES AS SOLUTION AND PERCENTILE, READ STRAIGHT OFF
      *>    THE SORTED TABLE.
       MEASURE-FROM-SORTED-TABLE.
           IF FUNCTION MOD(ARRAY-SIZE, 2) = 1 THEN
               COMPUTE MEASURE-FIGURE(3) ROUNDED =
                   ARRAY-ELM((ARRAY-SIZE + 1) / 2) * 100
           ELSE
               COMPUTE MEASURE-FIGURE(3) ROUNDED =
                   (ARRAY-ELM(ARRAY-SIZE / 2)
                    + ARRAY-ELM(ARRAY-SIZE / 2 + 1)) * 50
           END-IF.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               IF FIG-IDX NOT = 3 THEN
                   PERFORM SET-FIGURE-PERCENT
                   COMPUTE PCT-RANK =
                       ((PCT-WANTED * ARRAY-SIZE) + 99) / 100
                   IF PCT-RANK < 1 THEN
                       MOVE 1 TO PCT-RANK
                   END-IF
                   IF PCT-RANK > ARRAY-SIZE THEN
                       MOVE ARRAY-SIZE TO PCT-RANK
                   END-IF
                   COMPUTE MEASURE-FIGURE(FIG-IDX) =
                       ARRAY-ELM(PCT-RANK) * 100
               END-IF
           END-PERFORM.

       SET-FIGURE-PERCENT.
           EVALUATE FIG-IDX
               WHEN 1
                   MOVE 10 TO PCT-WANTED
               WHEN 2
                   MOVE 25 TO PCT-WANTED
               WHEN 4
                   MOVE 75 TO PCT-WANTED
               WHEN OTHER
                   MOVE 90 TO PCT-WANTED
           END-EVALUATE.

       WRITE-PAY-EQUITY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SALARY DISTRIBUTION AND PAY EQUITY' TO RPT-TITLE.
           MOVE 'EMP-PAY-EQUITY' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'DEPT    HEADS        P10        P25     MEDIAN'
                  '        P75        P90  P90/P10  MEDIAN VS CO %'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE DEPT-CODE(DEPT-IDX) TO DEPT-LABEL
               MOVE DEPT-HEADCOUNT(DEPT-IDX) TO HC-ED
               MOVE DEPT-DIRECT(DEPT-IDX) TO MEASURE-DIRECT
               PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
                   MOVE DEPT-FIGURE(DEPT-IDX, FIG-IDX)
                       TO MEASURE-FIGURE(FIG-IDX)
               END-PERFORM
               PERFORM WRITE-ONE-DISTRIBUTION-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'COMPANY' TO DEPT-LABEL.
           MOVE COMPANY-HEADCOUNT TO HC-ED.
           MOVE COMPANY-DIRECT TO MEASURE-DIRECT.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               MOVE COMPANY-FIGURE(FIG-IDX) TO MEASURE-FIGURE(FIG-IDX)
           END-PERFORM.
           PERFORM WRITE-ONE-DISTRIBUTION-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE EQUITY-LOW-PCT TO CORRIDOR-ED.
           MOVE EQUITY-HIGH-PCT TO CORRIDOR-HIGH-ED.
           STRING 'EMPLOYEES BELOW ' FUNCTION TRIM(CORRIDOR-ED)
                  '% OR ABOVE ' FUNCTION TRIM(CORRIDOR-HIGH-ED)
                  '% OF THEIR DEPARTMENT MEDIAN'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > ACTIVE-COUNT
                   IF ACT-DEPT(ACT-IDX) = DEPT-CODE(DEPT-IDX) THEN
                       PERFORM CHECK-ONE-EMPLOYEE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACTIVE EMPLOYEES: ' ACTIVE-COUNT
                  '  DEPARTMENTS: ' DEPT-COUNT
                  '  OUTSIDE THE CORRIDOR: ' FLAGGED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'FIGURES ARE TO THE NEAREST HUNDRED; * = READ OFF THE'
                  ' SORTED TABLE (ONE EMPLOYEE, OR OVER 512)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

      *>    DEPT-LABEL, HC-ED, MEASURE-DIRECT AND MEASURE-FIGURE IN.
       WRITE-ONE-DISTRIBUTION-LINE.
           PERFORM VARYING FIG-IDX FROM 1 BY 1 UNTIL FIG-IDX > 5
               MOVE MEASURE-FIGURE(FIG-IDX) TO FIG-ED(FIG-IDX)
           END-PERFORM.
           MOVE 0 TO P90-P10-RATIO VS-COMPANY-PCT.
           IF MEASURE-FIGURE(1) > 0 THEN
               COMPUTE P90-P10-RATIO ROUNDED =
                   MEASURE-FIGURE(5) / MEASURE-FIGURE(1)
           END-IF.
           IF COMPANY-FIGURE(3) > 0 THEN
               COMPUTE VS-COMPANY-PCT ROUNDED =
                   MEASURE-FIGURE(3) * 100 / COMPANY-FIGURE(3)
           END-IF.
           MOVE P90-P10-RATIO TO RATIO-ED.
           MOVE VS-COMPANY-PCT TO PCT-ED.
           IF MEASURE-DIRECT = 'Y' THEN
               MOVE '*' TO DIRECT-NOTE
           ELSE
               MOVE SPACES TO DIRECT-NOTE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING DEPT-LABEL ' ' HC-ED '  ' FIG-ED(1) '  '
                  FIG-ED(2) '  ' FIG-ED(3) '  ' FIG-ED(4) '  '
                  FIG-ED(5) '   ' RATIO-ED '         ' PCT-ED '  '
                  DIRECT-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       CHECK-ONE-EMPLOYEE.
           IF DEPT-FIGURE(DEPT-IDX, 3) > 0 THEN
               COMPUTE OF-MEDIAN-PCT ROUNDED =
                   ACT-SALARY(ACT-IDX) * 100 / DEPT-FIGURE(DEPT-IDX, 3)
               MOVE SPACES TO FLAG-WORD
               IF OF-MEDIAN-PCT < EQUITY-LOW-PCT THEN
                   MOVE 'BELOW' TO FLAG-WORD
               END-IF
               IF OF-MEDIAN-PCT > EQUITY-HIGH-PCT THEN
                   MOVE 'ABOVE' TO FLAG-WORD
               END-IF
               IF FLAG-WORD NOT = SPACES THEN
                   ADD 1 TO FLAGGED-COUNT
                   MOVE ACT-SALARY(ACT-IDX) TO SALARY-ED
                   MOVE DEPT-FIGURE(DEPT-IDX, 3) TO MEDIAN-ED
                   MOVE OF-MEDIAN-PCT TO PCT-ED
                   MOVE SPACES TO REPORT-REC
                   STRING ACT-DEPT(ACT-IDX) '  ' ACT-ID(ACT-IDX) '  '
                          ACT-NAME(ACT-IDX) ' SALARY ' SALARY-ED
                          ' MEDIAN ' MEDIAN-ED ' ' PCT-ED '% - '
                          FLAG-WORD
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

           COPY OPS-LOG-WRITE.

           COPY REPORT-HEAD.

       END PROGRAM EMP-PAY-EQUITY.
