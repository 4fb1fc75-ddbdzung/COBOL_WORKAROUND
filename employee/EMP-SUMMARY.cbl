      *>    SALARY BANDS, REPORTING HEADCOUNT, TOTAL AND AVERAGE
      *>    Employee-Salary PER BAND - THE NUMBERS MANAGEMENT ASKS FOR
      *>    EVERY MONTH-END, PRODUCED BY A JOB INSTEAD OF BY EYE FROM
      *>    INQUIRY SCREENS.  THE ACTIVE HEADCOUNT IS ALSO BROKEN DOWN
      *>    BY Employee-Dept, ON THE REPORT AND AS ONE DEPT,COUNT LINE
      *>    PER DEPARTMENT ON EMP-DEPT-HEADCOUNT.TXT - THE HEADCOUNT
      *>    DRIVER GRID-ALLOCATE SPREADS SHARED COSTS BY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-SUMMARY-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HEADCOUNT-FILE ASSIGN TO "EMP-DEPT-HEADCOUNT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  HEADCOUNT-FILE.
       01  HEADCOUNT-REC                PIC X(20).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  BAND-AVERAGE                 PIC 9(7)V99.
       01  BAND-TOTAL-ED                PIC Z(10)9.99.
       01  BAND-AVERAGE-ED              PIC Z(6)9.99.
      *>    ACTIVE HEADCOUNT PER DEPARTMENT, IN ORDER OF FIRST SIGHT.
       01  DEPT-TABLE.
           05  DEPT-COUNT               PIC 9(03) VALUE 0.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DEPT-CODE            PIC X(04).
               10  DEPT-HEADCOUNT       PIC 9(05).
       01  DEPT-IDX                     PIC 9(03).
       01  DEPT-WORK                    PIC X(04).
       01  DEPT-FULL-WARNED             PIC X(01) VALUE 'N'.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
               WHEN OTHER
                   ADD 1 TO ACTIVE-COUNT
                   PERFORM TALLY-ACTIVE-BAND
                   PERFORM TALLY-ACTIVE-DEPT
           END-EVALUATE.

       TALLY-ACTIVE-BAND.
               END-IF
           END-PERFORM.

      *>    AN EMPLOYEE WITH NO DEPARTMENT COUNTS UNDER NONE.
       TALLY-ACTIVE-DEPT.
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
                           ' ONES LEFT OUT OF THE BREAKDOWN'
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
               ADD 1 TO DEPT-HEADCOUNT(DEPT-IDX)
           END-IF.

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING 'HEADCOUNT - ACTIVE: ' ACTIVE-COUNT
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
               PERFORM WRITE-ONE-BAND-LINE
           END-PERFORM.
           MOVE 'ACTIVE HEADCOUNT BY DEPARTMENT' TO REPORT-REC.
           WRITE REPORT-REC.
           OPEN OUTPUT HEADCOUNT-FILE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING DEPT-CODE(DEPT-IDX)
                      ' COUNT ' DEPT-HEADCOUNT(DEPT-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO HEADCOUNT-REC
               STRING FUNCTION TRIM(DEPT-CODE(DEPT-IDX)) ','
                      DEPT-HEADCOUNT(DEPT-IDX)
                   DELIMITED BY SIZE INTO HEADCOUNT-REC
               END-STRING
               WRITE HEADCOUNT-REC
           END-PERFORM.
           CLOSE HEADCOUNT-FILE.

       WRITE-ONE-BAND-LINE.
           IF BAND-COUNT(BAND-IDX) > 0 THEN
