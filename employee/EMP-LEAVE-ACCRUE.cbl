      *>    REMAINING BALANCE, FLAGGING OVERDRAWN BALANCES AND LEAVE
      *>    THAT HAS RUN PAST ITS EXPECTED END - THE LIST PAYROLL
      *>    WILL EVENTUALLY STOP PAYING FROM.
      *>    LEAVE PAYROLL-RUN HAS JUST DEDUCTED AS UNPAID (THE
      *>    PERIOD'S LINES ON PAY-UNPAID-LEAVE.TXT) IS SHOWN AGAINST
      *>    THE EMPLOYEE WITH ITS DAYS AND DATES, SO HR AND PAYROLL
      *>    WORK FROM THE SAME NUMBER, AND THOSE DAYS ARE CREDITED BACK
      *>    TO THE BALANCE - THEY HAVE BEEN TAKEN OUT OF PAY, SO NO
      *>    LONGER COUNT AGAINST THE ENTITLEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-LEAVE-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    WRITTEN BY PAYROLL-RUN - SEE PAYROLL-RUN.CBL.  A MISSING
      *>    FILE MEANS NOBODY'S LEAVE WENT UNPAID.
           SELECT UNPAID-LEAVE-FILE ASSIGN TO "PAY-UNPAID-LEAVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UNPAID-LEAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  UNPAID-LEAVE-FILE.
       01  UNPAID-LEAVE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  RATE-FILE-STATUS             PIC X(02).
       01  EXPIRED-COUNT                PIC 9(05) VALUE 0.
       01  BALANCE-ED                   PIC -(3)9.9.
       01  LEAVE-FLAG-TEXT              PIC X(30).
      *
       01  UNPAID-LEAVE-STATUS          PIC X(02).
       01  WS-EOF-UNPAID                PIC X(01) VALUE 'N'.
       01  RUN-PERIOD-ID                PIC X(06).
      *>    THE PERIOD'S UNPAID LEAVE, ONE ROW PER EMPLOYEE.
       01  UNPAID-TABLE.
           05  UNPAID-COUNT             PIC 9(04) VALUE 0.
           05  UNPAID-ENTRY OCCURS 1000 TIMES.
               10  UNPAID-EMP-ID        PIC 9(05).
               10  UNPAID-FIRST-DATE    PIC 9(08).
               10  UNPAID-LAST-DATE     PIC 9(08).
               10  UNPAID-DAYS          PIC 9(3)V9.
       01  UNPAID-IDX                   PIC 9(04).
       01  UNPAID-EMP-IDX               PIC 9(04).
       01  UNP-EMP-TXT                  PIC X(06).
       01  UNP-PERIOD-TXT               PIC X(08).
       01  UNP-FIRST-TXT                PIC X(10).
       01  UNP-LAST-TXT                 PIC X(10).
       01  UNP-DAYS-TXT                 PIC X(08).
       01  UNP-NUMVAL-CHK               PIC S9(3).
       01  UNPAID-EMP-COUNT             PIC 9(05) VALUE 0.
       01  UNPAID-DAYS-TOTAL            PIC 9(5)V9 VALUE 0.
       01  UNPAID-DAYS-ED               PIC ZZ9.9.
       01  UNPAID-TOTAL-ED              PIC ZZZZ9.9.
       01  UNPAID-TEXT                  PIC X(40).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'X'.
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE(1:6) TO RUN-PERIOD-ID.
           PERFORM READ-ACCRUAL-RATE.
           PERFORM LOAD-UNPAID-LEAVE.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
               END-IF
           END-IF.

      *>    EMP-ID,PERIOD-ID,FIRST-DAY,LAST-DAY,DAYS,AMOUNT - ONLY
      *>    THIS PERIOD'S LINES, SO A FILE LEFT FROM AN EARLIER PERIOD
      *>    IS NEVER CREDITED AGAIN.
       LOAD-UNPAID-LEAVE.
           OPEN INPUT UNPAID-LEAVE-FILE.
           IF UNPAID-LEAVE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-UNPAID
           END-IF.
           PERFORM UNTIL WS-EOF-UNPAID = 'Y'
               READ UNPAID-LEAVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-UNPAID
               END-READ
               IF WS-EOF-UNPAID NOT = 'Y' THEN
                   PERFORM LOAD-ONE-UNPAID-LINE
               END-IF
           END-PERFORM.
           IF UNPAID-LEAVE-STATUS = '00'
                   OR UNPAID-LEAVE-STATUS = '10' THEN
               CLOSE UNPAID-LEAVE-FILE
           END-IF.

       LOAD-ONE-UNPAID-LINE.
           MOVE SPACES TO UNP-EMP-TXT UNP-PERIOD-TXT UNP-FIRST-TXT
               UNP-LAST-TXT UNP-DAYS-TXT.
           UNSTRING UNPAID-LEAVE-REC DELIMITED BY ','
               INTO UNP-EMP-TXT UNP-PERIOD-TXT UNP-FIRST-TXT
                   UNP-LAST-TXT UNP-DAYS-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(UNP-DAYS-TXT))
               TO UNP-NUMVAL-CHK.
           IF FUNCTION TRIM(UNP-PERIOD-TXT) = RUN-PERIOD-ID
                   AND FUNCTION TRIM(UNP-EMP-TXT) IS NUMERIC
                   AND FUNCTION TRIM(UNP-FIRST-TXT) IS NUMERIC
                   AND FUNCTION TRIM(UNP-LAST-TXT) IS NUMERIC
                   AND UNP-NUMVAL-CHK = 0 THEN
               IF UNPAID-COUNT >= 1000 THEN
                   DISPLAY 'PAY-UNPAID-LEAVE.TXT EXCEEDS 1000 LINES - '
                       'EMP ' UNP-EMP-TXT ' NOT CREDITED'
               ELSE
                   ADD 1 TO UNPAID-COUNT
                   COMPUTE UNPAID-EMP-ID(UNPAID-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(UNP-EMP-TXT))
                   COMPUTE UNPAID-FIRST-DATE(UNPAID-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(UNP-FIRST-TXT))
                   COMPUTE UNPAID-LAST-DATE(UNPAID-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(UNP-LAST-TXT))
                   COMPUTE UNPAID-DAYS(UNPAID-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(UNP-DAYS-TXT))
               END-IF
           END-IF.

       OPEN-ACCRUE-FILES.
           OPEN I-O EMPLOYEE-MASTER.
           IF EMP-FILE-STATUS NOT = '00' THEN
      *>    DEBITED WHEN THE LEAVE IS BOOKED, BY EMP-LEAVE-SET, NOT
      *>    BY THIS RUN.
       ACCRUE-ONE-EMPLOYEE.
           PERFORM CREDIT-UNPAID-LEAVE.
           IF Status-On-Leave OF EMPLOYEE-RECORD THEN
               ADD 1 TO ON-LEAVE-COUNT
               IF UNPAID-EMP-IDX > 0 THEN
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR EMP '
                               Employee-ID OF EMPLOYEE-RECORD
                   END-REWRITE
               END-IF
           ELSE
               ADD ACCRUAL-RATE
                   TO Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
           END-IF.
           PERFORM WRITE-BALANCE-LINE.

      *>    THE DAYS PAYROLL-RUN DEDUCTED THIS PERIOD GO BACK ON THE
      *>    BALANCE - THE MASTER ITSELF IS REWRITTEN BY THE CALLER.
       CREDIT-UNPAID-LEAVE.
           MOVE 0 TO UNPAID-EMP-IDX.
           MOVE SPACES TO UNPAID-TEXT.
           PERFORM VARYING UNPAID-IDX FROM 1 BY 1
                   UNTIL UNPAID-IDX > UNPAID-COUNT
               IF UNPAID-EMP-ID(UNPAID-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   MOVE UNPAID-IDX TO UNPAID-EMP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UNPAID-EMP-IDX > 0 THEN
               ADD UNPAID-DAYS(UNPAID-EMP-IDX)
                   TO Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               ADD 1 TO UNPAID-EMP-COUNT
               ADD UNPAID-DAYS(UNPAID-EMP-IDX) TO UNPAID-DAYS-TOTAL
               MOVE UNPAID-DAYS(UNPAID-EMP-IDX) TO UNPAID-DAYS-ED
               STRING 'UNPAID ' UNPAID-DAYS-ED ' DAYS '
                      UNPAID-FIRST-DATE(UNPAID-EMP-IDX) '-'
                      UNPAID-LAST-DATE(UNPAID-EMP-IDX)
                   DELIMITED BY SIZE INTO UNPAID-TEXT
               END-STRING
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE SPACES TO LEAVE-FLAG-TEXT.
           IF Employee-Leave-Balance-Days OF EMPLOYEE-RECORD < 0 THEN
                  '-' Employee-Leave-End-Date OF EMPLOYEE-RECORD
                  ' BALANCE ' BALANCE-ED
                  ' ' LEAVE-FLAG-TEXT
                  ' ' UNPAID-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE UNPAID-DAYS-TOTAL TO UNPAID-TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'UNPAID LEAVE THIS PERIOD - EMPLOYEES: '
                  UNPAID-EMP-COUNT
                  ' DAYS: ' UNPAID-TOTAL-ED
                  ' (AS DEDUCTED BY PAYROLL-RUN, CREDITED BACK)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
       END PROGRAM EMP-LEAVE-ACCRUE.
