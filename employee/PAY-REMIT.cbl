       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REMIT.

      *>    DEDUCTION REMITTANCE RUN.  PAYROLL-RUN TAKES TAX, PENSION
      *>    AND BENEFIT DEDUCTIONS OFF THE GROSS AND LISTS EVERY ONE
      *>    IT TOOK ON PAY-DEDUCTIONS-TAKEN.TXT; THIS PROGRAM SENDS
      *>    THAT MONEY ON TO THE THIRD PARTIES IT BELONGS TO INSTEAD
      *>    OF FINANCE ADDING IT UP OFF THE REGISTER.  THE PAYEE FILE
      *>    (PAY-PAYEES.TXT) MAPS EACH DEDUCTION CODE TO A PAYEE -
      *>        CODE,PAYEE-ID,PAYEE-NAME,SORT-CODE,ACCOUNT
      *>    SEVERAL CODES MAY GO TO ONE PAYEE (THE FIRST LINE FOR A
      *>    PAYEE-ID GIVES ITS NAME AND BANK DETAILS).  A PAYEE WITH
      *>    NO BANK DETAILS IS MONEY KEPT IN HOUSE - SALARY ADVANCES
      *>    RECOVERED UNDER 'LOANS', SAY - AND GETS A SCHEDULE BUT NO
      *>    PAYMENT.  FOR EACH PAYEE THE RUN WRITES -
      *>        - A PER-EMPLOYEE CONTRIBUTION SCHEDULE AND REMITTANCE
      *>          TOTAL ON PAY-REMIT-SCHEDULE.TXT,
      *>        - ONE PAYMENT RECORD ON PAY-REMIT-PAYMENT.TXT, IN THE
      *>          PAYROLL-PAYMENT.TXT LAYOUT WITH ITS OWN TRAILER, THE
      *>          PAYEE-ID STANDING IN THE EMPLOYEE-ID COLUMN.
      *>    A DEDUCTION WHOSE CODE HAS NO PAYEE IS LISTED SEPARATELY
      *>    AND ENDS THE RUN NOT-FOUND (SEE RETURN-CODES.CPY) - THAT
      *>    MONEY IS GOING NOWHERE UNTIL PAY-PAYEES.TXT IS FIXED.
      *>    THE TAKINGS FILE'S TRAILER CARRIES THE DEDUCTION TOTAL
      *>    PRINTED ON THE REGISTER.  IT IS PROVED AGAINST THE LINES
      *>    BEFORE ANYTHING IS REMITTED, AND THE CLOSING LINES SHOW
      *>    REMITTED + RETAINED + UNMAPPED AGREEING BACK TO IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAKEN-FILE ASSIGN TO "PAY-DEDUCTIONS-TAKEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAKEN-FILE-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "PAY-PAYEES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYEE-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAY-REMIT-PAYMENT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "PAY-REMIT-SCHEDULE.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    SAME LAYOUTS PAYROLL-RUN WRITES.
       FD  TAKEN-FILE.
       01  TAKEN-REC.
           05  TKN-REC-TYPE             PIC X(01).
           05  TKN-EMP-ID               PIC 9(05).
           05  TKN-NAME                 PIC X(30).
           05  TKN-PERIOD-ID            PIC X(06).
           05  TKN-CODE                 PIC X(10).
           05  TKN-REF                  PIC X(10).
           05  TKN-AMOUNT               PIC 9(7)V99.
       01  TAKEN-TRAILER-REC.
           05  TKN-TRL-TYPE             PIC X(01).
           05  TKN-TRL-COUNT            PIC 9(05).
           05  TKN-TRL-PERIOD-ID        PIC X(06).
           05  TKN-TRL-TOTAL            PIC 9(9)V99.
           05  TKN-TRL-FILLER           PIC X(48).

       FD  PAYEE-FILE.
       01  PAYEE-REC                    PIC X(80).

       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  PAY-EXT-REC-TYPE         PIC X(01).
           05  PAY-EXT-EMP-ID           PIC 9(05).
           05  PAY-EXT-NAME             PIC X(30).
           05  PAY-EXT-SORT-CODE        PIC X(06).
           05  PAY-EXT-ACCOUNT          PIC X(08).
           05  PAY-EXT-GROSS            PIC 9(7)V99.
       01  PAYMENT-TRAILER-REC.
           05  PAY-TRL-REC-TYPE         PIC X(01).
           05  PAY-TRL-COUNT            PIC 9(05).
           05  PAY-TRL-NAME-FILLER      PIC X(30).
           05  PAY-TRL-TOTAL            PIC 9(9)V99.
           05  PAY-TRL-FILLER           PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  TAKEN-FILE-STATUS            PIC X(02).
       01  PAYEE-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-TAKEN                 PIC X(01) VALUE 'N'.
       01  WS-EOF-PAYEE                 PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
      *>    ONE ROW PER PAYEE-ID, IN THE ORDER FIRST SEEN ON THE
      *>    PAYEE FILE, AND ONE ROW PER DEDUCTION CODE POINTING AT ITS
      *>    PAYEE.
       01  PAYEE-TABLE.
           05  PAYEE-COUNT              PIC 9(03) VALUE 0.
           05  PAYEE-ENTRY OCCURS 100 TIMES.
               10  PAYEE-ID             PIC 9(05).
               10  PAYEE-NAME           PIC X(30).
               10  PAYEE-SORT-CODE      PIC X(06).
               10  PAYEE-ACCOUNT        PIC X(08).
               10  PAYEE-TOTAL          PIC 9(9)V99.
               10  PAYEE-LINES          PIC 9(05).
       01  PAYEE-IDX                    PIC 9(03).
       01  CODEMAP-TABLE.
           05  CODEMAP-COUNT            PIC 9(03) VALUE 0.
           05  CODEMAP-ENTRY OCCURS 200 TIMES.
               10  CODEMAP-CODE         PIC X(10).
               10  CODEMAP-PAYEE-IDX    PIC 9(03).
       01  CODEMAP-IDX                  PIC 9(03).
       01  PYE-CODE-TXT                 PIC X(10).
       01  PYE-ID-TXT                   PIC X(06).
       01  PYE-NAME-TXT                 PIC X(30).
       01  PYE-SORT-TXT                 PIC X(06).
       01  PYE-ACCOUNT-TXT              PIC X(08).
      *
      *>    THE PERIOD'S TAKINGS HELD WHOLE - A SCHEDULE PER PAYEE
      *>    IS ONE PASS OVER THE TABLE.  TAKING-PAYEE-IDX 0 IS A CODE
      *>    WITH NO PAYEE.
       01  TAKING-TABLE.
           05  TAKING-COUNT             PIC 9(04) VALUE 0.
           05  TAKING-ENTRY OCCURS 5000 TIMES.
               10  TAKING-EMP-ID        PIC 9(05).
               10  TAKING-NAME          PIC X(30).
               10  TAKING-CODE          PIC X(10).
               10  TAKING-REF           PIC X(10).
               10  TAKING-AMOUNT        PIC 9(7)V99.
               10  TAKING-PAYEE-IDX     PIC 9(03).
       01  TAKING-IDX                   PIC 9(04).
       01  TAKING-OVERFLOW              PIC X(01) VALUE 'N'.
       01  TAKING-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  TRAILER-SEEN                 PIC X(01) VALUE 'N'.
       01  TRAILER-COUNT                PIC 9(05) VALUE 0.
       01  TRAILER-TOTAL                PIC 9(9)V99 VALUE 0.
       01  TRAILER-PERIOD-ID            PIC X(06) VALUE SPACES.
      *
       01  REMITTED-COUNT               PIC 9(05) VALUE 0.
       01  REMITTED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  RETAINED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  UNMAPPED-COUNT               PIC 9(05) VALUE 0.
       01  UNMAPPED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  ACCOUNTED-TOTAL              PIC 9(9)V99 VALUE 0.
       01  AMOUNT-ED                    PIC Z(6)9.99.
       01  TOTAL-ED                     PIC Z(8)9.99.
       01  TOTAL-ED-2                   PIC Z(8)9.99.
       01  TOTAL-ED-3                   PIC Z(8)9.99.
       01  TOTAL-ED-4                   PIC Z(8)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-TAKINGS.
           IF TAKEN-FILE-STATUS NOT = '00'
                   AND TAKEN-FILE-STATUS NOT = '10' THEN
               DISPLAY 'PAY-DEDUCTIONS-TAKEN.TXT COULD NOT BE OPENED'
                   ' (STATUS ' TAKEN-FILE-STATUS ') - RUN ABORTED'
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           IF TAKING-OVERFLOW = 'Y' THEN
               DISPLAY 'PAY-DEDUCTIONS-TAKEN.TXT EXCEEDS 5000 LINES - '
                   'RUN ABORTED, NOTHING REMITTED'
               SET RC-FULL TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
      *>    A TRUNCATED OR DAMAGED TAKINGS FILE MUST NOT REMIT HALF A
      *>    PERIOD - THE TRAILER HAS TO AGREE WITH WHAT WAS READ.
           IF TRAILER-SEEN NOT = 'Y'
                   OR TRAILER-COUNT NOT = TAKING-COUNT
                   OR TRAILER-TOTAL NOT = TAKING-TOTAL THEN
               DISPLAY 'PAY-DEDUCTIONS-TAKEN.TXT TRAILER DISAGREES'
                   ' WITH ITS CONTENTS - RUN REFUSED, NOTHING REMITTED'
               MOVE 'PAY-REMIT' TO OPS-LOG-PROGRAM
               MOVE 'REFUSED' TO OPS-LOG-RESULT
               MOVE TAKING-COUNT TO OPS-LOG-REC-COUNT
               MOVE 0 TO OPS-LOG-EXC-COUNT
               MOVE 'TRAILER MISMATCH' TO OPS-LOG-DETAIL
               PERFORM WRITE-OPS-LOG-LINE
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PAYEES.
           PERFORM VARYING TAKING-IDX FROM 1 BY 1
                   UNTIL TAKING-IDX > TAKING-COUNT
               PERFORM MAP-ONE-TAKING
           END-PERFORM.
           PERFORM OPEN-REMIT-FILES.
           PERFORM VARYING PAYEE-IDX FROM 1 BY 1
                   UNTIL PAYEE-IDX > PAYEE-COUNT
               PERFORM REMIT-ONE-PAYEE
           END-PERFORM.
           PERFORM WRITE-UNMAPPED-SECTION.
           PERFORM WRITE-REMIT-TOTALS.
           CLOSE PAYMENT-FILE.
           CLOSE REPORT-FILE.
           MOVE 'PAY-REMIT' TO OPS-LOG-PROGRAM.
           IF UNMAPPED-COUNT > 0 THEN
               MOVE 'EXCEPTIONS' TO OPS-LOG-RESULT
           ELSE
               MOVE 'COMPLETED' TO OPS-LOG-RESULT
           END-IF.
           MOVE TAKING-COUNT TO OPS-LOG-REC-COUNT.
           MOVE UNMAPPED-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'PAYEES PAID ' REMITTED-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           IF UNMAPPED-COUNT > 0 THEN
               SET RC-NOT-FOUND TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-TAKINGS.
           OPEN INPUT TAKEN-FILE.
           IF TAKEN-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-TAKEN
           END-IF.
           PERFORM UNTIL WS-EOF-TAKEN = 'Y'
               READ TAKEN-FILE
                   AT END MOVE 'Y' TO WS-EOF-TAKEN
               END-READ
               IF WS-EOF-TAKEN NOT = 'Y' THEN
                   EVALUATE TKN-REC-TYPE
                       WHEN 'D'
                           PERFORM LOAD-ONE-TAKING
                       WHEN 'T'
                           MOVE 'Y' TO TRAILER-SEEN
                           MOVE TKN-TRL-COUNT TO TRAILER-COUNT
                           MOVE TKN-TRL-TOTAL TO TRAILER-TOTAL
                           MOVE TKN-TRL-PERIOD-ID TO TRAILER-PERIOD-ID
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF TAKEN-FILE-STATUS = '00' OR TAKEN-FILE-STATUS = '10' THEN
               CLOSE TAKEN-FILE
           END-IF.

       LOAD-ONE-TAKING.
           IF TAKING-COUNT >= 5000 THEN
               MOVE 'Y' TO TAKING-OVERFLOW
               MOVE 'Y' TO WS-EOF-TAKEN
           ELSE
               ADD 1 TO TAKING-COUNT
               MOVE TKN-EMP-ID TO TAKING-EMP-ID(TAKING-COUNT)
               MOVE TKN-NAME TO TAKING-NAME(TAKING-COUNT)
               MOVE TKN-CODE TO TAKING-CODE(TAKING-COUNT)
               MOVE TKN-REF TO TAKING-REF(TAKING-COUNT)
               MOVE TKN-AMOUNT TO TAKING-AMOUNT(TAKING-COUNT)
               MOVE 0 TO TAKING-PAYEE-IDX(TAKING-COUNT)
               ADD TKN-AMOUNT TO TAKING-TOTAL
           END-IF.

      *>    CODE,PAYEE-ID,PAYEE-NAME,SORT-CODE,ACCOUNT.  A LINE
      *>    WITHOUT A NUMERIC PAYEE-ID IS IGNORED; A CODE LISTED
      *>    TWICE GOES TO THE FIRST PAYEE GIVEN FOR IT.
       LOAD-PAYEES.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-PAYEE
           END-IF.
           PERFORM UNTIL WS-EOF-PAYEE = 'Y'
               READ PAYEE-FILE
                   AT END MOVE 'Y' TO WS-EOF-PAYEE
               END-READ
               IF WS-EOF-PAYEE NOT = 'Y' THEN
                   MOVE SPACES TO PYE-CODE-TXT PYE-ID-TXT PYE-NAME-TXT
                       PYE-SORT-TXT PYE-ACCOUNT-TXT
                   UNSTRING PAYEE-REC DELIMITED BY ','
                       INTO PYE-CODE-TXT PYE-ID-TXT PYE-NAME-TXT
                           PYE-SORT-TXT PYE-ACCOUNT-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(PYE-ID-TXT) IS NUMERIC
                           AND PYE-CODE-TXT NOT = SPACES THEN
                       PERFORM LOAD-ONE-PAYEE
                   END-IF
               END-IF
           END-PERFORM.
           IF PAYEE-FILE-STATUS = '00' OR PAYEE-FILE-STATUS = '10' THEN
               CLOSE PAYEE-FILE
           END-IF.

       LOAD-ONE-PAYEE.
           PERFORM VARYING PAYEE-IDX FROM 1 BY 1
                   UNTIL PAYEE-IDX > PAYEE-COUNT
               IF PAYEE-ID(PAYEE-IDX)
                       = FUNCTION NUMVAL(PYE-ID-TXT) THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PAYEE-IDX > PAYEE-COUNT THEN
               IF PAYEE-COUNT >= 100 THEN
                   DISPLAY 'PAY-PAYEES.TXT HAS MORE THAN 100 PAYEES - '
                       FUNCTION TRIM(PYE-CODE-TXT) ' NOT MAPPED'
                   MOVE 0 TO PAYEE-IDX
               ELSE
                   ADD 1 TO PAYEE-COUNT
                   MOVE PAYEE-COUNT TO PAYEE-IDX
                   MOVE FUNCTION NUMVAL(PYE-ID-TXT)
                       TO PAYEE-ID(PAYEE-IDX)
                   MOVE PYE-NAME-TXT TO PAYEE-NAME(PAYEE-IDX)
                   MOVE FUNCTION TRIM(PYE-SORT-TXT)
                       TO PAYEE-SORT-CODE(PAYEE-IDX)
                   MOVE FUNCTION TRIM(PYE-ACCOUNT-TXT)
                       TO PAYEE-ACCOUNT(PAYEE-IDX)
                   MOVE 0 TO PAYEE-TOTAL(PAYEE-IDX)
                   MOVE 0 TO PAYEE-LINES(PAYEE-IDX)
               END-IF
           END-IF.
           IF PAYEE-IDX > 0 THEN
               PERFORM VARYING CODEMAP-IDX FROM 1 BY 1
                       UNTIL CODEMAP-IDX > CODEMAP-COUNT
                   IF CODEMAP-CODE(CODEMAP-IDX) = PYE-CODE-TXT THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CODEMAP-IDX > CODEMAP-COUNT THEN
                   IF CODEMAP-COUNT >= 200 THEN
                       DISPLAY 'PAY-PAYEES.TXT HAS MORE THAN 200 '
                           'CODES - ' FUNCTION TRIM(PYE-CODE-TXT)
                           ' NOT MAPPED'
                   ELSE
                       ADD 1 TO CODEMAP-COUNT
                       MOVE PYE-CODE-TXT TO CODEMAP-CODE(CODEMAP-COUNT)
                       MOVE PAYEE-IDX
                           TO CODEMAP-PAYEE-IDX(CODEMAP-COUNT)
                   END-IF
               END-IF
           END-IF.

       MAP-ONE-TAKING.
           PERFORM VARYING CODEMAP-IDX FROM 1 BY 1
                   UNTIL CODEMAP-IDX > CODEMAP-COUNT
               IF CODEMAP-CODE(CODEMAP-IDX)
                       = TAKING-CODE(TAKING-IDX) THEN
                   MOVE CODEMAP-PAYEE-IDX(CODEMAP-IDX)
                       TO TAKING-PAYEE-IDX(TAKING-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-REMIT-FILES.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RPT-TITLE.
           STRING 'DEDUCTION REMITTANCE SCHEDULES - PERIOD '
                  TRAILER-PERIOD-ID
               DELIMITED BY SIZE INTO RPT-TITLE
           END-STRING.
           MOVE 'PAY-REMIT' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           MOVE 'EMP' TO RPT-COL-HEAD(5:3).
           MOVE 'NAME' TO RPT-COL-HEAD(11:4).
           MOVE 'CODE' TO RPT-COL-HEAD(42:4).
           MOVE 'REFERENCE' TO RPT-COL-HEAD(53:9).
           MOVE 'AMOUNT' TO RPT-COL-HEAD(68:6).

      *>    THE PAYEE'S SCHEDULE, ITS TOTAL, AND - WHEN THERE IS
      *>    MONEY TO SEND AND SOMEWHERE TO SEND IT - ITS PAYMENT.
       REMIT-ONE-PAYEE.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAYEE ' PAYEE-ID(PAYEE-IDX)
                  ' ' PAYEE-NAME(PAYEE-IDX)
                  ' SORT CODE ' PAYEE-SORT-CODE(PAYEE-IDX)
                  ' ACCOUNT ' PAYEE-ACCOUNT(PAYEE-IDX)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING TAKING-IDX FROM 1 BY 1
                   UNTIL TAKING-IDX > TAKING-COUNT
               IF TAKING-PAYEE-IDX(TAKING-IDX) = PAYEE-IDX THEN
                   ADD TAKING-AMOUNT(TAKING-IDX)
                       TO PAYEE-TOTAL(PAYEE-IDX)
                   ADD 1 TO PAYEE-LINES(PAYEE-IDX)
                   PERFORM WRITE-TAKING-LINE
               END-IF
           END-PERFORM.
           MOVE PAYEE-TOTAL(PAYEE-IDX) TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           IF PAYEE-TOTAL(PAYEE-IDX) = 0 THEN
               STRING '    NOTHING TAKEN FOR THIS PAYEE THIS PERIOD'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE IF PAYEE-SORT-CODE(PAYEE-IDX) = SPACES
                   OR PAYEE-ACCOUNT(PAYEE-IDX) = SPACES THEN
               ADD PAYEE-TOTAL(PAYEE-IDX) TO RETAINED-TOTAL
               STRING '    TOTAL ' TOTAL-ED
                      ' - NO BANK DETAILS, RETAINED IN HOUSE'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               PERFORM WRITE-PAYEE-PAYMENT
               STRING '    REMITTANCE TOTAL ' TOTAL-ED
                      ' - PAID TO ' PAYEE-SORT-CODE(PAYEE-IDX)
                      ' ' PAYEE-ACCOUNT(PAYEE-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TAKING-LINE.
           MOVE TAKING-AMOUNT(TAKING-IDX) TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    ' TAKING-EMP-ID(TAKING-IDX)
                  ' ' TAKING-NAME(TAKING-IDX)
                  ' ' TAKING-CODE(TAKING-IDX)
                  ' ' TAKING-REF(TAKING-IDX)
                  ' ' AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAYEE-PAYMENT.
           MOVE SPACES TO PAYMENT-REC.
           MOVE 'D' TO PAY-EXT-REC-TYPE.
           MOVE PAYEE-ID(PAYEE-IDX) TO PAY-EXT-EMP-ID.
           MOVE PAYEE-NAME(PAYEE-IDX) TO PAY-EXT-NAME.
           MOVE PAYEE-SORT-CODE(PAYEE-IDX) TO PAY-EXT-SORT-CODE.
           MOVE PAYEE-ACCOUNT(PAYEE-IDX) TO PAY-EXT-ACCOUNT.
           MOVE PAYEE-TOTAL(PAYEE-IDX) TO PAY-EXT-GROSS.
           WRITE PAYMENT-REC.
           ADD 1 TO REMITTED-COUNT.
           ADD PAYEE-TOTAL(PAYEE-IDX) TO REMITTED-TOTAL.

       WRITE-UNMAPPED-SECTION.
           PERFORM VARYING TAKING-IDX FROM 1 BY 1
                   UNTIL TAKING-IDX > TAKING-COUNT
               IF TAKING-PAYEE-IDX(TAKING-IDX) = 0 THEN
                   IF UNMAPPED-COUNT = 0 THEN
                       MOVE 'CODES WITH NO PAYEE - NOT REMITTED'
                           TO REPORT-REC
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO UNMAPPED-COUNT
                   ADD TAKING-AMOUNT(TAKING-IDX) TO UNMAPPED-TOTAL
                   PERFORM WRITE-TAKING-LINE
               END-IF
           END-PERFORM.
           IF UNMAPPED-COUNT > 0 THEN
               MOVE UNMAPPED-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPORT-REC
               STRING '    UNMAPPED TOTAL ' TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    EVERY TAKING IS REMITTED, RETAINED OR UNMAPPED, SO THE
      *>    THREE ADD BACK TO THE REGISTER'S DEDUCTION TOTAL - THE
      *>    PROOF IS PRINTED SO FINANCE CAN TICK IT OFF.
       WRITE-REMIT-TOTALS.
           MOVE SPACES TO PAYMENT-TRAILER-REC.
           MOVE 'T' TO PAY-TRL-REC-TYPE.
           MOVE REMITTED-COUNT TO PAY-TRL-COUNT.
           MOVE REMITTED-TOTAL TO PAY-TRL-TOTAL.
           WRITE PAYMENT-TRAILER-REC.
           COMPUTE ACCOUNTED-TOTAL =
               REMITTED-TOTAL + RETAINED-TOTAL + UNMAPPED-TOTAL.
           MOVE REMITTED-TOTAL TO TOTAL-ED.
           MOVE RETAINED-TOTAL TO TOTAL-ED-2.
           MOVE UNMAPPED-TOTAL TO TOTAL-ED-3.
           MOVE ACCOUNTED-TOTAL TO TOTAL-ED-4.
           MOVE SPACES TO REPORT-REC.
           STRING 'REMITTED ' TOTAL-ED
                  ' + RETAINED ' TOTAL-ED-2
                  ' + UNMAPPED ' TOTAL-ED-3
                  ' = ' TOTAL-ED-4
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TRAILER-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           IF ACCOUNTED-TOTAL = TRAILER-TOTAL THEN
               STRING 'REGISTER DEDUCTION TOTAL ' TOTAL-ED
                      ' -> AGREES'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING 'REGISTER DEDUCTION TOTAL ' TOTAL-ED
                      ' -> DISAGREES'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAYEES PAID: ' REMITTED-COUNT
                  '   DEDUCTION LINES: ' TAKING-COUNT
                  '   UNMAPPED LINES: ' UNMAPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-REMIT.
