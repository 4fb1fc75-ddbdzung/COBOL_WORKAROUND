       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-BANK-SUPP.

      *>    SUPPLEMENTARY BANK RUN FOR PAYMENTS HELD ON A BANK-DETAILS
      *>    CHANGE.  PAYROLL-RUN HOLDS THE NET PAY OF ANYONE WHOSE SORT
      *>    CODE OR ACCOUNT WAS CHANGED JUST BEFORE THE PAY DATE AND
      *>    APPENDS IT TO PAY-BANK-HOLDS.TXT (SEE PAYROLL-RUN.CBL).
      *>    ONCE PAYROLL HAS CALLED THE EMPLOYEE AND CONFIRMED THE
      *>    CHANGE IS GENUINE, IT PUTS EMP-ID,PERIOD,INITIALS ON
      *>    PAY-BANK-RELEASE.TXT AND RUNS THIS PROGRAM, WHICH -
      *>        - PAYS EVERY HELD ('H') PAYMENT WITH A RELEASE TO
      *>          PAYROLL-PAYMENT-SUPP.TXT, IN THE PAYROLL-PAYMENT.TXT
      *>          LAYOUT WITH ITS OWN TRAILER, TO THE BANK DETAILS ON
      *>          THE MASTER NOW,
      *>        - MARKS IT PAID ('P') WITH THE RELEASING INITIALS AND
      *>          THE RUN DATE, SO A SECOND RUN NEVER PAYS IT AGAIN,
      *>        - LISTS WHAT WAS PAID AND WHAT IS STILL HELD ON
      *>          PAY-BANK-SUPP-REPORT.TXT.
      *>    WHEN AN OVERRIDDEN PAYROLL RERUN HELD THE SAME EMPLOYEE AND
      *>    PERIOD TWICE, ONLY THE LATEST HOLD IS PAID AND THE EARLIER
      *>    ONE IS MARKED 'S' (SUPERSEDED).
      *>    NOTHING IS WRITTEN TO PAYROLL-HISTORY.TXT - THE PAYMENT WAS
      *>    ALREADY RECORDED THERE BY THE RUN THAT HELD IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT BANK-HOLD-FILE ASSIGN TO "PAY-BANK-HOLDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANK-HOLD-STATUS.
           SELECT BANK-RELEASE-FILE ASSIGN TO "PAY-BANK-RELEASE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANK-RELEASE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYROLL-PAYMENT-SUPP.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "PAY-BANK-SUPP-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  BANK-HOLD-FILE.
       01  BANK-HOLD-REC                PIC X(80).

       FD  BANK-RELEASE-FILE.
       01  BANK-RELEASE-REC             PIC X(40).

      *>    SAME 59-BYTE LAYOUTS PAYROLL-RUN WRITES.
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
       01  EMP-FILE-STATUS              PIC X(02).
       01  BANK-HOLD-STATUS             PIC X(02).
       01  BANK-RELEASE-STATUS          PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-BANK-HOLD             PIC X(01) VALUE 'N'.
       01  WS-EOF-BANK-RELEASE          PIC X(01) VALUE 'N'.
      *
       01  RUN-DATE                     PIC 9(08).
      *>    THE WHOLE HOLDS FILE, KEPT IN ARRIVAL ORDER AND WRITTEN
      *>    BACK WITH THE STATUS OF EACH LINE UPDATED.
       01  HOLD-TABLE.
           05  HOLD-COUNT               PIC 9(04) VALUE 0.
           05  HOLD-ENTRY OCCURS 2000 TIMES.
               10  HOLD-EMP-ID          PIC 9(05).
               10  HOLD-PERIOD          PIC X(06).
               10  HOLD-NET             PIC 9(7)V99.
               10  HOLD-CHANGE-DATE     PIC X(08).
               10  HOLD-STATUS          PIC X(01).
               10  HOLD-INITIALS        PIC X(04).
               10  HOLD-PAID-DATE       PIC X(08).
               10  HOLD-RAW             PIC X(80).
       01  HOLD-IDX                     PIC 9(04).
       01  LATER-IDX                    PIC 9(04).
       01  HOLD-OVERFLOW                PIC X(01) VALUE 'N'.
       01  HLD-EMP-TXT                  PIC X(06).
       01  HLD-PERIOD-TXT               PIC X(08).
       01  HLD-NET-TXT                  PIC X(12).
       01  HLD-DATE-TXT                 PIC X(08).
       01  HLD-STATUS-TXT               PIC X(02).
       01  HLD-INITIALS-TXT             PIC X(04).
       01  HLD-PAID-TXT                 PIC X(08).
       01  HLD-NUMVAL-CHK               PIC S9(3).
      *
       01  RELEASE-TABLE.
           05  RELEASE-COUNT            PIC 9(03) VALUE 0.
           05  RELEASE-ENTRY OCCURS 500 TIMES.
               10  RELEASE-EMP-ID       PIC 9(05).
               10  RELEASE-PERIOD       PIC X(06).
               10  RELEASE-INITIALS     PIC X(04).
       01  RELEASE-IDX                  PIC 9(03).
       01  REL-EMP-TXT                  PIC X(06).
       01  REL-PERIOD-TXT               PIC X(08).
       01  REL-INITIALS-TXT             PIC X(04).
      *
       01  HOLD-RELEASED                PIC X(01).
       01  HOLD-SUPERSEDED              PIC X(01).
       01  PAID-COUNT                   PIC 9(05) VALUE 0.
       01  PAID-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  STILL-HELD-COUNT             PIC 9(05) VALUE 0.
       01  NOT-PAYABLE-COUNT            PIC 9(05) VALUE 0.
       01  NOT-PAYABLE-REASON           PIC X(30).
       01  AMOUNT-ED                    PIC Z(6)9.99.
       01  TOTAL-ED                     PIC Z(8)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'PAY-BANK-SUPP'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-HOLDS.
           IF HOLD-OVERFLOW = 'Y' THEN
               DISPLAY 'PAY-BANK-HOLDS.TXT EXCEEDS 2000 LINES - '
                   'RUN ABORTED, NOTHING PAID'
               SET RC-FULL TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RELEASES.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-SUPP-FILES.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-STATUS(HOLD-IDX) = 'H' THEN
                   PERFORM SETTLE-ONE-HOLD
               END-IF
           END-PERFORM.
           PERFORM WRITE-SUPP-TOTALS.
           PERFORM REWRITE-HOLDS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYMENT-FILE.
           CLOSE REPORT-FILE.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           MOVE 'PAY-BNK-SUPP' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE PAID-COUNT TO OPS-LOG-REC-COUNT.
           MOVE NOT-PAYABLE-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'STILL HELD ' STILL-HELD-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    EMP-ID,PERIOD,NET,CHANGE-DATE,STATUS,INITIALS,PAID-DATE.
      *>    A LINE THAT DOES NOT PARSE IS MARKED 'X' SO IT IS NEVER
      *>    PAID, AND IS WRITTEN BACK VERBATIM.
       LOAD-HOLDS.
           OPEN INPUT BANK-HOLD-FILE.
           IF BANK-HOLD-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-BANK-HOLD
           END-IF.
           PERFORM UNTIL WS-EOF-BANK-HOLD = 'Y'
               READ BANK-HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF-BANK-HOLD
               END-READ
               IF WS-EOF-BANK-HOLD NOT = 'Y'
                       AND BANK-HOLD-REC NOT = SPACES THEN
                   IF HOLD-COUNT >= 2000 THEN
                       MOVE 'Y' TO HOLD-OVERFLOW
                       MOVE 'Y' TO WS-EOF-BANK-HOLD
                   ELSE
                       PERFORM LOAD-ONE-HOLD
                   END-IF
               END-IF
           END-PERFORM.
           IF BANK-HOLD-STATUS = '00' OR BANK-HOLD-STATUS = '10' THEN
               CLOSE BANK-HOLD-FILE
           END-IF.

       LOAD-ONE-HOLD.
           MOVE SPACES TO HLD-EMP-TXT HLD-PERIOD-TXT HLD-NET-TXT
               HLD-DATE-TXT HLD-STATUS-TXT HLD-INITIALS-TXT
               HLD-PAID-TXT.
           UNSTRING BANK-HOLD-REC DELIMITED BY ','
               INTO HLD-EMP-TXT HLD-PERIOD-TXT HLD-NET-TXT
                   HLD-DATE-TXT HLD-STATUS-TXT HLD-INITIALS-TXT
                   HLD-PAID-TXT
           END-UNSTRING.
           ADD 1 TO HOLD-COUNT.
           MOVE BANK-HOLD-REC TO HOLD-RAW(HOLD-COUNT).
           MOVE 0 TO HOLD-EMP-ID(HOLD-COUNT).
           MOVE 0 TO HOLD-NET(HOLD-COUNT).
           MOVE HLD-PERIOD-TXT TO HOLD-PERIOD(HOLD-COUNT).
           MOVE HLD-DATE-TXT TO HOLD-CHANGE-DATE(HOLD-COUNT).
           MOVE HLD-STATUS-TXT TO HOLD-STATUS(HOLD-COUNT).
           MOVE HLD-INITIALS-TXT TO HOLD-INITIALS(HOLD-COUNT).
           MOVE HLD-PAID-TXT TO HOLD-PAID-DATE(HOLD-COUNT).
           MOVE FUNCTION TEST-NUMVAL(HLD-NET-TXT) TO HLD-NUMVAL-CHK.
           IF FUNCTION TRIM(HLD-EMP-TXT) IS NOT NUMERIC
                   OR HLD-NUMVAL-CHK NOT = 0 THEN
               MOVE 'X' TO HOLD-STATUS(HOLD-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(HLD-EMP-TXT)
                   TO HOLD-EMP-ID(HOLD-COUNT)
               MOVE FUNCTION NUMVAL(HLD-NET-TXT)
                   TO HOLD-NET(HOLD-COUNT)
           END-IF.

      *>    EMP-ID,PERIOD,INITIALS - ONE LINE PER CONFIRMED CHANGE.
       LOAD-RELEASES.
           OPEN INPUT BANK-RELEASE-FILE.
           IF BANK-RELEASE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-BANK-RELEASE
           END-IF.
           PERFORM UNTIL WS-EOF-BANK-RELEASE = 'Y'
               READ BANK-RELEASE-FILE
                   AT END MOVE 'Y' TO WS-EOF-BANK-RELEASE
               END-READ
               IF WS-EOF-BANK-RELEASE NOT = 'Y' THEN
                   MOVE SPACES TO REL-EMP-TXT REL-PERIOD-TXT
                       REL-INITIALS-TXT
                   UNSTRING BANK-RELEASE-REC DELIMITED BY ','
                       INTO REL-EMP-TXT REL-PERIOD-TXT
                           REL-INITIALS-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(REL-EMP-TXT) IS NUMERIC THEN
                       IF RELEASE-COUNT >= 500 THEN
                           DISPLAY 'PAY-BANK-RELEASE.TXT EXCEEDS 500 '
                               'LINES - ' FUNCTION TRIM(REL-EMP-TXT)
                               ' NOT RELEASED'
                       ELSE
                           ADD 1 TO RELEASE-COUNT
                           MOVE FUNCTION NUMVAL(REL-EMP-TXT)
                               TO RELEASE-EMP-ID(RELEASE-COUNT)
                           MOVE FUNCTION TRIM(REL-PERIOD-TXT)
                               TO RELEASE-PERIOD(RELEASE-COUNT)
                           MOVE REL-INITIALS-TXT
                               TO RELEASE-INITIALS(RELEASE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BANK-RELEASE-STATUS = '00'
                   OR BANK-RELEASE-STATUS = '10' THEN
               CLOSE BANK-RELEASE-FILE
           END-IF.

       OPEN-SUPP-FILES.
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
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'SUPPLEMENTARY BANK RUN - RELEASED HOLDS' TO RPT-TITLE.
           MOVE 'PAY-BANK-SUPP' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE 'EMP-ID PERIOD  CHANGED       NET  OUTCOME'
               TO RPT-COL-HEAD.

      *>    A LATER HOLD FOR THE SAME EMPLOYEE AND PERIOD (AN
      *>    OVERRIDDEN RERUN) REPLACES THIS ONE.
       SETTLE-ONE-HOLD.
           MOVE 'N' TO HOLD-SUPERSEDED.
           PERFORM VARYING LATER-IDX FROM HOLD-IDX BY 1
                   UNTIL LATER-IDX >= HOLD-COUNT
               IF HOLD-STATUS(LATER-IDX + 1) = 'H'
                       AND HOLD-EMP-ID(LATER-IDX + 1)
                           = HOLD-EMP-ID(HOLD-IDX)
                       AND HOLD-PERIOD(LATER-IDX + 1)
                           = HOLD-PERIOD(HOLD-IDX) THEN
                   MOVE 'Y' TO HOLD-SUPERSEDED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 'N' TO HOLD-RELEASED.
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
                   UNTIL RELEASE-IDX > RELEASE-COUNT
               IF RELEASE-EMP-ID(RELEASE-IDX) = HOLD-EMP-ID(HOLD-IDX)
                       AND RELEASE-PERIOD(RELEASE-IDX)
                           = HOLD-PERIOD(HOLD-IDX) THEN
                   MOVE 'Y' TO HOLD-RELEASED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HOLD-SUPERSEDED = 'Y' THEN
               MOVE 'S' TO HOLD-STATUS(HOLD-IDX)
               MOVE RUN-DATE TO HOLD-PAID-DATE(HOLD-IDX)
               MOVE 'SUPERSEDED BY A LATER HOLD' TO NOT-PAYABLE-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
           IF HOLD-RELEASED NOT = 'Y' THEN
               ADD 1 TO STILL-HELD-COUNT
               MOVE 'STILL HELD - NO RELEASE' TO NOT-PAYABLE-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               PERFORM PAY-ONE-HOLD
           END-IF
           END-IF.

      *>    PAID TO THE DETAILS ON THE MASTER NOW - THE CONFIRMED NEW
      *>    ACCOUNT.  A RELEASED HOLD WHOSE EMPLOYEE IS GONE OR HAS
      *>    NO BANK DETAILS STAYS HELD FOR PAYROLL TO SORT OUT.
       PAY-ONE-HOLD.
           MOVE HOLD-EMP-ID(HOLD-IDX) TO Employee-ID OF EMPLOYEE-RECORD.
           MOVE SPACES TO NOT-PAYABLE-REASON.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NOT ON MASTER - STILL HELD'
                       TO NOT-PAYABLE-REASON
           END-READ.
           IF NOT-PAYABLE-REASON = SPACES THEN
               IF Employee-Bank-Sort-Code OF EMPLOYEE-RECORD = SPACES
                       OR Employee-Bank-Account OF EMPLOYEE-RECORD
                           = SPACES THEN
                   MOVE 'NO BANK DETAILS - STILL HELD'
                       TO NOT-PAYABLE-REASON
               END-IF
           END-IF.
           IF NOT-PAYABLE-REASON NOT = SPACES THEN
               ADD 1 TO NOT-PAYABLE-COUNT
               PERFORM WRITE-HOLD-LINE
           ELSE
               MOVE SPACES TO PAYMENT-REC
               MOVE 'D' TO PAY-EXT-REC-TYPE
               MOVE HOLD-EMP-ID(HOLD-IDX) TO PAY-EXT-EMP-ID
               MOVE Employee-Name OF EMPLOYEE-RECORD TO PAY-EXT-NAME
               MOVE Employee-Bank-Sort-Code OF EMPLOYEE-RECORD
                   TO PAY-EXT-SORT-CODE
               MOVE Employee-Bank-Account OF EMPLOYEE-RECORD
                   TO PAY-EXT-ACCOUNT
               MOVE HOLD-NET(HOLD-IDX) TO PAY-EXT-GROSS
               WRITE PAYMENT-REC
               ADD 1 TO PAID-COUNT
               ADD HOLD-NET(HOLD-IDX) TO PAID-TOTAL
               MOVE 'P' TO HOLD-STATUS(HOLD-IDX)
               MOVE RELEASE-INITIALS(RELEASE-IDX)
                   TO HOLD-INITIALS(HOLD-IDX)
               MOVE RUN-DATE TO HOLD-PAID-DATE(HOLD-IDX)
               MOVE SPACES TO NOT-PAYABLE-REASON
               STRING 'PAID - RELEASED BY '
                      RELEASE-INITIALS(RELEASE-IDX)
                   DELIMITED BY SIZE INTO NOT-PAYABLE-REASON
               END-STRING
               PERFORM WRITE-HOLD-LINE
           END-IF.

       WRITE-HOLD-LINE.
           MOVE HOLD-NET(HOLD-IDX) TO AMOUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING HOLD-EMP-ID(HOLD-IDX) '  '
                  HOLD-PERIOD(HOLD-IDX) '  '
                  HOLD-CHANGE-DATE(HOLD-IDX) ' '
                  AMOUNT-ED '  '
                  NOT-PAYABLE-REASON
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *>    THE TRAILER BALANCES THE SUPPLEMENTARY FILE THE SAME WAY
      *>    PAYROLL-RUN'S TRAILER BALANCES THE MAIN ONE.
       WRITE-SUPP-TOTALS.
           MOVE SPACES TO PAYMENT-TRAILER-REC.
           MOVE 'T' TO PAY-TRL-REC-TYPE.
           MOVE PAID-COUNT TO PAY-TRL-COUNT.
           MOVE PAID-TOTAL TO PAY-TRL-TOTAL.
           WRITE PAYMENT-TRAILER-REC.
           MOVE PAID-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'PAID: ' PAID-COUNT ' TOTAL ' TOTAL-ED
                  '   STILL HELD: ' STILL-HELD-COUNT
                  '   RELEASED BUT NOT PAYABLE: ' NOT-PAYABLE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       REWRITE-HOLDS.
           OPEN OUTPUT BANK-HOLD-FILE.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-STATUS(HOLD-IDX) = 'X' THEN
                   MOVE HOLD-RAW(HOLD-IDX) TO BANK-HOLD-REC
               ELSE
                   PERFORM FORMAT-ONE-HOLD
               END-IF
               WRITE BANK-HOLD-REC
           END-PERFORM.
           CLOSE BANK-HOLD-FILE.

       FORMAT-ONE-HOLD.
           MOVE HOLD-NET(HOLD-IDX) TO AMOUNT-ED.
           MOVE SPACES TO BANK-HOLD-REC.
           STRING HOLD-EMP-ID(HOLD-IDX) ','
                  HOLD-PERIOD(HOLD-IDX) ','
                  FUNCTION TRIM(AMOUNT-ED) ','
                  HOLD-CHANGE-DATE(HOLD-IDX) ','
                  HOLD-STATUS(HOLD-IDX) ','
                  FUNCTION TRIM(HOLD-INITIALS(HOLD-IDX)) ','
                  HOLD-PAID-DATE(HOLD-IDX)
               DELIMITED BY SIZE INTO BANK-HOLD-REC
           END-STRING.

           COPY REPORT-HEAD.

           COPY OPS-LOG-WRITE.

       END PROGRAM PAY-BANK-SUPP.
