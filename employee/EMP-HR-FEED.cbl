       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-HR-FEED.

      *>    CONVERTS THE PERSONNEL SYSTEM'S CHANGE EXPORT
      *>    (HR-CHANGES.TXT) INTO THE EMP-TRANSACT.TXT EXTRACT, SO
      *>    NOBODY RETYPES IT.  THE EXPORT IS FIXED-WIDTH, ONE RECORD
      *>    PER CHANGED FIELD, IN PERSON-NUMBER ORDER -
      *>        1-2    ACTION     NH NEW HIRE, CH DETAIL CHANGE,
      *>                          PY PAY CHANGE, TM TERMINATION,
      *>                          LA LEAVE OF ABSENCE
      *>        3-10   PERSON     HR'S OWN PERSON NUMBER
      *>        11-15  EMP-ID     OUR Employee-ID, BLANK FOR A NEW HIRE
      *>                          THAT IS TO BE GIVEN ONE
      *>        16-19  FIELD      NAME, ADR1-ADR5, DEPT, BSRT (SORT
      *>                          CODE), BACC (ACCOUNT), MGR, SAL,
      *>                          RSN (PAY REASON), LVEN (LEAVE END)
      *>        20-29  EFF-DATE   DD.MM.YYYY (OR DD/MM/YYYY)
      *>        30-89  VALUE
      *>        90-93  KEYER      INITIALS OF WHOEVER KEYED IT IN HR
      *>    EVERY RECORD FOR ONE PERSON IS COMBINED INTO THE
      *>    TRANSACTIONS EMP-TRANSACTIONS APPLIES, IN THIS ORDER -
      *>        A   A NEW HIRE, WITH EVERY DETAIL SENT FOR IT (THE
      *>            NH EFFECTIVE DATE IS THE HIRE DATE),
      *>        U   DETAIL CHANGES TO A CURRENT EMPLOYEE - THE REST OF
      *>            THE LINE IS FILLED FROM THE MASTER, SINCE AN UPDATE
      *>            REPLACES NAME, SALARY AND ADDRESS WHOLE,
      *>        X   A DEPARTMENT CHANGE, DATED, FOR THE TRANSFER
      *>            HISTORY,
      *>        S   A PAY CHANGE, WITH ITS REASON AND KEYER,
      *>        L   LEAVE FROM THE EFFECTIVE DATE TO THE LVEN DATE,
      *>        T   A TERMINATION.
      *>    HR'S DEPARTMENT AND PAY REASON CODES ARE TRANSLATED
      *>    THROUGH HR-CODE-MAP.TXT (TYPE,HR-CODE,OUR-CODE PER LINE,
      *>    TYPE DEPT OR RSN).  A PERSON WITH ANY RECORD THAT CANNOT BE
      *>    MAPPED OR READ - UNKNOWN ACTION OR FIELD, CODE NOT ON THE
      *>    MAP, BAD DATE OR AMOUNT, NOT ON THE MASTER - HAS ALL OF
      *>    THEIR RECORDS WRITTEN TO HR-FEED-REJECTS.TXT WITH THE
      *>    REASON AND NO TRANSACTION AT ALL, RATHER THAN HALF THEIR
      *>    CHANGES GUESSED AT.  THE EXTRACT CARRIES THE HDR/TRL
      *>    CONTROL LINES THE EMP-TRANSACT-EDIT FILE-GUARD PROVES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT HR-FILE ASSIGN TO "HR-CHANGES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HR-FILE-STATUS.
           SELECT MAP-FILE ASSIGN TO "HR-CODE-MAP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT TRANSACT-FILE ASSIGN TO "EMP-TRANSACT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "HR-FEED-REJECTS.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  HR-FILE.
       01  HR-REC.
           05  HR-ACTION                PIC X(02).
           05  HR-PERSON-NO             PIC X(08).
           05  HR-EMP-ID                PIC X(05).
           05  HR-FIELD                 PIC X(04).
           05  HR-EFF-DATE              PIC X(10).
           05  HR-VALUE                 PIC X(60).
           05  HR-KEYER                 PIC X(04).
           05  FILLER                   PIC X(27).

       FD  MAP-FILE.
       01  MAP-REC                      PIC X(40).

       FD  TRANSACT-FILE.
       01  TRANSACT-REC                 PIC X(200).

       FD  REJECT-FILE.
       01  REJECT-REC                   PIC X(200).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  HR-FILE-STATUS               PIC X(02).
       01  MAP-FILE-STATUS              PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-HR                    PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP                   PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *
      *>    HR-TO-OURS CODE TRANSLATION.
       01  MAP-TABLE.
           05  MAP-COUNT                PIC 9(03) VALUE 0.
           05  MAP-ENTRY OCCURS 300 TIMES.
               10  MAP-TYPE             PIC X(04).
               10  MAP-HR-CODE          PIC X(10).
               10  MAP-OUR-CODE         PIC X(10).
       01  MAP-IDX                      PIC 9(03).
       01  MAP-TYPE-TXT                 PIC X(06).
       01  MAP-HR-TXT                   PIC X(12).
       01  MAP-OUR-TXT                  PIC X(12).
       01  MAP-WANT-TYPE                PIC X(04).
       01  MAP-WANT-CODE                PIC X(10).
       01  MAP-FOUND-CODE               PIC X(10).
       01  MAP-FOUND                    PIC X(01).
      *
      *>    ONE PERSON'S RECORDS, HELD UNTIL THE PERSON NUMBER CHANGES
      *>    SO THEY CAN BE COMBINED - OR ALL REJECTED TOGETHER.
       01  PERSON-NO                    PIC X(08) VALUE SPACES.
       01  PERSON-EMP-ID                PIC X(05).
       01  PERSON-BAD                   PIC X(01).
       01  PERSON-REASON                PIC X(40).
       01  PERSON-TABLE.
           05  PERSON-LINE-COUNT        PIC 9(02) VALUE 0.
           05  PERSON-LINE OCCURS 50 TIMES.
               10  PERSON-LINE-REC      PIC X(120).
               10  PERSON-LINE-REASON   PIC X(40).
       01  PERSON-IDX                   PIC 9(02).
       01  LINE-REASON                  PIC X(40).
      *>    WHAT THE PERSON'S RECORDS ADD UP TO.
       01  HAS-NEW-HIRE                 PIC X(01).
       01  HAS-DETAIL                   PIC X(01).
       01  HAS-DEPT                     PIC X(01).
       01  HAS-PAY                      PIC X(01).
       01  HAS-TERM                     PIC X(01).
       01  HAS-LEAVE                    PIC X(01).
       01  NEW-NAME                     PIC X(30).
       01  NEW-ADDR-TABLE.
           05  NEW-ADDR OCCURS 5 TIMES.
               10  NEW-ADDR-LINE        PIC X(50).
               10  NEW-ADDR-SET         PIC X(01).
       01  ADDR-IDX                     PIC 9(01).
       01  NEW-DEPT                     PIC X(04).
       01  NEW-SORT-CODE                PIC X(06).
       01  NEW-ACCOUNT                  PIC X(08).
       01  NEW-MANAGER                  PIC X(05).
       01  HIRE-DATE                    PIC 9(08).
       01  HIRE-SALARY                  PIC 9(7)V99.
       01  HIRE-SALARY-SET              PIC X(01).
       01  DEPT-EFF-DATE                PIC 9(08).
       01  PAY-SALARY                   PIC 9(7)V99.
       01  PAY-SALARY-SET               PIC X(01).
       01  PAY-EFF-DATE                 PIC 9(08).
       01  PAY-REASON                   PIC X(10).
       01  PAY-KEYER                    PIC X(04).
       01  TERM-DATE                    PIC 9(08).
       01  LEAVE-START                  PIC 9(08).
       01  LEAVE-END                    PIC 9(08).
       01  HR-DATE-OK                   PIC X(01).
       01  HR-DATE-NUM                  PIC 9(08).
       01  HR-DATE-TXT                  PIC X(10).
       01  HR-DATE-DIGITS               PIC X(08).
       01  NUMVAL-CHK                   PIC S9(3).
       01  COMMA-COUNT                  PIC 9(02).
       01  MASTER-FOUND                 PIC X(01).
      *
      *>    ONE OUTGOING TRANSACTION, IN EXTRACT FIELD ORDER.
       01  OUT-CODE                     PIC X(01).
       01  OUT-EMP-ID                   PIC X(05).
       01  OUT-NAME                     PIC X(30).
       01  OUT-SALARY                   PIC X(10).
       01  OUT-ADDR OCCURS 5 TIMES      PIC X(50).
       01  OUT-EFF-DATE                 PIC X(08).
       01  OUT-REASON                   PIC X(10).
       01  OUT-SORT-CODE                PIC X(06).
       01  OUT-ACCOUNT                  PIC X(08).
       01  OUT-DEPT                     PIC X(04).
       01  OUT-LEAVE-END                PIC X(08).
       01  OUT-KEYER                    PIC X(04).
       01  OUT-MANAGER                  PIC X(05).
       01  OUT-SALARY-AMT               PIC 9(7)V99.
       01  OUT-SALARY-ED                PIC Z(6)9.99.
       01  OUT-OVERFLOW                 PIC X(01).
      *>    A PERSON'S TRANSACTIONS ARE BUILT HERE FIRST, SO ONE THAT
      *>    WILL NOT FIT THE 200-BYTE EXTRACT LINE REJECTS THE PERSON
      *>    BEFORE ANY OF THEIR LINES IS WRITTEN.
       01  PENDING-TABLE.
           05  PENDING-COUNT            PIC 9(01) VALUE 0.
           05  PENDING-LINE OCCURS 6 TIMES PIC X(200).
           05  PENDING-AMOUNT OCCURS 6 TIMES PIC 9(7)V99.
       01  PENDING-IDX                  PIC 9(01).
      *
       01  PERSON-COUNT                 PIC 9(05) VALUE 0.
       01  REJECT-PERSON-COUNT          PIC 9(05) VALUE 0.
       01  DETAIL-COUNT                 PIC 9(05) VALUE 0.
       01  HASH-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  HASH-ED                      PIC Z(10)9.99.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-HR-FEED'.
       01  LOCK-OK                      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-CODE-MAP.
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
           OPEN INPUT HR-FILE.
           IF HR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'HR-CHANGES.TXT COULD NOT BE OPENED'
                   ' (STATUS ' HR-FILE-STATUS ') - RUN ABORTED'
               CLOSE EMPLOYEE-MASTER
               MOVE 'R' TO LOCK-OP
               CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE
                   LOCK-PROGRAM-NAME LOCK-OK
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TRANSACT-FILE.
           OPEN OUTPUT REJECT-FILE.
           MOVE SPACES TO TRANSACT-REC.
           STRING 'HDR,' RUN-DATE
               DELIMITED BY SIZE INTO TRANSACT-REC
           END-STRING.
           WRITE TRANSACT-REC.
           PERFORM UNTIL WS-EOF-HR = 'Y'
               READ HR-FILE
                   AT END MOVE 'Y' TO WS-EOF-HR
               END-READ
               IF WS-EOF-HR NOT = 'Y' AND HR-REC NOT = SPACES THEN
                   IF PERSON-LINE-COUNT > 0
                           AND HR-PERSON-NO NOT = PERSON-NO THEN
                       PERFORM FINISH-ONE-PERSON
                   END-IF
                   IF PERSON-LINE-COUNT = 0 THEN
                       PERFORM START-ONE-PERSON
                   END-IF
                   PERFORM TAKE-ONE-HR-RECORD
               END-IF
           END-PERFORM.
           IF PERSON-LINE-COUNT > 0 THEN
               PERFORM FINISH-ONE-PERSON
           END-IF.
           MOVE HASH-TOTAL TO HASH-ED.
           MOVE SPACES TO TRANSACT-REC.
           STRING 'TRL,' DETAIL-COUNT ',' FUNCTION TRIM(HASH-ED)
               DELIMITED BY SIZE INTO TRANSACT-REC
           END-STRING.
           WRITE TRANSACT-REC.
           CLOSE HR-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE REJECT-FILE.
           CLOSE EMPLOYEE-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           DISPLAY 'EMP-HR-FEED: ' PERSON-COUNT ' PEOPLE, '
               DETAIL-COUNT ' TRANSACTIONS, ' REJECT-PERSON-COUNT
               ' PEOPLE REJECTED'.
           MOVE 'EMP-HR-FEED' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE DETAIL-COUNT TO OPS-LOG-REC-COUNT.
           MOVE REJECT-PERSON-COUNT TO OPS-LOG-EXC-COUNT.
           MOVE 'HR-CHANGES' TO OPS-LOG-DETAIL.
           PERFORM WRITE-OPS-LOG-LINE.
           IF REJECT-PERSON-COUNT > 0 THEN
               SET RC-INVALID-INPUT TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    A MISSING MAP MEANS NOTHING CAN BE TRANSLATED - EVERY
      *>    DEPARTMENT OR REASON CODE IN THE EXPORT IS THEN REJECTED.
       LOAD-CODE-MAP.
           OPEN INPUT MAP-FILE.
           IF MAP-FILE-STATUS NOT = '00' THEN
               DISPLAY 'HR-CODE-MAP.TXT COULD NOT BE OPENED - NO '
                   'DEPARTMENT OR REASON CODE CAN BE MAPPED'
               MOVE 'Y' TO WS-EOF-MAP
           END-IF.
           PERFORM UNTIL WS-EOF-MAP = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO WS-EOF-MAP
               END-READ
               IF WS-EOF-MAP NOT = 'Y' AND MAP-REC NOT = SPACES THEN
                   MOVE SPACES TO MAP-TYPE-TXT MAP-HR-TXT MAP-OUR-TXT
                   UNSTRING MAP-REC DELIMITED BY ','
                       INTO MAP-TYPE-TXT MAP-HR-TXT MAP-OUR-TXT
                   END-UNSTRING
                   IF (MAP-TYPE-TXT = 'DEPT' OR MAP-TYPE-TXT = 'RSN')
                           AND MAP-HR-TXT NOT = SPACES
                           AND MAP-OUR-TXT NOT = SPACES THEN
                       IF MAP-COUNT >= 300 THEN
                           DISPLAY 'HR-CODE-MAP.TXT EXCEEDS 300 LINES'
                               ' - ' FUNCTION TRIM(MAP-REC)
                               ' IGNORED'
                       ELSE
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-TYPE-TXT TO MAP-TYPE(MAP-COUNT)
                           MOVE MAP-HR-TXT TO MAP-HR-CODE(MAP-COUNT)
                           MOVE MAP-OUR-TXT TO MAP-OUR-CODE(MAP-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'HR-CODE-MAP.TXT LINE NOT TYPE,HR,OURS'
                           ' - ' FUNCTION TRIM(MAP-REC) ' IGNORED'
                   END-IF
               END-IF
           END-PERFORM.
           IF MAP-FILE-STATUS = '00' OR MAP-FILE-STATUS = '10' THEN
               CLOSE MAP-FILE
           END-IF.

       START-ONE-PERSON.
           MOVE HR-PERSON-NO TO PERSON-NO.
           MOVE HR-EMP-ID TO PERSON-EMP-ID.
           MOVE 'N' TO PERSON-BAD HAS-NEW-HIRE HAS-DETAIL HAS-DEPT
               HAS-PAY HAS-TERM HAS-LEAVE HIRE-SALARY-SET
               PAY-SALARY-SET.
           MOVE SPACES TO PERSON-REASON NEW-NAME NEW-DEPT
               NEW-SORT-CODE NEW-ACCOUNT NEW-MANAGER PAY-REASON
               PAY-KEYER.
           MOVE ZEROS TO HIRE-DATE HIRE-SALARY DEPT-EFF-DATE
               PAY-SALARY PAY-EFF-DATE TERM-DATE LEAVE-START
               LEAVE-END.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
               MOVE SPACES TO NEW-ADDR-LINE(ADDR-IDX)
               MOVE 'N' TO NEW-ADDR-SET(ADDR-IDX)
           END-PERFORM.

      *>    EVERY RECORD IS KEPT FOR THE REJECT LIST; THE FIRST THING
      *>    WRONG WITH IT IS ITS REASON AND MARKS THE WHOLE PERSON.
       TAKE-ONE-HR-RECORD.
           MOVE SPACES TO LINE-REASON.
           IF PERSON-LINE-COUNT >= 50 THEN
               MOVE 'Y' TO PERSON-BAD
               MOVE 'MORE THAN 50 CHANGES FOR ONE PERSON'
                   TO PERSON-REASON
           ELSE
               IF HR-EMP-ID NOT = PERSON-EMP-ID THEN
                   MOVE 'EMPLOYEE-ID DIFFERS WITHIN ONE PERSON'
                       TO LINE-REASON
               ELSE
                   EVALUATE HR-ACTION
                       WHEN 'NH' PERFORM TAKE-NEW-HIRE-RECORD
                       WHEN 'CH' PERFORM TAKE-DETAIL-RECORD
                       WHEN 'PY' PERFORM TAKE-PAY-RECORD
                       WHEN 'TM' PERFORM TAKE-TERMINATION-RECORD
                       WHEN 'LA' PERFORM TAKE-LEAVE-RECORD
                       WHEN OTHER
                           MOVE 'UNKNOWN HR ACTION CODE'
                               TO LINE-REASON
                   END-EVALUATE
               END-IF
               ADD 1 TO PERSON-LINE-COUNT
               MOVE HR-REC TO PERSON-LINE-REC(PERSON-LINE-COUNT)
               MOVE LINE-REASON TO PERSON-LINE-REASON(PERSON-LINE-COUNT)
               IF LINE-REASON NOT = SPACES THEN
                   MOVE 'Y' TO PERSON-BAD
               END-IF
           END-IF.

      *>    A NEW HIRE'S DATE IS THE NH EFFECTIVE DATE; ITS DETAILS
      *>    ARE THE SAME FIELDS A CH CARRIES, PLUS THE STARTING SAL.
       TAKE-NEW-HIRE-RECORD.
           MOVE 'Y' TO HAS-NEW-HIRE.
           IF HR-EFF-DATE NOT = SPACES THEN
               PERFORM CONVERT-HR-EFF-DATE
               IF HR-DATE-OK = 'Y' THEN
                   MOVE HR-DATE-NUM TO HIRE-DATE
               END-IF
           END-IF.
           IF LINE-REASON = SPACES THEN
               IF HR-FIELD = 'SAL ' THEN
                   PERFORM CONVERT-HR-AMOUNT
                   IF LINE-REASON = SPACES THEN
                       COMPUTE HIRE-SALARY = FUNCTION NUMVAL(
                           FUNCTION TRIM(HR-VALUE))
                       MOVE 'Y' TO HIRE-SALARY-SET
                   END-IF
               ELSE
                   PERFORM TAKE-DETAIL-FIELD
               END-IF
           END-IF.

       TAKE-DETAIL-RECORD.
           IF PERSON-EMP-ID IS NOT NUMERIC THEN
               MOVE 'CHANGE WITH NO NUMERIC EMPLOYEE-ID'
                   TO LINE-REASON
           ELSE
      *>        AN UNDATED MOVE TAKES EFFECT ON THE PROCESSING DATE
      *>        OF THE UPDATE PASS.
               IF HR-FIELD = 'DEPT' AND HR-EFF-DATE NOT = SPACES THEN
                   PERFORM CONVERT-HR-EFF-DATE
                   IF HR-DATE-OK = 'Y' THEN
                       MOVE HR-DATE-NUM TO DEPT-EFF-DATE
                   END-IF
               END-IF
               IF LINE-REASON = SPACES THEN
                   PERFORM TAKE-DETAIL-FIELD
               END-IF
           END-IF.

      *>    NAME, ADDRESS, BANK, MANAGER AND DEPARTMENT.  A VALUE
      *>    LONGER THAN OUR FIELD, OR WITH A COMMA IN IT, WOULD BE
      *>    CUT OR SPLIT ON THE EXTRACT - IT IS REJECTED INSTEAD.
       TAKE-DETAIL-FIELD.
           IF HR-VALUE = SPACES THEN
               MOVE 'BLANK VALUE' TO LINE-REASON
           END-IF.
           MOVE 0 TO COMMA-COUNT.
           INSPECT HR-VALUE TALLYING COMMA-COUNT FOR ALL ','.
           IF LINE-REASON = SPACES AND COMMA-COUNT > 0 THEN
               MOVE 'COMMA IN VALUE' TO LINE-REASON
           END-IF.
           IF LINE-REASON = SPACES THEN
               EVALUATE HR-FIELD
                   WHEN 'NAME'
                       IF HR-VALUE(31:30) NOT = SPACES THEN
                           MOVE 'NAME LONGER THAN 30' TO LINE-REASON
                       ELSE
                           MOVE HR-VALUE TO NEW-NAME
                           MOVE 'Y' TO HAS-DETAIL
                       END-IF
                   WHEN 'ADR1'
                       MOVE 1 TO ADDR-IDX
                       PERFORM TAKE-ADDRESS-FIELD
                   WHEN 'ADR2'
                       MOVE 2 TO ADDR-IDX
                       PERFORM TAKE-ADDRESS-FIELD
                   WHEN 'ADR3'
                       MOVE 3 TO ADDR-IDX
                       PERFORM TAKE-ADDRESS-FIELD
                   WHEN 'ADR4'
                       MOVE 4 TO ADDR-IDX
                       PERFORM TAKE-ADDRESS-FIELD
                   WHEN 'ADR5'
                       MOVE 5 TO ADDR-IDX
                       PERFORM TAKE-ADDRESS-FIELD
                   WHEN 'BSRT'
                       IF FUNCTION TRIM(HR-VALUE) IS NOT NUMERIC
                               OR HR-VALUE(7:54) NOT = SPACES THEN
                           MOVE 'SORT CODE NOT 6 DIGITS' TO LINE-REASON
                       ELSE
                           MOVE HR-VALUE TO NEW-SORT-CODE
                           MOVE 'Y' TO HAS-DETAIL
                       END-IF
                   WHEN 'BACC'
                       IF FUNCTION TRIM(HR-VALUE) IS NOT NUMERIC
                               OR HR-VALUE(9:52) NOT = SPACES THEN
                           MOVE 'ACCOUNT NOT 8 DIGITS' TO LINE-REASON
                       ELSE
                           MOVE HR-VALUE TO NEW-ACCOUNT
                           MOVE 'Y' TO HAS-DETAIL
                       END-IF
                   WHEN 'MGR '
                       IF FUNCTION TRIM(HR-VALUE) IS NOT NUMERIC
                               OR HR-VALUE(6:55) NOT = SPACES THEN
                           MOVE 'MANAGER NOT AN EMPLOYEE-ID'
                               TO LINE-REASON
                       ELSE
                           MOVE HR-VALUE TO NEW-MANAGER
                           MOVE 'Y' TO HAS-DETAIL
                       END-IF
                   WHEN 'DEPT'
                       MOVE 'DEPT' TO MAP-WANT-TYPE
                       MOVE HR-VALUE TO MAP-WANT-CODE
                       PERFORM FIND-MAPPED-CODE
                       IF MAP-FOUND NOT = 'Y' THEN
                           MOVE 'HR DEPARTMENT NOT ON THE CODE MAP'
                               TO LINE-REASON
                       ELSE
                           MOVE MAP-FOUND-CODE TO NEW-DEPT
                           MOVE 'Y' TO HAS-DEPT
                       END-IF
                   WHEN OTHER
                       MOVE 'FIELD NOT VALID FOR THIS ACTION'
                           TO LINE-REASON
               END-EVALUATE
           END-IF.

       TAKE-ADDRESS-FIELD.
           IF HR-VALUE(51:10) NOT = SPACES THEN
               MOVE 'ADDRESS LINE LONGER THAN 50' TO LINE-REASON
           ELSE
               MOVE HR-VALUE TO NEW-ADDR-LINE(ADDR-IDX)
               MOVE 'Y' TO NEW-ADDR-SET(ADDR-IDX)
               MOVE 'Y' TO HAS-DETAIL
           END-IF.

      *>    SAL IS THE NEW ANNUAL SALARY, RSN HR'S REASON CODE; THE
      *>    EFFECTIVE DATE OF EITHER IS THE CHANGE'S DATE.
       TAKE-PAY-RECORD.
           IF PERSON-EMP-ID IS NOT NUMERIC THEN
               MOVE 'CHANGE WITH NO NUMERIC EMPLOYEE-ID'
                   TO LINE-REASON
           ELSE
               PERFORM CONVERT-HR-EFF-DATE
           END-IF.
           IF LINE-REASON = SPACES THEN
               MOVE 'Y' TO HAS-PAY
               MOVE HR-DATE-NUM TO PAY-EFF-DATE
               IF HR-KEYER NOT = SPACES THEN
                   MOVE HR-KEYER TO PAY-KEYER
               END-IF
               EVALUATE HR-FIELD
                   WHEN 'SAL '
                       PERFORM CONVERT-HR-AMOUNT
                       IF LINE-REASON = SPACES THEN
                           COMPUTE PAY-SALARY = FUNCTION NUMVAL(
                               FUNCTION TRIM(HR-VALUE))
                           MOVE 'Y' TO PAY-SALARY-SET
                       END-IF
                   WHEN 'RSN '
                       MOVE 'RSN' TO MAP-WANT-TYPE
                       MOVE HR-VALUE TO MAP-WANT-CODE
                       PERFORM FIND-MAPPED-CODE
                       IF MAP-FOUND NOT = 'Y' THEN
                           MOVE 'HR PAY REASON NOT ON THE CODE MAP'
                               TO LINE-REASON
                       ELSE
                           MOVE MAP-FOUND-CODE TO PAY-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'FIELD NOT VALID FOR THIS ACTION'
                           TO LINE-REASON
               END-EVALUATE
           END-IF.

       TAKE-TERMINATION-RECORD.
           IF PERSON-EMP-ID IS NOT NUMERIC THEN
               MOVE 'CHANGE WITH NO NUMERIC EMPLOYEE-ID'
                   TO LINE-REASON
           ELSE
               PERFORM CONVERT-HR-EFF-DATE
               IF HR-DATE-OK = 'Y' THEN
                   MOVE HR-DATE-NUM TO TERM-DATE
                   MOVE 'Y' TO HAS-TERM
               END-IF
           END-IF.

      *>    THE EFFECTIVE DATE IS THE FIRST DAY OF LEAVE; AN LVEN
      *>    RECORD CARRIES THE EXPECTED RETURN IN ITS VALUE, SAME
      *>    DATE FORMAT.  NO LVEN IS OPEN-ENDED LEAVE.
       TAKE-LEAVE-RECORD.
           IF PERSON-EMP-ID IS NOT NUMERIC THEN
               MOVE 'CHANGE WITH NO NUMERIC EMPLOYEE-ID'
                   TO LINE-REASON
           ELSE
               PERFORM CONVERT-HR-EFF-DATE
           END-IF.
           IF LINE-REASON = SPACES THEN
               MOVE HR-DATE-NUM TO LEAVE-START
               MOVE 'Y' TO HAS-LEAVE
               IF HR-FIELD = 'LVEN' THEN
                   MOVE HR-VALUE(1:10) TO HR-DATE-TXT
                   PERFORM CONVERT-HR-DATE
                   IF HR-DATE-OK = 'Y'
                           AND HR-VALUE(11:50) = SPACES THEN
                       MOVE HR-DATE-NUM TO LEAVE-END
                   ELSE
                       MOVE 'LEAVE END NOT DD.MM.YYYY' TO LINE-REASON
                   END-IF
               END-IF
           END-IF.

       CONVERT-HR-EFF-DATE.
           MOVE HR-EFF-DATE TO HR-DATE-TXT.
           PERFORM CONVERT-HR-DATE.
           IF HR-DATE-OK NOT = 'Y' THEN
               MOVE 'EFFECTIVE DATE NOT DD.MM.YYYY' TO LINE-REASON
           END-IF.

      *>    DD.MM.YYYY, DD/MM/YYYY OR DD-MM-YYYY TO YYYYMMDD, AND IT
      *>    MUST BE A REAL CALENDAR DATE.
       CONVERT-HR-DATE.
           MOVE 'N' TO HR-DATE-OK.
           MOVE ZEROS TO HR-DATE-NUM.
           IF (HR-DATE-TXT(3:1) = '.' OR HR-DATE-TXT(3:1) = '/'
                   OR HR-DATE-TXT(3:1) = '-')
                   AND HR-DATE-TXT(6:1) = HR-DATE-TXT(3:1) THEN
               MOVE SPACES TO HR-DATE-DIGITS
               STRING HR-DATE-TXT(7:4) HR-DATE-TXT(4:2)
                      HR-DATE-TXT(1:2)
                   DELIMITED BY SIZE INTO HR-DATE-DIGITS
               END-STRING
               IF HR-DATE-DIGITS IS NUMERIC THEN
                   MOVE HR-DATE-DIGITS TO HR-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(HR-DATE-NUM) = 0
                           THEN
                       MOVE 'Y' TO HR-DATE-OK
                   END-IF
               END-IF
           END-IF.

       CONVERT-HR-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(HR-VALUE))
               TO NUMVAL-CHK.
           IF NUMVAL-CHK NOT = 0 OR HR-VALUE = SPACES THEN
               MOVE 'SALARY NOT A NUMBER' TO LINE-REASON
           ELSE IF FUNCTION NUMVAL(FUNCTION TRIM(HR-VALUE)) <= 0
                   OR FUNCTION NUMVAL(FUNCTION TRIM(HR-VALUE))
                       > 9999999.99 THEN
               MOVE 'SALARY OUT OF RANGE' TO LINE-REASON
           END-IF
           END-IF.

       FIND-MAPPED-CODE.
           MOVE 'N' TO MAP-FOUND.
           MOVE SPACES TO MAP-FOUND-CODE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MAP-TYPE(MAP-IDX) = MAP-WANT-TYPE
                       AND MAP-HR-CODE(MAP-IDX) = MAP-WANT-CODE THEN
                   MOVE MAP-OUR-CODE(MAP-IDX) TO MAP-FOUND-CODE
                   MOVE 'Y' TO MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *>    OUR DEPARTMENT CODES ARE FOUR CHARACTERS - A LONGER
      *>    MAPPED VALUE IS A MAP ERROR, NOT SOMETHING TO TRUNCATE.
           IF MAP-FOUND = 'Y' AND MAP-WANT-TYPE = 'DEPT'
                   AND MAP-FOUND-CODE(5:6) NOT = SPACES THEN
               MOVE 'N' TO MAP-FOUND
           END-IF.

      *>    THE WHOLE-PERSON CHECKS, THEN THE TRANSACTIONS - OR, FOR
      *>    A PERSON WITH ANYTHING WRONG, THE REJECT LIST.
       FINISH-ONE-PERSON.
           ADD 1 TO PERSON-COUNT.
           MOVE 0 TO PENDING-COUNT.
           IF PERSON-BAD = 'N' THEN
               PERFORM CHECK-WHOLE-PERSON
           END-IF.
           IF PERSON-BAD = 'N' THEN
               PERFORM BUILD-PERSON-TRANSACTIONS
           END-IF.
           IF PERSON-BAD = 'N' THEN
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                       UNTIL PENDING-IDX > PENDING-COUNT
                   MOVE PENDING-LINE(PENDING-IDX) TO TRANSACT-REC
                   WRITE TRANSACT-REC
                   ADD 1 TO DETAIL-COUNT
                   ADD PENDING-AMOUNT(PENDING-IDX) TO HASH-TOTAL
               END-PERFORM
           ELSE
               PERFORM WRITE-PERSON-REJECTS
           END-IF.
           MOVE 0 TO PERSON-LINE-COUNT.

       CHECK-WHOLE-PERSON.
           IF HAS-NEW-HIRE = 'Y' THEN
               IF NEW-NAME = SPACES THEN
                   MOVE 'NEW HIRE HAS NO NAME' TO PERSON-REASON
               ELSE IF HIRE-SALARY-SET NOT = 'Y' THEN
                   MOVE 'NEW HIRE HAS NO SALARY' TO PERSON-REASON
               ELSE IF PERSON-EMP-ID NOT = SPACES
                       AND PERSON-EMP-ID IS NOT NUMERIC THEN
                   MOVE 'NEW HIRE EMPLOYEE-ID NOT NUMERIC'
                       TO PERSON-REASON
               ELSE IF HAS-PAY = 'Y' OR HAS-TERM = 'Y'
                       OR HAS-LEAVE = 'Y' THEN
                   MOVE 'NEW HIRE MIXED WITH PY/TM/LA CHANGES'
                       TO PERSON-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE PERSON-EMP-ID TO Employee-ID OF EMPLOYEE-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO MASTER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO MASTER-FOUND
               END-READ
               IF MASTER-FOUND NOT = 'Y' THEN
                   MOVE 'EMPLOYEE NOT ON THE MASTER' TO PERSON-REASON
               ELSE IF HAS-PAY = 'Y' AND PAY-SALARY-SET NOT = 'Y' THEN
                   MOVE 'PAY CHANGE HAS NO SAL RECORD'
                       TO PERSON-REASON
               END-IF
               END-IF
           END-IF.
           IF PERSON-REASON NOT = SPACES THEN
               MOVE 'Y' TO PERSON-BAD
           END-IF.

      *>    A, OR U THEN X - THEN S, L AND T, EACH ONLY WHEN THE
      *>    PERSON'S RECORDS CALLED FOR IT.
       BUILD-PERSON-TRANSACTIONS.
           IF HAS-NEW-HIRE = 'Y' THEN
               PERFORM CLEAR-OUT-FIELDS
               MOVE 'A' TO OUT-CODE
               MOVE PERSON-EMP-ID TO OUT-EMP-ID
               MOVE NEW-NAME TO OUT-NAME
               MOVE HIRE-SALARY TO OUT-SALARY-AMT
               PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
                   MOVE NEW-ADDR-LINE(ADDR-IDX) TO OUT-ADDR(ADDR-IDX)
               END-PERFORM
               IF HIRE-DATE NOT = ZEROS THEN
                   MOVE HIRE-DATE TO OUT-EFF-DATE
               END-IF
               MOVE NEW-SORT-CODE TO OUT-SORT-CODE
               MOVE NEW-ACCOUNT TO OUT-ACCOUNT
               MOVE NEW-DEPT TO OUT-DEPT
               MOVE NEW-MANAGER TO OUT-MANAGER
               PERFORM ADD-PENDING-TRANSACTION
           ELSE
               IF HAS-DETAIL = 'Y' THEN
                   PERFORM BUILD-UPDATE-TRANSACTION
               END-IF
               IF HAS-DEPT = 'Y' THEN
                   PERFORM CLEAR-OUT-FIELDS
                   MOVE 'X' TO OUT-CODE
                   MOVE PERSON-EMP-ID TO OUT-EMP-ID
                   IF DEPT-EFF-DATE NOT = ZEROS THEN
                       MOVE DEPT-EFF-DATE TO OUT-EFF-DATE
                   END-IF
                   MOVE NEW-DEPT TO OUT-DEPT
                   PERFORM ADD-PENDING-TRANSACTION
               END-IF
               IF HAS-PAY = 'Y' THEN
                   PERFORM CLEAR-OUT-FIELDS
                   MOVE 'S' TO OUT-CODE
                   MOVE PERSON-EMP-ID TO OUT-EMP-ID
                   MOVE PAY-SALARY TO OUT-SALARY-AMT
                   MOVE PAY-EFF-DATE TO OUT-EFF-DATE
                   MOVE PAY-REASON TO OUT-REASON
                   MOVE PAY-KEYER TO OUT-KEYER
                   PERFORM ADD-PENDING-TRANSACTION
               END-IF
               IF HAS-LEAVE = 'Y' THEN
                   PERFORM CLEAR-OUT-FIELDS
                   MOVE 'L' TO OUT-CODE
                   MOVE PERSON-EMP-ID TO OUT-EMP-ID
                   MOVE LEAVE-START TO OUT-EFF-DATE
                   IF LEAVE-END NOT = ZEROS THEN
                       MOVE LEAVE-END TO OUT-LEAVE-END
                   END-IF
                   PERFORM ADD-PENDING-TRANSACTION
               END-IF
               IF HAS-TERM = 'Y' THEN
                   PERFORM CLEAR-OUT-FIELDS
                   MOVE 'T' TO OUT-CODE
                   MOVE PERSON-EMP-ID TO OUT-EMP-ID
                   MOVE TERM-DATE TO OUT-EFF-DATE
                   PERFORM ADD-PENDING-TRANSACTION
               END-IF
           END-IF.

      *>    AN UPDATE REPLACES NAME, SALARY AND ADDRESS WHOLE, SO
      *>    WHATEVER HR DID NOT CHANGE IS TAKEN FROM THE MASTER AS IT
      *>    STANDS.  BANK AND MANAGER LEFT BLANK ARE KEPT BY
      *>    EMP-UPDATE ITSELF; THE DEPARTMENT GOES THROUGH THE X.
       BUILD-UPDATE-TRANSACTION.
           PERFORM CLEAR-OUT-FIELDS.
           MOVE 'U' TO OUT-CODE.
           MOVE PERSON-EMP-ID TO OUT-EMP-ID.
           IF NEW-NAME NOT = SPACES THEN
               MOVE NEW-NAME TO OUT-NAME
           ELSE
               MOVE Employee-Name OF EMPLOYEE-RECORD TO OUT-NAME
           END-IF.
           MOVE Employee-Salary OF EMPLOYEE-RECORD TO OUT-SALARY-AMT.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
               IF NEW-ADDR-SET(ADDR-IDX) = 'Y' THEN
                   MOVE NEW-ADDR-LINE(ADDR-IDX) TO OUT-ADDR(ADDR-IDX)
               ELSE IF ADDR-IDX <= Employee-Address-Count
                       OF EMPLOYEE-RECORD THEN
                   MOVE Address-Line OF EMPLOYEE-RECORD (ADDR-IDX)
                       TO OUT-ADDR(ADDR-IDX)
               END-IF
               END-IF
           END-PERFORM.
           MOVE NEW-SORT-CODE TO OUT-SORT-CODE.
           MOVE NEW-ACCOUNT TO OUT-ACCOUNT.
           MOVE NEW-MANAGER TO OUT-MANAGER.
           PERFORM ADD-PENDING-TRANSACTION.

       CLEAR-OUT-FIELDS.
           MOVE SPACES TO OUT-CODE OUT-EMP-ID OUT-NAME OUT-SALARY
               OUT-EFF-DATE OUT-REASON OUT-SORT-CODE OUT-ACCOUNT
               OUT-DEPT OUT-LEAVE-END OUT-KEYER OUT-MANAGER.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
               MOVE SPACES TO OUT-ADDR(ADDR-IDX)
           END-PERFORM.
           MOVE 0 TO OUT-SALARY-AMT.

      *>    THE SALARY FIELD IS ONLY FILLED FOR A, U AND S - IT IS
      *>    ALSO WHAT THE TRAILER HASH SUMS.
       ADD-PENDING-TRANSACTION.
           IF OUT-CODE = 'A' OR OUT-CODE = 'U' OR OUT-CODE = 'S' THEN
               MOVE OUT-SALARY-AMT TO OUT-SALARY-ED
               MOVE FUNCTION TRIM(OUT-SALARY-ED) TO OUT-SALARY
           END-IF.
           ADD 1 TO PENDING-COUNT.
           MOVE 0 TO PENDING-AMOUNT(PENDING-COUNT).
           IF OUT-SALARY NOT = SPACES THEN
               MOVE OUT-SALARY-AMT TO PENDING-AMOUNT(PENDING-COUNT)
           END-IF.
           MOVE SPACES TO PENDING-LINE(PENDING-COUNT).
           MOVE 'N' TO OUT-OVERFLOW.
           STRING OUT-CODE ','
                  FUNCTION TRIM(OUT-EMP-ID) ','
                  FUNCTION TRIM(OUT-NAME) ','
                  FUNCTION TRIM(OUT-SALARY) ','
                  FUNCTION TRIM(OUT-ADDR(1)) ','
                  FUNCTION TRIM(OUT-ADDR(2)) ','
                  FUNCTION TRIM(OUT-ADDR(3)) ','
                  FUNCTION TRIM(OUT-ADDR(4)) ','
                  FUNCTION TRIM(OUT-ADDR(5)) ','
                  FUNCTION TRIM(OUT-EFF-DATE) ','
                  FUNCTION TRIM(OUT-REASON) ','
                  FUNCTION TRIM(OUT-SORT-CODE) ','
                  FUNCTION TRIM(OUT-ACCOUNT) ','
                  FUNCTION TRIM(OUT-DEPT) ','
                  FUNCTION TRIM(OUT-LEAVE-END) ','
                  FUNCTION TRIM(OUT-KEYER) ','
                  FUNCTION TRIM(OUT-MANAGER)
               DELIMITED BY SIZE INTO PENDING-LINE(PENDING-COUNT)
               ON OVERFLOW
                   MOVE 'Y' TO OUT-OVERFLOW
           END-STRING.
           IF OUT-OVERFLOW = 'Y' THEN
               MOVE 'Y' TO PERSON-BAD
               MOVE 'TRANSACTION LONGER THAN 200 CHARACTERS'
                   TO PERSON-REASON
           END-IF.

       WRITE-PERSON-REJECTS.
           ADD 1 TO REJECT-PERSON-COUNT.
           MOVE SPACES TO REJECT-REC.
           STRING 'PERSON ' PERSON-NO ' EMP ' PERSON-EMP-ID
                  ' - NO TRANSACTION WRITTEN'
               DELIMITED BY SIZE INTO REJECT-REC
           END-STRING.
           IF PERSON-REASON NOT = SPACES THEN
               STRING ' [' FUNCTION TRIM(PERSON-REASON) ']'
                   DELIMITED BY SIZE INTO REJECT-REC(56:)
               END-STRING
           END-IF.
           WRITE REJECT-REC.
           PERFORM VARYING PERSON-IDX FROM 1 BY 1
                   UNTIL PERSON-IDX > PERSON-LINE-COUNT
               MOVE SPACES TO REJECT-REC
               IF PERSON-LINE-REASON(PERSON-IDX) = SPACES THEN
                   STRING '    ' PERSON-LINE-REC(PERSON-IDX)(1:93)
                       DELIMITED BY SIZE INTO REJECT-REC
                   END-STRING
               ELSE
                   STRING '    ' PERSON-LINE-REC(PERSON-IDX)(1:93)
                          ' [' FUNCTION TRIM(
                              PERSON-LINE-REASON(PERSON-IDX)) ']'
                       DELIMITED BY SIZE INTO REJECT-REC
                   END-STRING
               END-IF
               WRITE REJECT-REC
           END-PERFORM.

           COPY OPS-LOG-WRITE.

       END PROGRAM EMP-HR-FEED.
