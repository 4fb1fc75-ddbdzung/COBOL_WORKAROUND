       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ID-ALLOC.

      *>    Employee-ID ALLOCATION FOR NEW HIRES.  AN 'A' ADD USED TO
      *>    ARRIVE WITH A NUMBER SOMEONE PICKED BY HAND, AND TWICE ONE
      *>    BELONGED TO AN EMPLOYEE ALREADY MOVED TO THE RETENTION
      *>    ARCHIVE - TWO PEOPLE, ONE ID, ACROSS THE AUDIT TRAIL.  THE
      *>    LAST NUMBER HANDED OUT IS KEPT ON ONE CONTROL LINE,
      *>    EMP-ID-CONTROL.TXT -
      *>        LAST-ID,nnnnn,yyyymmdd
      *>    AND THE NEXT ONE GIVEN IS THE FIRST NUMBER AFTER IT THAT
      *>    IS NEITHER ON THE LIVE MASTER NOR ON EMP-ARCHIVE.DAT,
      *>    WRAPPING PAST 99999 BACK TO 00001.  THE CONTROL LINE IS
      *>    REWRITTEN THE MOMENT A NUMBER IS GIVEN, SO A NUMBER IS
      *>    NEVER GIVEN TWICE EVEN WHEN ITS ADD IS THEN REJECTED.
      *>    THE CALLER MUST HOLD THE EXCLUSIVE EMPLOYEE MASTER LOCK
      *>    (SEE EMP-LOCK.CBL) - THAT IS WHAT KEEPS TWO RUNS FROM
      *>    HANDING OUT THE SAME NUMBER.  A CONTROL LINE THAT IS THERE
      *>    BUT UNREADABLE STOPS ALLOCATION RATHER THAN QUIETLY
      *>    STARTING AGAIN FROM 00001; ONLY A MISSING FILE IS A FIRST
      *>    USE.  MASTER READS GO THROUGH EMP-INQUIRE, SO THE CALLER'S
      *>    EMP-FILE-IO SESSION IS SHARED (SEE EMP-FILE-IO.CBL).
      *>        CALL 'EMP-ID-ALLOC' USING ALLOC-OP ALLOC-ID ALLOC-OK
      *>        ALLOC-OP  'N' GIVE THE NEXT FREE NUMBER IN ALLOC-ID
      *>                  'K' CHECK A HAND-KEYED ALLOC-ID AGAINST THE
      *>                      ARCHIVE
      *>        ALLOC-OK  'Y' NUMBER GIVEN / KEYED NUMBER NEVER USED
      *>                  'A' KEYED NUMBER BELONGS TO AN ARCHIVED
      *>                      EMPLOYEE
      *>                  'F' NO FREE NUMBER LEFT
      *>                  'C' CONTROL LINE UNREADABLE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "EMP-ID-CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "EMP-ARCHIVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC                  PIC X(40).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY EMPLOYEE-FLAT-REC.

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS          PIC X(02).
       01  ARCHIVE-FILE-STATUS          PIC X(02).
       01  WS-EOF-ARCHIVE               PIC X(01) VALUE 'N'.
       01  CTL-TAG-TXT                  PIC X(10).
       01  CTL-ID-TXT                   PIC X(10).
       01  CTL-DATE-TXT                 PIC X(10).
       01  CTL-LAST-ID                  PIC 9(05).
       01  CTL-VALID                    PIC X(01).
       01  RUN-DATE                     PIC 9(08).
      *>    ONE BYTE PER POSSIBLE Employee-ID, 'Y' WHEN AN ARCHIVED
      *>    EMPLOYEE CARRIED IT - READ ONCE PER RUN, ON THE FIRST CALL
      *>    (WORKING-STORAGE PERSISTS BETWEEN CALLS).
       01  ARCHIVE-LOADED               PIC X(01) VALUE 'N'.
       01  ARCHIVE-ID-TABLE.
           05  ARCHIVE-ID-USED OCCURS 99999 TIMES PIC X(01).
       01  CANDIDATE-ID                 PIC 9(05).
       01  CANDIDATE-TRIES              PIC 9(06).
       01  CANDIDATE-FREE               PIC X(01).
       01  PROBE-STATUS                 PIC X(01).
       01  PROBE-RECORD.
           COPY EMPLOYEE-REC
               REPLACING ==Employee-Address-Count==
                      BY ==Employee-Address-Count-Q==.
      ******
       LINKAGE SECTION.
      ******
       01  ALLOC-OP                     PIC X(01).
       01  ALLOC-ID                     PIC 9(05).
       01  ALLOC-OK                     PIC X(01).
      ******
       PROCEDURE DIVISION USING ALLOC-OP ALLOC-ID ALLOC-OK.
       HANDLE-ONE-REQUEST.
           MOVE 'N' TO ALLOC-OK.
           IF ARCHIVE-LOADED NOT = 'Y' THEN
               PERFORM LOAD-ARCHIVED-IDS
           END-IF.
           EVALUATE ALLOC-OP
               WHEN 'N' PERFORM GIVE-NEXT-ID
               WHEN 'K' PERFORM CHECK-KEYED-ID
               WHEN OTHER CONTINUE
           END-EVALUATE.
           GOBACK.

      *>    NO ARCHIVE YET IS NOT AN ERROR - NOTHING HAS BEEN RETIRED.
       LOAD-ARCHIVED-IDS.
           MOVE ALL 'N' TO ARCHIVE-ID-TABLE.
           MOVE 'N' TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-ARCHIVE
           END-IF.
           PERFORM UNTIL WS-EOF-ARCHIVE = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-ARCHIVE
               END-READ
               IF WS-EOF-ARCHIVE NOT = 'Y'
                       AND Flat-Employee-ID IS NUMERIC
                       AND Flat-Employee-ID > 0 THEN
                   MOVE 'Y' TO ARCHIVE-ID-USED(Flat-Employee-ID)
               END-IF
           END-PERFORM.
           IF ARCHIVE-FILE-STATUS = '00'
                   OR ARCHIVE-FILE-STATUS = '10' THEN
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'Y' TO ARCHIVE-LOADED.

       CHECK-KEYED-ID.
           IF ALLOC-ID > 0
                   AND ARCHIVE-ID-USED(ALLOC-ID) = 'Y' THEN
               MOVE 'A' TO ALLOC-OK
           ELSE
               MOVE 'Y' TO ALLOC-OK
           END-IF.

       GIVE-NEXT-ID.
           PERFORM READ-CONTROL-LINE.
           IF CTL-VALID NOT = 'Y' THEN
               DISPLAY 'EMP-ID-CONTROL.TXT IS UNREADABLE - NO '
                   'EMPLOYEE-ID GIVEN; CORRECT THE LAST-ID LINE'
               MOVE 'C' TO ALLOC-OK
           ELSE
               MOVE CTL-LAST-ID TO CANDIDATE-ID
               MOVE 'N' TO CANDIDATE-FREE
               MOVE 0 TO CANDIDATE-TRIES
               PERFORM UNTIL CANDIDATE-FREE = 'Y'
                       OR CANDIDATE-TRIES >= 99999
                   IF CANDIDATE-ID >= 99999 THEN
                       MOVE 1 TO CANDIDATE-ID
                   ELSE
                       ADD 1 TO CANDIDATE-ID
                   END-IF
                   ADD 1 TO CANDIDATE-TRIES
                   PERFORM PROBE-CANDIDATE
               END-PERFORM
               IF CANDIDATE-FREE = 'Y' THEN
                   MOVE CANDIDATE-ID TO ALLOC-ID CTL-LAST-ID
                   PERFORM WRITE-CONTROL-LINE
                   MOVE 'Y' TO ALLOC-OK
               ELSE
                   DISPLAY 'NO FREE EMPLOYEE-ID LEFT - EVERY NUMBER '
                       'IS ON THE MASTER OR THE ARCHIVE'
                   MOVE 'F' TO ALLOC-OK
               END-IF
           END-IF.

       PROBE-CANDIDATE.
           IF ARCHIVE-ID-USED(CANDIDATE-ID) = 'Y' THEN
               MOVE 'N' TO CANDIDATE-FREE
           ELSE
               MOVE CANDIDATE-ID TO Employee-ID OF PROBE-RECORD
               CALL 'EMP-INQUIRE' USING PROBE-RECORD PROBE-STATUS
               IF PROBE-STATUS = 'Y' THEN
                   MOVE 'N' TO CANDIDATE-FREE
               ELSE
                   MOVE 'Y' TO CANDIDATE-FREE
               END-IF
           END-IF.

       READ-CONTROL-LINE.
           MOVE 0 TO CTL-LAST-ID.
           MOVE 'Y' TO CTL-VALID.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = '00' THEN
               MOVE SPACES TO CONTROL-REC
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               CLOSE CONTROL-FILE
               MOVE SPACES TO CTL-TAG-TXT CTL-ID-TXT CTL-DATE-TXT
               UNSTRING CONTROL-REC DELIMITED BY ','
                   INTO CTL-TAG-TXT CTL-ID-TXT CTL-DATE-TXT
               END-UNSTRING
               IF CTL-TAG-TXT = 'LAST-ID'
                       AND FUNCTION TRIM(CTL-ID-TXT) IS NUMERIC THEN
                   COMPUTE CTL-LAST-ID =
                       FUNCTION NUMVAL(FUNCTION TRIM(CTL-ID-TXT))
               ELSE
                   MOVE 'N' TO CTL-VALID
               END-IF
           END-IF.

       WRITE-CONTROL-LINE.
           CALL 'PROC-DATE' USING RUN-DATE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-REC.
           STRING 'LAST-ID,' CTL-LAST-ID ',' RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REC
           END-STRING.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.
       END PROGRAM EMP-ID-ALLOC.
