       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ANONYMIZE.

      *>    DATA-PROTECTION ANONYMIZATION OF LONG-ARCHIVED EMPLOYEES.
      *>    EMP-ARCHIVE MOVES A LEAVER OFF THE LIVE MASTER AFTER THE
      *>    ARCHIVE RETENTION (EMP-ARCHIVE-YEARS.TXT, DEFAULT 7), BUT
      *>    THE FULL IMAGE - NAME, ADDRESS, BANK - STAYED ON
      *>    EMP-ARCHIVE.DAT AND IN EVERY EMP-AUDIT.TXT LINE FOR THE
      *>    EMPLOYEE FOREVER.  PAST A SECOND, LONGER THRESHOLD (THE
      *>    SINGLE LINE OF EMP-ANONYMIZE-YEARS.TXT, DEFAULT 10) THIS
      *>    REWRITES BOTH FILES WITH THE PERSONAL FIELDS CLEARED -
      *>        NAME            -> 'ANONYMIZED'
      *>        ADDRESS LINES   -> SPACES (THE COUNT IS KEPT)
      *>        SORT CODE       -> SPACES
      *>        ACCOUNT NUMBER  -> SPACES
      *>    KEEPING THE Employee-ID, EVERY DATE, THE DEPARTMENT AND
      *>    ITS HISTORY, AND THE SALARY HISTORY THAT FINANCE MUST
      *>    RETAIN.  THE THRESHOLD IS COUNTED FROM THE TERMINATION
      *>    DATE, AS THE ARCHIVE ONE IS, AND MUST BE LONGER THAN IT -
      *>    A SHORTER ONE WOULD ANONYMIZE EMPLOYEES STILL ON THE LIVE
      *>    MASTER'S AUDIT TRAIL, SO THE RUN IS REFUSED.  AN IMAGE
      *>    ALREADY ANONYMIZED IS LEFT AS IT IS, SO THE RUN CAN BE
      *>    REPEATED.  EACH FILE IS WRITTEN TO A WORK COPY
      *>    (EMP-ARCHIVE.WRK, EMP-AUDIT.WRK) AND ONLY COPIED BACK
      *>    ONCE THE WHOLE PASS HAS COMPLETED.  THE EXCLUSIVE MASTER
      *>    LOCK IS HELD THROUGHOUT SO NO AUDIT LINE IS APPENDED WHILE
      *>    THE TRAIL IS BEING REWRITTEN.  EVERY EMPLOYEE ANONYMIZED
      *>    IS LISTED ON EMP-ANONYMIZE-REPORT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "EMP-ARCHIVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ARCHIVE-WORK-FILE ASSIGN TO "EMP-ARCHIVE.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-WORK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EMP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-WORK-FILE ASSIGN TO "EMP-AUDIT.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-WORK-STATUS.
           SELECT YEARS-FILE ASSIGN TO "EMP-ANONYMIZE-YEARS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS YEARS-FILE-STATUS.
           SELECT ARCHIVE-YEARS-FILE ASSIGN TO "EMP-ARCHIVE-YEARS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-YEARS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-ANONYMIZE-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    ONE EMPLOYEE-FLAT-REC IMAGE PER LINE - WORKED ON THROUGH
      *>    FLAT-IMAGE BELOW.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                  PIC X(1059).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-REC             PIC X(1059).

      *>    SAME FIXED PREFIX EMP-BACKOUT MAPS - STAMP 1-21, PROGRAM
      *>    23-37, EMPLOYEE-ID 39-43, LABEL 45-50, FLAT IMAGE 52-1110,
      *>    THEN THE APPROVER'S INITIALS IN 1112-1115 AND THE RUN ID
      *>    IN 1117-1133.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-STAMP                PIC X(21).
           05  FILLER                   PIC X(01).
           05  AUD-PROGRAM              PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-EMP-ID               PIC X(05).
           05  FILLER                   PIC X(01).
           05  AUD-LABEL                PIC X(06).
           05  FILLER                   PIC X(01).
           05  AUD-FLAT-IMAGE           PIC X(1059).
           05  AUD-TRAILER              PIC X(80).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-REC               PIC X(1190).

       FD  YEARS-FILE.
       01  YEARS-REC                    PIC X(10).

       FD  ARCHIVE-YEARS-FILE.
       01  ARCHIVE-YEARS-REC            PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  ARCHIVE-FILE-STATUS          PIC X(02).
       01  ARCHIVE-WORK-STATUS          PIC X(02).
       01  AUDIT-STATUS                 PIC X(02).
       01  AUDIT-WORK-STATUS            PIC X(02).
       01  YEARS-FILE-STATUS            PIC X(02).
       01  ARCHIVE-YEARS-STATUS         PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-ARCHIVE               PIC X(01) VALUE 'N'.
       01  WS-EOF-AUDIT                 PIC X(01) VALUE 'N'.
       01  WS-EOF-WORK                  PIC X(01) VALUE 'N'.
      *
       01  ANONYMIZE-YEARS              PIC 9(02) VALUE 10.
       01  ARCHIVE-YEARS                PIC 9(02) VALUE 7.
       01  CUTOFF-DATE                  PIC 9(08).
       01  RUN-DATE                     PIC 9(08).
       01  ADDR-IDX                     PIC 9(01).
       01  ANON-EMP-ID                  PIC 9(05).
       01  ANONYMIZED-NAME              PIC X(30) VALUE 'ANONYMIZED'.
       01  IMAGE-COUNT                  PIC 9(07) VALUE 0.
       01  ANONYMIZED-COUNT             PIC 9(05) VALUE 0.
       01  ALREADY-COUNT                PIC 9(05) VALUE 0.
       01  AUDIT-LINE-COUNT             PIC 9(07) VALUE 0.
       01  AUDIT-CHANGED-COUNT          PIC 9(07) VALUE 0.
      *>    ONE BYTE PER POSSIBLE Employee-ID, 'Y' WHEN THE ARCHIVED
      *>    EMPLOYEE IS PAST THE THRESHOLD - THE AUDIT PASS CLEARS
      *>    EVERY LINE CARRYING ONE OF THESE IDS.
       01  ANON-ID-TABLE.
           05  ANON-ID-USED OCCURS 99999 TIMES PIC X(01).
      *>    THE IMAGE BEING CLEARED, FOR THE ARCHIVE AND THE AUDIT
      *>    PASS ALIKE.
       01  FLAT-IMAGE.
           COPY EMPLOYEE-FLAT-REC.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'X'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-ANONYMIZE'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-THRESHOLD-YEARS.
           IF ANONYMIZE-YEARS NOT > ARCHIVE-YEARS THEN
               DISPLAY 'EMP-ANONYMIZE-YEARS.TXT (' ANONYMIZE-YEARS
                   ') MUST BE LONGER THAN EMP-ARCHIVE-YEARS.TXT ('
                   ARCHIVE-YEARS ') - RUN REFUSED'
               MOVE 'EMP-ANONYMZE' TO OPS-LOG-PROGRAM
               MOVE 'REFUSED' TO OPS-LOG-RESULT
               MOVE 0 TO OPS-LOG-REC-COUNT
               MOVE 0 TO OPS-LOG-EXC-COUNT
               MOVE 'THRESHOLD <= ARCHIVE' TO OPS-LOG-DETAIL
               PERFORM WRITE-OPS-LOG-LINE
               SET RC-INVALID-INPUT TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ALL 'N' TO ANON-ID-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ARCHIVED-EMPLOYEE ANONYMIZATION RUN' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM ANONYMIZE-ARCHIVE-FILE.
           PERFORM ANONYMIZE-AUDIT-FILE.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           MOVE 'EMP-ANONYMZE' TO OPS-LOG-PROGRAM.
           MOVE 'COMPLETED' TO OPS-LOG-RESULT.
           MOVE ANONYMIZED-COUNT TO OPS-LOG-REC-COUNT.
           MOVE 0 TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'AUD CLEARED ' AUDIT-CHANGED-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    BOTH RETENTION LINES ARE READ - THE ARCHIVE ONE ONLY TO
      *>    CHECK THIS ONE IS LONGER.
       READ-THRESHOLD-YEARS.
           OPEN INPUT YEARS-FILE.
           IF YEARS-FILE-STATUS = '00' THEN
               READ YEARS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(YEARS-REC) IS NUMERIC THEN
                           COMPUTE ANONYMIZE-YEARS = FUNCTION NUMVAL(
                               FUNCTION TRIM(YEARS-REC))
                       END-IF
               END-READ
               CLOSE YEARS-FILE
           END-IF.
           OPEN INPUT ARCHIVE-YEARS-FILE.
           IF ARCHIVE-YEARS-STATUS = '00' THEN
               READ ARCHIVE-YEARS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(ARCHIVE-YEARS-REC)
                               IS NUMERIC THEN
                           COMPUTE ARCHIVE-YEARS = FUNCTION NUMVAL(
                               FUNCTION TRIM(ARCHIVE-YEARS-REC))
                       END-IF
               END-READ
               CLOSE ARCHIVE-YEARS-FILE
           END-IF.
           CALL 'PROC-DATE' USING RUN-DATE.
      *>    SAME MONTH AND DAY, ANONYMIZE-YEARS YEARS BACK - THE SAME
      *>    RULE EMP-ARCHIVE APPLIES TO ITS OWN CUTOFF.
           COMPUTE CUTOFF-DATE = RUN-DATE - (ANONYMIZE-YEARS * 10000).

      *>    NO ARCHIVE YET IS NOT AN ERROR - NOTHING HAS BEEN RETIRED,
      *>    SO NOTHING CAN BE DUE.
       ANONYMIZE-ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-ARCHIVE
           ELSE
               OPEN OUTPUT ARCHIVE-WORK-FILE
           END-IF.
           PERFORM UNTIL WS-EOF-ARCHIVE = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-ARCHIVE
               END-READ
               IF WS-EOF-ARCHIVE NOT = 'Y' THEN
                   ADD 1 TO IMAGE-COUNT
                   MOVE ARCHIVE-REC TO FLAT-IMAGE
                   PERFORM CHECK-ONE-ARCHIVE-IMAGE
                   MOVE FLAT-IMAGE TO ARCHIVE-WORK-REC
                   WRITE ARCHIVE-WORK-REC
               END-IF
           END-PERFORM.
           IF ARCHIVE-FILE-STATUS = '00'
                   OR ARCHIVE-FILE-STATUS = '10' THEN
               CLOSE ARCHIVE-FILE
               CLOSE ARCHIVE-WORK-FILE
           END-IF.
           IF ANONYMIZED-COUNT > 0 THEN
               PERFORM COPY-BACK-ARCHIVE-FILE
           END-IF.

      *>    EVERY EMPLOYEE PAST THE THRESHOLD IS MARKED FOR THE AUDIT
      *>    PASS, ALREADY ANONYMIZED OR NOT - A TRAIL LINE MISSED BY
      *>    AN EARLIER RUN IS STILL PICKED UP.
       CHECK-ONE-ARCHIVE-IMAGE.
           IF Flat-Termination-Date IS NUMERIC
                   AND Flat-Termination-Date NOT = ZEROS
                   AND Flat-Termination-Date < CUTOFF-DATE
                   AND Flat-Employee-ID IS NUMERIC
                   AND Flat-Employee-ID > 0 THEN
               MOVE 'Y' TO ANON-ID-USED(Flat-Employee-ID)
               IF Flat-Employee-Name = ANONYMIZED-NAME THEN
                   ADD 1 TO ALREADY-COUNT
               ELSE
                   PERFORM CLEAR-PERSONAL-FIELDS
                   ADD 1 TO ANONYMIZED-COUNT
                   PERFORM WRITE-ANONYMIZED-LINE
               END-IF
           END-IF.

       CLEAR-PERSONAL-FIELDS.
           MOVE ANONYMIZED-NAME TO Flat-Employee-Name.
           MOVE SPACES TO Flat-Bank-Sort-Code.
           MOVE SPACES TO Flat-Bank-Account.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 5
               MOVE SPACES TO Flat-Address-Line(ADDR-IDX)
           END-PERFORM.

       COPY-BACK-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-WORK.
           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM UNTIL WS-EOF-WORK = 'Y'
               READ ARCHIVE-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-WORK
                   NOT AT END
                       MOVE ARCHIVE-WORK-REC TO ARCHIVE-REC
                       WRITE ARCHIVE-REC
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE ARCHIVE-FILE.

      *>    ONLY THE FLAT IMAGE OF A MARKED EMPLOYEE'S LINE CHANGES -
      *>    THE STAMP, PROGRAM, LABEL AND APPROVER STAY AS WRITTEN.
      *>    AN IMAGE WRITTEN BEFORE THE MANAGER AND DEPARTMENT HISTORY
      *>    FIELDS EXISTED STILL HAS NAME, BANK AND ADDRESS IN THE
      *>    SAME PLACES, SO IT IS CLEARED THE SAME WAY.
       ANONYMIZE-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               OPEN OUTPUT AUDIT-WORK-FILE
           END-IF.
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
               IF WS-EOF-AUDIT NOT = 'Y' THEN
                   ADD 1 TO AUDIT-LINE-COUNT
                   IF AUD-EMP-ID IS NUMERIC THEN
                       MOVE AUD-EMP-ID TO ANON-EMP-ID
                       IF ANON-EMP-ID > 0
                               AND ANON-ID-USED(ANON-EMP-ID) = 'Y' THEN
                           PERFORM CLEAR-ONE-AUDIT-LINE
                       END-IF
                   END-IF
                   MOVE AUDIT-REC TO AUDIT-WORK-REC
                   WRITE AUDIT-WORK-REC
               END-IF
           END-PERFORM.
           IF AUDIT-STATUS = '00' OR AUDIT-STATUS = '10' THEN
               CLOSE AUDIT-FILE
               CLOSE AUDIT-WORK-FILE
           END-IF.
           IF AUDIT-CHANGED-COUNT > 0 THEN
               PERFORM COPY-BACK-AUDIT-FILE
           END-IF.

       CLEAR-ONE-AUDIT-LINE.
           MOVE AUD-FLAT-IMAGE TO FLAT-IMAGE.
           IF Flat-Employee-Name NOT = ANONYMIZED-NAME
                   OR Flat-Bank-Account NOT = SPACES
                   OR Flat-Bank-Sort-Code NOT = SPACES THEN
               PERFORM CLEAR-PERSONAL-FIELDS
               MOVE FLAT-IMAGE TO AUD-FLAT-IMAGE
               ADD 1 TO AUDIT-CHANGED-COUNT
           END-IF.

       COPY-BACK-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-WORK.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-FILE.
           PERFORM UNTIL WS-EOF-WORK = 'Y'
               READ AUDIT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-WORK
                   NOT AT END
                       MOVE AUDIT-WORK-REC TO AUDIT-REC
                       WRITE AUDIT-REC
               END-READ
           END-PERFORM.
           CLOSE AUDIT-WORK-FILE.
           CLOSE AUDIT-FILE.

       WRITE-ANONYMIZED-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'ANONYMIZED EMP ' Flat-Employee-ID
                  ' TERMINATED ' Flat-Termination-Date
                  ' DEPT ' Flat-Dept
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           STRING 'THRESHOLD ' ANONYMIZE-YEARS ' YEARS - TERMINATED'
                  ' BEFORE ' CUTOFF-DATE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'ARCHIVE IMAGES READ: ' IMAGE-COUNT
                  ' ANONYMIZED: ' ANONYMIZED-COUNT
                  ' ALREADY ANONYMIZED: ' ALREADY-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AUDIT LINES READ: ' AUDIT-LINE-COUNT
                  ' CLEARED: ' AUDIT-CHANGED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY OPS-LOG-WRITE.

       END PROGRAM EMP-ANONYMIZE.
