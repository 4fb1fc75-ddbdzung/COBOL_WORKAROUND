       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-INQ.

      *>    RUN INQUIRY - EVERYTHING ONE RUN ID PRODUCED.  EVERY
      *>    OPS-LOG, AUDIT AND HISTORY LINE IS STAMPED WITH THE RUN ID
      *>    IT WAS WRITTEN UNDER (SEE RUN-ID.CBL) -
      *>        YYYYMMDDHHMMSS-NN
      *>    THE CHAIN'S START AND THE STEP ATTEMPT WITHIN IT.  THE
      *>    SELECTION IS THE SINGLE LINE OF RUN-INQ.TXT - EITHER THE
      *>    FULL ID (ONE STEP ATTEMPT, OR -00 FOR THE CHAIN'S OWN
      *>    LINES) OR ITS FIRST 14 CHARACTERS (THE WHOLE CHAIN, EVERY
      *>    ATTEMPT).  THE LINES ARE PULLED FROM -
      *>        OPS-LOG.TXT           OPS-LOG-RUN-ID
      *>        SCHED-STATUS.TXT      SEVENTH COLUMN
      *>        EMP-AUDIT.TXT         COLUMNS 1117-1133 (THE LINE IS
      *>                              PRINTED CUT TO ITS FIRST 112
      *>                              COLUMNS, THEN THE ID)
      *>        MAP-AUDIT.TXT         THE RUN= TOKEN
      *>        CLEARED-HISTORY.TXT   TWELFTH COLUMN
      *>    AND WRITTEN TO RUN-INQ-REPORT.TXT, ONE SECTION PER FILE
      *>    WITH ITS COUNT, IN THE ORDER THEY WERE WRITTEN.  A FILE
      *>    THAT DOES NOT EXIST IS NOTED, NOT TREATED AS AN ERROR.
      *>    LINES WRITTEN BEFORE THE RUN ID WAS ADDED CARRY NONE AND
      *>    NEVER MATCH.  NOTHING FOUND ENDS WITH RC-NOT-FOUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE ASSIGN TO "RUN-INQ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SELECT-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
           SELECT STATUS-FILE ASSIGN TO "SCHED-STATUS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
           SELECT EMP-AUDIT-FILE ASSIGN TO "EMP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMP-AUDIT-STATUS.
           SELECT MAP-AUDIT-FILE ASSIGN TO "MAP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CLEARED-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUN-INQ-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-FILE.
       01  SELECT-REC                   PIC X(30).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       FD  STATUS-FILE.
       01  STATUS-REC                   PIC X(80).

       FD  EMP-AUDIT-FILE.
       01  EMP-AUDIT-REC.
           05  EMP-AUDIT-TEXT           PIC X(1116).
           05  EMP-AUDIT-RUN-ID         PIC X(17).

       FD  MAP-AUDIT-FILE.
       01  MAP-AUDIT-REC                PIC X(130).

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(130).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  SELECT-STATUS                PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  STATUS-FILE-STATUS           PIC X(02).
       01  EMP-AUDIT-STATUS             PIC X(02).
       01  MAP-AUDIT-STATUS             PIC X(02).
       01  HISTORY-FILE-STATUS          PIC X(02).
       01  WS-EOF-INQ                   PIC X(01).
       01  RUN-DATE                     PIC 9(08).
      *
      *>    THE SELECTED ID AND HOW MUCH OF IT HAS TO MATCH - 14
      *>    FOR A WHOLE CHAIN, 17 FOR ONE ATTEMPT.
       01  SEL-RUN-ID                   PIC X(17).
       01  SEL-ID-LEN                   PIC 9(02).
      *
      *>    THE RUN ID OF THE LINE IN HAND AND THE LINE AS PRINTED.
       01  LINE-RUN-ID                  PIC X(17).
       01  LINE-TEXT                    PIC X(132).
       01  STATUS-COL-TXT               PIC X(20).
       01  STATUS-RUN-ID-TXT            PIC X(20).
       01  MAP-HEAD-TXT                 PIC X(130).
      *
       01  INQ-FILE-NAME                PIC X(20).
       01  FILE-MATCH-COUNT             PIC 9(05).
       01  TOTAL-MATCH-COUNT            PIC 9(05) VALUE 0.
       01  COUNT-ED                     PIC ZZZZ9.
      *>    ONE SUMMARY LINE PER FILE, PRINTED AT THE FOOT.
       01  SUMMARY-TABLE.
           05  SUMMARY-COUNT            PIC 9(01) VALUE 0.
           05  SUMMARY-ENTRY OCCURS 5 TIMES.
               10  SUMMARY-FILE         PIC X(20).
               10  SUMMARY-MATCHES      PIC 9(05).
               10  SUMMARY-PRESENT      PIC X(01).
       01  SUMMARY-IDX                  PIC 9(01).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           PERFORM READ-RUN-SELECTION.
           IF RC-OK THEN
               PERFORM OPEN-RUN-REPORT
               PERFORM SCAN-OPS-LOG
               PERFORM SCAN-SCHED-STATUS
               PERFORM SCAN-EMP-AUDIT
               PERFORM SCAN-MAP-AUDIT
               PERFORM SCAN-CLEARED-HISTORY
               PERFORM WRITE-RUN-SUMMARY
               CLOSE REPORT-FILE
               IF TOTAL-MATCH-COUNT = 0 THEN
                   DISPLAY 'NOTHING ON FILE WAS WRITTEN UNDER RUN ID '
                       FUNCTION TRIM(SEL-RUN-ID)
                   SET RC-NOT-FOUND TO TRUE
               END-IF
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-RUN-SELECTION.
           OPEN INPUT SELECT-FILE.
           IF SELECT-STATUS NOT = '00' THEN
               DISPLAY 'RUN-INQ.TXT COULD NOT BE OPENED - PUT A RUN'
                   ' ID (YYYYMMDDHHMMSS[-NN]) ON ITS FIRST LINE'
               SET RC-INVALID-INPUT TO TRUE
           ELSE
               MOVE SPACES TO SELECT-REC
               READ SELECT-FILE
                   AT END CONTINUE
               END-READ
               CLOSE SELECT-FILE
               MOVE FUNCTION TRIM(SELECT-REC) TO SEL-RUN-ID
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SELECT-REC))
                   TO SEL-ID-LEN
               IF SELECT-REC = SPACES
                       OR SEL-RUN-ID(1:14) IS NOT NUMERIC THEN
                   MOVE 0 TO SEL-ID-LEN
               END-IF
               IF SEL-ID-LEN = 17 THEN
                   IF SEL-RUN-ID(15:1) NOT = '-'
                           OR SEL-RUN-ID(16:2) IS NOT NUMERIC THEN
                       MOVE 0 TO SEL-ID-LEN
                   END-IF
               END-IF
               IF SEL-ID-LEN NOT = 14 AND SEL-ID-LEN NOT = 17 THEN
                   DISPLAY 'SELECTION [' FUNCTION TRIM(SELECT-REC)
                       '] IS NOT A RUN ID - YYYYMMDDHHMMSS FOR A'
                       ' CHAIN, YYYYMMDDHHMMSS-NN FOR ONE ATTEMPT'
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF.

       OPEN-RUN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RUN INQUIRY' TO RPT-TITLE.
           MOVE 'RUN-INQ' TO RPT-PROGRAM-ID.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           IF SEL-ID-LEN = 14 THEN
               STRING 'EVERYTHING WRITTEN UNDER RUN ' SEL-RUN-ID(1:14)
                      ' - THE CHAIN AND EVERY STEP ATTEMPT'
                   DELIMITED BY SIZE INTO RPT-COL-HEAD
               END-STRING
           ELSE
               STRING 'EVERYTHING WRITTEN UNDER RUN ' SEL-RUN-ID
                   DELIMITED BY SIZE INTO RPT-COL-HEAD
               END-STRING
           END-IF.

      *>    EACH FILE'S SECTION OPENS WITH ITS NAME; A FILE NOT THERE
      *>    AT ALL SAYS SO AND COUNTS AS NO LINES.
       START-FILE-SECTION.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE 'N' TO WS-EOF-INQ.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE INQ-FILE-NAME TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO SUMMARY-COUNT.
           MOVE INQ-FILE-NAME TO SUMMARY-FILE(SUMMARY-COUNT).
           MOVE 0 TO SUMMARY-MATCHES(SUMMARY-COUNT).
           MOVE 'Y' TO SUMMARY-PRESENT(SUMMARY-COUNT).

       FILE-NOT-PRESENT.
           MOVE 'Y' TO WS-EOF-INQ.
           MOVE 'N' TO SUMMARY-PRESENT(SUMMARY-COUNT).
           MOVE SPACES TO REPORT-REC.
           MOVE '   (FILE NOT PRESENT)' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *>    PRINT LINE-TEXT WHEN LINE-RUN-ID IS THE SELECTED RUN.
       MATCH-RUN-LINE.
           IF SEL-ID-LEN = 14 THEN
               IF LINE-RUN-ID(1:14) = SEL-RUN-ID(1:14) THEN
                   PERFORM PRINT-RUN-LINE
               END-IF
           ELSE
               IF LINE-RUN-ID = SEL-RUN-ID THEN
                   PERFORM PRINT-RUN-LINE
               END-IF
           END-IF.

       PRINT-RUN-LINE.
           ADD 1 TO FILE-MATCH-COUNT.
           ADD 1 TO TOTAL-MATCH-COUNT.
           MOVE LINE-TEXT TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       END-FILE-SECTION.
           MOVE FILE-MATCH-COUNT TO SUMMARY-MATCHES(SUMMARY-COUNT).
           IF SUMMARY-PRESENT(SUMMARY-COUNT) = 'Y' THEN
               MOVE SPACES TO REPORT-REC
               MOVE FILE-MATCH-COUNT TO COUNT-ED
               STRING '   ' COUNT-ED ' LINE(S)'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SCAN-OPS-LOG.
           MOVE 'OPS-LOG.TXT' TO INQ-FILE-NAME.
           PERFORM START-FILE-SECTION.
           OPEN INPUT OPS-LOG-FILE.
           IF OPS-LOG-STATUS NOT = '00' THEN
               PERFORM FILE-NOT-PRESENT
           END-IF.
           PERFORM UNTIL WS-EOF-INQ = 'Y'
               READ OPS-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-INQ
               END-READ
               IF WS-EOF-INQ NOT = 'Y' THEN
                   MOVE OPS-LOG-RUN-ID TO LINE-RUN-ID
                   MOVE OPS-LOG-FILE-REC TO LINE-TEXT
                   PERFORM MATCH-RUN-LINE
               END-IF
           END-PERFORM.
           IF OPS-LOG-STATUS = '00' OR OPS-LOG-STATUS = '10' THEN
               CLOSE OPS-LOG-FILE
           END-IF.
           PERFORM END-FILE-SECTION.

       SCAN-SCHED-STATUS.
           MOVE 'SCHED-STATUS.TXT' TO INQ-FILE-NAME.
           PERFORM START-FILE-SECTION.
           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = '00' THEN
               PERFORM FILE-NOT-PRESENT
           END-IF.
           PERFORM UNTIL WS-EOF-INQ = 'Y'
               READ STATUS-FILE
                   AT END MOVE 'Y' TO WS-EOF-INQ
               END-READ
               IF WS-EOF-INQ NOT = 'Y' THEN
                   MOVE SPACES TO STATUS-RUN-ID-TXT
                   UNSTRING STATUS-REC DELIMITED BY ','
                       INTO STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-RUN-ID-TXT
                   END-UNSTRING
                   MOVE STATUS-RUN-ID-TXT TO LINE-RUN-ID
                   MOVE STATUS-REC TO LINE-TEXT
                   PERFORM MATCH-RUN-LINE
               END-IF
           END-PERFORM.
           IF STATUS-FILE-STATUS = '00' OR STATUS-FILE-STATUS = '10'
                   THEN
               CLOSE STATUS-FILE
           END-IF.
           PERFORM END-FILE-SECTION.

       SCAN-EMP-AUDIT.
           MOVE 'EMP-AUDIT.TXT' TO INQ-FILE-NAME.
           PERFORM START-FILE-SECTION.
           OPEN INPUT EMP-AUDIT-FILE.
           IF EMP-AUDIT-STATUS NOT = '00' THEN
               PERFORM FILE-NOT-PRESENT
           END-IF.
           PERFORM UNTIL WS-EOF-INQ = 'Y'
               READ EMP-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INQ
               END-READ
               IF WS-EOF-INQ NOT = 'Y' THEN
                   MOVE EMP-AUDIT-RUN-ID TO LINE-RUN-ID
                   MOVE SPACES TO LINE-TEXT
                   MOVE EMP-AUDIT-TEXT(1:112) TO LINE-TEXT
                   MOVE EMP-AUDIT-RUN-ID TO LINE-TEXT(114:)
                   PERFORM MATCH-RUN-LINE
               END-IF
           END-PERFORM.
           IF EMP-AUDIT-STATUS = '00' OR EMP-AUDIT-STATUS = '10' THEN
               CLOSE EMP-AUDIT-FILE
           END-IF.
           PERFORM END-FILE-SECTION.

       SCAN-MAP-AUDIT.
           MOVE 'MAP-AUDIT.TXT' TO INQ-FILE-NAME.
           PERFORM START-FILE-SECTION.
           OPEN INPUT MAP-AUDIT-FILE.
           IF MAP-AUDIT-STATUS NOT = '00' THEN
               PERFORM FILE-NOT-PRESENT
           END-IF.
           PERFORM UNTIL WS-EOF-INQ = 'Y'
               READ MAP-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INQ
               END-READ
               IF WS-EOF-INQ NOT = 'Y' THEN
                   MOVE SPACES TO LINE-RUN-ID
                   UNSTRING MAP-AUDIT-REC DELIMITED BY ' RUN='
                       INTO MAP-HEAD-TXT LINE-RUN-ID
                   END-UNSTRING
                   MOVE MAP-AUDIT-REC TO LINE-TEXT
                   PERFORM MATCH-RUN-LINE
               END-IF
           END-PERFORM.
           IF MAP-AUDIT-STATUS = '00' OR MAP-AUDIT-STATUS = '10' THEN
               CLOSE MAP-AUDIT-FILE
           END-IF.
           PERFORM END-FILE-SECTION.

       SCAN-CLEARED-HISTORY.
           MOVE 'CLEARED-HISTORY.TXT' TO INQ-FILE-NAME.
           PERFORM START-FILE-SECTION.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               PERFORM FILE-NOT-PRESENT
           END-IF.
           PERFORM UNTIL WS-EOF-INQ = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INQ
               END-READ
               IF WS-EOF-INQ NOT = 'Y' THEN
                   MOVE SPACES TO STATUS-RUN-ID-TXT
                   UNSTRING HISTORY-REC DELIMITED BY ','
                       INTO STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-COL-TXT
                            STATUS-COL-TXT STATUS-RUN-ID-TXT
                   END-UNSTRING
                   MOVE STATUS-RUN-ID-TXT TO LINE-RUN-ID
                   MOVE HISTORY-REC TO LINE-TEXT
                   PERFORM MATCH-RUN-LINE
               END-IF
           END-PERFORM.
           IF HISTORY-FILE-STATUS = '00' OR HISTORY-FILE-STATUS = '10'
                   THEN
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM END-FILE-SECTION.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
                   UNTIL SUMMARY-IDX > SUMMARY-COUNT
               MOVE SPACES TO REPORT-REC
               MOVE SUMMARY-MATCHES(SUMMARY-IDX) TO COUNT-ED
               STRING SUMMARY-FILE(SUMMARY-IDX) ' ' COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               IF SUMMARY-PRESENT(SUMMARY-IDX) = 'N' THEN
                   MOVE '  NOT PRESENT' TO REPORT-REC(27:)
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           MOVE TOTAL-MATCH-COUNT TO COUNT-ED.
           STRING 'TOTAL LINES         ' ' ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

       END PROGRAM RUN-INQ.
