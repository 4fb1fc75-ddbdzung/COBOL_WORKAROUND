       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP-INVENTORY.

      *>    INVENTORY OF THE NAMED MAPS KEPT BY THE MAP-* SUBPROGRAMS
      *>    (SEE MAP-DATA.CPY).  EVERY NAME MAP-SAVE HAS RECORDED ON
      *>    MAP-DIRECTORY.TXT (NAME,MAP-SIZE,SAVE-DATE) IS LISTED WITH
      *>    ITS STATE FILE, THE ENTRY COUNT AND SAVE DATE FROM THAT
      *>    FILE'S OWN HEADER LINE, AND THE NUMBER OF MAP-AUDIT.TXT
      *>    LINES TAGGED WITH ITS MAP= TOKEN.  THE UNNAMED MAP
      *>    (MAP-STATE.DAT, AUDIT LINES WITH NO MAP= TOKEN) IS LISTED
      *>    FIRST WHEN IT HAS A STATE FILE OR ANY AUDIT LINES.  NOTES -
      *>        STATE FILE MISSING    LISTED BUT THE FILE IS GONE; THE
      *>                              DIRECTORY'S LAST KNOWN COUNT AND
      *>                              DATE ARE SHOWN INSTEAD
      *>        NEVER SAVED           ON THE AUDIT TRAIL BUT NOT ON THE
      *>                              DIRECTORY - ADDS MADE, NO SAVE
      *>        DIRECTORY DIFFERS     THE DIRECTORY'S COUNT OR DATE IS
      *>                              NOT THE STATE FILE'S
      *>    A STATE FILE WRITTEN BEFORE SAVE DATES WERE KEPT HAS A
      *>    BARE COUNT HEADER AND SHOWS NO DATE.
      *>
      *>    WRITES MAP-INVENTORY-REPORT.TXT AND ONE OPS-LOG LINE.
      *>    ENDS RC-NOT-FOUND WHEN THERE IS NO MAP AT ALL TO LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO "MAP-DIRECTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIRECTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MAP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT STATE-FILE ASSIGN TO DYNAMIC STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MAP-INVENTORY-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECTORY-FILE.
       01  DIRECTORY-REC                PIC X(30).

       FD  AUDIT-FILE.
       01  AUDIT-REC                    PIC X(130).

       FD  STATE-FILE.
       01  STATE-REC                    PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  DIRECTORY-STATUS             PIC X(02).
       01  AUDIT-STATUS                 PIC X(02).
       01  STATE-FILE-STATUS            PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
       01  RUN-DATE                     PIC 9(08).
       01  STATE-FILE-NAME              PIC X(30).
      *
       01  DIR-NAME-TXT                 PIC X(12).
       01  DIR-SIZE-TXT                 PIC X(06).
       01  DIR-DATE-TXT                 PIC X(08).
       01  HEADER-SIZE-TXT              PIC X(06).
       01  HEADER-DATE-TXT              PIC X(08).
      *>    THE MAP= TOKEN, SPACES ON AN UNNAMED MAP'S LINE.
       01  AUD-HEAD-TXT                 PIC X(130).
       01  AUD-MAP-TAIL                 PIC X(130).
       01  AUD-MAP-NAME                 PIC X(12).
       01  AUDIT-LINE-COUNT             PIC 9(07) VALUE 0.
      *>    ONE ROW PER NAME - FROM THE DIRECTORY FIRST, THEN ANY
      *>    NAME FOUND ONLY ON THE AUDIT TRAIL.  THE UNNAMED MAP HAS
      *>    NO ROW - ITS TRAIL LINES ARE COUNTED IN UNNAMED-AUDIT-LINES.
       01  INVENTORY-TABLE.
           05  INV-COUNT                PIC 9(03) VALUE 0.
           05  INV-ENTRY OCCURS 100 TIMES.
               10  INV-NAME             PIC X(12).
               10  INV-DIR-SIZE         PIC X(06).
               10  INV-DIR-DATE         PIC X(08).
               10  INV-LISTED           PIC X(01).
               10  INV-AUDIT-LINES      PIC 9(07).
       01  INV-IDX                      PIC 9(03).
       01  INV-FOUND                    PIC 9(03).
       01  INV-DROPPED                  PIC 9(05) VALUE 0.
       01  UNNAMED-AUDIT-LINES          PIC 9(07) VALUE 0.
      *
      *>    THE ROW BEING PRINTED.
       01  ROW-NAME                     PIC X(12).
       01  ROW-LISTED                   PIC X(01).
       01  ROW-DIR-SIZE                 PIC X(06).
       01  ROW-DIR-DATE                 PIC X(08).
       01  ROW-AUDIT-LINES              PIC 9(07).
       01  ROW-SIZE-TXT                 PIC X(06).
       01  ROW-DATE-TXT                 PIC X(08).
       01  ROW-NOTE                     PIC X(20).
       01  ROW-SIZE                     PIC 9(06).
       01  NAME-ED                      PIC X(12).
       01  SIZE-ED                      PIC Z(6)9.
       01  DATE-ED                      PIC X(10).
       01  AUDIT-LINES-ED               PIC Z(6)9.
      *
       01  MAPS-LISTED                  PIC 9(05) VALUE 0.
       01  MAPS-FLAGGED                 PIC 9(05) VALUE 0.
       01  MAPS-LISTED-ED               PIC ZZZZ9.
       01  MAPS-FLAGGED-ED              PIC ZZZZ9.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT-HEADING FIELDS - SEE REPORT-HEAD-WS.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM LOAD-MAP-DIRECTORY.
           PERFORM COUNT-AUDIT-LINES.
           PERFORM OPEN-INVENTORY-REPORT.
           PERFORM LIST-UNNAMED-MAP.
           PERFORM VARYING INV-IDX FROM 1 BY 1 UNTIL INV-IDX > INV-COUNT
               MOVE INV-NAME(INV-IDX) TO ROW-NAME
               MOVE INV-LISTED(INV-IDX) TO ROW-LISTED
               MOVE INV-DIR-SIZE(INV-IDX) TO ROW-DIR-SIZE
               MOVE INV-DIR-DATE(INV-IDX) TO ROW-DIR-DATE
               MOVE INV-AUDIT-LINES(INV-IDX) TO ROW-AUDIT-LINES
               MOVE SPACES TO STATE-FILE-NAME
               STRING 'MAP-STATE-' DELIMITED BY SIZE
                      ROW-NAME DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO STATE-FILE-NAME
               END-STRING
               PERFORM LIST-ONE-MAP
           END-PERFORM.
           PERFORM WRITE-INVENTORY-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM WRITE-INVENTORY-LOG.
           IF MAPS-LISTED = 0 THEN
               SET RC-NOT-FOUND TO TRUE
           ELSE
               SET RC-OK TO TRUE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

      *>    THE DIRECTORY IS OPTIONAL - A SHOP THAT HAS ONLY EVER KEPT
      *>    THE UNNAMED MAP HAS NONE.
       LOAD-MAP-DIRECTORY.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT DIRECTORY-FILE.
           IF DIRECTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ DIRECTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND DIRECTORY-REC NOT = SPACES THEN
                   MOVE SPACES TO DIR-NAME-TXT DIR-SIZE-TXT
                       DIR-DATE-TXT
                   UNSTRING DIRECTORY-REC DELIMITED BY ','
                       INTO DIR-NAME-TXT DIR-SIZE-TXT DIR-DATE-TXT
                   END-UNSTRING
                   MOVE DIR-NAME-TXT TO AUD-MAP-NAME
                   PERFORM FIND-INVENTORY-ROW
                   IF INV-FOUND > 0 THEN
                       MOVE 'Y' TO INV-LISTED(INV-FOUND)
                       MOVE DIR-SIZE-TXT TO INV-DIR-SIZE(INV-FOUND)
                       MOVE DIR-DATE-TXT TO INV-DIR-DATE(INV-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           IF DIRECTORY-STATUS = '00' OR DIRECTORY-STATUS = '10' THEN
               CLOSE DIRECTORY-FILE
           END-IF.

      *>    SAME MAP= PARSE AS MAP-REBUILD.
       COUNT-AUDIT-LINES.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y'
                       AND AUDIT-REC NOT = SPACES THEN
                   ADD 1 TO AUDIT-LINE-COUNT
                   MOVE SPACES TO AUD-HEAD-TXT AUD-MAP-TAIL
                       AUD-MAP-NAME
                   UNSTRING AUDIT-REC DELIMITED BY ' MAP='
                       INTO AUD-HEAD-TXT AUD-MAP-TAIL
                   END-UNSTRING
                   UNSTRING AUD-MAP-TAIL DELIMITED BY ' '
                       INTO AUD-MAP-NAME
                   END-UNSTRING
                   IF AUD-MAP-NAME = SPACES THEN
                       ADD 1 TO UNNAMED-AUDIT-LINES
                   ELSE
                       PERFORM FIND-INVENTORY-ROW
                       IF INV-FOUND > 0 THEN
                           ADD 1 TO INV-AUDIT-LINES(INV-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF AUDIT-STATUS = '00' OR AUDIT-STATUS = '10' THEN
               CLOSE AUDIT-FILE
           END-IF.

      *>    ROW FOR AUD-MAP-NAME, ADDED IF NEW.  PAST 100 NAMES THE
      *>    NAME IS COUNTED IN INV-DROPPED AND INV-FOUND LEFT ZERO.
       FIND-INVENTORY-ROW.
           MOVE 0 TO INV-FOUND.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT OR INV-FOUND > 0
               IF INV-NAME(INV-IDX) = AUD-MAP-NAME THEN
                   MOVE INV-IDX TO INV-FOUND
               END-IF
           END-PERFORM.
           IF INV-FOUND = 0 THEN
               IF INV-COUNT >= 100 THEN
                   ADD 1 TO INV-DROPPED
               ELSE
                   ADD 1 TO INV-COUNT
                   MOVE INV-COUNT TO INV-FOUND
                   MOVE AUD-MAP-NAME TO INV-NAME(INV-FOUND)
                   MOVE SPACES TO INV-DIR-SIZE(INV-FOUND)
                       INV-DIR-DATE(INV-FOUND)
                   MOVE 'N' TO INV-LISTED(INV-FOUND)
                   MOVE 0 TO INV-AUDIT-LINES(INV-FOUND)
               END-IF
           END-IF.

       OPEN-INVENTORY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'NAMED MAP INVENTORY' TO RPT-TITLE.
           MOVE 'MAP-INVENTORY' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'MAP NAME      STATE FILE                  '
                  'ENTRIES  LAST SAVED  AUDIT LINES  NOTE'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.

      *>    THE UNNAMED MAP HAS NO DIRECTORY LINE - IT IS LISTED WHEN
      *>    MAP-STATE.DAT EXISTS OR THE TRAIL HAS LINES FOR IT.
       LIST-UNNAMED-MAP.
           MOVE 'MAP-STATE.DAT' TO STATE-FILE-NAME.
           OPEN INPUT STATE-FILE.
           IF STATE-FILE-STATUS = '00' THEN
               CLOSE STATE-FILE
           END-IF.
           IF STATE-FILE-STATUS = '00' OR UNNAMED-AUDIT-LINES > 0 THEN
               MOVE SPACES TO ROW-NAME ROW-DIR-SIZE ROW-DIR-DATE
               MOVE 'U' TO ROW-LISTED
               MOVE UNNAMED-AUDIT-LINES TO ROW-AUDIT-LINES
               PERFORM LIST-ONE-MAP
           END-IF.

      *>    ROW-LISTED IS 'Y' FOR A DIRECTORY NAME, 'N' FOR A NAME ONLY
      *>    ON THE TRAIL AND 'U' FOR THE UNNAMED MAP.
       LIST-ONE-MAP.
           ADD 1 TO MAPS-LISTED.
           MOVE SPACES TO ROW-SIZE-TXT ROW-DATE-TXT ROW-NOTE.
           MOVE SPACES TO HEADER-SIZE-TXT HEADER-DATE-TXT.
           OPEN INPUT STATE-FILE.
           IF STATE-FILE-STATUS = '00' THEN
               MOVE SPACES TO STATE-REC
               READ STATE-FILE
                   AT END MOVE SPACES TO STATE-REC
               END-READ
               UNSTRING STATE-REC DELIMITED BY ','
                   INTO HEADER-SIZE-TXT HEADER-DATE-TXT
               END-UNSTRING
               CLOSE STATE-FILE
               MOVE HEADER-SIZE-TXT TO ROW-SIZE-TXT
               MOVE HEADER-DATE-TXT TO ROW-DATE-TXT
               IF ROW-LISTED = 'N' THEN
                   MOVE 'NEVER SAVED' TO ROW-NOTE
               END-IF
               IF ROW-LISTED = 'Y' THEN
                   MOVE 0 TO ROW-SIZE
                   IF FUNCTION TRIM(ROW-DIR-SIZE) IS NUMERIC THEN
                       COMPUTE ROW-SIZE = FUNCTION NUMVAL(
                           FUNCTION TRIM(ROW-DIR-SIZE))
                   END-IF
                   IF HEADER-SIZE-TXT = SPACES
                           OR FUNCTION TRIM(HEADER-SIZE-TXT)
                               IS NOT NUMERIC
                           OR ROW-DIR-DATE NOT = HEADER-DATE-TXT
                           OR FUNCTION NUMVAL(
                               FUNCTION TRIM(HEADER-SIZE-TXT))
                               NOT = ROW-SIZE THEN
                       MOVE 'DIRECTORY DIFFERS' TO ROW-NOTE
                   END-IF
               END-IF
           ELSE
               IF ROW-LISTED = 'Y' THEN
                   MOVE ROW-DIR-SIZE TO ROW-SIZE-TXT
                   MOVE ROW-DIR-DATE TO ROW-DATE-TXT
                   MOVE 'STATE FILE MISSING' TO ROW-NOTE
               ELSE
                   IF ROW-LISTED = 'N' THEN
                       MOVE 'NEVER SAVED' TO ROW-NOTE
                   ELSE
                       MOVE 'NO STATE FILE' TO ROW-NOTE
                   END-IF
                   MOVE SPACES TO STATE-FILE-NAME
               END-IF
           END-IF.
           IF ROW-NOTE NOT = SPACES THEN
               ADD 1 TO MAPS-FLAGGED
           END-IF.
           PERFORM WRITE-INVENTORY-LINE.

       WRITE-INVENTORY-LINE.
           IF ROW-LISTED = 'U' THEN
               MOVE '(UNNAMED)' TO NAME-ED
           ELSE
               MOVE ROW-NAME TO NAME-ED
           END-IF.
           MOVE SPACES TO DATE-ED.
           IF ROW-DATE-TXT IS NUMERIC THEN
               STRING ROW-DATE-TXT(1:4) '-' ROW-DATE-TXT(5:2) '-'
                      ROW-DATE-TXT(7:2)
                   DELIMITED BY SIZE INTO DATE-ED
               END-STRING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           IF ROW-SIZE-TXT NOT = SPACES
                   AND FUNCTION TRIM(ROW-SIZE-TXT) IS NUMERIC THEN
               COMPUTE SIZE-ED =
                   FUNCTION NUMVAL(FUNCTION TRIM(ROW-SIZE-TXT))
           ELSE
               MOVE 0 TO SIZE-ED
           END-IF.
           MOVE ROW-AUDIT-LINES TO AUDIT-LINES-ED.
           STRING NAME-ED '  ' STATE-FILE-NAME(1:26) '  ' SIZE-ED
                  '  ' DATE-ED '      ' AUDIT-LINES-ED '  ' ROW-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           IF ROW-SIZE-TXT = SPACES THEN
               MOVE '      -' TO REPORT-REC(43:7)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-INVENTORY-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE MAPS-LISTED TO MAPS-LISTED-ED.
           MOVE MAPS-FLAGGED TO MAPS-FLAGGED-ED.
           MOVE SPACES TO REPORT-REC.
           IF MAPS-LISTED = 0 THEN
               MOVE 'NO MAP HAS BEEN SAVED OR AUDITED YET' TO REPORT-REC
           ELSE
               STRING 'MAPS LISTED ' MAPS-LISTED-ED
                      '   WITH A NOTE ' MAPS-FLAGGED-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF INV-DROPPED > 0 THEN
               MOVE SPACES TO REPORT-REC
               MOVE INV-DROPPED TO MAPS-FLAGGED-ED
               STRING 'MORE THAN 100 NAMES - LINES FOR '
                      MAPS-FLAGGED-ED ' NAME(S) NOT LISTED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-INVENTORY-LOG.
           MOVE 'MAP-INVENTRY' TO OPS-LOG-PROGRAM.
           IF MAPS-LISTED = 0 THEN
               MOVE 'NO-DATA' TO OPS-LOG-RESULT
           ELSE
               MOVE 'OK' TO OPS-LOG-RESULT
           END-IF.
           MOVE MAPS-LISTED TO OPS-LOG-REC-COUNT.
           MOVE MAPS-FLAGGED TO OPS-LOG-EXC-COUNT.
           MOVE SPACES TO OPS-LOG-DETAIL.
           STRING 'AUDIT LINES ' AUDIT-LINE-COUNT
               DELIMITED BY SIZE INTO OPS-LOG-DETAIL
           END-STRING.
           PERFORM WRITE-OPS-LOG-LINE.

           COPY REPORT-HEAD.
           COPY OPS-LOG-WRITE.
       END PROGRAM MAP-INVENTORY.
