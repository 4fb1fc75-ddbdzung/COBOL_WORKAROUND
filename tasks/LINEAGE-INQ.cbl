       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-INQ.

      *>    FILE LINEAGE INQUIRY - WHICH NIGHT'S INPUTS A FILE CAME
      *>    FROM.  EVERY PRODUCING PROGRAM NAMES ITS INPUTS TO
      *>    FILE-CATALOG AS IT REGISTERS ITS OUTPUT, AND FILE-CATALOG
      *>    JOURNALS BOTH TO FILE-LINEAGE.TXT (SEE FILE-CATALOG.CBL).
      *>    THE SELECTION IS THE SINGLE LINE OF LINEAGE-INQ.TXT -
      *>        FILE-NAME[,YYYYMMDD]
      *>    (NO DATE - THE FILE'S LATEST REGISTRATION).  THE FULL
      *>    UPSTREAM TREE IS WRITTEN TO LINEAGE-INQ-REPORT.TXT, ONE
      *>    LINE PER FILE, EACH INPUT INDENTED UNDER THE OUTPUT IT
      *>    FED, WITH ITS DATE AND RECORD COUNT -
      *>        GL-JOURNAL.TXT               20261015       24
      *>           TWOSUM-POSTING.TXT        20261015       12
      *>              TRANSACT-EXTRACT.TXT   20261015      340
      *>              CARRY-FORWARD.TXT      20261014       57
      *>    AN INPUT IS FLAGGED -
      *>        STALE                 IT WAS NOT THE GENERATION THE
      *>                              PRODUCING PROGRAM EXPECTED
      *>        RE-REGISTERED AFTER   THE SAME FILE AND DATE WAS
      *>        OUTPUT                REGISTERED AGAIN AFTER THE
      *>                              OUTPUT WAS PRODUCED, SO THE
      *>                              OUTPUT WAS BUILT FROM A
      *>                              GENERATION SINCE REPLACED
      *>    AND NOTED (NOT FLAGGED) WHEN IT IS NOT ON THE CATALOG AT
      *>    ALL OR ITS OWN INPUTS WERE NEVER RECORDED.  EACH INPUT IS
      *>    TRACED THROUGH THE REGISTRATION THAT WAS CURRENT WHEN ITS
      *>    OUTPUT WAS PRODUCED (THE JOURNAL IS WRITTEN IN ORDER, SO
      *>    THAT IS THE LAST REGISTRATION ABOVE THE OUTPUT'S OWN - THE
      *>    STAMPS ARE ONLY TO THE SECOND, AND A SCHEDULER RUN
      *>    REGISTERS A DOZEN FILES IN ONE).  A CARRIED-FORWARD FILE
      *>    FEEDS ITSELF NIGHT AFTER NIGHT, SO THE TREE STOPS 12
      *>    LEVELS DOWN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "FILE-LINEAGE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-FILE-STATUS.
           SELECT SELECT-FILE ASSIGN TO "LINEAGE-INQ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SELECT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LINEAGE-INQ-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
       01  LINEAGE-REC                  PIC X(120).

       FD  SELECT-FILE.
       01  SELECT-REC                   PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  LINEAGE-FILE-STATUS          PIC X(02).
       01  SELECT-STATUS                PIC X(02).
       01  WS-EOF-LINEAGE               PIC X(01) VALUE 'N'.
      *
       01  SEL-NAME-TXT                 PIC X(30).
       01  SEL-DATE-TXT                 PIC X(10).
       01  ROOT-NAME                    PIC X(30).
       01  ROOT-DATE                    PIC 9(08) VALUE 0.
       01  RUN-DATE                     PIC 9(08).
      *
      *>    THE LINEAGE JOURNAL, LOADED WHOLE.  REGISTRATIONS AND
      *>    INPUT LINES ARE KEPT APART - EVERY STEP OF THE WALK
      *>    SEARCHES ONE OR THE OTHER.  INPUT LINES ARE WRITTEN JUST
      *>    BEHIND THE REGISTRATION THEY BELONG TO, SO EACH KEEPS THAT
      *>    REGISTRATION'S PLACE IN THE TABLE.
       01  LIN-TYPE-TXT                 PIC X(02).
       01  LIN-NAME-TXT                 PIC X(30).
       01  LIN-DATE-TXT                 PIC X(10).
       01  LIN-COUNT-TXT                PIC X(10).
       01  LIN-STAMP-TXT                PIC X(16).
       01  LIN-IN-NAME-TXT              PIC X(30).
       01  LIN-IN-DATE-TXT              PIC X(10).
       01  LIN-IN-COUNT-TXT             PIC X(10).
       01  LIN-FLAG-TXT                 PIC X(02).
       01  REG-TABLE.
           05  REG-COUNT                PIC 9(04) VALUE 0.
           05  REG-ENTRY OCCURS 3000 TIMES.
               10  REG-NAME             PIC X(30).
               10  REG-DATE             PIC 9(08).
               10  REG-REC-COUNT        PIC 9(07).
       01  REG-IDX                      PIC 9(04).
       01  USE-TABLE.
           05  USE-COUNT                PIC 9(04) VALUE 0.
           05  USE-ENTRY OCCURS 3000 TIMES.
               10  USE-OUT-NAME         PIC X(30).
               10  USE-OUT-DATE         PIC 9(08).
               10  USE-IN-NAME          PIC X(30).
               10  USE-IN-DATE          PIC 9(08).
               10  USE-IN-COUNT         PIC 9(07).
               10  USE-FLAG             PIC X(01).
               10  USE-REG-IDX          PIC 9(04).
       01  USE-IDX                      PIC 9(04).
      *>    FILE-LINEAGE.TXT ONLY GROWS - PAST 3000 LINES OF EITHER
      *>    KIND ONLY THE NEWEST ARE LOADED.  A FIRST PASS COUNTS
      *>    BOTH KINDS; THE LOAD STARTS AT THE FIRST REGISTRATION
      *>    FROM WHICH THE REST OF THE FILE FITS, SO NO REGISTRATION
      *>    IS LOADED WITHOUT ITS INPUT LINES.
       01  REG-REMAINING                PIC 9(07) VALUE 0.
       01  USE-REMAINING                PIC 9(07) VALUE 0.
       01  JOURNAL-LOADING              PIC X(01) VALUE 'N'.
       01  REG-SKIPPED                  PIC 9(07) VALUE 0.
       01  JOURNAL-FULL                 PIC X(01) VALUE 'N'.
      *
      *>    THE WALK - A STACK OF FILES STILL TO PRINT, EACH WITH THE
      *>    REGISTRATION OF THE OUTPUT IT FED (ITS PARENT).
       01  WALK-STACK.
           05  STK-TOP                  PIC 9(03) VALUE 0.
           05  STK-ENTRY OCCURS 200 TIMES.
               10  STK-NAME             PIC X(30).
               10  STK-DATE             PIC 9(08).
               10  STK-REC-COUNT        PIC 9(07).
               10  STK-FLAG             PIC X(01).
               10  STK-LEVEL            PIC 9(02).
               10  STK-PARENT-REG       PIC 9(04).
       01  MAX-TREE-LEVEL               PIC 9(02) VALUE 12.
      *
      *>    THE FILE BEING PRINTED.
       01  NODE-NAME                    PIC X(30).
       01  NODE-DATE                    PIC 9(08).
       01  NODE-REC-COUNT               PIC 9(07).
       01  NODE-FLAG                    PIC X(01).
       01  NODE-LEVEL                   PIC 9(02).
       01  NODE-PARENT-REG              PIC 9(04).
       01  NODE-REG-IDX                 PIC 9(04).
       01  NODE-REREGISTERED            PIC X(01).
       01  NODE-INPUT-COUNT             PIC 9(03).
       01  NODE-NOTE                    PIC X(50).
      *
       01  FILES-IN-TREE                PIC 9(05) VALUE 0.
       01  FILES-FLAGGED                PIC 9(05) VALUE 0.
       01  TREE-CUT-SHORT               PIC X(01) VALUE 'N'.
      *
      *>    REPORT LINE PIECES.
       01  TREE-POS                     PIC 9(03).
       01  COUNT-ED                     PIC Z(6)9.
       01  DETAIL-LINE.
           05  DL-TREE                  PIC X(66).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-DATE                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-COUNT                 PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(47).
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           SET RC-OK TO TRUE.
           PERFORM READ-LINEAGE-SELECTION.
           IF RC-OK THEN
               PERFORM LOAD-LINEAGE-JOURNAL
           END-IF.
           IF RC-OK THEN
               PERFORM FIND-ROOT-REGISTRATION
           END-IF.
           IF RC-OK THEN
               PERFORM WRITE-LINEAGE-TREE
           END-IF.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       READ-LINEAGE-SELECTION.
           OPEN INPUT SELECT-FILE.
           IF SELECT-STATUS NOT = '00' THEN
               DISPLAY 'LINEAGE-INQ.TXT COULD NOT BE OPENED - PUT'
                   ' FILE-NAME[,YYYYMMDD] ON ITS FIRST LINE'
               SET RC-INVALID-INPUT TO TRUE
           ELSE
               MOVE SPACES TO SELECT-REC
               READ SELECT-FILE
                   AT END CONTINUE
               END-READ
               CLOSE SELECT-FILE
               MOVE SPACES TO SEL-NAME-TXT SEL-DATE-TXT
               UNSTRING SELECT-REC DELIMITED BY ','
                   INTO SEL-NAME-TXT SEL-DATE-TXT
               END-UNSTRING
               MOVE FUNCTION TRIM(SEL-NAME-TXT) TO ROOT-NAME
               IF ROOT-NAME = SPACES THEN
                   DISPLAY 'LINEAGE-INQ.TXT NAMES NO FILE'
                   SET RC-INVALID-INPUT TO TRUE
               ELSE
               IF FUNCTION TRIM(SEL-DATE-TXT) NOT = SPACES THEN
                   IF FUNCTION TRIM(SEL-DATE-TXT) IS NUMERIC THEN
                       COMPUTE ROOT-DATE = FUNCTION NUMVAL(
                           FUNCTION TRIM(SEL-DATE-TXT))
                   END-IF
                   IF FUNCTION TRIM(SEL-DATE-TXT) IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(ROOT-DATE) NOT = 0
                           THEN
                       DISPLAY 'SELECTION DATE ['
                           FUNCTION TRIM(SEL-DATE-TXT)
                           '] IS NOT A YYYYMMDD DATE'
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               END-IF
               END-IF
           END-IF.

       LOAD-LINEAGE-JOURNAL.
           OPEN INPUT LINEAGE-FILE.
           IF LINEAGE-FILE-STATUS NOT = '00' THEN
               DISPLAY 'FILE-LINEAGE.TXT COULD NOT BE OPENED - NO'
                   ' LINEAGE RECORDED YET'
               SET RC-NOT-FOUND TO TRUE
               MOVE 'Y' TO WS-EOF-LINEAGE
           ELSE
               PERFORM COUNT-LINEAGE-JOURNAL
               CLOSE LINEAGE-FILE
               OPEN INPUT LINEAGE-FILE
           END-IF.
           PERFORM UNTIL WS-EOF-LINEAGE = 'Y'
               READ LINEAGE-FILE
                   AT END MOVE 'Y' TO WS-EOF-LINEAGE
               END-READ
               IF WS-EOF-LINEAGE NOT = 'Y' THEN
                   PERFORM LOAD-ONE-LINEAGE-LINE
               END-IF
           END-PERFORM.
           IF LINEAGE-FILE-STATUS = '00' OR LINEAGE-FILE-STATUS = '10'
                   THEN
               CLOSE LINEAGE-FILE
           END-IF.
           IF REG-SKIPPED > 0 THEN
               DISPLAY 'FILE-LINEAGE.TXT HOLDS MORE THAN 3000 LINES'
                   ' OF ONE KIND - THE OLDEST ' REG-SKIPPED
                   ' REGISTRATION(S) WERE NOT LOADED'
           END-IF.
           IF JOURNAL-FULL = 'Y' THEN
               DISPLAY 'FILE-LINEAGE.TXT GREW WHILE IT WAS READ - THE'
                   ' NEWEST LINES WERE NOT LOADED'
           END-IF.

       COUNT-LINEAGE-JOURNAL.
           MOVE 0 TO REG-REMAINING USE-REMAINING.
           PERFORM UNTIL WS-EOF-LINEAGE = 'Y'
               READ LINEAGE-FILE
                   AT END MOVE 'Y' TO WS-EOF-LINEAGE
               END-READ
               IF WS-EOF-LINEAGE NOT = 'Y' THEN
                   IF LINEAGE-REC(1:2) = 'R,' THEN
                       ADD 1 TO REG-REMAINING
                   END-IF
                   IF LINEAGE-REC(1:2) = 'I,' THEN
                       ADD 1 TO USE-REMAINING
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF-LINEAGE.

      *>    REG-REMAINING/USE-REMAINING COUNT DOWN THE LINES STILL TO
      *>    COME, THIS ONE INCLUDED.
       LOAD-ONE-LINEAGE-LINE.
           IF LINEAGE-REC(1:2) = 'R,' THEN
               IF JOURNAL-LOADING = 'N' THEN
                   IF REG-REMAINING <= 3000
                           AND USE-REMAINING <= 3000 THEN
                       MOVE 'Y' TO JOURNAL-LOADING
                   ELSE
                       ADD 1 TO REG-SKIPPED
                   END-IF
               END-IF
               IF REG-REMAINING > 0 THEN
                   SUBTRACT 1 FROM REG-REMAINING
               END-IF
           END-IF.
           IF LINEAGE-REC(1:2) = 'I,' AND USE-REMAINING > 0 THEN
               SUBTRACT 1 FROM USE-REMAINING
           END-IF.
           IF JOURNAL-LOADING = 'Y' THEN
               PERFORM LOAD-ONE-KEPT-LINE
           END-IF.

       LOAD-ONE-KEPT-LINE.
           MOVE SPACES TO LIN-TYPE-TXT LIN-NAME-TXT LIN-DATE-TXT
               LIN-COUNT-TXT LIN-STAMP-TXT LIN-IN-NAME-TXT
               LIN-IN-DATE-TXT LIN-IN-COUNT-TXT LIN-FLAG-TXT.
           IF LINEAGE-REC(1:2) = 'R,' THEN
               UNSTRING LINEAGE-REC DELIMITED BY ','
                   INTO LIN-TYPE-TXT LIN-NAME-TXT LIN-DATE-TXT
                        LIN-COUNT-TXT LIN-STAMP-TXT
               END-UNSTRING
               IF REG-COUNT < 3000 THEN
                   ADD 1 TO REG-COUNT
                   MOVE LIN-NAME-TXT TO REG-NAME(REG-COUNT)
                   MOVE LIN-DATE-TXT(1:8) TO REG-DATE(REG-COUNT)
                   MOVE LIN-COUNT-TXT(1:7) TO REG-REC-COUNT(REG-COUNT)
               ELSE
                   MOVE 'Y' TO JOURNAL-FULL
               END-IF
           ELSE
           IF LINEAGE-REC(1:2) = 'I,' THEN
               UNSTRING LINEAGE-REC DELIMITED BY ','
                   INTO LIN-TYPE-TXT LIN-NAME-TXT LIN-DATE-TXT
                        LIN-IN-NAME-TXT LIN-IN-DATE-TXT
                        LIN-IN-COUNT-TXT LIN-FLAG-TXT LIN-STAMP-TXT
               END-UNSTRING
               IF USE-COUNT < 3000 THEN
                   ADD 1 TO USE-COUNT
                   MOVE LIN-NAME-TXT TO USE-OUT-NAME(USE-COUNT)
                   MOVE LIN-DATE-TXT(1:8) TO USE-OUT-DATE(USE-COUNT)
                   MOVE LIN-IN-NAME-TXT TO USE-IN-NAME(USE-COUNT)
                   MOVE LIN-IN-DATE-TXT(1:8) TO USE-IN-DATE(USE-COUNT)
                   MOVE LIN-IN-COUNT-TXT(1:7)
                       TO USE-IN-COUNT(USE-COUNT)
                   MOVE LIN-FLAG-TXT(1:1) TO USE-FLAG(USE-COUNT)
                   MOVE REG-COUNT TO USE-REG-IDX(USE-COUNT)
               ELSE
                   MOVE 'Y' TO JOURNAL-FULL
               END-IF
           END-IF
           END-IF.

      *>    NO DATE ON THE SELECTION - THE LATEST REGISTRATION OF THE
      *>    FILE, WHATEVER ITS DATE.
       FIND-ROOT-REGISTRATION.
           MOVE 0 TO NODE-REG-IDX.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF REG-NAME(REG-IDX) = ROOT-NAME
                       AND (ROOT-DATE = 0
                            OR REG-DATE(REG-IDX) = ROOT-DATE) THEN
                   MOVE REG-IDX TO NODE-REG-IDX
               END-IF
           END-PERFORM.
           IF NODE-REG-IDX = 0 THEN
               IF ROOT-DATE = 0 THEN
                   DISPLAY FUNCTION TRIM(ROOT-NAME)
                       ' HAS NO REGISTRATION ON FILE-LINEAGE.TXT'
               ELSE
                   DISPLAY FUNCTION TRIM(ROOT-NAME)
                       ' HAS NO REGISTRATION FOR ' ROOT-DATE
                       ' ON FILE-LINEAGE.TXT'
               END-IF
               SET RC-NOT-FOUND TO TRUE
           ELSE
               MOVE REG-DATE(NODE-REG-IDX) TO ROOT-DATE
               ADD 1 TO STK-TOP
               MOVE ROOT-NAME TO STK-NAME(STK-TOP)
               MOVE ROOT-DATE TO STK-DATE(STK-TOP)
               MOVE REG-REC-COUNT(NODE-REG-IDX)
                   TO STK-REC-COUNT(STK-TOP)
               MOVE SPACE TO STK-FLAG(STK-TOP)
               MOVE 0 TO STK-LEVEL(STK-TOP)
               COMPUTE STK-PARENT-REG(STK-TOP) = NODE-REG-IDX + 1
           END-IF.

       WRITE-LINEAGE-TREE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'FILE LINEAGE' TO RPT-TITLE.
           MOVE 'LINEAGE-INQ' TO RPT-PROGRAM-ID.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           MOVE 'FILE (INPUTS INDENTED UNDER THE OUTPUT THEY FED)'
               TO RPT-COL-HEAD.
           MOVE 'DATE        COUNT  NOTE' TO RPT-COL-HEAD(68:).
           PERFORM UNTIL STK-TOP = 0
               PERFORM WRITE-ONE-TREE-NODE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE FILES-IN-TREE TO COUNT-ED.
           STRING 'FILES IN THE TREE: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE FILES-FLAGGED TO COUNT-ED.
           STRING 'INPUTS FLAGGED STALE OR RE-REGISTERED: ' COUNT-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF TREE-CUT-SHORT = 'Y' THEN
               MOVE SPACES TO REPORT-REC
               MOVE 'THE TREE WAS CUT SHORT - SEE THE LINES MARKED'
                   TO REPORT-REC
               MOVE ' FURTHER UPSTREAM NOT SHOWN' TO REPORT-REC(46:)
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *>    TAKE THE TOP FILE OFF THE STACK, PRINT IT, AND PUSH ITS
      *>    OWN INPUTS IN REVERSE SO THEY COME OFF IN THE ORDER THE
      *>    PRODUCING PROGRAM NAMED THEM.
       WRITE-ONE-TREE-NODE.
           MOVE STK-NAME(STK-TOP) TO NODE-NAME.
           MOVE STK-DATE(STK-TOP) TO NODE-DATE.
           MOVE STK-REC-COUNT(STK-TOP) TO NODE-REC-COUNT.
           MOVE STK-FLAG(STK-TOP) TO NODE-FLAG.
           MOVE STK-LEVEL(STK-TOP) TO NODE-LEVEL.
           MOVE STK-PARENT-REG(STK-TOP) TO NODE-PARENT-REG.
           SUBTRACT 1 FROM STK-TOP.
           ADD 1 TO FILES-IN-TREE.
           PERFORM FIND-NODE-REGISTRATION.
           PERFORM COUNT-NODE-INPUTS.
           MOVE SPACES TO NODE-NOTE.
           IF NODE-FLAG = 'S' THEN
               MOVE '** STALE **' TO NODE-NOTE
               ADD 1 TO FILES-FLAGGED
           ELSE
           IF NODE-REREGISTERED = 'Y' THEN
               MOVE '** RE-REGISTERED AFTER OUTPUT **' TO NODE-NOTE
               ADD 1 TO FILES-FLAGGED
           ELSE
           IF NODE-FLAG = 'N' THEN
               MOVE 'NOT ON THE CATALOG' TO NODE-NOTE
           ELSE
           IF NODE-REG-IDX = 0 THEN
               MOVE 'NO LINEAGE RECORDED FOR THIS GENERATION'
                   TO NODE-NOTE
           END-IF
           END-IF
           END-IF
           END-IF.
      *>    STALE AND RE-REGISTERED TOGETHER - BOTH ARE NAMED.
           IF NODE-FLAG = 'S' AND NODE-REREGISTERED = 'Y' THEN
               MOVE '** STALE, RE-REGISTERED AFTER OUTPUT **'
                   TO NODE-NOTE
           END-IF.
           IF NODE-INPUT-COUNT > 0 THEN
               IF NODE-LEVEL >= MAX-TREE-LEVEL
                       OR STK-TOP + NODE-INPUT-COUNT > 200 THEN
                   MOVE 'FURTHER UPSTREAM NOT SHOWN' TO NODE-NOTE(21:)
                   MOVE 'Y' TO TREE-CUT-SHORT
                   MOVE 0 TO NODE-INPUT-COUNT
               END-IF
           END-IF.
           PERFORM PRINT-TREE-NODE.
           IF NODE-INPUT-COUNT > 0 THEN
               PERFORM PUSH-NODE-INPUTS
           END-IF.

      *>    THE REGISTRATION THIS GENERATION CAME FROM - THE LAST
      *>    ONE OF THE SAME FILE AND DATE ABOVE THE REGISTRATION OF
      *>    THE OUTPUT IT FED.  A FILE FEEDING A RE-REGISTRATION OF
      *>    ITSELF (THE CONSUMED RETRO EXTRACT) SO REACHES BACK TO ITS
      *>    EARLIER GENERATION INSTEAD OF GOING ROUND IN A CIRCLE.
      *>    ANY REGISTRATION OF THE SAME FILE AND DATE BELOW THE
      *>    OUTPUT'S MEANS IT WAS RE-REGISTERED AFTER THE OUTPUT WAS
      *>    PRODUCED.
       FIND-NODE-REGISTRATION.
           MOVE 0 TO NODE-REG-IDX.
           MOVE 'N' TO NODE-REREGISTERED.
           IF NODE-DATE NOT = 0 THEN
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-NAME(REG-IDX) = NODE-NAME
                           AND REG-DATE(REG-IDX) = NODE-DATE THEN
                       IF REG-IDX < NODE-PARENT-REG THEN
                           MOVE REG-IDX TO NODE-REG-IDX
                       ELSE
                       IF REG-IDX > NODE-PARENT-REG
                               AND NODE-LEVEL > 0 THEN
                           MOVE 'Y' TO NODE-REREGISTERED
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-NODE-INPUTS.
           MOVE 0 TO NODE-INPUT-COUNT.
           IF NODE-REG-IDX > 0 THEN
               PERFORM VARYING USE-IDX FROM 1 BY 1
                       UNTIL USE-IDX > USE-COUNT
                   IF USE-REG-IDX(USE-IDX) = NODE-REG-IDX THEN
                       ADD 1 TO NODE-INPUT-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       PUSH-NODE-INPUTS.
           PERFORM VARYING USE-IDX FROM USE-COUNT BY -1
                   UNTIL USE-IDX < 1
               IF USE-REG-IDX(USE-IDX) = NODE-REG-IDX THEN
                   ADD 1 TO STK-TOP
                   MOVE USE-IN-NAME(USE-IDX) TO STK-NAME(STK-TOP)
                   MOVE USE-IN-DATE(USE-IDX) TO STK-DATE(STK-TOP)
                   MOVE USE-IN-COUNT(USE-IDX) TO STK-REC-COUNT(STK-TOP)
                   MOVE USE-FLAG(USE-IDX) TO STK-FLAG(STK-TOP)
                   COMPUTE STK-LEVEL(STK-TOP) = NODE-LEVEL + 1
                   MOVE NODE-REG-IDX TO STK-PARENT-REG(STK-TOP)
               END-IF
           END-PERFORM.

       PRINT-TREE-NODE.
           MOVE SPACES TO DETAIL-LINE.
           COMPUTE TREE-POS = (NODE-LEVEL * 3) + 1.
           STRING FUNCTION TRIM(NODE-NAME) DELIMITED BY SIZE
               INTO DL-TREE WITH POINTER TREE-POS
           END-STRING.
           IF NODE-DATE = 0 THEN
               MOVE '--------' TO DL-DATE
               MOVE 0 TO DL-COUNT
           ELSE
               MOVE NODE-DATE TO DL-DATE
               MOVE NODE-REC-COUNT TO DL-COUNT
           END-IF.
           MOVE NODE-NOTE TO DL-NOTE.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           COPY REPORT-HEAD.

       END PROGRAM LINEAGE-INQ.
