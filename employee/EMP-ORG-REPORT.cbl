       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ORG-REPORT.

      *>    ORGANIZATION (REPORTING LINE) REPORT OFF
      *>    Employee-Manager-ID.  EVERY EMPLOYEE ON THE MASTER WHO IS
      *>    NOT Status-Terminated IS PLACED UNDER THEIR MANAGER AND THE
      *>    LINES ARE WALKED DOWN FROM THE TOP OF THE HOUSE (NO
      *>    MANAGER), ONE INDENT PER LEVEL, EACH MANAGER SHOWING THE
      *>    DIRECT REPORTS, THE WHOLE HEADCOUNT BENEATH THEM (DIRECT
      *>    AND INDIRECT) AND THAT HEADCOUNT'S ANNUAL SALARY COST.
      *>    TWO EXCEPTION LISTS FOLLOW ON EMP-ORG-REPORT.TXT -
      *>        ORPHANS        - THE NAMED MANAGER IS TERMINATED OR NO
      *>                         LONGER ON THE MASTER.  THE ORPHAN'S
      *>                         OWN LINE IS STILL WALKED, AS A TOP OF
      *>                         ITS OWN, SO NOBODY DROPS OFF THE CHART.
      *>        CIRCULAR LINES - EMPLOYEES WHOSE REPORTING LINE COMES
      *>                         BACK ROUND TO THEMSELVES, AND ANYONE
      *>                         REPORTING INTO SUCH A CIRCLE, WHICH
      *>                         NO WALK FROM THE TOP CAN REACH.
      *>    EMP-TRANSACTIONS REFUSES NEW CIRCULAR LINES, SO THE SECOND
      *>    LIST SHOULD STAY EMPTY - IT CATCHES LINES LOADED AROUND IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMP-ORG-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-LOG-FILE ASSIGN TO "OPS-LOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           COPY EMPLOYEE-REC.

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
           COPY OPS-LOG-REC.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
       01  RUN-DATE                     PIC 9(08).
      *>    EVERY EMPLOYEE ON THE MASTER, TERMINATED ONES INCLUDED SO
      *>    AN ORPHAN'S DEPARTED MANAGER CAN BE NAMED.  LOADED IN KEY
      *>    ORDER FOR SEARCH ALL; THE CHILD AND SIBLING LINKS CHAIN
      *>    EACH MANAGER'S DIRECT REPORTS IN Employee-ID ORDER.
       01  ORG-TABLE.
           05  ORG-COUNT                PIC 9(04) VALUE 0.
           05  ORG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ORG-COUNT
                   ASCENDING KEY ORG-EMP-ID INDEXED BY ORG-IDX.
               10  ORG-EMP-ID           PIC 9(05).
               10  ORG-NAME             PIC X(30).
               10  ORG-DEPT             PIC X(04).
               10  ORG-SALARY           PIC 9(7)V99.
               10  ORG-STATUS           PIC X(01).
               10  ORG-MGR-ID           PIC 9(05).
               10  ORG-MGR-IDX          PIC 9(04).
               10  ORG-ORPHAN           PIC X(01).
               10  ORG-IN-CYCLE         PIC X(01).
               10  ORG-REACHED          PIC X(01).
               10  ORG-FIRST-CHILD      PIC 9(04).
               10  ORG-NEXT-SIB         PIC 9(04).
               10  ORG-DIRECT-COUNT     PIC 9(05).
               10  ORG-TOTAL-COUNT      PIC 9(05).
               10  ORG-TOTAL-COST       PIC 9(11)V99.
       01  ORG-OVERFLOW                 PIC X(01) VALUE 'N'.
       01  EMP-IDX                      PIC 9(04).
       01  FOUND-IDX                    PIC 9(04).
       01  WALK-IDX                     PIC 9(04).
       01  WALK-STEPS                   PIC 9(05).
       01  LOOKUP-EMP-ID                PIC 9(05).
      *>    THE DOWNWARD WALK - ONE STACK LEVEL PER REPORTING LEVEL,
      *>    EACH REMEMBERING THE LAST DIRECT REPORT VISITED.
       01  WALK-STACK.
           05  STACK-TOP                PIC 9(03) VALUE 0.
           05  STACK-LEVEL OCCURS 99 TIMES.
               10  STACK-NODE           PIC 9(04).
               10  STACK-CHILD          PIC 9(04).
       01  NEXT-CHILD                   PIC 9(04).
       01  PRINT-IDX                    PIC 9(04).
       01  PRINT-DEPTH                  PIC 9(03).
       01  INDENT-WIDTH                 PIC 9(03).
      *
       01  LIVE-COUNT                   PIC 9(05) VALUE 0.
       01  TOP-COUNT                    PIC 9(05) VALUE 0.
       01  ORPHAN-COUNT                 PIC 9(05) VALUE 0.
       01  CYCLE-COUNT                  PIC 9(05) VALUE 0.
       01  UNREACHED-COUNT              PIC 9(05) VALUE 0.
       01  TOO-DEEP-COUNT               PIC 9(05) VALUE 0.
       01  EXCEPTION-COUNT              PIC 9(05) VALUE 0.
      *
       01  DETAIL-LINE                  PIC X(132).
       01  NAME-PART                    PIC X(50).
       01  COUNT-ED-1                   PIC ZZZZ9.
       01  COUNT-ED-2                   PIC ZZZZ9.
       01  COST-ED                      PIC Z(10)9.99.
       01  MGR-NOTE                     PIC X(40).
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-ORG-REPORT'.
       01  LOCK-OK                      PIC X(01).

      *>    SHARED REPORT HEADING BLOCK - SEE REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.

      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           MOVE 'A' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           IF LOCK-OK NOT = 'Y' THEN
               SET RC-ERROR TO TRUE
               MOVE RC-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MASTER.
           MOVE 'R' TO LOCK-OP.
           CALL 'EMP-LOCK' USING LOCK-OP LOCK-MODE LOCK-PROGRAM-NAME
               LOCK-OK.
           PERFORM LINK-MANAGERS.
           PERFORM FIND-CIRCULAR-LINES.
           PERFORM CHAIN-DIRECT-REPORTS.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'ORGANIZATION - REPORTING LINES' TO RPT-TITLE.
           MOVE 'EMP-ORG-REPORT' TO RPT-PROGRAM-ID.
           MOVE RUN-DATE TO RPT-PROC-DATE.
           MOVE SPACES TO RPT-COL-HEAD.
           STRING 'EMPLOYEE (INDENTED UNDER MANAGER)'
                  '                    DEPT DIRECT  TOTAL'
                  '      TOTAL COST'
               DELIMITED BY SIZE INTO RPT-COL-HEAD
           END-STRING.
           IF ORG-OVERFLOW = 'Y' THEN
               MOVE 'MASTER EXCEEDS 5000 EMPLOYEES - REST NOT CHARTED'
                   TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WALK-FROM-THE-TOP.
           PERFORM LIST-ORPHANS.
           PERFORM LIST-CIRCULAR-LINES.
           COMPUTE EXCEPTION-COUNT =
               ORPHAN-COUNT + CYCLE-COUNT + UNREACHED-COUNT.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'EMPLOYEES CHARTED: ' LIVE-COUNT
                  '  TOP OF HOUSE: ' TOP-COUNT
                  '  ORPHANS: ' ORPHAN-COUNT
                  '  IN CIRCLES: ' CYCLE-COUNT
                  '  UNDER CIRCLES: ' UNREACHED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           MOVE 'EMP-ORG-RPT' TO OPS-LOG-PROGRAM.
           MOVE LIVE-COUNT TO OPS-LOG-REC-COUNT.
           MOVE EXCEPTION-COUNT TO OPS-LOG-EXC-COUNT.
           IF EXCEPTION-COUNT > 0 THEN
               MOVE 'EXCEPTIONS' TO OPS-LOG-RESULT
               MOVE 'ORPHANS OR CIRCLES' TO OPS-LOG-DETAIL
           ELSE
               MOVE 'COMPLETED' TO OPS-LOG-RESULT
               MOVE SPACES TO OPS-LOG-DETAIL
           END-IF.
           PERFORM WRITE-OPS-LOG-LINE.
           SET RC-OK TO TRUE.
           MOVE RC-CODE TO RETURN-CODE.
           GOBACK.

       LOAD-MASTER.
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
           MOVE ZEROS TO Employee-ID OF EMPLOYEE-RECORD.
           START EMPLOYEE-MASTER KEY >= Employee-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER NOT = 'Y' THEN
                   IF ORG-COUNT >= 5000 THEN
                       MOVE 'Y' TO ORG-OVERFLOW
                       MOVE 'Y' TO WS-EOF-MASTER
                   ELSE
                       PERFORM LOAD-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       LOAD-ONE-EMPLOYEE.
           ADD 1 TO ORG-COUNT.
           MOVE Employee-ID OF EMPLOYEE-RECORD
               TO ORG-EMP-ID(ORG-COUNT).
           MOVE Employee-Name OF EMPLOYEE-RECORD
               TO ORG-NAME(ORG-COUNT).
           MOVE Employee-Dept OF EMPLOYEE-RECORD
               TO ORG-DEPT(ORG-COUNT).
           MOVE Employee-Salary OF EMPLOYEE-RECORD
               TO ORG-SALARY(ORG-COUNT).
           MOVE Employee-Status OF EMPLOYEE-RECORD
               TO ORG-STATUS(ORG-COUNT).
           MOVE Employee-Manager-ID OF EMPLOYEE-RECORD
               TO ORG-MGR-ID(ORG-COUNT).
           MOVE 0 TO ORG-MGR-IDX(ORG-COUNT).
           MOVE 'N' TO ORG-ORPHAN(ORG-COUNT).
           MOVE 'N' TO ORG-IN-CYCLE(ORG-COUNT).
           MOVE 'N' TO ORG-REACHED(ORG-COUNT).
           MOVE 0 TO ORG-FIRST-CHILD(ORG-COUNT).
           MOVE 0 TO ORG-NEXT-SIB(ORG-COUNT).
           MOVE 0 TO ORG-DIRECT-COUNT(ORG-COUNT).
           MOVE 0 TO ORG-TOTAL-COUNT(ORG-COUNT).
           MOVE 0 TO ORG-TOTAL-COST(ORG-COUNT).

      *>    A LIVE EMPLOYEE WHOSE MANAGER IS LIVE IS LINKED TO THAT
      *>    MANAGER; ONE WHOSE MANAGER IS TERMINATED OR GONE FROM THE
      *>    MASTER IS AN ORPHAN.
       LINK-MANAGERS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T' THEN
                   ADD 1 TO LIVE-COUNT
                   IF ORG-MGR-ID(EMP-IDX) NOT = ZEROS THEN
                       MOVE ORG-MGR-ID(EMP-IDX) TO LOOKUP-EMP-ID
                       PERFORM FIND-ORG-ENTRY
                       IF FOUND-IDX = 0 THEN
                           MOVE 'Y' TO ORG-ORPHAN(EMP-IDX)
                       ELSE
                           IF ORG-STATUS(FOUND-IDX) = 'T' THEN
                               MOVE 'Y' TO ORG-ORPHAN(EMP-IDX)
                           ELSE
                               MOVE FOUND-IDX TO ORG-MGR-IDX(EMP-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ORG-ENTRY.
           MOVE 0 TO FOUND-IDX.
           IF ORG-COUNT > 0 THEN
               SEARCH ALL ORG-ENTRY
                   AT END CONTINUE
                   WHEN ORG-EMP-ID(ORG-IDX) = LOOKUP-EMP-ID
                       SET FOUND-IDX TO ORG-IDX
               END-SEARCH
           END-IF.

      *>    AN EMPLOYEE IS ON A CIRCULAR LINE WHEN WALKING UP FROM
      *>    THEM COMES BACK TO THEM.  THE WALK IS CAPPED AT THE
      *>    TABLE SIZE - A LONGER WALK CAN ONLY BE GOING ROUND A
      *>    CIRCLE THE EMPLOYEE ONLY REPORTS INTO.
       FIND-CIRCULAR-LINES.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T' THEN
                   MOVE ORG-MGR-IDX(EMP-IDX) TO WALK-IDX
                   MOVE 0 TO WALK-STEPS
                   PERFORM UNTIL WALK-IDX = 0
                           OR WALK-STEPS > ORG-COUNT
                       IF WALK-IDX = EMP-IDX THEN
                           MOVE 'Y' TO ORG-IN-CYCLE(EMP-IDX)
                           MOVE 0 TO WALK-IDX
                       ELSE
                           ADD 1 TO WALK-STEPS
                           MOVE ORG-MGR-IDX(WALK-IDX) TO WALK-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>    BUILT BACKWARDS SO EACH MANAGER'S CHAIN COMES OUT IN
      *>    Employee-ID ORDER.
       CHAIN-DIRECT-REPORTS.
           PERFORM VARYING EMP-IDX FROM ORG-COUNT BY -1
                   UNTIL EMP-IDX < 1
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-MGR-IDX(EMP-IDX) > 0 THEN
                   MOVE ORG-MGR-IDX(EMP-IDX) TO WALK-IDX
                   MOVE ORG-FIRST-CHILD(WALK-IDX)
                       TO ORG-NEXT-SIB(EMP-IDX)
                   MOVE EMP-IDX TO ORG-FIRST-CHILD(WALK-IDX)
                   ADD 1 TO ORG-DIRECT-COUNT(WALK-IDX)
               END-IF
           END-PERFORM.

      *>    EVERY TOP - TRUE TOP OF THE HOUSE FIRST, THEN EACH ORPHAN -
      *>    IS MARKED REACHED WITH EVERYONE BENEATH IT, THEN THE
      *>    HEADCOUNT AND COST ARE ROLLED UP THE LINES, THEN THE
      *>    CHART IS PRINTED.
       WALK-FROM-THE-TOP.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-MGR-IDX(EMP-IDX) = 0 THEN
                   MOVE EMP-IDX TO PRINT-IDX
                   PERFORM MARK-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-REACHED(EMP-IDX) = 'Y' THEN
                   PERFORM ROLL-UP-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-MGR-IDX(EMP-IDX) = 0
                       AND ORG-ORPHAN(EMP-IDX) = 'N' THEN
                   ADD 1 TO TOP-COUNT
                   PERFORM PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-ORPHAN(EMP-IDX) = 'Y' THEN
                   PERFORM PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           IF TOO-DEEP-COUNT > 0 THEN
               MOVE SPACES TO REPORT-REC
               STRING TOO-DEEP-COUNT ' EMPLOYEE(S) MORE THAN 99'
                      ' LEVELS DOWN NOT CHARTED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>    MARKS THE TOP AT PRINT-IDX AND EVERYONE BENEATH IT.
       MARK-ONE-LINE.
           MOVE 'Y' TO ORG-REACHED(PRINT-IDX).
           MOVE 1 TO STACK-TOP.
           MOVE PRINT-IDX TO STACK-NODE(1).
           MOVE 0 TO STACK-CHILD(1).
           PERFORM UNTIL STACK-TOP = 0
               PERFORM NEXT-DIRECT-REPORT
               IF NEXT-CHILD = 0 THEN
                   SUBTRACT 1 FROM STACK-TOP
               ELSE
                   MOVE 'Y' TO ORG-REACHED(NEXT-CHILD)
                   IF STACK-TOP < 99 THEN
                       ADD 1 TO STACK-TOP
                       MOVE NEXT-CHILD TO STACK-NODE(STACK-TOP)
                       MOVE 0 TO STACK-CHILD(STACK-TOP)
                   END-IF
               END-IF
           END-PERFORM.

      *>    THE NEXT UNVISITED DIRECT REPORT OF THE NODE AT THE TOP OF
      *>    THE STACK, OR ZERO WHEN ALL HAVE BEEN VISITED.
       NEXT-DIRECT-REPORT.
           IF STACK-CHILD(STACK-TOP) = 0 THEN
               MOVE ORG-FIRST-CHILD(STACK-NODE(STACK-TOP))
                   TO NEXT-CHILD
           ELSE
               MOVE ORG-NEXT-SIB(STACK-CHILD(STACK-TOP))
                   TO NEXT-CHILD
           END-IF.
           MOVE NEXT-CHILD TO STACK-CHILD(STACK-TOP).

      *>    A REACHED EMPLOYEE COUNTS ONCE, WITH THEIR SALARY, AGAINST
      *>    EVERY MANAGER ABOVE THEM - THE LINE ENDS AT A TOP, SO THE
      *>    WALK ALWAYS STOPS.
       ROLL-UP-ONE-EMPLOYEE.
           MOVE ORG-MGR-IDX(EMP-IDX) TO WALK-IDX.
           PERFORM UNTIL WALK-IDX = 0
               ADD 1 TO ORG-TOTAL-COUNT(WALK-IDX)
               ADD ORG-SALARY(EMP-IDX) TO ORG-TOTAL-COST(WALK-IDX)
               MOVE ORG-MGR-IDX(WALK-IDX) TO WALK-IDX
           END-PERFORM.

      *>    PRINTS THE TOP AT EMP-IDX AND EVERYONE BENEATH IT, DEPTH
      *>    FIRST, EACH LEVEL INDENTED TWO MORE.
       PRINT-ONE-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE EMP-IDX TO PRINT-IDX.
           MOVE 0 TO PRINT-DEPTH.
           PERFORM PRINT-ONE-EMPLOYEE.
           MOVE 1 TO STACK-TOP.
           MOVE EMP-IDX TO STACK-NODE(1).
           MOVE 0 TO STACK-CHILD(1).
           PERFORM UNTIL STACK-TOP = 0
               PERFORM NEXT-DIRECT-REPORT
               IF NEXT-CHILD = 0 THEN
                   SUBTRACT 1 FROM STACK-TOP
               ELSE
                   MOVE NEXT-CHILD TO PRINT-IDX
                   MOVE STACK-TOP TO PRINT-DEPTH
                   PERFORM PRINT-ONE-EMPLOYEE
                   IF STACK-TOP < 99 THEN
                       ADD 1 TO STACK-TOP
                       MOVE NEXT-CHILD TO STACK-NODE(STACK-TOP)
                       MOVE 0 TO STACK-CHILD(STACK-TOP)
                   ELSE
                       IF ORG-FIRST-CHILD(NEXT-CHILD) > 0 THEN
                           ADD ORG-TOTAL-COUNT(NEXT-CHILD)
                               TO TOO-DEEP-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>    INDENT CAPPED AT 20 LEVELS SO THE FIGURES STAY ON THE
      *>    LINE; A MANAGER CARRIES THE COUNTS, AN ORPHAN TOP SAYS SO.
       PRINT-ONE-EMPLOYEE.
           MOVE SPACES TO NAME-PART.
           IF PRINT-DEPTH > 20 THEN
               MOVE 40 TO INDENT-WIDTH
           ELSE
               COMPUTE INDENT-WIDTH = PRINT-DEPTH * 2
           END-IF.
           IF INDENT-WIDTH > 0 THEN
               STRING ORG-EMP-ID(PRINT-IDX) ' '
                      ORG-NAME(PRINT-IDX)
                   DELIMITED BY SIZE
                   INTO NAME-PART(INDENT-WIDTH + 1:)
               END-STRING
           ELSE
               STRING ORG-EMP-ID(PRINT-IDX) ' '
                      ORG-NAME(PRINT-IDX)
                   DELIMITED BY SIZE INTO NAME-PART
               END-STRING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           IF ORG-DIRECT-COUNT(PRINT-IDX) > 0 THEN
               MOVE ORG-DIRECT-COUNT(PRINT-IDX) TO COUNT-ED-1
               MOVE ORG-TOTAL-COUNT(PRINT-IDX) TO COUNT-ED-2
               MOVE ORG-TOTAL-COST(PRINT-IDX) TO COST-ED
               STRING NAME-PART '     ' ORG-DEPT(PRINT-IDX) ' '
                      COUNT-ED-1 '  ' COUNT-ED-2 '  ' COST-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING NAME-PART '     ' ORG-DEPT(PRINT-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           IF PRINT-DEPTH = 0 AND ORG-ORPHAN(PRINT-IDX) = 'Y' THEN
               MOVE '(ORPHAN - SEE BELOW)' TO REPORT-REC(106:)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       LIST-ORPHANS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ORPHANS - MANAGER TERMINATED OR NO LONGER ON FILE'
               TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-ORPHAN(EMP-IDX) = 'Y' THEN
                   ADD 1 TO ORPHAN-COUNT
                   MOVE ORG-MGR-ID(EMP-IDX) TO LOOKUP-EMP-ID
                   PERFORM FIND-ORG-ENTRY
                   IF FOUND-IDX = 0 THEN
                       MOVE 'NO LONGER ON THE MASTER' TO MGR-NOTE
                   ELSE
                       MOVE SPACES TO MGR-NOTE
                       STRING 'TERMINATED ' ORG-NAME(FOUND-IDX)
                           DELIMITED BY SIZE INTO MGR-NOTE
                       END-STRING
                   END-IF
                   MOVE SPACES TO REPORT-REC
                   STRING '  EMP ' ORG-EMP-ID(EMP-IDX) ' '
                          ORG-NAME(EMP-IDX) ' MANAGER '
                          ORG-MGR-ID(EMP-IDX) ' ' MGR-NOTE
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           IF ORPHAN-COUNT = 0 THEN
               MOVE '  NONE' TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-CIRCULAR-LINES.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CIRCULAR REPORTING LINES' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > ORG-COUNT
               IF ORG-STATUS(EMP-IDX) NOT = 'T'
                       AND ORG-REACHED(EMP-IDX) = 'N' THEN
                   MOVE SPACES TO REPORT-REC
                   IF ORG-IN-CYCLE(EMP-IDX) = 'Y' THEN
                       ADD 1 TO CYCLE-COUNT
                       STRING '  EMP ' ORG-EMP-ID(EMP-IDX) ' '
                              ORG-NAME(EMP-IDX) ' REPORTS TO '
                              ORG-MGR-ID(EMP-IDX) ' - IN THE CIRCLE'
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                   ELSE
                       ADD 1 TO UNREACHED-COUNT
                       STRING '  EMP ' ORG-EMP-ID(EMP-IDX) ' '
                              ORG-NAME(EMP-IDX) ' REPORTS TO '
                              ORG-MGR-ID(EMP-IDX) ' - UNDER A CIRCLE'
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           IF CYCLE-COUNT = 0 AND UNREACHED-COUNT = 0 THEN
               MOVE '  NONE' TO REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

           COPY OPS-LOG-WRITE.

           COPY REPORT-HEAD.

       END PROGRAM EMP-ORG-REPORT.
