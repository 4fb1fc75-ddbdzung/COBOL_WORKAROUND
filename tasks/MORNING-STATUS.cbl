      *>        OPS-LOG.TXT             EACH UTILITY'S RECORD AND
      *>                                EXCEPTION COUNTS
      *>        OPS-ALERT-REPORT.TXT    ANY THRESHOLD BREACHES
      *>    (BATCH-SCHEDULER'S LATE-RUN LINES IN OPS-LOG.TXT - A
      *>    CHAIN PROJECTED TO FINISH AFTER THE ONLINE START - ARE
      *>    PULLED OUT INTO THEIR OWN LATE-RUNNING SECTION)
      *>        SCHED-RECOVERY.TXT      THE RUNBOOK INSTRUCTIONS
      *>                                BATCH-SCHEDULER PRINTED FOR A
      *>                                FAILED STEP, CARRIED UNDER
      *>                                THE STEPS WHEN THERE ARE ANY
      *>    AND PRINTS ONE PAGE (MORNING-STATUS.TXT) WITH A SINGLE
      *>    OK / ATTENTION VERDICT AT THE TOP, SO THE OPERATOR KNOWS
      *>    IN FIVE SECONDS WHETHER TO KEEP READING.  THE DETAIL IS
           SELECT ALERT-FILE ASSIGN TO "OPS-ALERT-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "SCHED-RECOVERY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MORNING-STATUS.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-REC                   PIC X(80).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-FILE-REC.
       FD  ALERT-FILE.
       01  ALERT-REC                    PIC X(132).

       FD  RECOVERY-FILE.
       01  RECOVERY-REC                 PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       01  STATUS-FILE-STATUS           PIC X(02).
       01  OPS-LOG-STATUS               PIC X(02).
       01  ALERT-FILE-STATUS            PIC X(02).
       01  RECOVERY-FILE-STATUS         PIC X(02).
       01  WS-EOF-INPUT                 PIC X(01).
      *
       01  RUN-DATE                     PIC 9(08).
       01  ST-ELAPSED-TXT               PIC X(08).
       01  STEP-LINES-SEEN              PIC 9(03) VALUE 0.
       01  FAILED-STEPS                 PIC 9(03) VALUE 0.
       01  RCV-DATE-TXT                 PIC X(10).
       01  RCV-STEP-TXT                 PIC X(12).
       01  RCV-POINTER                  PIC 9(03).
       01  RECOVERY-LINES-SEEN          PIC 9(03) VALUE 0.
      *
       01  STAMP-DATE                   PIC 9(08).
       01  LOG-LINES-SEEN               PIC 9(04) VALUE 0.
       01  BAD-RESULT-COUNT             PIC 9(04) VALUE 0.
      *
       01  BREACH-COUNT                 PIC 9(03) VALUE 0.
      *>    LATE-RUNNING WARNINGS SEEN IN THE OPS-LOG PASS, HELD FOR
      *>    THEIR OWN SECTION.
       01  LATE-TABLE.
           05  LATE-COUNT               PIC 9(02) VALUE 0.
           05  LATE-LINE OCCURS 10 TIMES PIC X(132).
       01  LATE-IDX                     PIC 9(02).
       01  ATTENTION-NEEDED             PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           CALL 'PROC-DATE' USING RUN-DATE.
           PERFORM GATHER-SCHEDULER-SECTION.
           PERFORM GATHER-RECOVERY-SECTION.
           PERFORM GATHER-OPS-LOG-SECTION.
           PERFORM GATHER-ALERT-SECTION.
           IF FAILED-STEPS > 0 OR BAD-RESULT-COUNT > 0
                   OR BREACH-COUNT > 0 OR STEP-LINES-SEEN = 0
                   OR LATE-COUNT > 0 OR RECOVERY-LINES-SEEN > 0 THEN
               MOVE 'Y' TO ATTENTION-NEEDED
           END-IF.
           PERFORM WRITE-STATUS-PAGE.
           END-IF
           END-IF.

      *>    THE HEADING GOES IN ONLY WITH THE FIRST LINE FOR THE
      *>    PROCESSING DATE - A CLEAN NIGHT GETS NO EMPTY SECTION.
       GATHER-RECOVERY-SECTION.
           MOVE 'N' TO WS-EOF-INPUT.
           OPEN INPUT RECOVERY-FILE.
           IF RECOVERY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT = 'Y'
               READ RECOVERY-FILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF WS-EOF-INPUT NOT = 'Y' THEN
                   PERFORM GATHER-ONE-RECOVERY-LINE
               END-IF
           END-PERFORM.
           IF RECOVERY-FILE-STATUS = '00'
                   OR RECOVERY-FILE-STATUS = '10' THEN
               CLOSE RECOVERY-FILE
           END-IF.

       GATHER-ONE-RECOVERY-LINE.
           MOVE SPACES TO RCV-DATE-TXT RCV-STEP-TXT.
           MOVE 1 TO RCV-POINTER.
           UNSTRING RECOVERY-REC DELIMITED BY ','
               INTO RCV-DATE-TXT RCV-STEP-TXT
               WITH POINTER RCV-POINTER
           END-UNSTRING.
           IF RCV-DATE-TXT(1:8) = RUN-DATE AND RCV-POINTER <= 160 THEN
               IF RECOVERY-LINES-SEEN = 0 THEN
                   MOVE 'RECOVERY INSTRUCTIONS' TO BUFFER-LINE
                   PERFORM BUFFER-ONE-LINE
               END-IF
               ADD 1 TO RECOVERY-LINES-SEEN
               MOVE SPACES TO BUFFER-LINE
               STRING RCV-STEP-TXT ' '
                      RECOVERY-REC(RCV-POINTER:)
                   DELIMITED BY SIZE INTO BUFFER-LINE
               END-STRING
               PERFORM BUFFER-ONE-LINE
           END-IF.

      *>    OK AND MATCH ARE CLEAN OUTCOMES; ANYTHING ELSE A UTILITY
      *>    LOGGED TONIGHT IS WORTH THE OPERATOR'S EYE.
       GATHER-OPS-LOG-SECTION.
                   TO BUFFER-LINE
               PERFORM BUFFER-ONE-LINE
           END-IF.
           MOVE 'LATE-RUNNING WARNINGS' TO BUFFER-LINE.
           PERFORM BUFFER-ONE-LINE.
           PERFORM VARYING LATE-IDX FROM 1 BY 1
                   UNTIL LATE-IDX > LATE-COUNT
               MOVE LATE-LINE(LATE-IDX) TO BUFFER-LINE
               PERFORM BUFFER-ONE-LINE
           END-PERFORM.
           IF LATE-COUNT = 0 THEN
               MOVE 'CHAIN NOT PROJECTED TO OVERRUN THE ONLINE START'
                   TO BUFFER-LINE
               PERFORM BUFFER-ONE-LINE
           END-IF.

       GATHER-ONE-LOG-LINE.
           IF OPS-LOG-STAMP(1:8) IS NUMERIC THEN
           ELSE
               MOVE 0 TO STAMP-DATE
           END-IF.
           IF STAMP-DATE = RUN-DATE
                   AND OPS-LOG-RESULT = 'LATE-RUN' THEN
               PERFORM HOLD-ONE-LATE-LINE
           ELSE
           IF STAMP-DATE = RUN-DATE THEN
               ADD 1 TO LOG-LINES-SEEN
               IF OPS-LOG-RESULT NOT = 'OK'
                   DELIMITED BY SIZE INTO BUFFER-LINE
               END-STRING
               PERFORM BUFFER-ONE-LINE
           END-IF
           END-IF.

      *>    THE LOG LINE CARRIES THE STEPS STILL TO GO, THE MINUTES
      *>    LATE AND THE PROJECTED FINISH AGAINST THE ONLINE START.
       HOLD-ONE-LATE-LINE.
           IF LATE-COUNT < 10 THEN
               ADD 1 TO LATE-COUNT
               MOVE SPACES TO LATE-LINE(LATE-COUNT)
               STRING 'LATE ' OPS-LOG-PROGRAM
                      ' ' OPS-LOG-DETAIL
                      ' MINUTES LATE ' OPS-LOG-EXC-COUNT
                      ' STEPS TO GO ' OPS-LOG-REC-COUNT
                   DELIMITED BY SIZE INTO LATE-LINE(LATE-COUNT)
               END-STRING
           END-IF.

       GATHER-ALERT-SECTION.
