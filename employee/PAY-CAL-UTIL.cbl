      *>        GENERATE,YYYY   WRITE THE TWELVE MONTHLY PERIODS FOR
      *>                        THE YEAR (PERIOD-ID YYYYMM, START THE
      *>                        FIRST AND END THE LAST CALENDAR DAY
      *>                        OF EACH MONTH).  PERIODS OF EARLIER
      *>                        YEARS ALREADY ON THE CALENDAR ARE
      *>                        KEPT AHEAD OF THEM - THE YEAR BEING
      *>                        CLOSED IS STILL NEEDED FOR RETRO AND
      *>                        ACCRUALS WHEN NEXT YEAR IS GENERATED;
      *>                        THE YEAR ITSELF AND ANY LATER ONE ARE
      *>                        REPLACED
      *>        VALIDATE        PROVE THE EXISTING CALENDAR IS
      *>                        CONTIGUOUS (EACH START IS THE DAY
      *>                        AFTER THE PRIOR END), NON-OVERLAPPING,
       01  PERIOD-END                   PIC 9(08).
       01  NEXT-MONTH-FIRST             PIC 9(08).
       01  NEXT-MONTH-INT               PIC 9(08).
      *>    EARLIER YEARS' PERIODS, HELD WHILE THE CALENDAR IS
      *>    REWRITTEN - FIFTY YEARS OF MONTHS.
       01  KEEP-TABLE.
           05  KEEP-COUNT               PIC 9(03) VALUE 0.
           05  KEEP-LINE OCCURS 600 TIMES PIC X(40).
       01  KEEP-IDX                     PIC 9(03).
      *
      *>    SAME PER-LINE BREAKDOWN EMP-RETRO-RUN USES WHEN IT LOADS
      *>    THE CALENDAR.
           END-IF.
           COMPUTE CAL-YEAR =
               FUNCTION NUMVAL(FUNCTION TRIM(CAL-YEAR-TXT)).
           PERFORM LOAD-EARLIER-YEARS.
           OPEN OUTPUT CALENDAR-FILE.
           PERFORM VARYING KEEP-IDX FROM 1 BY 1
                   UNTIL KEEP-IDX > KEEP-COUNT
               MOVE KEEP-LINE(KEEP-IDX) TO CALENDAR-REC
               WRITE CALENDAR-REC
           END-PERFORM.
           PERFORM VARYING MONTH-NO FROM 1 BY 1 UNTIL MONTH-NO > 12
               COMPUTE PERIOD-START =
                   CAL-YEAR * 10000 + MONTH-NO * 100 + 1
           CLOSE CALENDAR-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'GENERATED 12 MONTHLY PERIODS FOR ' CAL-YEAR
                  ' - ' KEEP-COUNT ' EARLIER PERIOD(S) KEPT'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           SET RC-OK TO TRUE.

      *>    A MISSING CALENDAR IS A FIRST GENERATE - NOTHING TO KEEP.
       LOAD-EARLIER-YEARS.
           MOVE 0 TO KEEP-COUNT.
           MOVE 'N' TO WS-EOF-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-CALENDAR
           END-IF.
           PERFORM UNTIL WS-EOF-CALENDAR = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF-CALENDAR
               END-READ
               IF WS-EOF-CALENDAR NOT = 'Y'
                       AND CALENDAR-REC(1:4) IS NUMERIC
                       AND CALENDAR-REC(1:4) < CAL-YEAR THEN
                   IF KEEP-COUNT < 600 THEN
                       ADD 1 TO KEEP-COUNT
                       MOVE CALENDAR-REC TO KEEP-LINE(KEEP-COUNT)
                   ELSE
                       DISPLAY 'PAY-CALENDAR.TXT HOLDS MORE THAN 600 '
                           'EARLIER PERIODS - THE REST ARE DROPPED'
                       MOVE 'Y' TO WS-EOF-CALENDAR
                   END-IF
               END-IF
           END-PERFORM.
           IF CALENDAR-FILE-STATUS = '00'
                   OR CALENDAR-FILE-STATUS = '10' THEN
               CLOSE CALENDAR-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-CALENDAR.

       VALIDATE-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00' THEN
