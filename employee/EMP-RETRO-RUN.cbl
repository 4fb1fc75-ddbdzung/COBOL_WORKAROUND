       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
       01  PERIOD-DIFF-APPLIED          PIC S9(7)V99.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
           CLOSE REPORT-FILE.
           CLOSE ADJUST-FILE.
           CLOSE ADJUSTED-FILE.
           MOVE 'I' TO CAT-OP.
           MOVE 'EMPLOYEE-MASTER.DAT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'PAY-CALENDAR.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'R' TO CAT-OP.
           MOVE 'EMP-RETRO-EXTRACT.TXT' TO CAT-FILE-NAME.
           MOVE ADJUSTED-PERIOD-COUNT TO CAT-COUNT.
