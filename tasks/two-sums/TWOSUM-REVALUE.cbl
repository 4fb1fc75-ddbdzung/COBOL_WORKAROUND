      *>    FIRST LINE PER CURRENCY, SO THE CURRENT RATE SHOULD STAY
      *>    THE FIRST LINE FOR EACH CURRENCY WITH DATED HISTORY
      *>    BELOW IT.
      *>    THE POSTING FILE IS REGISTERED ON THE FILE CATALOG,
      *>    NAMING THE CARRY GENERATION AND THE RATES FILE AS ITS
      *>    INPUTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  EQUIV-ED                     PIC -(6)9.99.
       01  MOVEMENT-ED                  PIC -(6)9.99.
       01  TOTAL-ED                     PIC -(8)9.99.
      *>    FILE-CATALOG REGISTRATION AND LINEAGE - SEE
      *>    FILE-CATALOG.CBL.
       01  CAT-OP                       PIC X(01).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE POSTING-FILE.
           CLOSE REPORT-FILE.
           PERFORM REGISTER-REVALUE-POSTING.
           GOBACK.

       REGISTER-REVALUE-POSTING.
           MOVE 'I' TO CAT-OP.
           MOVE 'CARRY-FORWARD.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'I' TO CAT-OP.
           MOVE 'CURRENCY-RATES.TXT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           MOVE 'R' TO CAT-OP.
           MOVE 'TWOSUM-REVAL-POSTING.TXT' TO CAT-FILE-NAME.
           MOVE POSTING-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME RUN-DATE
               CAT-COUNT CAT-OK.

      *>    THE LATEST RATE EFFECTIVE ON OR BEFORE TODAY WINS PER
      *>    CURRENCY - AN UNDATED LINE COUNTS AS EFFECTIVE FROM DAY
      *>    ZERO, SO ANY DATED LINE UP TO TODAY OVERRIDES IT.
