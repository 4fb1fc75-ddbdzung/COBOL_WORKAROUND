       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-ID.

      *>    SHOP-WIDE RUN IDENTIFIER.  OPS-LOG.TXT, SCHED-STATUS.TXT
      *>    AND THE AUDIT AND HISTORY TRAILS ARE ALL DATED, BUT A
      *>    RERUN ON THE SAME DAY WRITES THE SAME DATE, SO THE LINES
      *>    OF TWO ATTEMPTS COULD NOT BE TOLD APART.  EVERY LINE NOW
      *>    ALSO CARRIES THE RUN ID -
      *>        YYYYMMDDHHMMSS-NN
      *>    THE WALL-CLOCK START OF THE CHAIN (NOT THE PROCESSING
      *>    DATE - TWO RUNS OF ONE BUSINESS DAY MUST DIFFER) AND THE
      *>    STEP ATTEMPT WITHIN IT, 00 FOR THE CHAIN ITSELF.  A
      *>    PROGRAM RUN BY HAND OUTSIDE THE SCHEDULER GETS A CHAIN OF
      *>    ITS OWN, STAMPED FROM ITS FIRST CALL, AT STEP 00.
      *>    WRITERS ASK FOR THE CURRENT ID -
      *>        CALL 'RUN-ID' USING SOME-X(17)-FIELD
      *>    AND BATCH-SCHEDULER ALONE PASSES THE TWO MORE PARAMETERS
      *>    THAT SET IT -
      *>        RUN-ID-OP 'C'   START A NEW CHAIN (STEP 00)
      *>                  'S'   STEP ATTEMPT RUN-ID-STEP OF THE
      *>                        CURRENT CHAIN (00 = BACK TO THE CHAIN)
      *>    THE ID IS HELD ACROSS CALLS FOR THE WHOLE RUN UNIT, SO
      *>    EVERY STEP PROGRAM THE SCHEDULER CALLS SEES THE ATTEMPT
      *>    IT IS RUNNING UNDER.  RUN-INQ LISTS EVERYTHING ONE ID
      *>    WROTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>    SPACES UNTIL THE FIRST CALL OF THE RUN UNIT.
       01  CURRENT-RUN-ID.
           05  CURRENT-CHAIN            PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE '-'.
           05  CURRENT-STEP             PIC 9(02) VALUE 0.
      ******
       LINKAGE SECTION.
      ******
       01  RUN-ID-VALUE                 PIC X(17).
       01  RUN-ID-OP                    PIC X(01).
       01  RUN-ID-STEP                  PIC 9(02).
      ******
       PROCEDURE DIVISION USING RUN-ID-VALUE OPTIONAL RUN-ID-OP
               OPTIONAL RUN-ID-STEP.
       GET-RUN-ID.
           IF RUN-ID-OP IS NOT OMITTED THEN
               IF RUN-ID-OP = 'C' THEN
                   PERFORM START-NEW-CHAIN
               ELSE
               IF RUN-ID-OP = 'S' AND RUN-ID-STEP IS NOT OMITTED THEN
                   IF CURRENT-CHAIN = SPACES THEN
                       PERFORM START-NEW-CHAIN
                   END-IF
                   MOVE RUN-ID-STEP TO CURRENT-STEP
               END-IF
               END-IF
           END-IF.
           IF CURRENT-CHAIN = SPACES THEN
               PERFORM START-NEW-CHAIN
           END-IF.
           MOVE CURRENT-RUN-ID TO RUN-ID-VALUE.
           GOBACK.

       START-NEW-CHAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-CHAIN.
           MOVE 0 TO CURRENT-STEP.
       END PROGRAM RUN-ID.
