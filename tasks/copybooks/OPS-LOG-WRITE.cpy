      *>    WINDOW THAT SLIPS PAST MIDNIGHT - OR A RERUN OF A PRIOR
      *>    DAY - STILL LOGS UNDER THE BUSINESS DAY IT BELONGS TO;
      *>    THE TIME-OF-DAY PORTION STAYS THE REAL WALL CLOCK.
      *>    OPS-LOG-RUN-ID IS LIKEWISE SET BELOW, FROM RUN-ID.CBL.
       WRITE-OPS-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO OPS-LOG-STAMP
           CALL 'PROC-DATE' USING OPS-LOG-STAMP(1:8)
           CALL 'RUN-ID' USING OPS-LOG-RUN-ID
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS NOT = '00' THEN
               OPEN OUTPUT OPS-LOG-FILE
