           MOVE 'N' TO MATCH-STATUS.
           MOVE 0 TO RESULT(1).
           MOVE 0 TO RESULT(2).
           MOVE 'TWO-SUM' TO MAP-NAME.
           MOVE 0 TO MAP-SIZE.
           IF RESIDUAL IS NOT OMITTED THEN
               MOVE 0 TO RESIDUAL
