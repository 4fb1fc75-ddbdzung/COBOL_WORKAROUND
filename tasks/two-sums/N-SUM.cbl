      *>    THE REMAINING TARGET - EVERYTHING PAST IT IS LARGER.
       TRY-TWO-SUM-RANGE.
           MOVE 'N' TO TWO-FOUND.
           MOVE 'N-SUM' TO MAP-NAME.
           MOVE 0 TO MAP-SIZE.
           PERFORM VARYING TWO-I FROM START-POS BY 1
                   UNTIL TWO-I > ARRAY-SIZE OR TWO-FOUND = 'Y'
