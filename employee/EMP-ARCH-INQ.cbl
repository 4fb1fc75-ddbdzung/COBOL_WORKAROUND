               END-STRING
               WRITE REPORT-REC
           END-PERFORM.
      *>    AN IMAGE ARCHIVED BEFORE TRANSFERS WERE KEPT HAS SPACES
      *>    FOR THE COUNT - NOTHING TO PRINT.
           IF Flat-Dept-History-Count IS NUMERIC THEN
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > Flat-Dept-History-Count
                   MOVE SPACES TO REPORT-REC
                   STRING '    TRANSFER ' Flat-Dept-Eff-Date(HIST-IDX)
                          ' ' Flat-Dept-From(HIST-IDX)
                          ' -> ' Flat-Dept-To(HIST-IDX)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-PERFORM
           END-IF.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
                   UNTIL ADDR-IDX > Flat-Address-Count
               MOVE SPACES TO REPORT-REC
