       01  SKIPPED-COUNT                PIC 9(05) VALUE 0.
      *>    SHARED RETURN-CODE CONVENTION - SEE RETURN-CODES.CPY.
       COPY RETURN-CODES.
      *>    ACCOUNT-NUMBER MASKING - SEE BANK-MASK.CPY.
       COPY BANK-MASK-WS.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
                   TO LABEL-REC
               WRITE LABEL-REC
           END-PERFORM.
      *>    THE BANK LINE GOES ON THE DIRECTORY ONLY, NEVER ON THE
      *>    LABELS, WITH THE SORT CODE MASKED TO ITS LAST TWO DIGITS
      *>    AND THE ACCOUNT TO ITS LAST FOUR - THE DIRECTORY IS
      *>    CIRCULATED WELL BEYOND PAYROLL.
           MOVE Employee-Bank-Account OF EMPLOYEE-RECORD
               TO MASK-ACCOUNT-IN.
           PERFORM MASK-BANK-ACCOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING '    BANK **-**-'
                  Employee-Bank-Sort-Code OF EMPLOYEE-RECORD (5:2)
                  ' ' MASK-ACCOUNT-OUT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO LABEL-REC.
           WRITE LABEL-REC.

               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY BANK-MASK.
       END PROGRAM EMP-DIRECTORY.
