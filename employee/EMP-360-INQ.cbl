      *>    EMP-360-REPORT.TXT -
      *>        - THE MASTER RECORD WITH ALL POPULATED ADDRESS LINES,
      *>        - THE FULL Employee-Salary-History TABLE,
      *>        - EVERY DEPARTMENT TRANSFER ON Employee-Dept-History,
      *>        - THE MOST RECENT AUDIT-TRAIL LINES FOR THE EMPLOYEE
      *>          FROM EMP-AUDIT.TXT (LAST 20), AND
      *>        - WHETHER A RETENTION-ARCHIVE IMAGE EXISTS ON
           05  AUD-PROGRAM              PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-EMP-ID               PIC X(05).
           05  AUD-REST                 PIC X(1149).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
       01  LOCK-PROGRAM-NAME            PIC X(15)
                                        VALUE 'EMP-360-INQ'.
       01  LOCK-OK                      PIC X(01).
      *>    ACCOUNT-NUMBER MASKING - SEE BANK-MASK.CPY.
       COPY BANK-MASK-WS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
      *>    THE ACCOUNT NUMBER PRINTS MASKED - THIS PAGE IS HANDED
      *>    TO WHOEVER ASKED THE QUESTION, NOT JUST TO PAYROLL.
           MOVE Employee-Bank-Account OF EMPLOYEE-RECORD
               TO MASK-ACCOUNT-IN.
           PERFORM MASK-BANK-ACCOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING 'BANK ' Employee-Bank-Sort-Code OF EMPLOYEE-RECORD
                  ' ' MASK-ACCOUNT-OUT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
               END-STRING
               WRITE REPORT-REC
           END-PERFORM.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX >
                       Employee-Dept-History-Count
                           OF EMPLOYEE-RECORD
               MOVE SPACES TO REPORT-REC
               STRING '    TRANSFER '
                      Dept-Hist-Eff-Date OF EMPLOYEE-RECORD
                          (HIST-IDX)
                      ' ' Dept-Hist-From-Dept OF EMPLOYEE-RECORD
                          (HIST-IDX)
                      ' -> ' Dept-Hist-To-Dept OF EMPLOYEE-RECORD
                          (HIST-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM.

      *>    THE WHOLE TRAIL IS SCANNED BUT ONLY THE LAST 20 LINES
      *>    PRINT - THE RECENT STORY IS WHAT THE INQUIRY IS FOR, AND
                   TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

           COPY BANK-MASK.
       END PROGRAM EMP-360-INQ.
