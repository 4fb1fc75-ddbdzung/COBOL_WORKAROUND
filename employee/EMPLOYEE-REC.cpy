           05  Employee-Leave-Start-Date PIC 9(8) VALUE ZEROS.
           05  Employee-Leave-End-Date PIC 9(8) VALUE ZEROS.
           05  Employee-Leave-Balance-Days PIC S9(3)V9 VALUE ZEROS.
      *>    REPORTING LINE - THE Employee-ID OF THIS EMPLOYEE'S
      *>    MANAGER, ZEROS FOR THE TOP OF THE HOUSE.  SET BY THE 'A'
      *>    AND 'U' TRANSACTIONS, WHICH REFUSE A MANAGER WHO IS NOT ON
      *>    FILE, IS Status-Terminated OR WOULD CLOSE A CIRCLE.
      *>    EMP-ORG-REPORT WALKS THE LINES.
           05  Employee-Manager-ID  PIC 9(5) VALUE ZEROS.
      *>    DEPARTMENT TRANSFERS, THE WAY Employee-Salary-History KEEPS
      *>    SALARY - EVERY 'X' TRANSFER TRANSACTION (SEE
      *>    EMP-DEPT-TRANSFER.CBL) APPENDS THE DEPARTMENT LEFT, THE
      *>    DEPARTMENT JOINED AND THE DAY THE MOVE TOOK EFFECT, IN
      *>    EFFECTIVE-DATE ORDER, SO "WHERE DID THIS PERSON SIT LAST
      *>    QUARTER" CAN STILL BE ANSWERED AND PAYROLL-RUN CAN SPLIT
      *>    A MID-PERIOD MOVE BETWEEN THE TWO COST CENTERS.
      *>    Employee-Dept ALWAYS HOLDS THE LATEST DEPARTMENT JOINED.
           05  Employee-Dept-History-Count PIC 9(2) VALUE 0.
           05  Employee-Dept-History OCCURS 10 TIMES.
               10  Dept-Hist-Eff-Date   PIC 9(8).
               10  Dept-Hist-From-Dept  PIC X(4).
               10  Dept-Hist-To-Dept    PIC X(4).
           05  Employee-Address-Count PIC 9(1) VALUE 3.
           05  Employee-Address OCCURS 3 TO 5 TIMES
                   DEPENDING ON Employee-Address-Count.
