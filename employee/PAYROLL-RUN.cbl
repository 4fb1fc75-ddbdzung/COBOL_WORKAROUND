
      *>    NIGHTLY PAYROLL RUN OVER THE EMPLOYEE MASTER.  READS EVERY
      *>    RECORD OF EMPLOYEE-MASTER.DAT IN KEY ORDER, SKIPS
      *>    Status-Terminated EMPLOYEES (UNLESS EARNINGS ARE DUE TO
      *>    THEM - A LEAVER'S FINAL PAY FROM EMP-FINAL-PAY IS PAID AS
      *>    EARNINGS ALONE, WITH NO SALARY FOR THE PERIOD), AND FOR
      *>    EACH REMAINING EMPLOYEE
      *>    COMPUTES THE PER-PERIOD GROSS FROM THE LATEST
      *>    Employee-Salary-History ENTRY (FALLING BACK TO
      *>    Employee-Salary FOR A RECORD WRITTEN BEFORE THE HISTORY
      *>    FROM THE DEDUCTIONS MASTER (EMP-DEDUCTIONS.TXT) AND THE
      *>    BANK IS SENT THE NET - THE CLERKS' DEDUCTION SPREADSHEET
      *>    IS RETIRED.
      *>    OVERTIME, BONUS, COMMISSION AND ONE-OFF ALLOWANCES COME IN
      *>    ON THE PERIOD EARNINGS FILE (PAY-EARNINGS.TXT) AND ARE
      *>    ADDED TO THE GROSS BEFORE ANY DEDUCTION IS TAKEN, SO THEY
      *>    ARE NO LONGER KEYED AS MANUAL CREDITS AT THE BANK TERMINAL.
      *>    SALARY ADVANCES, LOANS AND ATTACHMENT-OF-EARNINGS ORDERS
      *>    CARRY A BALANCE ON EMP-LOANS.TXT - THE INSTALMENT COMES OFF
      *>    AFTER THE ORDINARY DEDUCTIONS AND THE BALANCE COMES DOWN
      *>    UNTIL IT REACHES ZERO.
      *>    AN EMPLOYEE WHOSE SORT CODE OR ACCOUNT WAS CHANGED ON THE
      *>    MASTER WITHIN PAY-BANK-HOLD-DAYS.TXT DAYS OF THE PAY DATE
      *>    (FOUND FROM THE BEFORE/AFTER IMAGES ON EMP-AUDIT.TXT) IS
      *>    NOT SENT TO THE BANK - THE PAYMENT IS HELD ON THE
      *>    EXCEPTIONS LIST AND ON PAY-BANK-HOLDS.TXT UNTIL PAYROLL
      *>    CONFIRMS THE CHANGE ON PAY-BANK-RELEASE.TXT, AND
      *>    PAY-BANK-SUPP THEN PAYS IT ON A SUPPLEMENTARY RUN.
      *>    AN EMPLOYEE TRANSFERRED PART-WAY THROUGH THE PERIOD (SEE
      *>    Employee-Dept-History) HAS THE PERIOD'S GROSS, EARNINGS,
      *>    DEDUCTIONS AND NET SPLIT BETWEEN THE DEPARTMENTS SAT IN BY
      *>    CALENDAR DAYS OF THE PAY PERIOD, SO THE PER-DEPARTMENT
      *>    SUBTOTALS AND GL CONTROL LINES CARRY EACH COST CENTER'S
      *>    SHARE.  THE HEAD COUNTS IN THE DEPARTMENT SAT IN AT THE
      *>    END OF THE PERIOD.
      *>    LEAVE BOOKED BEYOND THE EMPLOYEE'S ENTITLEMENT (A BALANCE
      *>    EMP-LEAVE-SET HAS TAKEN NEGATIVE) IS UNPAID - THE
      *>    OVERDRAWN BUSINESS DAYS FALLING IN THE PERIOD COME OFF THE
      *>    SALARY AT THE DAILY RATE, ON THEIR OWN REGISTER AND
      *>    PAYSLIP LINE, AND GO TO PAY-UNPAID-LEAVE.TXT FOR
      *>    EMP-LEAVE-ACCRUE'S LEAVE REPORT.
      *>    WHAT THE COMPANY PAYS ON TOP - EMPLOYER PENSION, EMPLOYER
      *>    SOCIAL SECURITY, BENEFIT PREMIUMS - COMES FROM THE ON-COST
      *>    RATE TABLE (PAY-ONCOST-RATES.TXT) FOR EVERY EMPLOYEE PAID,
      *>    GOES ON THE HISTORY LINE, AND IS REPORTED, PROVED TO THE
      *>    GL AND POSTED AS EACH DEPARTMENT'S TOTAL COST OF
      *>    EMPLOYMENT (GROSS PLUS ON-COST).
      *>
      *>    TWO OUTPUTS PER RUN -
      *>        PAYROLL-REGISTER.TXT  - PRINTABLE PAYROLL REGISTER, ONE
           SELECT DEDUCTION-FILE ASSIGN TO "EMP-DEDUCTIONS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-FILE-STATUS.
      *>    EMPLOYER ON-COST RATES - ONE LINE PER CHARGE, CODE,KIND,
      *>    VALUE WHERE KIND IS 'P' (PERCENTAGE OF THE EMPLOYEE'S
      *>    PERIOD GROSS) OR 'A' (FLAT AMOUNT PER EMPLOYEE PER PERIOD).
      *>    THE CODE IS ALSO THE LEDGER ACCOUNT THE CHARGE IS OWED ON.
      *>    A MISSING FILE MEANS NO ON-COSTS.
           SELECT ONCOST-RATE-FILE ASSIGN TO "PAY-ONCOST-RATES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ONCOST-RATE-STATUS.
      *>    EMPLOYEES WITH NO BANK DETAILS ON THE MASTER - THEY ARE
      *>    STILL PAID ON THE REGISTER AND IN THE GL TOTALS, BUT FALL
      *>    OUT HERE FOR A MANUAL CREDIT INSTEAD OF PRODUCING AN
           SELECT PAYSLIP-FILE ASSIGN TO "PAYROLL-PAYSLIPS.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    PERMANENT PAYROLL HISTORY - ONE LINE PER EMPLOYEE PER RUN
      *>    (EMP-ID,PERIOD-ID,GROSS,RETRO,DEDUCTIONS,NET,RUN-DATE,
      *>    EARNINGS,EMPLOYER-ON-COST),
      *>    APPENDED SO "WHAT HAS 10234 BEEN PAID THIS YEAR" IS A
      *>    FILE QUESTION, NOT A PRINTOUT DIG.  EMP-EARNINGS READS
      *>    IT BACK FOR THE YTD AND YEAR-END STATEMENTS.
           SELECT CALENDAR-FILE ASSIGN TO "PAY-CALENDAR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
      *>    EARNINGS CODES - ONE LINE PER CODE, CODE,KIND,RATE WHERE
      *>    KIND IS 'H' (HOURS, PAID AT THE EMPLOYEE'S HOURLY RATE
      *>    TIMES THE RATE MULTIPLIER - 1.5 FOR TIME-AND-A-HALF) OR
      *>    'A' (AN AMOUNT, PAID AS KEYED).  A CODE NOT ON THIS FILE
      *>    IS NOT PAYABLE.
           SELECT EARNINGS-CODE-FILE ASSIGN TO "PAY-EARNINGS-CODES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EARNINGS-CODE-STATUS.
      *>    PERIOD EARNINGS INPUT - EMP-ID,CODE,HOURS-OR-AMOUNT,PERIOD.
      *>    ONLY LINES FOR THE PERIOD BEING PAID ARE TAKEN.  A MISSING
      *>    FILE SIMPLY MEANS NOTHING BUT SALARY IS DUE THIS PERIOD.
           SELECT EARNINGS-FILE ASSIGN TO "PAY-EARNINGS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EARNINGS-FILE-STATUS.
      *>    EARNINGS LINES NOT PAID - UNKNOWN CODE, UNKNOWN OR UNPAID
      *>    EMPLOYEE, BAD FIGURES OR ANOTHER PERIOD - WITH THE REASON,
      *>    FOR PAYROLL TO CORRECT AND RESUBMIT.
      *>    LEAVERS' FINAL PAY WRITTEN BY EMP-FINAL-PAY IN THE SAME
      *>    LAYOUT, TAKEN ALONGSIDE PAY-EARNINGS.TXT AND CONSUMED ON
      *>    PICKUP THE WAY THE RETRO EXTRACT IS.
           SELECT FINAL-EARNINGS-FILE
               ASSIGN TO "PAY-FINAL-EARNINGS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FINAL-EARNINGS-STATUS.
           SELECT EARNINGS-REJECT-FILE
               ASSIGN TO "PAY-EARNINGS-REJECTS.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    LOANS AND ATTACHMENT ORDERS - ONE LINE PER LOAN,
      *>    EMP-ID,LOAN-REF,ORIGINAL,INSTALMENT,BALANCE,LAST-PERIOD.
      *>    REWRITTEN AT THE END OF THE RUN WITH EACH BALANCE REDUCED
      *>    BY WHAT WAS TAKEN AND LAST-PERIOD SET TO THE PERIOD PAID -
      *>    AN OVERRIDDEN RERUN OF THE SAME PERIOD DOES NOT TAKE THE
      *>    INSTALMENT TWICE.  A MISSING FILE MEANS NO LOANS.
           SELECT LOAN-FILE ASSIGN TO "EMP-LOANS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.
      *>    STOP-AND-NOTIFY LIST - A LOAN CLEARED THIS RUN (STOP THE
      *>    ORDER, TELL THE EMPLOYEE AND, FOR AN ATTACHMENT, THE
      *>    COURT) OR AN INSTALMENT THE NET PAY COULD NOT COVER.
           SELECT LOAN-NOTICE-FILE ASSIGN TO "PAY-LOAN-NOTICES.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    THE MASTER AUDIT TRAIL - SEE EMP-AUDIT-WRITE.CBL.  A
      *>    BEFORE IMAGE FOLLOWED BY AN AFTER IMAGE FOR THE SAME
      *>    EMPLOYEE AND STAMP WITH A DIFFERENT SORT CODE OR ACCOUNT
      *>    IS A BANK-DETAILS CHANGE.
           SELECT AUDIT-FILE ASSIGN TO "EMP-AUDIT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *>    ONE LINE - HOW MANY DAYS BEFORE THE PAY DATE A BANK
      *>    CHANGE STILL HOLDS THE PAYMENT.  MISSING OR UNREADABLE
      *>    MEANS THE STANDARD 5.
           SELECT HOLD-DAYS-FILE ASSIGN TO "PAY-BANK-HOLD-DAYS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLD-DAYS-STATUS.
      *>    PAYROLL'S CONFIRMATION THAT A CHANGE IS GENUINE -
      *>    EMP-ID,PERIOD,INITIALS.  A RELEASE ON FILE BEFORE THE RUN
      *>    LETS THE PAYMENT GO IN THE RUN ITSELF.
           SELECT BANK-RELEASE-FILE ASSIGN TO "PAY-BANK-RELEASE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANK-RELEASE-STATUS.
      *>    EVERY PAYMENT HELD, APPENDED - EMP-ID,PERIOD,NET,
      *>    CHANGE-DATE,STATUS,INITIALS,PAID-DATE WITH STATUS 'H'
      *>    (HELD) UNTIL PAY-BANK-SUPP PAYS IT AND MARKS IT 'P'.
           SELECT BANK-HOLD-FILE ASSIGN TO "PAY-BANK-HOLDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANK-HOLD-STATUS.
      *>    THE PAYROLL POSTING JOURNAL FOR JOURNAL-GEN - ONE LINE
      *>    PER LEDGER POSTING IN THE SAME TRAILER-PROVED 35-BYTE
      *>    SHAPE AS THE SUSPENSE POSTING FEEDS.  REGISTERED IN THE
      *>    FILE CATALOG SO JOURNAL-GEN ONLY POSTS IT ON THE NIGHT IT
      *>    WAS WRITTEN.
           SELECT POSTING-FILE ASSIGN TO "PAYROLL-POSTING.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    EVERY DEDUCTION AND LOAN INSTALMENT ACTUALLY TAKEN, ONE
      *>    LINE PER EMPLOYEE PER CODE, FOR PAY-REMIT'S PAYEE
      *>    SCHEDULES.  THE TRAILER CARRIES THE REGISTER'S DEDUCTION
      *>    TOTAL SO THE REMITTANCES CAN BE PROVED BACK TO IT.
           SELECT TAKEN-FILE ASSIGN TO "PAY-DEDUCTIONS-TAKEN.TXT"
               ORGANIZATION LINE SEQUENTIAL.
      *>    UNPAID LEAVE DEDUCTED THIS PERIOD - EMP-ID,PERIOD-ID,
      *>    FIRST-DAY,LAST-DAY,DAYS,AMOUNT - ONE LINE PER EMPLOYEE.
      *>    EMP-LEAVE-ACCRUE PRINTS THE DAYS ON THE LEAVE REPORT AND
      *>    CREDITS THEM BACK TO THE BALANCE, SINCE THEY HAVE NOW
      *>    BEEN TAKEN OUT OF PAY INSTEAD OF ENTITLEMENT.
           SELECT UNPAID-LEAVE-FILE ASSIGN TO "PAY-UNPAID-LEAVE.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
       01  DEDUCTION-REC                PIC X(40).

       FD  ONCOST-RATE-FILE.
       01  ONCOST-RATE-REC              PIC X(40).

       FD  BANK-EXCEPTION-FILE.
       01  BANK-EXCEPTION-REC           PIC X(80).

       01  PAYSLIP-REC                  PIC X(132).

       FD  HISTORY-FILE.
       01  HISTORY-REC                  PIC X(120).

       FD  PERIOD-PAID-FILE.
       01  PERIOD-PAID-REC              PIC X(20).
       FD  CALENDAR-FILE.
       01  CALENDAR-REC                 PIC X(40).

       FD  EARNINGS-CODE-FILE.
       01  EARNINGS-CODE-REC            PIC X(40).

       FD  EARNINGS-FILE.
       01  EARNINGS-REC                 PIC X(60).

       FD  FINAL-EARNINGS-FILE.
       01  FINAL-EARNINGS-REC           PIC X(60).

       FD  EARNINGS-REJECT-FILE.
       01  EARNINGS-REJECT-REC          PIC X(132).

       FD  LOAN-FILE.
       01  LOAN-REC                     PIC X(80).

       FD  LOAN-NOTICE-FILE.
       01  LOAN-NOTICE-REC              PIC X(132).

      *>    SAME FIXED PREFIX EMP-AUDIT-BROWSE MAPS - STAMP 1-21,
      *>    PROGRAM 23-37, EMPLOYEE-ID 39-43, IMAGE LABEL 45-50, THE
      *>    FLAT IMAGE 52-1110, THEN THE APPROVER AND RUN ID.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-STAMP.
               10  AUD-DATE             PIC 9(08).
               10  AUD-TIME             PIC X(13).
           05  FILLER                   PIC X(01).
           05  AUD-PROGRAM              PIC X(15).
           05  FILLER                   PIC X(01).
           05  AUD-EMP-ID               PIC X(05).
           05  FILLER                   PIC X(01).
           05  AUD-LABEL                PIC X(06).
           05  FILLER                   PIC X(01).
           05  AUD-FLAT-IMAGE           PIC X(1059).
           05  FILLER                   PIC X(80).

       FD  HOLD-DAYS-FILE.
       01  HOLD-DAYS-REC                PIC X(20).

       FD  BANK-RELEASE-FILE.
       01  BANK-RELEASE-REC             PIC X(40).

       FD  BANK-HOLD-FILE.
       01  BANK-HOLD-REC                PIC X(80).

      *>    FIRM COLUMN POSITIONS - JOURNAL-GEN READS THESE BY
      *>    POSITION.  A DETAIL IS ONE SIDE OF THE JOURNAL - THE
      *>    ACCOUNT, 'D' OR 'C', AND AN UNSIGNED AMOUNT THE WIDTH OF A
      *>    JOURNAL LINE.  THE TRAILER CARRIES THE DETAIL COUNT AND
      *>    THE SUM OF THE DETAIL AMOUNTS, DEBITS AND CREDITS ALIKE.
       FD  POSTING-FILE.
       01  POSTING-REC.
           05  POST-REC-TYPE            PIC X(01).
           05  POST-ACCOUNT             PIC X(10).
           05  POST-DR-CR               PIC X(01).
           05  POST-AMOUNT              PIC 9(7)V99.
           05  POST-RUN-DATE            PIC 9(08).
           05  POST-PERIOD-ID           PIC X(06).
       01  POSTING-TRAILER-REC.
           05  POST-TRL-TYPE            PIC X(01).
           05  POST-TRL-COUNT           PIC 9(05).
           05  POST-TRL-SIGN            PIC X(01).
           05  POST-TRL-HASH            PIC 9(9)V99.
           05  POST-TRL-FILLER          PIC X(17).

      *>    FIXED COLUMNS - THE NAME CAN HOLD A COMMA.  AN ORDINARY
      *>    DEDUCTION CARRIES ITS CODE; A LOAN INSTALMENT CARRIES CODE
      *>    'LOANS' AND THE LOAN REFERENCE.
       FD  TAKEN-FILE.
       01  TAKEN-REC.
           05  TKN-REC-TYPE             PIC X(01).
           05  TKN-EMP-ID               PIC 9(05).
           05  TKN-NAME                 PIC X(30).
           05  TKN-PERIOD-ID            PIC X(06).
           05  TKN-CODE                 PIC X(10).
           05  TKN-REF                  PIC X(10).
           05  TKN-AMOUNT               PIC 9(7)V99.
       01  TAKEN-TRAILER-REC.
           05  TKN-TRL-TYPE             PIC X(01).
           05  TKN-TRL-COUNT            PIC 9(05).
           05  TKN-TRL-PERIOD-ID        PIC X(06).
           05  TKN-TRL-TOTAL            PIC 9(9)V99.
           05  TKN-TRL-FILLER           PIC X(48).

       FD  UNPAID-LEAVE-FILE.
       01  UNPAID-LEAVE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS              PIC X(02).
       01  WS-EOF-MASTER                PIC X(01) VALUE 'N'.
               10  DEDUCT-KIND          PIC X(01).
               10  DEDUCT-VALUE         PIC 9(5)V99.
       01  DEDUCT-IDX                   PIC 9(04).
      *
      *>    EMPLOYER ON-COST RATES, WITH EACH CHARGE'S RUN TOTAL FOR
      *>    THE POSTING JOURNAL.
       01  ONCOST-RATE-STATUS           PIC X(02).
       01  WS-EOF-ONCOST                PIC X(01) VALUE 'N'.
       01  ONCOST-TABLE.
           05  ONCOST-COUNT             PIC 9(02) VALUE 0.
           05  ONCOST-ENTRY OCCURS 20 TIMES.
               10  ONCOST-CODE          PIC X(10).
               10  ONCOST-KIND          PIC X(01).
               10  ONCOST-VALUE         PIC 9(5)V99.
               10  ONCOST-TOTAL         PIC 9(9)V99.
       01  ONCOST-IDX                   PIC 9(02).
       01  ONC-CODE-TXT                 PIC X(10).
       01  ONC-KIND-TXT                 PIC X(02).
       01  ONC-VALUE-TXT                PIC X(12).
       01  ONC-NUMVAL-CHK               PIC S9(3).
       01  PAY-ONE-ONCOST               PIC 9(7)V99.
       01  PAY-EMP-ONCOST               PIC 9(7)V99.
       01  PAY-TOTAL-ONCOST             PIC 9(9)V99 VALUE 0.
       01  PAY-ONCOST-ED                PIC Z(6)9.99.
       01  PAY-TOTAL-ONCOST-ED          PIC Z(8)9.99.
       01  PAY-COST-ED                  PIC Z(8)9.99.
       01  HIST-ONCOST-ED               PIC -(6)9.99.
       01  DED-EMP-TXT                  PIC X(06).
       01  DED-CODE-TXT                 PIC X(10).
       01  DED-KIND-TXT                 PIC X(02).
       01  PAY-BANK-COUNT               PIC 9(05) VALUE 0.
       01  PAY-BANK-NET                 PIC 9(9)V99 VALUE 0.
       01  PAY-BANK-EXC-COUNT           PIC 9(05) VALUE 0.
       01  BANK-EXC-REASON              PIC X(40).
      *
      *>    BANK-DETAIL CHANGES INSIDE THE HOLD WINDOW, ONE ROW PER
      *>    EMPLOYEE (THE LATEST CHANGE WINS), AND THE RELEASES
      *>    PAYROLL HAS CONFIRMED FOR THIS PERIOD.
       01  AUDIT-STATUS                 PIC X(02).
       01  HOLD-DAYS-STATUS             PIC X(02).
       01  BANK-RELEASE-STATUS          PIC X(02).
       01  BANK-HOLD-STATUS             PIC X(02).
       01  WS-EOF-AUDIT                 PIC X(01) VALUE 'N'.
       01  WS-EOF-BANK-RELEASE          PIC X(01) VALUE 'N'.
       01  BANK-HOLD-DAYS               PIC 9(03) VALUE 5.
       01  HOLD-DAYS-NUMVAL-CHK         PIC S9(3).
       01  BANKCHG-TABLE.
           05  BANKCHG-COUNT            PIC 9(03) VALUE 0.
           05  BANKCHG-ENTRY OCCURS 500 TIMES.
               10  BANKCHG-EMP-ID       PIC 9(05).
               10  BANKCHG-DATE         PIC 9(08).
       01  BANKCHG-IDX                  PIC 9(03).
       01  RELEASE-TABLE.
           05  RELEASE-COUNT            PIC 9(03) VALUE 0.
           05  RELEASE-ENTRY OCCURS 500 TIMES.
               10  RELEASE-EMP-ID       PIC 9(05).
               10  RELEASE-INITIALS     PIC X(04).
       01  RELEASE-IDX                  PIC 9(03).
       01  BEFORE-EMP-ID                PIC X(05) VALUE SPACES.
       01  BEFORE-STAMP                 PIC X(21) VALUE SPACES.
       01  BEFORE-SORT-CODE             PIC X(06).
       01  BEFORE-ACCOUNT               PIC X(08).
       01  AUDIT-FLAT-IMAGE.
           COPY EMPLOYEE-FLAT-REC.
       01  CHANGE-AGE-DAYS              PIC S9(07).
       01  REL-EMP-TXT                  PIC X(06).
       01  REL-PERIOD-TXT               PIC X(08).
       01  REL-INITIALS-TXT             PIC X(04).
       01  PAY-BANK-HELD                PIC X(01).
       01  PAY-BANK-CHANGE-DATE         PIC 9(08).
       01  PAY-BANK-RELEASED            PIC X(01).
       01  BANK-HOLD-COUNT              PIC 9(05) VALUE 0.
       01  BANK-RELEASED-COUNT          PIC 9(05) VALUE 0.
      *
      *>    PER-DEPARTMENT COST ALLOCATION - ONE ROW PER DISTINCT
      *>    Employee-Dept SEEN THIS RUN (AN UNCODED EMPLOYEE POOLS
               10  DEPT-GROSS           PIC 9(9)V99.
               10  DEPT-DEDUCTIONS      PIC 9(9)V99.
               10  DEPT-NET             PIC 9(9)V99.
               10  DEPT-EARNINGS        PIC 9(9)V99.
               10  DEPT-ONCOST          PIC 9(9)V99.
       01  DEPT-IDX                     PIC 9(02).
       01  DEPT-WORK-CODE               PIC X(04).
      *>    DEDUCTIONS TAKEN THIS RUN, ONE ROW PER DEDUCTION CODE -
      *>    EACH IS A LIABILITY CREDITED ON THE POSTING JOURNAL.  LOAN
      *>    AND ATTACHMENT INSTALMENTS POOL UNDER 'LOANS' RATHER THAN
      *>    ONE ROW PER LOAN REFERENCE.
       01  LIAB-TABLE.
           05  LIAB-COUNT               PIC 9(02) VALUE 0.
           05  LIAB-ENTRY OCCURS 50 TIMES.
               10  LIAB-CODE            PIC X(10).
               10  LIAB-AMOUNT          PIC 9(9)V99.
       01  LIAB-IDX                     PIC 9(02).
       01  LIAB-WORK-CODE               PIC X(10).
       01  LIAB-WORK-AMOUNT             PIC 9(7)V99.
      *
      *>    POSTING JOURNAL WORK FIELDS.  A LINE BIGGER THAN THE
      *>    JOURNAL'S AMOUNT COLUMN GOES OUT AS SEVERAL LINES TO THE
      *>    SAME ACCOUNT.
       01  PAY-BANK-CLEARING-ACCOUNT    PIC X(10) VALUE 'PAYBANKCLR'.
       01  POST-WORK-ACCOUNT            PIC X(10).
       01  POST-WORK-DR-CR              PIC X(01).
       01  POST-WORK-AMOUNT             PIC 9(9)V99.
       01  POST-LINE-MAX                PIC 9(7)V99 VALUE 9999999.99.
       01  POST-LINE-AMOUNT             PIC 9(7)V99.
       01  POSTING-COUNT                PIC 9(05) VALUE 0.
       01  POSTING-HASH                 PIC 9(9)V99 VALUE 0.
       01  POSTING-DEBITS               PIC 9(9)V99 VALUE 0.
       01  POSTING-CREDITS              PIC 9(9)V99 VALUE 0.
       01  TAKEN-LINE-COUNT             PIC 9(05) VALUE 0.
       01  TAKEN-WORK-REF               PIC X(10).
      *>    THE CURRENT EMPLOYEE'S DEPARTMENT SPELLS INSIDE THE PAY
      *>    PERIOD, IN DATE ORDER - ONE SPELL UNLESS A TRANSFER TOOK
      *>    EFFECT AFTER THE PERIOD'S FIRST DAY.  A FULL
      *>    Employee-Dept-History GIVES AT MOST 11.
       01  SPLIT-TABLE.
           05  SPLIT-COUNT              PIC 9(02) VALUE 0.
           05  SPLIT-ENTRY OCCURS 11 TIMES.
               10  SPLIT-DEPT           PIC X(04).
               10  SPLIT-DAYS           PIC 9(03).
       01  SPLIT-IDX                    PIC 9(02).
       01  SPLIT-HIST-IDX               PIC 9(02).
       01  SPLIT-SPELL-DEPT             PIC X(04).
       01  SPLIT-SPELL-START            PIC 9(08).
       01  SPLIT-EFF-DATE               PIC 9(08).
       01  SPLIT-SPELL-DAYS             PIC S9(05).
       01  PERIOD-DAYS                  PIC 9(03).
       01  SHARE-GROSS                  PIC 9(7)V99.
       01  SHARE-EARNINGS               PIC 9(7)V99.
       01  SHARE-DEDUCTIONS             PIC 9(7)V99.
       01  SHARE-NET                    PIC 9(7)V99.
       01  SHARE-ONCOST                 PIC 9(7)V99.
       01  LEFT-GROSS                   PIC 9(7)V99.
       01  LEFT-EARNINGS                PIC 9(7)V99.
       01  LEFT-DEDUCTIONS              PIC 9(7)V99.
       01  LEFT-ONCOST                  PIC 9(7)V99.
       01  SPLIT-DAYS-ED                PIC ZZ9.
      *
      *>    THE CURRENT EMPLOYEE'S DEDUCTIONS AS ACTUALLY TAKEN -
      *>    REBUILT PER EMPLOYEE BY APPLY-DEDUCTIONS AND PRINTED ON
               10  TAKEN-CODE           PIC X(10).
               10  TAKEN-AMOUNT         PIC 9(7)V99.
       01  TAKEN-IDX                    PIC 9(02).
      *
      *>    EARNINGS CODES AND THE PERIOD'S EARNINGS LINES, BOTH
      *>    LOADED UP FRONT.  EACH EARNINGS LINE IS MARKED USED WHEN
      *>    ITS EMPLOYEE IS PAID - WHATEVER IS STILL UNUSED AT THE END
      *>    OF THE RUN BELONGS TO NO ONE PAID AND IS REJECTED.
       01  EARNINGS-CODE-STATUS         PIC X(02).
       01  EARNINGS-FILE-STATUS         PIC X(02).
       01  WS-EOF-EARNINGS-CODE         PIC X(01) VALUE 'N'.
       01  WS-EOF-EARNINGS              PIC X(01) VALUE 'N'.
       01  FINAL-EARNINGS-STATUS        PIC X(02).
       01  WS-EOF-FINAL-EARNINGS        PIC X(01) VALUE 'N'.
       01  PAY-LEAVER-DUE               PIC X(01).
       01  EARNCODE-TABLE.
           05  EARNCODE-COUNT           PIC 9(03) VALUE 0.
           05  EARNCODE-ENTRY OCCURS 100 TIMES.
               10  EARNCODE-CODE        PIC X(10).
               10  EARNCODE-KIND        PIC X(01).
               10  EARNCODE-RATE        PIC 9(3)V9999.
       01  EARNCODE-IDX                 PIC 9(03).
       01  EARNLINE-TABLE.
           05  EARNLINE-COUNT           PIC 9(04) VALUE 0.
           05  EARNLINE-ENTRY OCCURS 2000 TIMES.
               10  EARNLINE-EMP-ID      PIC 9(05).
               10  EARNLINE-CODE-IDX    PIC 9(03).
               10  EARNLINE-QUANTITY    PIC 9(7)V99.
               10  EARNLINE-USED        PIC X(01).
               10  EARNLINE-LINE-NO     PIC 9(05).
               10  EARNLINE-TEXT        PIC X(60).
       01  EARNLINE-IDX                 PIC 9(04).
       01  EARN-LINE-NO                 PIC 9(05) VALUE 0.
       01  EARN-EMP-TXT                 PIC X(06).
       01  EARN-CODE-TXT                PIC X(10).
       01  EARN-KIND-TXT                PIC X(02).
       01  EARN-QTY-TXT                 PIC X(12).
       01  EARN-PERIOD-TXT              PIC X(08).
       01  EARN-NUMVAL-CHK              PIC S9(3).
       01  EARN-REJECT-REASON           PIC X(40).
       01  EARN-REJECT-COUNT            PIC 9(05) VALUE 0.
      *>    CONTRACTED HOURS IN A YEAR - THE ANNUAL SALARY OVER THIS
      *>    IS THE HOURLY RATE AN HOURS-BASED CODE IS PAID AT.
       01  PAY-STANDARD-HOURS           PIC 9(04) VALUE 2080.
       01  PAY-ONE-EARNING              PIC 9(7)V99.
       01  PAY-EMP-EARNINGS             PIC 9(7)V99.
       01  PAY-TOTAL-EARNINGS           PIC 9(9)V99 VALUE 0.
       01  PAY-EARNING-ED               PIC Z(6)9.99.
       01  PAY-QUANTITY-ED              PIC Z(6)9.99.
       01  PAY-TOTAL-EARN-ED            PIC Z(8)9.99.
      *>    THE CURRENT EMPLOYEE'S EARNINGS AS PAID, FOR THE PAYSLIP -
      *>    THE SAME SHAPE AS TAKEN-TABLE FOR THE DEDUCTIONS.
       01  EARNED-TABLE.
           05  EARNED-COUNT             PIC 9(02) VALUE 0.
           05  EARNED-ENTRY OCCURS 20 TIMES.
               10  EARNED-CODE          PIC X(10).
               10  EARNED-AMOUNT        PIC 9(7)V99.
       01  EARNED-IDX                   PIC 9(02).
      *
      *>    THE LOANS FILE HELD WHOLE FOR THE RUN, BAD LINES INCLUDED
      *>    (LOAN-VALID 'N'), SO THE REWRITE AT THE END PUTS BACK
      *>    EXACTLY WHAT WAS READ WITH ONLY THE BALANCES MOVED.  A
      *>    FILE TOO BIG FOR THE TABLE IS NOT TOUCHED AT ALL - NO
      *>    INSTALMENT IS TAKEN AND NOTHING IS REWRITTEN.
       01  LOAN-FILE-STATUS             PIC X(02).
       01  WS-EOF-LOAN                  PIC X(01) VALUE 'N'.
       01  LOAN-FILE-USABLE             PIC X(01) VALUE 'Y'.
       01  LOAN-TABLE.
           05  LOAN-COUNT               PIC 9(04) VALUE 0.
           05  LOAN-ENTRY OCCURS 2000 TIMES.
               10  LOAN-VALID           PIC X(01).
               10  LOAN-EMP-ID          PIC 9(05).
               10  LOAN-REF             PIC X(10).
               10  LOAN-ORIGINAL        PIC 9(7)V99.
               10  LOAN-INSTALMENT      PIC 9(7)V99.
               10  LOAN-BALANCE         PIC 9(7)V99.
               10  LOAN-LAST-PERIOD     PIC X(06).
               10  LOAN-TEXT            PIC X(80).
       01  LOAN-IDX                     PIC 9(04).
       01  LOAN-EMP-TXT                 PIC X(06).
       01  LOAN-REF-TXT                 PIC X(10).
       01  LOAN-ORIG-TXT                PIC X(12).
       01  LOAN-INST-TXT                PIC X(12).
       01  LOAN-BAL-TXT                 PIC X(12).
       01  LOAN-PERIOD-TXT              PIC X(08).
       01  LOAN-NUMVAL-CHK              PIC S9(3).
       01  LOAN-NUMVAL-CHK-2            PIC S9(3).
       01  LOAN-NUMVAL-CHK-3            PIC S9(3).
       01  PAY-ONE-INSTALMENT           PIC 9(7)V99.
       01  LOAN-CLEARED-COUNT           PIC 9(05) VALUE 0.
       01  LOAN-SHORT-COUNT             PIC 9(05) VALUE 0.
       01  LOAN-ORIG-ED                 PIC Z(6)9.99.
       01  LOAN-INST-ED                 PIC Z(6)9.99.
       01  LOAN-BAL-ED                  PIC Z(6)9.99.
      *
       01  HISTORY-FILE-STATUS          PIC X(02).
      *>    THE PERIOD PAID THIS RUN - THE YEAR AND MONTH OF THE
       01  HIST-RETRO-ED                PIC -(6)9.99.
       01  HIST-DED-ED                  PIC -(6)9.99.
       01  HIST-NET-ED                  PIC -(6)9.99.
       01  HIST-EARN-ED                 PIC -(6)9.99.
      *
       01  PERIOD-PAID-STATUS           PIC X(02).
       01  OVERRIDE-FILE-STATUS         PIC X(02).
       01  CAT-FILE-NAME                PIC X(30).
       01  CAT-COUNT                    PIC 9(07).
       01  CAT-OK                       PIC X(01).
       01  CAT-ANY-DATE                 PIC 9(08) VALUE 0.
      *>    EMPLOYEE MASTER INTERLOCK - SEE EMP-LOCK.CBL.
       01  LOCK-OP                      PIC X(01).
       01  LOCK-MODE                    PIC X(01) VALUE 'S'.
      *>    SHARED REPORT HEADING BLOCK FOR THE PAYSLIP PAGES - SEE
      *>    REPORT-HEAD.CPY.
       COPY REPORT-HEAD-WS.
      *>    ACCOUNT-NUMBER MASKING FOR THE REGISTER - SEE
      *>    BANK-MASK.CPY.
       COPY BANK-MASK-WS.
      *
       01  RETRO-FILE-STATUS            PIC X(02).
       01  WS-EOF-RETRO                 PIC X(01) VALUE 'N'.
       01  PAY-TOTAL-RETRO              PIC S9(9)V99 VALUE 0.
       01  PAY-RETRO-ED                 PIC -(6)9.99.
       01  PAY-TOTAL-RETRO-ED           PIC -(8)9.99.
      *
      *>    UNPAID LEAVE - SEE APPLY-UNPAID-LEAVE.
      *>    BUS-DAY CALL PARAMETERS - SEE BUS-DAY.CBL.
       01  BD-DAYS-BETWEEN              PIC X(01) VALUE 'D'.
       01  BD-PREV-DAY                  PIC X(01) VALUE 'P'.
       01  BD-ANSWER-WORK               PIC 9(08).
       01  PERIOD-BUS-DAYS              PIC 9(03).
       01  LEAVE-IN-START               PIC 9(08).
       01  LEAVE-IN-END                 PIC 9(08).
       01  LEAVE-BEFORE-END             PIC 9(08).
       01  LEAVE-SPAN-DAYS              PIC 9(03).
       01  LEAVE-BEFORE-DAYS            PIC 9(03).
       01  LEAVE-IN-DAYS                PIC 9(03).
       01  LEAVE-ENTITLEMENT            PIC S9(4)V9.
       01  UNPAID-TO-DATE               PIC S9(4)V9.
       01  UNPAID-BEFORE                PIC S9(4)V9.
       01  UNPAID-STEP-DATE             PIC 9(08).
       01  UNPAID-STEPS                 PIC 9(03).
       01  UNPAID-FIRST-DATE            PIC 9(08).
       01  UNPAID-LAST-DATE             PIC 9(08).
       01  PAY-DAILY-RATE               PIC 9(5)V9999.
       01  PAY-UNPAID-DAYS              PIC 9(3)V9.
       01  PAY-UNPAID-AMOUNT            PIC 9(7)V99.
       01  PAY-UNPAID-COUNT             PIC 9(05) VALUE 0.
       01  PAY-TOTAL-UNPAID             PIC 9(9)V99 VALUE 0.
       01  PAY-UNPAID-DAYS-ED           PIC ZZ9.9.
       01  PAY-UNPAID-ED                PIC Z(6)9.99.
       01  PAY-TOTAL-UNPAID-ED          PIC Z(8)9.99.
      *
       01  GL-CONTROL-STATUS            PIC X(02).
       01  PAY-GL-BATCH-ID              PIC X(10).
       01  PAY-ANNUAL-ED                PIC Z(6)9.99.
       01  PAY-GROSS-ED                 PIC Z(6)9.99.
       01  PAY-TOTAL-ED                 PIC Z(8)9.99.
       01  PAY-BASE-ED                  PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
               END-READ
               IF WS-EOF-MASTER NOT = 'Y' THEN
                   IF Status-Terminated OF EMPLOYEE-RECORD THEN
                       PERFORM CHECK-LEAVER-EARNINGS
                   ELSE
                       MOVE 'N' TO PAY-LEAVER-DUE
                   END-IF
                   IF Status-Terminated OF EMPLOYEE-RECORD
                           AND PAY-LEAVER-DUE NOT = 'Y' THEN
                       ADD 1 TO PAY-SKIPPED-COUNT
                   ELSE
                       PERFORM PAY-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM REJECT-UNPAID-EARNINGS.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM REWRITE-LOAN-FILE.
           PERFORM RECORD-PERIOD-PAID.
           PERFORM RECORD-PERIOD-CLOSED.
           PERFORM CLOSE-PAYROLL-FILES.
           IF HISTORY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN OUTPUT EARNINGS-REJECT-FILE.
           MOVE 'PAYROLL EARNINGS REJECTS' TO EARNINGS-REJECT-REC.
           WRITE EARNINGS-REJECT-REC.
           PERFORM LOAD-RETRO-EXTRACT.
           PERFORM LOAD-DEDUCTION-MASTER.
           PERFORM LOAD-ONCOST-RATES.
           PERFORM LOAD-EARNINGS-CODES.
           PERFORM LOAD-EARNINGS-INPUT.
           OPEN OUTPUT TAKEN-FILE.
           OPEN OUTPUT LOAN-NOTICE-FILE.
           MOVE 'LOAN AND ATTACHMENT STOP-AND-NOTIFY LIST'
               TO LOAN-NOTICE-REC.
           WRITE LOAN-NOTICE-REC.
           PERFORM LOAD-LOAN-FILE.
           PERFORM LOAD-BANK-HOLD-DAYS.
           PERFORM LOAD-BANK-CHANGES.
           PERFORM LOAD-BANK-RELEASES.
      *>    THE PERIOD BOUNDS ARE NEEDED UP FRONT TO SPLIT A
      *>    MID-PERIOD TRANSFER'S COST BY DAYS.
           PERFORM FIND-PERIOD-BOUNDS.
           COMPUTE PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(CLOSE-END-DATE)
               - FUNCTION INTEGER-OF-DATE(CLOSE-START-DATE) + 1.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               CLOSE-START-DATE CLOSE-END-DATE BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO PERIOD-BUS-DAYS.
           OPEN OUTPUT UNPAID-LEAVE-FILE.
           OPEN EXTEND BANK-HOLD-FILE.
           IF BANK-HOLD-STATUS NOT = '00' THEN
               OPEN OUTPUT BANK-HOLD-FILE
           END-IF.

       LOAD-BANK-HOLD-DAYS.
           OPEN INPUT HOLD-DAYS-FILE.
           IF HOLD-DAYS-STATUS = '00' THEN
               READ HOLD-DAYS-FILE
                   AT END MOVE SPACES TO HOLD-DAYS-REC
               END-READ
               MOVE FUNCTION TEST-NUMVAL(HOLD-DAYS-REC)
                   TO HOLD-DAYS-NUMVAL-CHK
               IF HOLD-DAYS-REC NOT = SPACES
                       AND HOLD-DAYS-NUMVAL-CHK = 0 THEN
                   MOVE FUNCTION NUMVAL(HOLD-DAYS-REC)
                       TO BANK-HOLD-DAYS
               ELSE
                   DISPLAY 'PAY-BANK-HOLD-DAYS.TXT NOT NUMERIC - '
                       'HOLDING CHANGES WITHIN ' BANK-HOLD-DAYS ' DAYS'
               END-IF
               CLOSE HOLD-DAYS-FILE
           END-IF.

      *>    EMP-AUDIT-WRITE WRITES A CHANGE AS ITS BEFORE IMAGE THEN
      *>    ITS AFTER IMAGE, SO ONLY THE LAST BEFORE IMAGE READ NEEDS
      *>    KEEPING.  AN ADD (NO BEFORE IMAGE) IS A NEW STARTER, NOT A
      *>    CHANGE, AND IS NOT HELD.  A MISSING AUDIT FILE MEANS NO
      *>    CHANGES TO HOLD.
       LOAD-BANK-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF.
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
               IF WS-EOF-AUDIT NOT = 'Y' THEN
                   MOVE AUD-FLAT-IMAGE TO AUDIT-FLAT-IMAGE
                   IF AUD-LABEL = 'BEFORE' THEN
                       MOVE AUD-EMP-ID TO BEFORE-EMP-ID
                       MOVE AUD-STAMP TO BEFORE-STAMP
                       MOVE Flat-Bank-Sort-Code TO BEFORE-SORT-CODE
                       MOVE Flat-Bank-Account TO BEFORE-ACCOUNT
                   ELSE
                       IF AUD-LABEL = 'AFTER'
                               AND AUD-EMP-ID = BEFORE-EMP-ID
                               AND AUD-STAMP = BEFORE-STAMP THEN
                           PERFORM CHECK-ONE-BANK-CHANGE
                       END-IF
                       MOVE SPACES TO BEFORE-EMP-ID
                   END-IF
               END-IF
           END-PERFORM.
           IF AUDIT-STATUS = '00' OR AUDIT-STATUS = '10' THEN
               CLOSE AUDIT-FILE
           END-IF.

      *>    ONLY A CHANGE MADE ON OR BEFORE THE PAY DATE AND NO MORE
      *>    THAN BANK-HOLD-DAYS DAYS BEFORE IT COUNTS.
       CHECK-ONE-BANK-CHANGE.
           IF Flat-Bank-Sort-Code = BEFORE-SORT-CODE
                   AND Flat-Bank-Account = BEFORE-ACCOUNT THEN
               CONTINUE
           ELSE
           IF AUD-DATE NOT NUMERIC OR AUD-DATE > PAY-RUN-DATE
                   OR AUD-DATE < 16010101 THEN
               CONTINUE
           ELSE
               COMPUTE CHANGE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(PAY-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(AUD-DATE)
               IF CHANGE-AGE-DAYS <= BANK-HOLD-DAYS THEN
                   PERFORM RECORD-ONE-BANK-CHANGE
               END-IF
           END-IF
           END-IF.

       RECORD-ONE-BANK-CHANGE.
           PERFORM VARYING BANKCHG-IDX FROM 1 BY 1
                   UNTIL BANKCHG-IDX > BANKCHG-COUNT
               IF BANKCHG-EMP-ID(BANKCHG-IDX) = Flat-Employee-ID THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF BANKCHG-IDX > BANKCHG-COUNT THEN
               IF BANKCHG-COUNT >= 500 THEN
                   DISPLAY 'BANK CHANGE TABLE FULL AT 500 - CHANGE'
                       ' FOR ' Flat-Employee-ID ' NOT HELD'
               ELSE
                   ADD 1 TO BANKCHG-COUNT
                   MOVE Flat-Employee-ID
                       TO BANKCHG-EMP-ID(BANKCHG-COUNT)
                   MOVE AUD-DATE TO BANKCHG-DATE(BANKCHG-COUNT)
               END-IF
           ELSE
               MOVE AUD-DATE TO BANKCHG-DATE(BANKCHG-IDX)
           END-IF.

      *>    EMP-ID,PERIOD,INITIALS - ONLY RELEASES FOR THE PERIOD
      *>    BEING PAID ARE TAKEN.
       LOAD-BANK-RELEASES.
           OPEN INPUT BANK-RELEASE-FILE.
           IF BANK-RELEASE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-BANK-RELEASE
           END-IF.
           PERFORM UNTIL WS-EOF-BANK-RELEASE = 'Y'
               READ BANK-RELEASE-FILE
                   AT END MOVE 'Y' TO WS-EOF-BANK-RELEASE
               END-READ
               IF WS-EOF-BANK-RELEASE NOT = 'Y' THEN
                   MOVE SPACES TO REL-EMP-TXT REL-PERIOD-TXT
                       REL-INITIALS-TXT
                   UNSTRING BANK-RELEASE-REC DELIMITED BY ','
                       INTO REL-EMP-TXT REL-PERIOD-TXT
                           REL-INITIALS-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(REL-PERIOD-TXT) = PAY-PERIOD-ID
                           AND FUNCTION TRIM(REL-EMP-TXT) IS NUMERIC
                           AND RELEASE-COUNT < 500 THEN
                       ADD 1 TO RELEASE-COUNT
                       MOVE FUNCTION NUMVAL(REL-EMP-TXT)
                           TO RELEASE-EMP-ID(RELEASE-COUNT)
                       MOVE REL-INITIALS-TXT
                           TO RELEASE-INITIALS(RELEASE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF BANK-RELEASE-STATUS = '00'
                   OR BANK-RELEASE-STATUS = '10' THEN
               CLOSE BANK-RELEASE-FILE
           END-IF.

      *>    ONE DEDUCTION PER LINE - EMP-ID,CODE,KIND,VALUE.  A LINE
      *>    THAT FAILS VALIDATION IS NAMED AND SKIPPED, NOT APPLIED AS
               END-IF
           END-IF.

      *>    SAME SHAPE AS THE DEDUCTIONS MASTER, WITHOUT THE EMP-ID -
      *>    EVERY RATE APPLIES TO EVERY EMPLOYEE PAID.
       LOAD-ONCOST-RATES.
           OPEN INPUT ONCOST-RATE-FILE.
           IF ONCOST-RATE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-ONCOST
           END-IF.
           PERFORM UNTIL WS-EOF-ONCOST = 'Y'
               READ ONCOST-RATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-ONCOST
               END-READ
               IF WS-EOF-ONCOST NOT = 'Y' THEN
                   PERFORM LOAD-ONE-ONCOST-RATE
               END-IF
           END-PERFORM.
           IF ONCOST-RATE-STATUS = '00'
                   OR ONCOST-RATE-STATUS = '10' THEN
               CLOSE ONCOST-RATE-FILE
           END-IF.

       LOAD-ONE-ONCOST-RATE.
           MOVE SPACES TO ONC-CODE-TXT ONC-KIND-TXT ONC-VALUE-TXT.
           UNSTRING ONCOST-RATE-REC DELIMITED BY ','
               INTO ONC-CODE-TXT ONC-KIND-TXT ONC-VALUE-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(ONC-VALUE-TXT))
               TO ONC-NUMVAL-CHK.
           IF ONC-CODE-TXT = SPACES
                   OR (ONC-KIND-TXT(1:1) NOT = 'A'
                       AND ONC-KIND-TXT(1:1) NOT = 'P')
                   OR ONC-NUMVAL-CHK NOT = 0 THEN
               DISPLAY 'BAD PAY-ONCOST-RATES LINE SKIPPED: '
                   FUNCTION TRIM(ONCOST-RATE-REC)
           ELSE
               IF ONCOST-COUNT >= 20 THEN
                   DISPLAY 'PAY-ONCOST-RATES.TXT EXCEEDS 20 LINES - '
                       'EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO ONCOST-COUNT
                   MOVE ONC-CODE-TXT TO ONCOST-CODE(ONCOST-COUNT)
                   MOVE ONC-KIND-TXT(1:1) TO ONCOST-KIND(ONCOST-COUNT)
                   COMPUTE ONCOST-VALUE(ONCOST-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(ONC-VALUE-TXT))
                   MOVE 0 TO ONCOST-TOTAL(ONCOST-COUNT)
               END-IF
           END-IF.

      *>    ONE EARNINGS CODE PER LINE - CODE,KIND,RATE.  THE RATE IS
      *>    THE MULTIPLIER ON THE HOURLY RATE FOR AN 'H' CODE AND IS
      *>    NOT USED FOR AN 'A' CODE; A BLANK RATE ON AN 'H' CODE
      *>    MEANS PLAIN TIME (1.0).
       LOAD-EARNINGS-CODES.
           OPEN INPUT EARNINGS-CODE-FILE.
           IF EARNINGS-CODE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-EARNINGS-CODE
           END-IF.
           PERFORM UNTIL WS-EOF-EARNINGS-CODE = 'Y'
               READ EARNINGS-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF-EARNINGS-CODE
               END-READ
               IF WS-EOF-EARNINGS-CODE NOT = 'Y'
                       AND EARNINGS-CODE-REC NOT = SPACES THEN
                   PERFORM LOAD-ONE-EARNINGS-CODE
               END-IF
           END-PERFORM.
           IF EARNINGS-CODE-STATUS = '00'
                   OR EARNINGS-CODE-STATUS = '10' THEN
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       LOAD-ONE-EARNINGS-CODE.
           MOVE SPACES TO EARN-CODE-TXT EARN-KIND-TXT EARN-QTY-TXT.
           UNSTRING EARNINGS-CODE-REC DELIMITED BY ','
               INTO EARN-CODE-TXT EARN-KIND-TXT EARN-QTY-TXT
           END-UNSTRING.
           IF EARN-QTY-TXT = SPACES THEN
               MOVE '1' TO EARN-QTY-TXT
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(EARN-QTY-TXT))
               TO EARN-NUMVAL-CHK.
           IF EARN-CODE-TXT = SPACES
                   OR (EARN-KIND-TXT(1:1) NOT = 'H'
                       AND EARN-KIND-TXT(1:1) NOT = 'A')
                   OR EARN-NUMVAL-CHK NOT = 0 THEN
               DISPLAY 'BAD PAY-EARNINGS-CODES LINE SKIPPED: '
                   FUNCTION TRIM(EARNINGS-CODE-REC)
           ELSE
               IF EARNCODE-COUNT >= 100 THEN
                   DISPLAY 'PAY-EARNINGS-CODES.TXT EXCEEDS 100 CODES - '
                       'EXTRA LINES IGNORED'
               ELSE
                   ADD 1 TO EARNCODE-COUNT
                   MOVE EARN-CODE-TXT TO EARNCODE-CODE(EARNCODE-COUNT)
                   MOVE EARN-KIND-TXT(1:1)
                       TO EARNCODE-KIND(EARNCODE-COUNT)
                   COMPUTE EARNCODE-RATE(EARNCODE-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(EARN-QTY-TXT))
               END-IF
           END-IF.

      *>    ONE EARNINGS ITEM PER LINE - EMP-ID,CODE,HOURS-OR-AMOUNT,
      *>    PERIOD.  A LINE THAT FAILS ANY EDIT GOES STRAIGHT TO THE
      *>    REJECTS FILE WITH ITS REASON - NOTHING IS PAID ON A GUESS.
       LOAD-EARNINGS-INPUT.
           OPEN INPUT EARNINGS-FILE.
           IF EARNINGS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-EARNINGS
           END-IF.
           PERFORM UNTIL WS-EOF-EARNINGS = 'Y'
               READ EARNINGS-FILE
                   AT END MOVE 'Y' TO WS-EOF-EARNINGS
               END-READ
               IF WS-EOF-EARNINGS NOT = 'Y' THEN
                   ADD 1 TO EARN-LINE-NO
                   IF EARNINGS-REC NOT = SPACES THEN
                       PERFORM LOAD-ONE-EARNINGS-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF EARNINGS-FILE-STATUS = '00'
                   OR EARNINGS-FILE-STATUS = '10' THEN
               CLOSE EARNINGS-FILE
           END-IF.
           OPEN INPUT FINAL-EARNINGS-FILE.
           IF FINAL-EARNINGS-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-FINAL-EARNINGS
           END-IF.
           PERFORM UNTIL WS-EOF-FINAL-EARNINGS = 'Y'
               READ FINAL-EARNINGS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FINAL-EARNINGS
               END-READ
               IF WS-EOF-FINAL-EARNINGS NOT = 'Y' THEN
                   ADD 1 TO EARN-LINE-NO
                   MOVE FINAL-EARNINGS-REC TO EARNINGS-REC
                   IF EARNINGS-REC NOT = SPACES THEN
                       PERFORM LOAD-ONE-EARNINGS-LINE
                   END-IF
               END-IF
           END-PERFORM.
      *>    THE FINAL-PAY FILE IS CONSUMED ON PICKUP - REWRITTEN EMPTY
      *>    SO THE NEXT RUN CANNOT PAY A LEAVER A SECOND TIME.
           IF FINAL-EARNINGS-STATUS = '00'
                   OR FINAL-EARNINGS-STATUS = '10' THEN
               CLOSE FINAL-EARNINGS-FILE
               OPEN OUTPUT FINAL-EARNINGS-FILE
               CLOSE FINAL-EARNINGS-FILE
           END-IF.

      *>    A TERMINATED EMPLOYEE IS ONLY PAID WHEN AN EARNINGS LINE
      *>    IS WAITING FOR THEM - NORMALLY THEIR FINAL PAY.
       CHECK-LEAVER-EARNINGS.
           MOVE 'N' TO PAY-LEAVER-DUE.
           PERFORM VARYING EARNLINE-IDX FROM 1 BY 1
                   UNTIL EARNLINE-IDX > EARNLINE-COUNT
               IF EARNLINE-EMP-ID(EARNLINE-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   MOVE 'Y' TO PAY-LEAVER-DUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>    THE FIRST FAILING EDIT WINS - ONE CLEAR REASON PER REJECT.
       LOAD-ONE-EARNINGS-LINE.
           MOVE SPACES TO EARN-EMP-TXT EARN-CODE-TXT EARN-QTY-TXT
               EARN-PERIOD-TXT EARN-REJECT-REASON.
           UNSTRING EARNINGS-REC DELIMITED BY ','
               INTO EARN-EMP-TXT EARN-CODE-TXT EARN-QTY-TXT
                    EARN-PERIOD-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(EARN-QTY-TXT))
               TO EARN-NUMVAL-CHK.
           PERFORM VARYING EARNCODE-IDX FROM 1 BY 1
                   UNTIL EARNCODE-IDX > EARNCODE-COUNT
               IF EARNCODE-CODE(EARNCODE-IDX) = EARN-CODE-TXT THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(EARN-EMP-TXT) IS NOT NUMERIC
                   MOVE 'EMPLOYEE-ID NOT NUMERIC' TO EARN-REJECT-REASON
               WHEN EARNCODE-IDX > EARNCODE-COUNT
                   MOVE 'UNKNOWN EARNINGS CODE' TO EARN-REJECT-REASON
               WHEN EARN-QTY-TXT = SPACES OR EARN-NUMVAL-CHK NOT = 0
                   MOVE 'HOURS OR AMOUNT NOT NUMERIC'
                       TO EARN-REJECT-REASON
               WHEN FUNCTION NUMVAL(FUNCTION TRIM(EARN-QTY-TXT)) <= 0
                   MOVE 'HOURS OR AMOUNT NOT POSITIVE'
                       TO EARN-REJECT-REASON
               WHEN FUNCTION TRIM(EARN-PERIOD-TXT) NOT = PAY-PERIOD-ID
                   MOVE 'NOT FOR THE PERIOD BEING PAID'
                       TO EARN-REJECT-REASON
               WHEN EARNLINE-COUNT >= 2000
                   MOVE 'EARNINGS FILE OVER 2000 LINES'
                       TO EARN-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO EARNLINE-COUNT
                   COMPUTE EARNLINE-EMP-ID(EARNLINE-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(EARN-EMP-TXT))
                   MOVE EARNCODE-IDX
                       TO EARNLINE-CODE-IDX(EARNLINE-COUNT)
                   COMPUTE EARNLINE-QUANTITY(EARNLINE-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(EARN-QTY-TXT))
                   MOVE 'N' TO EARNLINE-USED(EARNLINE-COUNT)
                   MOVE EARN-LINE-NO TO EARNLINE-LINE-NO(EARNLINE-COUNT)
                   MOVE EARNINGS-REC TO EARNLINE-TEXT(EARNLINE-COUNT)
           END-EVALUATE.
           IF EARN-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-EARNINGS-REJECT
           END-IF.

       WRITE-EARNINGS-REJECT.
           ADD 1 TO EARN-REJECT-COUNT.
           MOVE SPACES TO EARNINGS-REJECT-REC.
           STRING 'LINE ' EARN-LINE-NO ' REASON ['
                  FUNCTION TRIM(EARN-REJECT-REASON) '] '
                  FUNCTION TRIM(EARNINGS-REC)
               DELIMITED BY SIZE INTO EARNINGS-REJECT-REC
           END-STRING.
           WRITE EARNINGS-REJECT-REC.

      *>    AN EARNINGS LINE NOBODY CLAIMED - THE EMPLOYEE IS NOT ON
      *>    THE MASTER - IS NOT SILENTLY DROPPED; IT GOES TO THE
      *>    REJECTS WITH THE REST.
       REJECT-UNPAID-EARNINGS.
           PERFORM VARYING EARNLINE-IDX FROM 1 BY 1
                   UNTIL EARNLINE-IDX > EARNLINE-COUNT
               IF EARNLINE-USED(EARNLINE-IDX) NOT = 'Y' THEN
                   MOVE EARNLINE-LINE-NO(EARNLINE-IDX) TO EARN-LINE-NO
                   MOVE EARNLINE-TEXT(EARNLINE-IDX) TO EARNINGS-REC
                   MOVE 'EMPLOYEE NOT ON MASTER'
                       TO EARN-REJECT-REASON
                   PERFORM WRITE-EARNINGS-REJECT
               END-IF
           END-PERFORM.

       LOAD-LOAN-FILE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-LOAN
           END-IF.
           PERFORM UNTIL WS-EOF-LOAN = 'Y'
               READ LOAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-LOAN
               END-READ
               IF WS-EOF-LOAN NOT = 'Y' AND LOAN-REC NOT = SPACES THEN
                   IF LOAN-COUNT >= 2000 THEN
                       MOVE 'N' TO LOAN-FILE-USABLE
                       MOVE 'Y' TO WS-EOF-LOAN
                   ELSE
                       PERFORM LOAD-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM.
           IF LOAN-FILE-STATUS = '00' OR LOAN-FILE-STATUS = '10' THEN
               CLOSE LOAN-FILE
           END-IF.
           IF LOAN-FILE-USABLE NOT = 'Y' THEN
               DISPLAY 'EMP-LOANS.TXT EXCEEDS 2000 LINES - NO LOAN'
                   ' INSTALMENTS TAKEN THIS RUN AND THE FILE IS LEFT'
                   ' AS IT STANDS'
               MOVE SPACES TO LOAN-NOTICE-REC
               STRING 'EMP-LOANS.TXT EXCEEDS 2000 LINES - NO LOAN'
                      ' INSTALMENTS TAKEN THIS RUN'
                   DELIMITED BY SIZE INTO LOAN-NOTICE-REC
               END-STRING
               WRITE LOAN-NOTICE-REC
               MOVE 0 TO LOAN-COUNT
           END-IF.

      *>    A LINE THAT FAILS VALIDATION IS NAMED AND KEPT AS READ -
      *>    IT IS NEITHER APPLIED NOR LOST FROM THE FILE.
       LOAD-ONE-LOAN.
           ADD 1 TO LOAN-COUNT.
           MOVE LOAN-REC TO LOAN-TEXT(LOAN-COUNT).
           MOVE 'N' TO LOAN-VALID(LOAN-COUNT).
           MOVE SPACES TO LOAN-EMP-TXT LOAN-REF-TXT LOAN-ORIG-TXT
               LOAN-INST-TXT LOAN-BAL-TXT LOAN-PERIOD-TXT.
           UNSTRING LOAN-REC DELIMITED BY ','
               INTO LOAN-EMP-TXT LOAN-REF-TXT LOAN-ORIG-TXT
                    LOAN-INST-TXT LOAN-BAL-TXT LOAN-PERIOD-TXT
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LOAN-ORIG-TXT))
               TO LOAN-NUMVAL-CHK.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LOAN-INST-TXT))
               TO LOAN-NUMVAL-CHK-2.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(LOAN-BAL-TXT))
               TO LOAN-NUMVAL-CHK-3.
           IF FUNCTION TRIM(LOAN-EMP-TXT) IS NOT NUMERIC
                   OR LOAN-REF-TXT = SPACES
                   OR LOAN-NUMVAL-CHK NOT = 0
                   OR LOAN-NUMVAL-CHK-2 NOT = 0
                   OR LOAN-NUMVAL-CHK-3 NOT = 0 THEN
               DISPLAY 'BAD EMP-LOANS LINE NOT APPLIED: '
                   FUNCTION TRIM(LOAN-REC)
           ELSE
               MOVE 'Y' TO LOAN-VALID(LOAN-COUNT)
               COMPUTE LOAN-EMP-ID(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-EMP-TXT))
               MOVE LOAN-REF-TXT TO LOAN-REF(LOAN-COUNT)
               COMPUTE LOAN-ORIGINAL(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-ORIG-TXT))
               COMPUTE LOAN-INSTALMENT(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-INST-TXT))
               COMPUTE LOAN-BALANCE(LOAN-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(LOAN-BAL-TXT))
               MOVE LOAN-PERIOD-TXT TO LOAN-LAST-PERIOD(LOAN-COUNT)
           END-IF.

      *>    THE FILE GOES BACK OUT LINE FOR LINE IN THE ORDER READ -
      *>    A GOOD LINE REBUILT FROM ITS (POSSIBLY REDUCED) BALANCE, A
      *>    BAD LINE EXACTLY AS IT CAME IN.
       REWRITE-LOAN-FILE.
           IF LOAN-FILE-USABLE = 'Y' AND LOAN-COUNT > 0 THEN
               OPEN OUTPUT LOAN-FILE
               PERFORM VARYING LOAN-IDX FROM 1 BY 1
                       UNTIL LOAN-IDX > LOAN-COUNT
                   PERFORM WRITE-ONE-LOAN-LINE
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       WRITE-ONE-LOAN-LINE.
           IF LOAN-VALID(LOAN-IDX) NOT = 'Y' THEN
               MOVE LOAN-TEXT(LOAN-IDX) TO LOAN-REC
           ELSE
               MOVE LOAN-ORIGINAL(LOAN-IDX) TO LOAN-ORIG-ED
               MOVE LOAN-INSTALMENT(LOAN-IDX) TO LOAN-INST-ED
               MOVE LOAN-BALANCE(LOAN-IDX) TO LOAN-BAL-ED
               MOVE SPACES TO LOAN-REC
               STRING LOAN-EMP-ID(LOAN-IDX) ','
                      FUNCTION TRIM(LOAN-REF(LOAN-IDX)) ','
                      FUNCTION TRIM(LOAN-ORIG-ED) ','
                      FUNCTION TRIM(LOAN-INST-ED) ','
                      FUNCTION TRIM(LOAN-BAL-ED) ','
                      LOAN-LAST-PERIOD(LOAN-IDX)
                   DELIMITED BY SIZE INTO LOAN-REC
               END-STRING
           END-IF.
           WRITE LOAN-REC.

      *>    EMP-RETRO-RUN WRITES ONE RECORD PER EMPLOYEE PER PERIOD
      *>    OWED - THEY ARE SUMMED HERE INTO ONE ADJUSTMENT PER
      *>    EMPLOYEE, APPLIED ON TOP OF THE PERIOD GROSS BELOW.
      *>        THE NEXT PAYROLL RUN CANNOT PAY THE SAME ADJUSTMENTS A
      *>        SECOND TIME, AND RE-REGISTERED AT ZERO SO THE CATALOG
      *>        SHOWS IT CONSUMED.  THE AMOUNTS LIVE ON IN THE RETRO
      *>        TABLE FOR THIS RUN AND ON THE REGISTER.  THE ZERO
      *>        REGISTRATION NAMES THE GENERATION IT CONSUMED, SO THE
      *>        LINEAGE STILL REACHES BACK TO EMP-RETRO-RUN.
               OPEN OUTPUT RETRO-FILE
               CLOSE RETRO-FILE
               IF RETRO-COUNT > 0 THEN
                   MOVE 'I' TO CAT-OP
                   MOVE 'EMP-RETRO-EXTRACT.TXT' TO CAT-FILE-NAME
                   CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                       PAY-RUN-DATE CAT-COUNT CAT-OK
               END-IF
               MOVE 'R' TO CAT-OP
               MOVE 'EMP-RETRO-EXTRACT.TXT' TO CAT-FILE-NAME
               MOVE 0 TO CAT-COUNT
           END-IF.
           COMPUTE PAY-PERIOD-GROSS ROUNDED =
               PAY-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR.
      *>    A LEAVER'S SALARY TO THE LAST DAY IS ALREADY IN THE FINAL
      *>    PAY EARNINGS - NO PERIOD SALARY ON TOP.
           IF Status-Terminated OF EMPLOYEE-RECORD THEN
               MOVE 0 TO PAY-PERIOD-GROSS
           END-IF.
           PERFORM APPLY-UNPAID-LEAVE.
           PERFORM APPLY-RETRO-ADJUSTMENT.
           PERFORM APPLY-EARNINGS.
           ADD 1 TO PAY-EMPLOYEE-COUNT.
           ADD PAY-PERIOD-GROSS TO PAY-TOTAL-GROSS.
           PERFORM WRITE-REGISTER-LINE.
           IF PAY-UNPAID-AMOUNT > 0 THEN
               PERFORM WRITE-UNPAID-LEAVE-LINES
           END-IF.
           PERFORM WRITE-EARNINGS-REGISTER-LINES.
           PERFORM APPLY-DEDUCTIONS.
           ADD PAY-EMP-DEDUCTIONS TO PAY-TOTAL-DEDUCTIONS.
           ADD PAY-PERIOD-NET TO PAY-TOTAL-NET.
           PERFORM APPLY-ONCOSTS.
           PERFORM ALLOCATE-TO-DEPARTMENT.
           PERFORM WRITE-NET-REGISTER-LINE.
           PERFORM WRITE-ONE-PAYSLIP.
           MOVE PAY-RETRO-AMOUNT TO HIST-RETRO-ED.
           MOVE PAY-EMP-DEDUCTIONS TO HIST-DED-ED.
           MOVE PAY-PERIOD-NET TO HIST-NET-ED.
           MOVE PAY-EMP-EARNINGS TO HIST-EARN-ED.
           MOVE PAY-EMP-ONCOST TO HIST-ONCOST-ED.
           MOVE SPACES TO HISTORY-REC.
           STRING Employee-ID OF EMPLOYEE-RECORD ','
                  PAY-PERIOD-ID ','
                  FUNCTION TRIM(HIST-RETRO-ED) ','
                  FUNCTION TRIM(HIST-DED-ED) ','
                  FUNCTION TRIM(HIST-NET-ED) ','
                  PAY-RUN-DATE ','
                  FUNCTION TRIM(HIST-EARN-ED) ','
                  FUNCTION TRIM(HIST-ONCOST-ED)
               DELIMITED BY SIZE INTO HISTORY-REC
           END-STRING.
           WRITE HISTORY-REC.
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF PAY-UNPAID-AMOUNT > 0 THEN
               MOVE PAY-UNPAID-AMOUNT TO PAY-UNPAID-ED
               MOVE PAY-UNPAID-DAYS TO PAY-UNPAID-DAYS-ED
               MOVE SPACES TO PAYSLIP-REC
               STRING 'LESS UNPAID LEAVE ' PAY-UNPAID-ED
                      '  ' PAY-UNPAID-DAYS-ED ' DAYS '
                      UNPAID-FIRST-DATE ' TO ' UNPAID-LAST-DATE
                   DELIMITED BY SIZE INTO PAYSLIP-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-PAYSLIP-EARNINGS.
           MOVE PAY-PERIOD-GROSS TO PAY-GROSS-ED.
           MOVE SPACES TO PAYSLIP-REC.
           STRING 'PERIOD GROSS      ' PAY-GROSS-ED
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAYSLIP-EARNINGS.
           PERFORM VARYING EARNED-IDX FROM 1 BY 1
                   UNTIL EARNED-IDX > EARNED-COUNT
               MOVE EARNED-AMOUNT(EARNED-IDX) TO PAY-EARNING-ED
               MOVE SPACES TO PAYSLIP-REC
               STRING 'EARNINGS  ' EARNED-CODE(EARNED-IDX)
                      '  ' PAY-EARNING-ED
                   DELIMITED BY SIZE INTO PAYSLIP-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *>    PRINTED FROM THE AMOUNTS ACTUALLY TAKEN IN
      *>    APPLY-DEDUCTIONS, SO A CAPPED DEDUCTION SHOWS ON THE SLIP
      *>    EXACTLY AS IT HIT THE PAY.
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *>    EACH DEPARTMENT SPELL IN THE PERIOD TAKES ITS DAYS' SHARE
      *>    OF THE EMPLOYEE'S AMOUNTS, ROUNDED; THE LAST SPELL TAKES
      *>    WHAT IS LEFT SO THE SHARES ADD BACK TO THE PENNY.  EACH
      *>    SHARE'S NET IS ITS GROSS LESS ITS DEDUCTIONS, SO EVERY
      *>    DEPARTMENT'S GL LINE STILL SUMS BACK TO ITS GROSS.
       ALLOCATE-TO-DEPARTMENT.
           PERFORM BUILD-DEPT-SPLIT.
           MOVE PAY-PERIOD-GROSS TO LEFT-GROSS.
           MOVE PAY-EMP-EARNINGS TO LEFT-EARNINGS.
           MOVE PAY-EMP-DEDUCTIONS TO LEFT-DEDUCTIONS.
           MOVE PAY-EMP-ONCOST TO LEFT-ONCOST.
           PERFORM VARYING SPLIT-IDX FROM 1 BY 1
                   UNTIL SPLIT-IDX > SPLIT-COUNT
               IF SPLIT-IDX = SPLIT-COUNT THEN
                   MOVE LEFT-GROSS TO SHARE-GROSS
                   MOVE LEFT-EARNINGS TO SHARE-EARNINGS
                   MOVE LEFT-DEDUCTIONS TO SHARE-DEDUCTIONS
                   MOVE LEFT-ONCOST TO SHARE-ONCOST
               ELSE
                   COMPUTE SHARE-GROSS ROUNDED = PAY-PERIOD-GROSS
                       * SPLIT-DAYS(SPLIT-IDX) / PERIOD-DAYS
                   COMPUTE SHARE-EARNINGS ROUNDED = PAY-EMP-EARNINGS
                       * SPLIT-DAYS(SPLIT-IDX) / PERIOD-DAYS
                   COMPUTE SHARE-DEDUCTIONS ROUNDED =
                       PAY-EMP-DEDUCTIONS
                       * SPLIT-DAYS(SPLIT-IDX) / PERIOD-DAYS
                   IF SHARE-DEDUCTIONS > SHARE-GROSS THEN
                       MOVE SHARE-GROSS TO SHARE-DEDUCTIONS
                   END-IF
                   COMPUTE SHARE-ONCOST ROUNDED = PAY-EMP-ONCOST
                       * SPLIT-DAYS(SPLIT-IDX) / PERIOD-DAYS
                   SUBTRACT SHARE-ONCOST FROM LEFT-ONCOST
                   SUBTRACT SHARE-GROSS FROM LEFT-GROSS
                   SUBTRACT SHARE-EARNINGS FROM LEFT-EARNINGS
                   SUBTRACT SHARE-DEDUCTIONS FROM LEFT-DEDUCTIONS
               END-IF
               COMPUTE SHARE-NET = SHARE-GROSS - SHARE-DEDUCTIONS
               MOVE SPLIT-DEPT(SPLIT-IDX) TO DEPT-WORK-CODE
               PERFORM FIND-DEPARTMENT-ROW
      *>        THE HEAD GOES WHERE THE EMPLOYEE SITS AT PERIOD END.
               IF SPLIT-IDX = SPLIT-COUNT THEN
                   ADD 1 TO DEPT-HEADS(DEPT-IDX)
               END-IF
               ADD SHARE-EARNINGS TO DEPT-EARNINGS(DEPT-IDX)
               ADD SHARE-GROSS TO DEPT-GROSS(DEPT-IDX)
               ADD SHARE-DEDUCTIONS TO DEPT-DEDUCTIONS(DEPT-IDX)
               ADD SHARE-NET TO DEPT-NET(DEPT-IDX)
               ADD SHARE-ONCOST TO DEPT-ONCOST(DEPT-IDX)
               IF SPLIT-COUNT > 1 THEN
                   PERFORM WRITE-SPLIT-REGISTER-LINE
               END-IF
           END-PERFORM.

      *>    THE DEPARTMENT IN FORCE ON THE PERIOD'S FIRST DAY IS THE
      *>    ONE LEFT BY THE FIRST TRANSFER DATED AFTER IT (THE HISTORY
      *>    IS IN DATE ORDER), OR Employee-Dept WHEN NO TRANSFER IS.
      *>    EVERY TRANSFER DATED AFTER THE FIRST DAY AND BY THE LAST
      *>    CLOSES ONE SPELL AND OPENS THE NEXT.
       BUILD-DEPT-SPLIT.
           MOVE 0 TO SPLIT-COUNT.
           MOVE Employee-Dept OF EMPLOYEE-RECORD TO SPLIT-SPELL-DEPT.
           PERFORM VARYING SPLIT-HIST-IDX FROM 1 BY 1
                   UNTIL SPLIT-HIST-IDX >
                       Employee-Dept-History-Count OF EMPLOYEE-RECORD
               IF Dept-Hist-Eff-Date OF EMPLOYEE-RECORD
                       (SPLIT-HIST-IDX) > CLOSE-START-DATE THEN
                   MOVE Dept-Hist-From-Dept OF EMPLOYEE-RECORD
                       (SPLIT-HIST-IDX) TO SPLIT-SPELL-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE CLOSE-START-DATE TO SPLIT-SPELL-START.
           PERFORM VARYING SPLIT-HIST-IDX FROM 1 BY 1
                   UNTIL SPLIT-HIST-IDX >
                       Employee-Dept-History-Count OF EMPLOYEE-RECORD
               MOVE Dept-Hist-Eff-Date OF EMPLOYEE-RECORD
                   (SPLIT-HIST-IDX) TO SPLIT-EFF-DATE
               IF SPLIT-EFF-DATE > CLOSE-START-DATE
                       AND SPLIT-EFF-DATE <= CLOSE-END-DATE THEN
                   COMPUTE SPLIT-SPELL-DAYS =
                       FUNCTION INTEGER-OF-DATE(SPLIT-EFF-DATE)
                       - FUNCTION INTEGER-OF-DATE(SPLIT-SPELL-START)
                   IF SPLIT-SPELL-DAYS > 0 THEN
                       PERFORM ADD-SPLIT-SPELL
                   END-IF
                   MOVE SPLIT-EFF-DATE TO SPLIT-SPELL-START
                   MOVE Dept-Hist-To-Dept OF EMPLOYEE-RECORD
                       (SPLIT-HIST-IDX) TO SPLIT-SPELL-DEPT
               END-IF
           END-PERFORM.
           COMPUTE SPLIT-SPELL-DAYS =
               FUNCTION INTEGER-OF-DATE(CLOSE-END-DATE)
               - FUNCTION INTEGER-OF-DATE(SPLIT-SPELL-START) + 1.
           PERFORM ADD-SPLIT-SPELL.

      *>    AN UNCODED SPELL POOLS UNDER 'NONE' LIKE AN UNCODED
      *>    EMPLOYEE.
       ADD-SPLIT-SPELL.
           ADD 1 TO SPLIT-COUNT.
           IF SPLIT-SPELL-DEPT = SPACES THEN
               MOVE 'NONE' TO SPLIT-DEPT(SPLIT-COUNT)
           ELSE
               MOVE SPLIT-SPELL-DEPT TO SPLIT-DEPT(SPLIT-COUNT)
           END-IF.
           MOVE SPLIT-SPELL-DAYS TO SPLIT-DAYS(SPLIT-COUNT).

       WRITE-SPLIT-REGISTER-LINE.
           MOVE SPLIT-DAYS(SPLIT-IDX) TO SPLIT-DAYS-ED.
           MOVE SHARE-GROSS TO PAY-GROSS-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' TRANSFER SPLIT DEPT ' DEPT-WORK-CODE
                  ' DAYS ' SPLIT-DAYS-ED
                  ' GROSS ' PAY-GROSS-ED
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.

      *>    SAME LINEAR FIND-OR-ADD SHAPE OPS-SUMMARY USES FOR ITS
      *>    PROGRAM TABLE - AT MOST ONE ROW PER COST CENTER.
       FIND-DEPARTMENT-ROW.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = DEPT-WORK-CODE THEN
                   MOVE 0 TO DEPT-GROSS(DEPT-IDX)
                   MOVE 0 TO DEPT-DEDUCTIONS(DEPT-IDX)
                   MOVE 0 TO DEPT-NET(DEPT-IDX)
                   MOVE 0 TO DEPT-EARNINGS(DEPT-IDX)
                   MOVE 0 TO DEPT-ONCOST(DEPT-IDX)
               END-IF
           END-IF.

      *>    EVERY DEDUCTIONS-MASTER LINE FOR THIS EMPLOYEE COMES OFF
      *>    THE PERIOD GROSS - FLAT AMOUNTS AS KEYED, PERCENTAGES OF
                   PERFORM TAKE-ONE-DEDUCTION
               END-IF
           END-PERFORM.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-VALID(LOAN-IDX) = 'Y'
                       AND LOAN-EMP-ID(LOAN-IDX)
                           = Employee-ID OF EMPLOYEE-RECORD
                       AND LOAN-BALANCE(LOAN-IDX) > 0
                       AND LOAN-LAST-PERIOD(LOAN-IDX)
                           NOT = PAY-PERIOD-ID THEN
                   PERFORM TAKE-ONE-LOAN-INSTALMENT
               END-IF
           END-PERFORM.

      *>    THE INSTALMENT, NEVER MORE THAN THE BALANCE OUTSTANDING.
      *>    UNLIKE AN ORDINARY DEDUCTION A LOAN INSTALMENT IS NOT CUT
      *>    DOWN TO FIT - IF THE NET LEFT CANNOT COVER IT, NOTHING IS
      *>    TAKEN, THE BALANCE STANDS, AND THE NOTICE LIST SAYS SO FOR
      *>    PAYROLL TO AGREE A RECOVERY WITH THE EMPLOYEE (OR THE
      *>    COURT).  A BALANCE BROUGHT TO ZERO IS A STOP NOTICE.
       TAKE-ONE-LOAN-INSTALMENT.
           IF LOAN-INSTALMENT(LOAN-IDX) > LOAN-BALANCE(LOAN-IDX) THEN
               MOVE LOAN-BALANCE(LOAN-IDX) TO PAY-ONE-INSTALMENT
           ELSE
               MOVE LOAN-INSTALMENT(LOAN-IDX) TO PAY-ONE-INSTALMENT
           END-IF.
           IF PAY-ONE-INSTALMENT > PAY-PERIOD-NET THEN
               ADD 1 TO LOAN-SHORT-COUNT
               MOVE PAY-ONE-INSTALMENT TO LOAN-INST-ED
               MOVE PAY-PERIOD-NET TO PAY-NET-ED
               MOVE LOAN-BALANCE(LOAN-IDX) TO LOAN-BAL-ED
               MOVE SPACES TO LOAN-NOTICE-REC
               STRING 'EMP ' Employee-ID OF EMPLOYEE-RECORD
                      ' LOAN ' LOAN-REF(LOAN-IDX)
                      ' INSTALMENT ' LOAN-INST-ED
                      ' NOT TAKEN - NET PAY ' PAY-NET-ED
                      ' TOO LOW - BALANCE ' LOAN-BAL-ED
                   DELIMITED BY SIZE INTO LOAN-NOTICE-REC
               END-STRING
               WRITE LOAN-NOTICE-REC
               MOVE SPACES TO REGISTER-REC
               STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                      ' LOAN ' LOAN-REF(LOAN-IDX)
                      ' INSTALMENT NOT TAKEN - NET TOO LOW'
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           ELSE
               SUBTRACT PAY-ONE-INSTALMENT FROM LOAN-BALANCE(LOAN-IDX)
               MOVE PAY-PERIOD-ID TO LOAN-LAST-PERIOD(LOAN-IDX)
               ADD PAY-ONE-INSTALMENT TO PAY-EMP-DEDUCTIONS
               SUBTRACT PAY-ONE-INSTALMENT FROM PAY-PERIOD-NET
               MOVE 'LOANS' TO LIAB-WORK-CODE
               MOVE PAY-ONE-INSTALMENT TO LIAB-WORK-AMOUNT
               PERFORM ADD-TO-LIABILITY
               MOVE LOAN-REF(LOAN-IDX) TO TAKEN-WORK-REF
               PERFORM WRITE-TAKEN-LINE
               IF TAKEN-COUNT < 20 THEN
                   ADD 1 TO TAKEN-COUNT
                   MOVE LOAN-REF(LOAN-IDX) TO TAKEN-CODE(TAKEN-COUNT)
                   MOVE PAY-ONE-INSTALMENT TO TAKEN-AMOUNT(TAKEN-COUNT)
               END-IF
               MOVE PAY-ONE-INSTALMENT TO PAY-DEDUCTION-ED
               MOVE LOAN-BALANCE(LOAN-IDX) TO LOAN-BAL-ED
               MOVE SPACES TO REGISTER-REC
               STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                      ' LOAN ' LOAN-REF(LOAN-IDX)
                      ' ' PAY-DEDUCTION-ED
                      ' BALANCE NOW ' LOAN-BAL-ED
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
               IF LOAN-BALANCE(LOAN-IDX) = 0 THEN
                   PERFORM WRITE-LOAN-CLEARED-NOTICE
               END-IF
           END-IF.

       WRITE-LOAN-CLEARED-NOTICE.
           ADD 1 TO LOAN-CLEARED-COUNT.
           MOVE LOAN-ORIGINAL(LOAN-IDX) TO LOAN-ORIG-ED.
           MOVE SPACES TO LOAN-NOTICE-REC.
           STRING 'EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' ' Employee-Name OF EMPLOYEE-RECORD
                  ' LOAN ' LOAN-REF(LOAN-IDX)
                  ' ORIGINAL ' LOAN-ORIG-ED
                  ' CLEARED - STOP AND NOTIFY'
               DELIMITED BY SIZE INTO LOAN-NOTICE-REC
           END-STRING.
           WRITE LOAN-NOTICE-REC.

       TAKE-ONE-DEDUCTION.
           IF DEDUCT-KIND(DEDUCT-IDX) = 'P' THEN
           END-IF.
           ADD PAY-ONE-DEDUCTION TO PAY-EMP-DEDUCTIONS.
           SUBTRACT PAY-ONE-DEDUCTION FROM PAY-PERIOD-NET.
           MOVE DEDUCT-CODE(DEDUCT-IDX) TO LIAB-WORK-CODE.
           MOVE PAY-ONE-DEDUCTION TO LIAB-WORK-AMOUNT.
           PERFORM ADD-TO-LIABILITY.
           MOVE SPACES TO TAKEN-WORK-REF.
           PERFORM WRITE-TAKEN-LINE.
           IF TAKEN-COUNT < 20 THEN
               ADD 1 TO TAKEN-COUNT
               MOVE DEDUCT-CODE(DEDUCT-IDX) TO TAKEN-CODE(TAKEN-COUNT)
           END-STRING.
           WRITE REGISTER-REC.

      *>    SAME FIND-OR-ADD SHAPE AS FIND-DEPARTMENT-ROW.
       ADD-TO-LIABILITY.
           PERFORM VARYING LIAB-IDX FROM 1 BY 1
                   UNTIL LIAB-IDX > LIAB-COUNT
               IF LIAB-CODE(LIAB-IDX) = LIAB-WORK-CODE THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LIAB-IDX > LIAB-COUNT THEN
               IF LIAB-COUNT >= 50 THEN
                   DISPLAY 'MORE THAN 50 DEDUCTION CODES THIS RUN - '
                       LIAB-WORK-CODE ' POOLED UNDER THE LAST ROW'
                   MOVE LIAB-COUNT TO LIAB-IDX
               ELSE
                   ADD 1 TO LIAB-COUNT
                   MOVE LIAB-COUNT TO LIAB-IDX
                   MOVE LIAB-WORK-CODE TO LIAB-CODE(LIAB-IDX)
                   MOVE 0 TO LIAB-AMOUNT(LIAB-IDX)
               END-IF
           END-IF.
           ADD LIAB-WORK-AMOUNT TO LIAB-AMOUNT(LIAB-IDX).

      *>    THE TAKING JUST ADDED TO LIAB-WORK-CODE'S ROW.
       WRITE-TAKEN-LINE.
           MOVE SPACES TO TAKEN-REC.
           MOVE 'D' TO TKN-REC-TYPE.
           MOVE Employee-ID OF EMPLOYEE-RECORD TO TKN-EMP-ID.
           MOVE Employee-Name OF EMPLOYEE-RECORD TO TKN-NAME.
           MOVE PAY-PERIOD-ID TO TKN-PERIOD-ID.
           MOVE LIAB-WORK-CODE TO TKN-CODE.
           MOVE TAKEN-WORK-REF TO TKN-REF.
           MOVE LIAB-WORK-AMOUNT TO TKN-AMOUNT.
           WRITE TAKEN-REC.
           ADD 1 TO TAKEN-LINE-COUNT.

       WRITE-NET-REGISTER-LINE.
           MOVE PAY-EMP-DEDUCTIONS TO PAY-DEDUCTION-ED.
           MOVE PAY-PERIOD-NET TO PAY-NET-ED.
           END-STRING.
           WRITE REGISTER-REC.

      *>    EVERY ON-COST RATE AGAINST THIS EMPLOYEE - PERCENTAGES OF
      *>    THE GROSS ACTUALLY PAID (RETRO, EARNINGS AND UNPAID LEAVE
      *>    ALREADY IN IT), FLAT AMOUNTS AS KEYED.  A LEAVER PAID ONLY
      *>    FINAL PAY BEARS THE PERCENTAGE CHARGES BUT NOT THE FLAT
      *>    ONES - THE BENEFIT COVER ENDED WITH THE EMPLOYMENT.
       APPLY-ONCOSTS.
           MOVE 0 TO PAY-EMP-ONCOST.
           PERFORM VARYING ONCOST-IDX FROM 1 BY 1
                   UNTIL ONCOST-IDX > ONCOST-COUNT
               IF ONCOST-KIND(ONCOST-IDX) = 'P' THEN
                   COMPUTE PAY-ONE-ONCOST ROUNDED =
                       PAY-PERIOD-GROSS * ONCOST-VALUE(ONCOST-IDX)
                           / 100
               ELSE IF Status-Terminated OF EMPLOYEE-RECORD THEN
                   MOVE 0 TO PAY-ONE-ONCOST
               ELSE
                   MOVE ONCOST-VALUE(ONCOST-IDX) TO PAY-ONE-ONCOST
               END-IF
               END-IF
               ADD PAY-ONE-ONCOST TO PAY-EMP-ONCOST
               ADD PAY-ONE-ONCOST TO ONCOST-TOTAL(ONCOST-IDX)
           END-PERFORM.
           ADD PAY-EMP-ONCOST TO PAY-TOTAL-ONCOST.
           IF PAY-EMP-ONCOST > 0 THEN
               MOVE PAY-EMP-ONCOST TO PAY-ONCOST-ED
               COMPUTE PAY-COST-ED = PAY-PERIOD-GROSS + PAY-EMP-ONCOST
               MOVE SPACES TO REGISTER-REC
               STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                      ' EMPLOYER ON-COST ' PAY-ONCOST-ED
                      ' TOTAL COST ' PAY-COST-ED
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.

      *>    LEAVE BOOKED PAST THE ENTITLEMENT IS UNPAID.  EMP-LEAVE-SET
      *>    DEBITED THE WHOLE BOOKED SPAN, SO THE ENTITLEMENT THE
      *>    LEAVE STARTED WITH IS THE BALANCE PLUS THE SPAN'S BUSINESS
      *>    DAYS, AND IS USED UP FIRST - THE DAYS OF THE SPAN PAST IT
      *>    ARE UNPAID.  THOSE FALLING IN THIS PERIOD COME OFF THE
      *>    SALARY AT THE DAILY RATE (PERIOD GROSS OVER THE PERIOD'S
      *>    BUSINESS DAYS, THE RATE EMP-FINAL-PAY RECOVERS AN
      *>    OVERDRAWN BALANCE AT), NEVER MORE THAN THE SALARY ITSELF.
      *>    DAYS DEDUCTED IN AN EARLIER PERIOD WERE CREDITED BACK TO
      *>    THE BALANCE BY EMP-LEAVE-ACCRUE, WHICH RAISES THE
      *>    ENTITLEMENT BY THE SAME DAYS, SO NONE IS TAKEN TWICE.
      *>    OPEN-ENDED LEAVE HAS DEBITED NOTHING, SO IS NOT OVERDRAWN
      *>    UNTIL ITS END IS BOOKED; A LEAVER'S BALANCE IS SETTLED BY
      *>    EMP-FINAL-PAY INSTEAD.
       APPLY-UNPAID-LEAVE.
           MOVE 0 TO PAY-UNPAID-DAYS.
           MOVE 0 TO PAY-UNPAID-AMOUNT.
           IF NOT Status-Terminated OF EMPLOYEE-RECORD
                   AND Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
                       < 0
                   AND Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                       NOT = ZEROS
                   AND Employee-Leave-End-Date OF EMPLOYEE-RECORD
                       >= Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   AND Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                       <= CLOSE-END-DATE
                   AND Employee-Leave-End-Date OF EMPLOYEE-RECORD
                       >= CLOSE-START-DATE
                   AND PERIOD-BUS-DAYS > 0 THEN
               PERFORM COUNT-UNPAID-LEAVE-DAYS
           END-IF.
           IF PAY-UNPAID-DAYS > 0 THEN
               COMPUTE PAY-DAILY-RATE ROUNDED =
                   PAY-PERIOD-GROSS / PERIOD-BUS-DAYS
               COMPUTE PAY-UNPAID-AMOUNT ROUNDED =
                   PAY-UNPAID-DAYS * PAY-DAILY-RATE
               IF PAY-UNPAID-AMOUNT > PAY-PERIOD-GROSS THEN
                   MOVE PAY-PERIOD-GROSS TO PAY-UNPAID-AMOUNT
               END-IF
               SUBTRACT PAY-UNPAID-AMOUNT FROM PAY-PERIOD-GROSS
               PERFORM FIND-UNPAID-DATES
           END-IF.

       COUNT-UNPAID-LEAVE-DAYS.
           MOVE Employee-Leave-Start-Date OF EMPLOYEE-RECORD
               TO LEAVE-IN-START.
           IF LEAVE-IN-START < CLOSE-START-DATE THEN
               MOVE CLOSE-START-DATE TO LEAVE-IN-START
           END-IF.
           MOVE Employee-Leave-End-Date OF EMPLOYEE-RECORD
               TO LEAVE-IN-END.
           IF LEAVE-IN-END > CLOSE-END-DATE THEN
               MOVE CLOSE-END-DATE TO LEAVE-IN-END
           END-IF.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               Employee-Leave-Start-Date OF EMPLOYEE-RECORD
               Employee-Leave-End-Date OF EMPLOYEE-RECORD
               BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO LEAVE-SPAN-DAYS.
           CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
               LEAVE-IN-START LEAVE-IN-END BD-ANSWER-WORK.
           MOVE BD-ANSWER-WORK TO LEAVE-IN-DAYS.
           MOVE 0 TO LEAVE-BEFORE-DAYS.
           IF Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   < CLOSE-START-DATE THEN
               COMPUTE LEAVE-BEFORE-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CLOSE-START-DATE) - 1)
               CALL 'BUS-DAY' USING BD-DAYS-BETWEEN
                   Employee-Leave-Start-Date OF EMPLOYEE-RECORD
                   LEAVE-BEFORE-END BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO LEAVE-BEFORE-DAYS
           END-IF.
           COMPUTE LEAVE-ENTITLEMENT =
               Employee-Leave-Balance-Days OF EMPLOYEE-RECORD
               + LEAVE-SPAN-DAYS.
           COMPUTE UNPAID-TO-DATE =
               LEAVE-BEFORE-DAYS + LEAVE-IN-DAYS - LEAVE-ENTITLEMENT.
           IF UNPAID-TO-DATE < 0 THEN
               MOVE 0 TO UNPAID-TO-DATE
           END-IF.
           COMPUTE UNPAID-BEFORE =
               LEAVE-BEFORE-DAYS - LEAVE-ENTITLEMENT.
           IF UNPAID-BEFORE < 0 THEN
               MOVE 0 TO UNPAID-BEFORE
           END-IF.
           COMPUTE PAY-UNPAID-DAYS = UNPAID-TO-DATE - UNPAID-BEFORE.

      *>    THE ENTITLEMENT IS USED FIRST, SO THE UNPAID DAYS ARE THE
      *>    LAST BUSINESS DAYS OF THE LEAVE IN THE PERIOD - COUNTED
      *>    BACK FROM ITS LAST DAY (A PART DAY COUNTS AS THE DAY).
       FIND-UNPAID-DATES.
           COMPUTE UNPAID-STEP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LEAVE-IN-END) + 1).
           MOVE 0 TO UNPAID-STEPS.
           PERFORM UNTIL UNPAID-STEPS >= PAY-UNPAID-DAYS
               CALL 'BUS-DAY' USING BD-PREV-DAY UNPAID-STEP-DATE
                   LEAVE-IN-END BD-ANSWER-WORK
               MOVE BD-ANSWER-WORK TO UNPAID-STEP-DATE
               ADD 1 TO UNPAID-STEPS
               IF UNPAID-STEPS = 1 THEN
                   MOVE UNPAID-STEP-DATE TO UNPAID-LAST-DATE
               END-IF
           END-PERFORM.
           MOVE UNPAID-STEP-DATE TO UNPAID-FIRST-DATE.

      *>    THE DEDUCTION'S OWN REGISTER LINE, AND THE LINE
      *>    EMP-LEAVE-ACCRUE READS BACK.
       WRITE-UNPAID-LEAVE-LINES.
           ADD 1 TO PAY-UNPAID-COUNT.
           ADD PAY-UNPAID-AMOUNT TO PAY-TOTAL-UNPAID.
           MOVE PAY-UNPAID-AMOUNT TO PAY-UNPAID-ED.
           MOVE PAY-UNPAID-DAYS TO PAY-UNPAID-DAYS-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' UNPAID LEAVE ' PAY-UNPAID-DAYS-ED ' DAYS '
                  UNPAID-FIRST-DATE ' TO ' UNPAID-LAST-DATE
                  ' LESS ' PAY-UNPAID-ED
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO UNPAID-LEAVE-REC.
           STRING Employee-ID OF EMPLOYEE-RECORD ','
                  PAY-PERIOD-ID ','
                  UNPAID-FIRST-DATE ','
                  UNPAID-LAST-DATE ','
                  FUNCTION TRIM(PAY-UNPAID-DAYS-ED) ','
                  FUNCTION TRIM(PAY-UNPAID-ED)
               DELIMITED BY SIZE INTO UNPAID-LEAVE-REC
           END-STRING.
           WRITE UNPAID-LEAVE-REC.

      *>    A NEGATIVE RETRO LARGER THAN THE PERIOD GROSS CANNOT BE
      *>    SENT TO THE BANK AS A NEGATIVE PAYMENT - THE GROSS IS
      *>    FLOORED AT ZERO AND THE REGISTER LINE STILL SHOWS THE FULL
               END-IF
           END-IF.

      *>    EVERY EARNINGS LINE FOR THIS EMPLOYEE IS PAID ON TOP OF
      *>    THE PERIOD GROSS (RETRO INCLUDED), SO THE DEDUCTIONS BELOW
      *>    - PERCENTAGES ESPECIALLY - SEE THE FULL AMOUNT EARNED.  AN
      *>    HOURS CODE IS PAID AT THE ANNUAL RATE OVER THE CONTRACTED
      *>    HOURS, TIMES THE CODE'S MULTIPLIER.
       APPLY-EARNINGS.
           MOVE 0 TO PAY-EMP-EARNINGS.
           MOVE 0 TO EARNED-COUNT.
           PERFORM VARYING EARNLINE-IDX FROM 1 BY 1
                   UNTIL EARNLINE-IDX > EARNLINE-COUNT
               IF EARNLINE-EMP-ID(EARNLINE-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   PERFORM TAKE-ONE-EARNING
               END-IF
           END-PERFORM.
           ADD PAY-EMP-EARNINGS TO PAY-PERIOD-GROSS.
           ADD PAY-EMP-EARNINGS TO PAY-TOTAL-EARNINGS.

       TAKE-ONE-EARNING.
           MOVE EARNLINE-CODE-IDX(EARNLINE-IDX) TO EARNCODE-IDX.
           IF EARNCODE-KIND(EARNCODE-IDX) = 'H' THEN
               COMPUTE PAY-ONE-EARNING ROUNDED =
                   EARNLINE-QUANTITY(EARNLINE-IDX) * PAY-ANNUAL-SALARY
                       * EARNCODE-RATE(EARNCODE-IDX)
                       / PAY-STANDARD-HOURS
           ELSE
               MOVE EARNLINE-QUANTITY(EARNLINE-IDX) TO PAY-ONE-EARNING
           END-IF.
           MOVE 'Y' TO EARNLINE-USED(EARNLINE-IDX).
           ADD PAY-ONE-EARNING TO PAY-EMP-EARNINGS.
           IF EARNED-COUNT < 20 THEN
               ADD 1 TO EARNED-COUNT
               MOVE EARNCODE-CODE(EARNCODE-IDX)
                   TO EARNED-CODE(EARNED-COUNT)
               MOVE PAY-ONE-EARNING TO EARNED-AMOUNT(EARNED-COUNT)
           END-IF.

      *>    ONE REGISTER LINE PER EARNINGS ITEM, WITH THE HOURS OR
      *>    AMOUNT AS KEYED AND THE AMOUNT PAID.
       WRITE-EARNINGS-REGISTER-LINES.
           PERFORM VARYING EARNLINE-IDX FROM 1 BY 1
                   UNTIL EARNLINE-IDX > EARNLINE-COUNT
               IF EARNLINE-EMP-ID(EARNLINE-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   PERFORM WRITE-ONE-EARNINGS-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-EARNINGS-LINE.
           MOVE EARNLINE-CODE-IDX(EARNLINE-IDX) TO EARNCODE-IDX.
           IF EARNCODE-KIND(EARNCODE-IDX) = 'H' THEN
               COMPUTE PAY-ONE-EARNING ROUNDED =
                   EARNLINE-QUANTITY(EARNLINE-IDX) * PAY-ANNUAL-SALARY
                       * EARNCODE-RATE(EARNCODE-IDX)
                       / PAY-STANDARD-HOURS
           ELSE
               MOVE EARNLINE-QUANTITY(EARNLINE-IDX) TO PAY-ONE-EARNING
           END-IF.
           MOVE EARNLINE-QUANTITY(EARNLINE-IDX) TO PAY-QUANTITY-ED.
           MOVE PAY-ONE-EARNING TO PAY-EARNING-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' EARNINGS ' EARNCODE-CODE(EARNCODE-IDX)
                  ' ' EARNCODE-KIND(EARNCODE-IDX)
                  ' ' PAY-QUANTITY-ED
                  ' PAID ' PAY-EARNING-ED
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.

       WRITE-REGISTER-LINE.
           MOVE PAY-ANNUAL-SALARY TO PAY-ANNUAL-ED.
           MOVE PAY-PERIOD-GROSS TO PAY-GROSS-ED.
      *>    WITH NO BANK DETAILS ON FILE FALLS OUT TO THE EXCEPTIONS
      *>    LIST INSTEAD OF PRODUCING AN UNPAYABLE RECORD.
       WRITE-PAYMENT-RECORD.
           PERFORM CHECK-BANK-CHANGE-HOLD.
           IF Employee-Bank-Sort-Code OF EMPLOYEE-RECORD = SPACES
                   OR Employee-Bank-Account OF EMPLOYEE-RECORD
                       = SPACES THEN
               MOVE 'NO BANK DETAILS ON FILE' TO BANK-EXC-REASON
               PERFORM WRITE-BANK-EXCEPTION
           ELSE
           IF PAY-BANK-HELD = 'Y' THEN
               PERFORM HOLD-BANK-PAYMENT
           ELSE
               MOVE SPACES TO PAYMENT-REC
               MOVE 'D' TO PAY-EXT-REC-TYPE
               WRITE PAYMENT-REC
               ADD 1 TO PAY-BANK-COUNT
               ADD PAY-PERIOD-NET TO PAY-BANK-NET
           END-IF
           END-IF.

      *>    HELD WHEN THE DETAILS CHANGED INSIDE THE WINDOW AND
      *>    PAYROLL HAS NOT RELEASED THIS PERIOD'S PAYMENT.
       CHECK-BANK-CHANGE-HOLD.
           MOVE 'N' TO PAY-BANK-HELD.
           MOVE 'N' TO PAY-BANK-RELEASED.
           PERFORM VARYING BANKCHG-IDX FROM 1 BY 1
                   UNTIL BANKCHG-IDX > BANKCHG-COUNT
               IF BANKCHG-EMP-ID(BANKCHG-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   MOVE 'Y' TO PAY-BANK-HELD
                   MOVE BANKCHG-DATE(BANKCHG-IDX)
                       TO PAY-BANK-CHANGE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
                   UNTIL RELEASE-IDX > RELEASE-COUNT
                       OR PAY-BANK-HELD NOT = 'Y'
               IF RELEASE-EMP-ID(RELEASE-IDX)
                       = Employee-ID OF EMPLOYEE-RECORD THEN
                   MOVE 'Y' TO PAY-BANK-RELEASED
                   MOVE 'N' TO PAY-BANK-HELD
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PAY-BANK-RELEASED = 'Y' THEN
               ADD 1 TO BANK-RELEASED-COUNT
               MOVE SPACES TO REGISTER-REC
               STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                      ' BANK DETAILS CHANGED ' PAY-BANK-CHANGE-DATE
                      ' - RELEASED BY '
                      RELEASE-INITIALS(RELEASE-IDX)
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.

      *>    THE PAYMENT STAYS ON THE REGISTER, HISTORY AND GL TOTALS -
      *>    ONLY THE TRANSMISSION IS HELD.
       HOLD-BANK-PAYMENT.
           ADD 1 TO BANK-HOLD-COUNT.
           MOVE SPACES TO BANK-EXC-REASON.
           STRING 'BANK CHANGE HOLD - CHANGED '
                  PAY-BANK-CHANGE-DATE
               DELIMITED BY SIZE INTO BANK-EXC-REASON
           END-STRING.
           PERFORM WRITE-BANK-EXCEPTION.
           MOVE PAY-PERIOD-NET TO HIST-NET-ED.
           MOVE SPACES TO BANK-HOLD-REC.
           STRING Employee-ID OF EMPLOYEE-RECORD ','
                  PAY-PERIOD-ID ','
                  FUNCTION TRIM(HIST-NET-ED) ','
                  PAY-BANK-CHANGE-DATE ',H,'
               DELIMITED BY SIZE INTO BANK-HOLD-REC
           END-STRING.
           WRITE BANK-HOLD-REC.
      *>    THE REGISTER IS READ WELL BEYOND PAYROLL - THE NEW
      *>    ACCOUNT SHOWS ONLY ITS LAST FOUR DIGITS.
           MOVE Employee-Bank-Account OF EMPLOYEE-RECORD
               TO MASK-ACCOUNT-IN.
           PERFORM MASK-BANK-ACCOUNT.
           MOVE SPACES TO REGISTER-REC.
           STRING '    EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' PAYMENT HELD - BANK DETAILS CHANGED '
                  PAY-BANK-CHANGE-DATE ' NOW ' MASK-ACCOUNT-OUT
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.

       WRITE-BANK-EXCEPTION.
           ADD 1 TO PAY-BANK-EXC-COUNT.
           MOVE PAY-PERIOD-NET TO PAY-NET-ED.
           MOVE SPACES TO BANK-EXCEPTION-REC.
           STRING 'EMP ' Employee-ID OF EMPLOYEE-RECORD
                  ' ' Employee-Name OF EMPLOYEE-RECORD
                  ' NET ' PAY-NET-ED ' - '
                  FUNCTION TRIM(BANK-EXC-REASON)
               DELIMITED BY SIZE INTO BANK-EXCEPTION-REC
           END-STRING.
           WRITE BANK-EXCEPTION-REC.
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE PAY-TOTAL-EARNINGS TO PAY-TOTAL-EARN-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING 'RUN TOTALS - EARNINGS INCLUDED: ' PAY-TOTAL-EARN-ED
                  ' EARNINGS LINES REJECTED: ' EARN-REJECT-COUNT
                  ' - SEE PAY-EARNINGS-REJECTS.TXT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'RUN TOTALS - LOANS CLEARED: ' LOAN-CLEARED-COUNT
                  ' INSTALMENTS NOT COVERED: ' LOAN-SHORT-COUNT
                  ' - SEE PAY-LOAN-NOTICES.TXT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'RUN TOTALS - BANK CHANGE HOLDS: ' BANK-HOLD-COUNT
                  ' RELEASED IN RUN: ' BANK-RELEASED-COUNT
                  ' - SEE PAY-BANK-HOLDS.TXT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE PAY-TOTAL-UNPAID TO PAY-TOTAL-UNPAID-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING 'RUN TOTALS - UNPAID LEAVE: ' PAY-UNPAID-COUNT
                  ' EMPLOYEES DEDUCTED ' PAY-TOTAL-UNPAID-ED
                  ' - SEE PAY-UNPAID-LEAVE.TXT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           PERFORM WRITE-DEPARTMENT-SECTION.
           PERFORM WRITE-GL-CONTROL-LINE.
           PERFORM WRITE-POSTING-JOURNAL.
           MOVE SPACES TO TAKEN-TRAILER-REC.
           MOVE 'T' TO TKN-TRL-TYPE.
           MOVE TAKEN-LINE-COUNT TO TKN-TRL-COUNT.
           MOVE PAY-PERIOD-ID TO TKN-TRL-PERIOD-ID.
           MOVE PAY-TOTAL-DEDUCTIONS TO TKN-TRL-TOTAL.
           WRITE TAKEN-TRAILER-REC.

      *>    WHAT OPERATIONS COSTS VERSUS UNDERWRITING - ONE SUBTOTAL
      *>    LINE PER COST CENTER PAID THIS RUN.
               MOVE DEPT-GROSS(DEPT-IDX) TO PAY-TOTAL-ED
               MOVE DEPT-DEDUCTIONS(DEPT-IDX) TO PAY-TOTAL-DED-ED
               MOVE DEPT-NET(DEPT-IDX) TO PAY-TOTAL-NET-ED
               MOVE DEPT-EARNINGS(DEPT-IDX) TO PAY-TOTAL-EARN-ED
               MOVE SPACES TO REGISTER-REC
               STRING 'DEPT ' DEPT-CODE(DEPT-IDX)
                      ' HEADS ' DEPT-HEADS(DEPT-IDX)
                      ' GROSS ' PAY-TOTAL-ED
                      ' EARNINGS ' PAY-TOTAL-EARN-ED
                      ' DEDUCTIONS ' PAY-TOTAL-DED-ED
                      ' NET ' PAY-TOTAL-NET-ED
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-PERFORM.
           MOVE 'TOTAL COST OF EMPLOYMENT BY DEPARTMENT'
               TO REGISTER-REC.
           WRITE REGISTER-REC.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE DEPT-GROSS(DEPT-IDX) TO PAY-TOTAL-ED
               MOVE DEPT-ONCOST(DEPT-IDX) TO PAY-TOTAL-ONCOST-ED
               COMPUTE PAY-COST-ED =
                   DEPT-GROSS(DEPT-IDX) + DEPT-ONCOST(DEPT-IDX)
               MOVE SPACES TO REGISTER-REC
               STRING 'DEPT ' DEPT-CODE(DEPT-IDX)
                      ' HEADS ' DEPT-HEADS(DEPT-IDX)
                      ' GROSS ' PAY-TOTAL-ED
                      ' EMPLOYER ON-COST ' PAY-TOTAL-ONCOST-ED
                      ' TOTAL COST ' PAY-COST-ED
                   DELIMITED BY SIZE INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-PERFORM.
           MOVE PAY-TOTAL-GROSS TO PAY-TOTAL-ED.
           MOVE PAY-TOTAL-ONCOST TO PAY-TOTAL-ONCOST-ED.
           COMPUTE PAY-COST-ED = PAY-TOTAL-GROSS + PAY-TOTAL-ONCOST.
           MOVE SPACES TO REGISTER-REC.
           STRING 'ALL DEPARTMENTS      GROSS ' PAY-TOTAL-ED
                  ' EMPLOYER ON-COST ' PAY-TOTAL-ONCOST-ED
                  ' TOTAL COST ' PAY-COST-ED
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.

      *>    APPENDED, NOT REWRITTEN - THE OTHER FEEDERS' CONTROL
      *>    LINES FOR THE NIGHT ARE ALREADY IN THE FILE.  ONE LINE
      *>    CONTROL TOTAL THE DEPARTMENT'S GROSS AND SUBTOTALS ITS
      *>    NET AND DEDUCTIONS, SO GL-RECON PROVES NET + DEDUCTIONS
      *>    = GROSS FOR EACH COST CENTER SEPARATELY WITH THE SAME
      *>    TOLERANCE LOGIC IT APPLIES TO AR AND AP.  A SECOND LINE
      *>    PER DEPARTMENT, BATCH-ID 'PE' PLUS THE COST-CENTER CODE,
      *>    SPLITS THE SAME GROSS INTO BASE PAY AND VARIABLE EARNINGS
      *>    SO THE OVERTIME, BONUS AND COMMISSION COST IS VISIBLE TO
      *>    THE LEDGER AND STILL PROVES BACK TO THE GROSS.  A THIRD,
      *>    'PC' PLUS THE COST-CENTER CODE, CARRIES THE TOTAL COST OF
      *>    EMPLOYMENT WITH THE GROSS AND THE EMPLOYER ON-COST AS ITS
      *>    SUBTOTALS.
       WRITE-GL-CONTROL-LINE.
           CALL 'PROC-DATE' USING PAY-RUN-DATE.
           OPEN EXTEND GL-CONTROL-FILE.
                   DELIMITED BY SIZE INTO GL-CONTROL-REC
               END-STRING
               WRITE GL-CONTROL-REC
               PERFORM WRITE-GL-EARNINGS-LINE
               PERFORM WRITE-GL-COST-LINE
           END-PERFORM.
           CLOSE GL-CONTROL-FILE.

       WRITE-GL-EARNINGS-LINE.
           MOVE SPACES TO PAY-GL-BATCH-ID.
           STRING 'PE' DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
               INTO PAY-GL-BATCH-ID
           END-STRING.
           MOVE DEPT-GROSS(DEPT-IDX) TO PAY-TOTAL-ED.
           COMPUTE PAY-BASE-ED =
               DEPT-GROSS(DEPT-IDX) - DEPT-EARNINGS(DEPT-IDX).
           MOVE DEPT-EARNINGS(DEPT-IDX) TO PAY-TOTAL-EARN-ED.
           MOVE SPACES TO GL-CONTROL-REC.
           STRING FUNCTION TRIM(PAY-GL-BATCH-ID) ','
                  FUNCTION TRIM(PAY-TOTAL-ED) ','
                  FUNCTION TRIM(PAY-BASE-ED) ','
                  FUNCTION TRIM(PAY-TOTAL-EARN-ED)
               DELIMITED BY SIZE INTO GL-CONTROL-REC
           END-STRING.
           WRITE GL-CONTROL-REC.

       WRITE-GL-COST-LINE.
           MOVE SPACES TO PAY-GL-BATCH-ID.
           STRING 'PC' DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
               INTO PAY-GL-BATCH-ID
           END-STRING.
           COMPUTE PAY-COST-ED =
               DEPT-GROSS(DEPT-IDX) + DEPT-ONCOST(DEPT-IDX).
           MOVE DEPT-GROSS(DEPT-IDX) TO PAY-TOTAL-ED.
           MOVE DEPT-ONCOST(DEPT-IDX) TO PAY-TOTAL-ONCOST-ED.
           MOVE SPACES TO GL-CONTROL-REC.
           STRING FUNCTION TRIM(PAY-GL-BATCH-ID) ','
                  FUNCTION TRIM(PAY-COST-ED) ','
                  FUNCTION TRIM(PAY-TOTAL-ED) ','
                  FUNCTION TRIM(PAY-TOTAL-ONCOST-ED)
               DELIMITED BY SIZE INTO GL-CONTROL-REC
           END-STRING.
           WRITE GL-CONTROL-REC.

      *>    THE PAYROLL JOURNAL ITSELF - GROSS DEBITED TO EACH COST
      *>    CENTER'S SALARY EXPENSE ('PAYEXP' PLUS THE DEPARTMENT),
      *>    EACH DEDUCTION CODE'S TAKINGS CREDITED TO ITS LIABILITY
      *>    ACCOUNT (THE CODE ITSELF), AND THE NET CREDITED TO BANK
      *>    CLEARING.  THE EMPLOYER ON-COST IS DEBITED TO EACH COST
      *>    CENTER'S ON-COST EXPENSE ('ONCOST' PLUS THE DEPARTMENT) AND
      *>    CREDITED TO EACH CHARGE'S OWN ACCOUNT (ITS CODE).
      *>    GROSS = DEDUCTIONS + NET FOR EVERY EMPLOYEE, SO
      *>    THE JOURNAL BALANCES - JOURNAL-GEN PROVES IT DOES BEFORE
      *>    ANYTHING GOES TO THE LEDGER.  THE FILE IS REGISTERED WITH
      *>    ITS DETAIL COUNT FOR TONIGHT'S DATE.
       WRITE-POSTING-JOURNAL.
           OPEN OUTPUT POSTING-FILE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO POST-WORK-ACCOUNT
               STRING 'PAYEXP' DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
                   INTO POST-WORK-ACCOUNT
               END-STRING
               MOVE 'D' TO POST-WORK-DR-CR
               MOVE DEPT-GROSS(DEPT-IDX) TO POST-WORK-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-PERFORM.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE SPACES TO POST-WORK-ACCOUNT
               STRING 'ONCOST' DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
                   INTO POST-WORK-ACCOUNT
               END-STRING
               MOVE 'D' TO POST-WORK-DR-CR
               MOVE DEPT-ONCOST(DEPT-IDX) TO POST-WORK-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-PERFORM.
           PERFORM VARYING ONCOST-IDX FROM 1 BY 1
                   UNTIL ONCOST-IDX > ONCOST-COUNT
               MOVE ONCOST-CODE(ONCOST-IDX) TO POST-WORK-ACCOUNT
               MOVE 'C' TO POST-WORK-DR-CR
               MOVE ONCOST-TOTAL(ONCOST-IDX) TO POST-WORK-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-PERFORM.
           PERFORM VARYING LIAB-IDX FROM 1 BY 1
                   UNTIL LIAB-IDX > LIAB-COUNT
               MOVE LIAB-CODE(LIAB-IDX) TO POST-WORK-ACCOUNT
               MOVE 'C' TO POST-WORK-DR-CR
               MOVE LIAB-AMOUNT(LIAB-IDX) TO POST-WORK-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-PERFORM.
           MOVE PAY-BANK-CLEARING-ACCOUNT TO POST-WORK-ACCOUNT.
           MOVE 'C' TO POST-WORK-DR-CR.
           MOVE PAY-TOTAL-NET TO POST-WORK-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE SPACES TO POSTING-TRAILER-REC.
           MOVE 'T' TO POST-TRL-TYPE.
           MOVE POSTING-COUNT TO POST-TRL-COUNT.
           MOVE '+' TO POST-TRL-SIGN.
           MOVE POSTING-HASH TO POST-TRL-HASH.
           WRITE POSTING-TRAILER-REC.
           CLOSE POSTING-FILE.
           MOVE 'I' TO CAT-OP.
           MOVE 'EMPLOYEE-MASTER.DAT' TO CAT-FILE-NAME.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME CAT-ANY-DATE
               CAT-COUNT CAT-OK.
           IF RETRO-COUNT > 0 THEN
               MOVE 'I' TO CAT-OP
               MOVE 'EMP-RETRO-EXTRACT.TXT' TO CAT-FILE-NAME
               CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
                   PAY-RUN-DATE CAT-COUNT CAT-OK
           END-IF.
           MOVE 'R' TO CAT-OP.
           MOVE 'PAYROLL-POSTING.TXT' TO CAT-FILE-NAME.
           MOVE POSTING-COUNT TO CAT-COUNT.
           CALL 'FILE-CATALOG' USING CAT-OP CAT-FILE-NAME
               PAY-RUN-DATE CAT-COUNT CAT-OK.
           MOVE POSTING-DEBITS TO PAY-TOTAL-ED.
           MOVE POSTING-CREDITS TO PAY-TOTAL-NET-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING 'POSTING JOURNAL - LINES: ' POSTING-COUNT
                  ' DEBITS: ' PAY-TOTAL-ED
                  ' CREDITS: ' PAY-TOTAL-NET-ED
                  ' - SEE PAYROLL-POSTING.TXT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.

      *>    NOTHING IS WRITTEN FOR A ZERO AMOUNT.
       WRITE-POSTING-LINE.
           PERFORM UNTIL POST-WORK-AMOUNT = 0
               IF POST-WORK-AMOUNT > POST-LINE-MAX THEN
                   MOVE POST-LINE-MAX TO POST-LINE-AMOUNT
               ELSE
                   MOVE POST-WORK-AMOUNT TO POST-LINE-AMOUNT
               END-IF
               MOVE SPACES TO POSTING-REC
               MOVE 'D' TO POST-REC-TYPE
               MOVE POST-WORK-ACCOUNT TO POST-ACCOUNT
               MOVE POST-WORK-DR-CR TO POST-DR-CR
               MOVE POST-LINE-AMOUNT TO POST-AMOUNT
               MOVE PAY-RUN-DATE TO POST-RUN-DATE
               MOVE PAY-PERIOD-ID TO POST-PERIOD-ID
               WRITE POSTING-REC
               ADD 1 TO POSTING-COUNT
               ADD POST-LINE-AMOUNT TO POSTING-HASH
               IF POST-WORK-DR-CR = 'D' THEN
                   ADD POST-LINE-AMOUNT TO POSTING-DEBITS
               ELSE
                   ADD POST-LINE-AMOUNT TO POSTING-CREDITS
               END-IF
               SUBTRACT POST-LINE-AMOUNT FROM POST-WORK-AMOUNT
           END-PERFORM.

       CLOSE-PAYROLL-FILES.
           CLOSE EMPLOYEE-MASTER.
           CLOSE REGISTER-FILE.
           CLOSE BANK-EXCEPTION-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE HISTORY-FILE.
           CLOSE EARNINGS-REJECT-FILE.
           CLOSE LOAN-NOTICE-FILE.
           CLOSE TAKEN-FILE.
           CLOSE UNPAID-LEAVE-FILE.
           CLOSE BANK-HOLD-FILE.

           COPY REPORT-HEAD
               REPLACING ==REPORT-REC== BY ==PAYSLIP-REC==.

           COPY BANK-MASK.

       END PROGRAM PAYROLL-RUN.
