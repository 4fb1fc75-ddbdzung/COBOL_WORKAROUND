      *>    SHARED "MASK ONE BANK ACCOUNT NUMBER" PARAGRAPH - COPY THIS
      *>    INTO THE PROCEDURE DIVISION OF ANY REPORT THAT GOES BEYOND
      *>    PAYROLL AND THE BANK (THE DIRECTORY, THE PAYROLL REGISTER,
      *>    THE 360 INQUIRY).  ONLY THE LAST FOUR DIGITS PRINT; EVERY
      *>    DIGIT BEFORE THEM PRINTS AS '*'.  THE BANK FILES, THE
      *>    EXCEPTION LISTS AND THE RECONCILIATION KEEP THE FULL
      *>    NUMBER - THEY ARE WORKED BY PAYROLL AND NEED IT.  NEEDS
      *>    BANK-MASK-WS.CPY IN WORKING-STORAGE.  NO ACCOUNT ON FILE
      *>    STAYS BLANK, SO "NO BANK DETAILS" STILL SHOWS AS SUCH.
       MASK-BANK-ACCOUNT.
           MOVE SPACES TO MASK-ACCOUNT-OUT.
           IF MASK-ACCOUNT-IN NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MASK-ACCOUNT-IN))
                   TO MASK-ACCOUNT-LEN
               MOVE FUNCTION TRIM(MASK-ACCOUNT-IN) TO MASK-ACCOUNT-OUT
               IF MASK-ACCOUNT-LEN > 4 THEN
                   MOVE ALL '*' TO
                       MASK-ACCOUNT-OUT(1:MASK-ACCOUNT-LEN - 4)
               END-IF
           END-IF.
