      *>    BANK ACCOUNT MASKING WORKING-STORAGE - COPY THIS DIRECTLY
      *>    INTO WORKING-STORAGE (STANDALONE 01-LEVELS, LIKE
      *>    RETURN-CODES.CPY) IN ANY REPORT THAT USES THE
      *>    BANK-MASK.CPY PARAGRAPH.  THE CALLER MOVES THE ACCOUNT
      *>    NUMBER TO MASK-ACCOUNT-IN AND PRINTS MASK-ACCOUNT-OUT.
       01  MASK-ACCOUNT-IN          PIC X(08).
       01  MASK-ACCOUNT-OUT         PIC X(08).
       01  MASK-ACCOUNT-LEN         PIC 9(02).
