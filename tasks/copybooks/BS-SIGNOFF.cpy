      *>    SHARED BALANCE-SHEET RECONCILIATION SIGN-OFF LAYOUT - WHO
      *>    PREPARED AND WHO REVIEWED ONE ACCOUNT'S RECONCILIATION FOR
      *>    ONE MONTH.  BS-SIGNOFF.TXT HOLDS ONE SIGNATURE PER LINE -
      *>        YYYYMM,ACCOUNT,P|R,INITIALS,YYYYMMDD
      *>    (P = PREPARED, R = REVIEWED, THEN THE DATE IT WAS SIGNED).
      *>    THE FILE IS ONLY EVER APPENDED, THROUGH BS-SIGNOFF; THE
      *>    LAST SIGNATURE OF EACH KIND FOR AN ACCOUNT AND MONTH IS THE
      *>    ONE IN FORCE.  COPY THIS UNDER AN 01-LEVEL GROUP ITEM, THE
      *>    SAME WAY ITEM-NOTE.CPY IS COPIED; A ZERO DATE MEANS THAT
      *>    SIGNATURE IS STILL MISSING.
       03  SIGN-MONTH           PIC 9(06).
       03  SIGN-ACCOUNT         PIC X(10).
       03  SIGN-PREPARER        PIC X(04).
       03  SIGN-PREP-DATE       PIC 9(08).
       03  SIGN-REVIEWER        PIC X(04).
       03  SIGN-REV-DATE        PIC 9(08).
