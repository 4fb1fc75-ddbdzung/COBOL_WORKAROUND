      *>    SHARED OPERATOR SIGN-ON PARAMETER BLOCK - PASSED ON EVERY
      *>    CALL 'OPER-SIGNON' (SEE OPER-SIGNON.CBL).  COPY THIS UNDER
      *>    AN 01-LEVEL GROUP ITEM, THE SAME WAY ITEM-NOTE.CPY IS
      *>    COPIED -
      *>        SIGNON-OP           'S' SIGN ON (ONCE PER RUN - A
      *>                            LATER CALL REUSES THE SESSION)
      *>                            AND AUTHORIZE SIGNON-TRANSACTION
      *>                            'L' MAY THE SIGNED-ON OPERATOR
      *>                            APPROVE SIGNON-AMOUNT IN
      *>                            SIGNON-TRANSACTION
      *>                            'H' KEY A USER ID AND PIN AND SHOW
      *>                            THE PIN HASH FOR OPERATORS.TXT
      *>        SIGNON-TRANSACTION  THE CALLER'S TRANSACTION NAME
      *>        SIGNON-AMOUNT       THE AMOUNT TO BE APPROVED ('L')
      *>        SIGNON-USER-ID      RETURNED - STAMPED ON AUDIT AND
      *>                            HISTORY LINES WHERE TYPED INITIALS
      *>                            USED TO GO, SO IT IS THE SAME FOUR
      *>                            CHARACTERS WIDE
      *>        SIGNON-ROLE         RETURNED
      *>        SIGNON-OK           RETURNED 'Y'/'N' - ON 'N' THE
      *>                            CALLER DOES NOT GO ON; THE REFUSAL
      *>                            HAS ALREADY BEEN SHOWN AND LOGGED.
       03  SIGNON-OP            PIC X(01).
       03  SIGNON-TRANSACTION   PIC X(15).
       03  SIGNON-AMOUNT        PIC S9(09)V99.
       03  SIGNON-USER-ID       PIC X(04).
       03  SIGNON-ROLE          PIC X(08).
       03  SIGNON-OK            PIC X(01).
