       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-AUDIT-APPROVER.

      *>    HOLDS THE SECOND-PERSON APPROVER FOR THE MASTER CHANGE
      *>    CURRENTLY BEING APPLIED, SO EMP-AUDIT-WRITE CAN PUT THE
      *>    APPROVER'S INITIALS ON THE AUDIT LINE WITHOUT EVERY
      *>    CALLER OF EMP-UPDATE / EMP-AUDIT-WRITE CHANGING ITS
      *>    PARAMETER LIST -
      *>        CALL 'EMP-AUDIT-APPROVER' USING APPROVER-OP
      *>                                        APPROVER-INITIALS
      *>        APPROVER-OP  'S' SET THE APPROVER FOR THE CHANGES
      *>                         THAT FOLLOW
      *>                     'C' CLEAR IT AGAIN
      *>                     'G' GET THE CURRENT APPROVER (SPACES
      *>                         WHEN THE CHANGE NEEDED NONE)
      *>    EMP-TRANSACTIONS SETS IT BEFORE REPLAYING AN APPROVED
      *>    PARKED SALARY CHANGE AND CLEARS IT STRAIGHT AFTER - THE
      *>    VALUE LIVES IN THIS PROGRAM'S WORKING-STORAGE FOR THE
      *>    LIFE OF THE RUN UNIT, THE SAME WAY EMP-FILE-IO KEEPS THE
      *>    MASTER OPEN BETWEEN CALLS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CURRENT-APPROVER             PIC X(04) VALUE SPACES.
      ******
       LINKAGE SECTION.
      ******
       01  APPROVER-OP                  PIC X(01).
       01  APPROVER-INITIALS            PIC X(04).
      ******
       PROCEDURE DIVISION USING APPROVER-OP APPROVER-INITIALS.
       HANDLE-APPROVER-REQUEST.
           EVALUATE APPROVER-OP
               WHEN 'S'
                   MOVE APPROVER-INITIALS TO CURRENT-APPROVER
               WHEN 'C'
                   MOVE SPACES TO CURRENT-APPROVER
               WHEN 'G'
                   MOVE CURRENT-APPROVER TO APPROVER-INITIALS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
       END PROGRAM EMP-AUDIT-APPROVER.
