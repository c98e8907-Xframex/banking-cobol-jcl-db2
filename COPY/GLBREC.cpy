      ******************************************************************
      *                                                                *
      *  GLBREC - COMMON GL BALANCE HISTORY DOMAIN COPYBOOK            *
      *                                                                *
      *  USED BY GLPROOF, WHICH ROLLS THE GL BALANCE OF EVERY GL       *
      *  ACCOUNT FORWARD EACH NIGHT FROM THE GLEXTRCT SUMMARIES LESS   *
      *  THE GLRECON REJECTS, AND PROVES IT AT MONTH END AGAINST THE   *
      *  ACCOUNT BASE.  PROVIDES THE HOST-VARIABLE LAYOUT FOR A        *
      *  GL_BALANCE_HISTORY ROW (GLB- PREFIX, TO AVOID COLLIDING WITH  *
      *  EACH PROGRAM'S OWN WS- WORKING FIELDS) AND THE GL ROLE        *
      *  DOMAIN CHECKS.                                                *
      *                                                                *
      ******************************************************************
       01  GLB-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT             PIC X(08).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMN - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD
      *-----------------------------------------------------------------
           05  GLB-BUSINESS-DATE          PIC X(10).
           05  GLB-GL-ROLE                PIC X(01).
           05  GLB-NORMAL-SIDE            PIC X(01).
           05  GLB-GL-DESCRIPTION         PIC X(20).
           05  GLB-EXTRACT-DEBITS         PIC S9(13)V99 COMP-3.
           05  GLB-EXTRACT-CREDITS        PIC S9(13)V99 COMP-3.
           05  GLB-REJECT-DEBITS          PIC S9(13)V99 COMP-3.
           05  GLB-REJECT-CREDITS         PIC S9(13)V99 COMP-3.
      *-----------------------------------------------------------------
      *    BALANCES ARE CARRIED ON THE GL ACCOUNT'S NORMAL SIDE - A
      *    HEALTHY DEPOSITS LIABILITY AND A HEALTHY LOANS RECEIVABLE
      *    ARE BOTH POSITIVE
      *-----------------------------------------------------------------
           05  GLB-GL-BALANCE             PIC S9(13)V99 COMP-3.
           05  GLB-DAY-ACTIVITY           PIC S9(13)V99 COMP-3.
           05  GLB-SUBLEDGER-BALANCE      PIC S9(13)V99 COMP-3.
           05  GLB-UNPOSTED-ADJ           PIC S9(13)V99 COMP-3.
           05  GLB-VARIANCE               PIC S9(13)V99 COMP-3.
           05  GLB-DAY-VARIANCE           PIC S9(13)V99 COMP-3.
           05  GLB-OPENING-FLAG           PIC X(01).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *-----------------------------------------------------------------
       01  GLB-DOMAIN-CHECKS.
      *-----------------------------------------------------------------
      *    ROLES: 'B' BALANCE SHEET PRINCIPAL ACCOUNT, PROVED AGAINST
      *    THE ACCOUNTS TOTAL; 'P' INCOME OR EXPENSE ACCOUNT, PROVED
      *    AGAINST PERIOD-TO-DATE ACTIVITY; 'O' OTHER, CARRIED ONLY
      *-----------------------------------------------------------------
           05  GLB-ROLE-CHECK             PIC X(01).
               88  GLB-ROLE-IS-BALANCE-SHEET  VALUE 'B'.
               88  GLB-ROLE-IS-PROFIT-LOSS    VALUE 'P'.
               88  GLB-ROLE-IS-OTHER          VALUE 'O'.
               88  GLB-ROLE-IS-VALID          VALUE 'B' 'P' 'O'.
           05  GLB-SIDE-CHECK             PIC X(01).
               88  GLB-SIDE-IS-DEBIT          VALUE 'D'.
               88  GLB-SIDE-IS-CREDIT         VALUE 'C'.
