      ******************************************************************
      *                                                                *
      *  RETIREC - COMMON RETURNED-ITEM DOMAIN COPYBOOK                *
      *                                                                *
      *  SHARED BY THE PROGRAMS THAT TOUCH RETURNED_ITEMS (TRANPOST    *
      *  AND STORDGEN WRITE IT, NSFPROC CHARGES, NOTIFIES AND REPORTS  *
      *  FROM IT).  PROVIDES THE HOST-VARIABLE LAYOUT FOR A            *
      *  RETURNED_ITEMS ROW (RTI- PREFIX, TO AVOID COLLIDING WITH EACH *
      *  PROGRAM'S OWN WS- WORKING FIELDS) AND THE ITEM TYPE AND       *
      *  STATUS DOMAIN CHECKS.                                         *
      *                                                                *
      ******************************************************************
       01  RTI-RETURNED-ITEM.
           05  RTI-RETURN-ID              PIC X(20).
           05  RTI-ACCOUNT-NUMBER         PIC X(12).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    THE NULLABLE NOTICE DATE IS COALESCED TO SPACES ON SELECT.
      *-----------------------------------------------------------------
           05  RTI-RETURN-DATE            PIC X(10).
           05  RTI-ITEM-TYPE              PIC X(01).
           05  RTI-ITEM-AMOUNT            PIC S9(11)V99 COMP-3.
      *-----------------------------------------------------------------
      *    BALANCE + OVERDRAFT LIMIT - ACTIVE HOLDS WHEN THE ITEM WAS
      *    REFUSED - WHAT THE CUSTOMER HAD TO SPEND
      *-----------------------------------------------------------------
           05  RTI-AVAILABLE-BAL          PIC S9(11)V99 COMP-3.
      *-----------------------------------------------------------------
      *    NULL ON THE TABLE WHEN THERE IS NONE - SELECTS COALESCE
      *    THEM TO SPACES, AND SPACES ON INSERT MEANS NONE
      *-----------------------------------------------------------------
           05  RTI-PAYEE-ACCOUNT          PIC X(12).
           05  RTI-ITEM-REFERENCE         PIC X(20).
           05  RTI-BATCH-ID               PIC X(08).
           05  RTI-BRANCH-ID              PIC X(04).
           05  RTI-SOURCE-PROGRAM         PIC X(08).
           05  RTI-ITEM-STATUS            PIC X(01).
           05  RTI-FEE-AMOUNT             PIC S9(05)V99 COMP-3.
           05  RTI-FEE-TXN-ID             PIC X(20).
           05  RTI-NOTICE-DATE            PIC X(10).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *-----------------------------------------------------------------
       01  RTI-DOMAIN-CHECKS.
           05  RTI-TYPE-CHECK             PIC X(01).
               88  RTI-TYPE-IS-DEBIT          VALUE 'D'.
               88  RTI-TYPE-IS-TRANSFER       VALUE 'T'.
               88  RTI-TYPE-IS-ACH            VALUE 'A'.
               88  RTI-TYPE-IS-STANDING-ORDER VALUE 'S'.
           05  RTI-STATUS-CHECK           PIC X(01).
               88  RTI-STATUS-IS-NEW          VALUE 'N'.
               88  RTI-STATUS-IS-FEE-CHARGED  VALUE 'F'.
               88  RTI-STATUS-IS-OVER-CAP     VALUE 'C'.
               88  RTI-STATUS-IS-NO-FEE       VALUE 'X'.
