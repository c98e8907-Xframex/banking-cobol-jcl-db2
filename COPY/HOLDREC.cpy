      ******************************************************************
      *                                                                *
      *  HOLDREC - COMMON ACCOUNT-HOLD DOMAIN COPYBOOK                 *
      *                                                                *
      *  SHARED BY THE HOLD BATCH PROGRAMS (HOLDMNT, HOLDEXPR).        *
      *  PROVIDES THE HOST-VARIABLE LAYOUT FOR A FULL ACCOUNT_HOLDS    *
      *  ROW (AHR- PREFIX, TO AVOID COLLIDING WITH EACH PROGRAM'S OWN  *
      *  WS- WORKING FIELDS) AND THE REASON / HOLD STATUS DOMAIN       *
      *  CHECKS USED TO SCREEN INPUT.  THE POSTING PROGRAMS THAT       *
      *  ONLY NEED THE ACTIVE-HOLD TOTAL FOR AN ACCOUNT SUM IT         *
      *  DIRECTLY AND DO NOT COPY THIS MEMBER.                         *
      *                                                                *
      ******************************************************************
       01  AHR-HOLD-RECORD.
           05  AHR-HOLD-ID                PIC X(08).
           05  AHR-ACCOUNT-NUMBER         PIC X(12).
           05  AHR-HOLD-AMOUNT            PIC S9(11)V99 COMP-3.
           05  AHR-REASON-CODE            PIC X(01).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    AHR-EXPIRY-DATE IS NULLABLE ON THE TABLE - SELECTS COALESCE
      *    IT TO SPACES AND SPACES ON INSERT/UPDATE MEANS OPEN-ENDED.
      *-----------------------------------------------------------------
           05  AHR-EXPIRY-DATE            PIC X(10).
           05  AHR-HOLD-STATUS            PIC X(01).
           05  AHR-BRANCH-ID              PIC X(04).
           05  AHR-PLACED-DATE            PIC X(10).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *-----------------------------------------------------------------
       01  AHR-DOMAIN-CHECKS.
           05  AHR-REASON-CHECK           PIC X(01).
               88  AHR-REASON-IS-GARNISHMENT  VALUE 'G'.
               88  AHR-REASON-IS-LEVY         VALUE 'L'.
               88  AHR-REASON-IS-DEPOSIT      VALUE 'D'.
               88  AHR-REASON-IS-COLLATERAL   VALUE 'C'.
               88  AHR-REASON-IS-VALID        VALUE 'G' 'L' 'D' 'C'.
           05  AHR-STATUS-CHECK           PIC X(01).
               88  AHR-STATUS-IS-ACTIVE       VALUE 'A'.
               88  AHR-STATUS-IS-RELEASED     VALUE 'R'.
               88  AHR-STATUS-IS-EXPIRED      VALUE 'X'.
               88  AHR-STATUS-IS-VALID        VALUE 'A' 'R' 'X'.
