      ******************************************************************
      *                                                                *
      *  DLQREC - COMMON LOAN DELINQUENCY DOMAIN COPYBOOK              *
      *                                                                *
      *  USED BY LOANCOLL, WHICH AGES EVERY BILLED LOAN AGAINST THE    *
      *  MINIMUM PAYMENTS LOANSVC RECORDS ON LOAN_BILLING.  PROVIDES   *
      *  THE HOST-VARIABLE LAYOUT FOR A LOAN_DELINQUENCY ROW (DLQ-     *
      *  PREFIX, TO AVOID COLLIDING WITH EACH PROGRAM'S OWN WS-        *
      *  WORKING FIELDS) AND THE DELINQUENCY BUCKET DOMAIN CHECKS.     *
      *                                                                *
      ******************************************************************
       01  DLQ-DELINQUENCY-RECORD.
           05  DLQ-ACCOUNT-NUMBER         PIC X(12).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    THE NULLABLE LATE CHARGE AND CHARGE-OFF DATES ARE COALESCED
      *    TO SPACES ON SELECT.
      *-----------------------------------------------------------------
           05  DLQ-PAID-THROUGH-DATE      PIC X(10).
           05  DLQ-APPLIED-PAID           PIC S9(11)V99 COMP-3.
           05  DLQ-PAST-DUE-AMT           PIC S9(11)V99 COMP-3.
           05  DLQ-DAYS-PAST-DUE          PIC 9(08).
           05  DLQ-BUCKET                 PIC X(01).
           05  DLQ-LOAN-BALANCE           PIC S9(11)V99 COMP-3.
           05  DLQ-LATE-CHARGE-DUE        PIC X(10).
           05  DLQ-LATE-CHARGE-COUNT      PIC 9(08).
           05  DLQ-MONTH-START-BUCKET     PIC X(01).
           05  DLQ-MONTH-START-BAL        PIC S9(11)V99 COMP-3.
           05  DLQ-SNAPSHOT-DATE          PIC X(10).
           05  DLQ-CHARGE-OFF-DATE        PIC X(10).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *    BUCKETS ARE DIGITS SO THEY COLLATE IN ORDER OF SEVERITY -
      *    A HIGHER BUCKET IS ALWAYS A WORSE ONE.
      *-----------------------------------------------------------------
       01  DLQ-DOMAIN-CHECKS.
           05  DLQ-BUCKET-CHECK           PIC X(01).
               88  DLQ-BUCKET-IS-CURRENT      VALUE '0'.
               88  DLQ-BUCKET-IS-1-TO-29      VALUE '1'.
               88  DLQ-BUCKET-IS-30-TO-59     VALUE '2'.
               88  DLQ-BUCKET-IS-60-TO-89     VALUE '3'.
               88  DLQ-BUCKET-IS-90-TO-119    VALUE '4'.
               88  DLQ-BUCKET-IS-120-PLUS     VALUE '5'.
               88  DLQ-BUCKET-IS-CHARGED-OFF  VALUE '6'.
               88  DLQ-BUCKET-IS-DELINQUENT   VALUE '1' THRU '5'.
               88  DLQ-BUCKET-IS-VALID        VALUE '0' THRU '6'.
