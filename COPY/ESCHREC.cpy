      ******************************************************************
      *                                                                *
      *  ESCHREC - COMMON ESCHEATMENT CASE DOMAIN COPYBOOK             *
      *                                                                *
      *  SHARED BY THE ESCHEATMENT BATCH PROGRAMS (DORMSWP, ESCHPROC,  *
      *  ESCHRPT).  PROVIDES THE HOST-VARIABLE LAYOUT FOR AN           *
      *  ESCHEAT_CASES ROW (ESR- PREFIX, TO AVOID COLLIDING WITH EACH  *
      *  PROGRAM'S OWN WS- WORKING FIELDS) AND THE CASE STATUS AND     *
      *  PROPERTY TYPE DOMAIN CHECKS.                                  *
      *                                                                *
      ******************************************************************
       01  ESR-CASE-RECORD.
           05  ESR-CASE-ID                PIC X(20).
           05  ESR-ACCOUNT-NUMBER         PIC X(12).
           05  ESR-CUSTOMER-ID            PIC X(08).
           05  ESR-ACCOUNT-TYPE           PIC X(01).
           05  ESR-CASE-STATUS            PIC X(01).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    THE NULLABLE DATES ARE COALESCED TO SPACES ON SELECT.
      *-----------------------------------------------------------------
           05  ESR-FLAG-DATE              PIC X(10).
           05  ESR-LAST-ACTIVITY-DATE     PIC X(10).
           05  ESR-FLAG-BALANCE           PIC S9(11)V99 COMP-3.
           05  ESR-LETTER-DATE            PIC X(10).
           05  ESR-RESPONSE-DUE-DATE      PIC X(10).
           05  ESR-LETTER-RETURNED        PIC X(01).
           05  ESR-RESPONSE-DATE          PIC X(10).
           05  ESR-CLOSED-DATE            PIC X(10).
           05  ESR-ESCHEAT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  ESR-ESCHEAT-TXN-ID         PIC X(20).
           05  ESR-OWNER-STATE            PIC X(02).
           05  ESR-PROPERTY-TYPE          PIC X(04).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *    OPEN CASES ARE THE ONES STILL IN THE PIPELINE; DORMSWP
      *    NEVER OPENS A SECOND CASE WHILE ONE IS OPEN.
      *-----------------------------------------------------------------
       01  ESR-DOMAIN-CHECKS.
           05  ESR-STATUS-CHECK           PIC X(01).
               88  ESR-STATUS-IS-FLAGGED      VALUE 'F'.
               88  ESR-STATUS-IS-NOTICED      VALUE 'N'.
               88  ESR-STATUS-IS-ESCHEATED    VALUE 'E'.
               88  ESR-STATUS-IS-REPORTED     VALUE 'H'.
               88  ESR-STATUS-IS-RESPONDED    VALUE 'R'.
               88  ESR-STATUS-IS-ACTIVITY     VALUE 'A'.
               88  ESR-STATUS-IS-NO-FUNDS     VALUE 'X'.
               88  ESR-STATUS-IS-OPEN         VALUE 'F' 'N'.
               88  ESR-STATUS-IS-VALID        VALUE 'F' 'N' 'E' 'H'
                                                    'R' 'A' 'X'.
      *-----------------------------------------------------------------
      *    NAUPA PROPERTY TYPE CODES REPORTED TO THE STATE
      *-----------------------------------------------------------------
           05  ESR-PROPERTY-CHECK         PIC X(04).
               88  ESR-PROPERTY-IS-CHECKING   VALUE 'AC01'.
               88  ESR-PROPERTY-IS-SAVINGS    VALUE 'AC02'.
               88  ESR-PROPERTY-IS-TIME-DEP   VALUE 'AC03'.
