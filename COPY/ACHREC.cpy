      ******************************************************************
      *                                                                *
      *  ACHREC - COMMON INBOUND ACH ENTRY DOMAIN COPYBOOK             *
      *                                                                *
      *  SHARED BY THE ACH INTERFACE PROGRAMS (ACHRECV, ACHRETN).      *
      *  PROVIDES THE HOST-VARIABLE LAYOUT FOR A FULL ACH_ENTRIES ROW  *
      *  (ACH- PREFIX, TO AVOID COLLIDING WITH EACH PROGRAM'S OWN WS-  *
      *  WORKING FIELDS) AND THE ENTRY STATUS / RETURN REASON /        *
      *  TRANSACTION CODE DOMAIN CHECKS.  TRANPOST ONLY MARKS AN       *
      *  ENTRY FOR RETURN BY KEY AND DOES NOT COPY THIS MEMBER.        *
      *                                                                *
      ******************************************************************
       01  ACH-ENTRY-RECORD.
           05  ACH-TRACE-NUMBER           PIC X(15).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMN - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD
      *-----------------------------------------------------------------
           05  ACH-RECEIVED-DATE          PIC X(10).
           05  ACH-COMPANY-NAME           PIC X(16).
           05  ACH-COMPANY-ID             PIC X(10).
           05  ACH-SEC-CODE               PIC X(03).
           05  ACH-ENTRY-DESC             PIC X(10).
           05  ACH-BATCH-NUMBER           PIC X(07).
           05  ACH-TRANSACTION-CODE       PIC X(02).
           05  ACH-DFI-ACCOUNT            PIC X(17).
           05  ACH-ACCOUNT-NUMBER         PIC X(12).
           05  ACH-ENTRY-AMOUNT           PIC S9(11)V99 COMP-3.
           05  ACH-INDIVIDUAL-ID          PIC X(15).
           05  ACH-INDIVIDUAL-NAME        PIC X(22).
           05  ACH-ENTRY-STATUS           PIC X(01).
           05  ACH-RETURN-REASON          PIC X(03).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *    TRANSACTION CODES ARE THE NACHA DEMAND (2X) AND SAVINGS
      *    (3X) FAMILIES - SECOND DIGIT 2/3 CREDIT, 7/8 DEBIT, WITH
      *    3 AND 8 THE ZERO-DOLLAR PRENOTIFICATIONS.
      *-----------------------------------------------------------------
       01  ACH-DOMAIN-CHECKS.
           05  ACH-STATUS-CHECK           PIC X(01).
               88  ACH-STATUS-IS-PASSED       VALUE 'P'.
               88  ACH-STATUS-IS-PRENOTE      VALUE 'N'.
               88  ACH-STATUS-IS-RETURN-DUE   VALUE 'R'.
               88  ACH-STATUS-IS-RETURN-SENT  VALUE 'S'.
               88  ACH-STATUS-IS-VALID        VALUE 'P' 'N' 'R' 'S'.
           05  ACH-REASON-CHECK           PIC X(03).
               88  ACH-REASON-IS-NSF          VALUE 'R01'.
               88  ACH-REASON-IS-CLOSED       VALUE 'R02'.
               88  ACH-REASON-IS-NO-ACCOUNT   VALUE 'R03'.
               88  ACH-REASON-IS-INVALID-ACCT VALUE 'R04'.
               88  ACH-REASON-IS-EDIT-FAIL    VALUE 'R17'.
               88  ACH-REASON-IS-NON-TRANSACT VALUE 'R20'.
               88  ACH-REASON-IS-VALID        VALUE 'R01' 'R02' 'R03'
                                                    'R04' 'R17' 'R20'.
           05  ACH-TXN-CODE-CHECK         PIC X(02).
               88  ACH-CODE-IS-CREDIT         VALUE '22' '32'.
               88  ACH-CODE-IS-DEBIT          VALUE '27' '37'.
               88  ACH-CODE-IS-PRENOTE        VALUE '23' '28' '33'
                                                    '38'.
               88  ACH-CODE-IS-VALID          VALUE '22' '23' '27'
                                                    '28' '32' '33'
                                                    '37' '38'.
