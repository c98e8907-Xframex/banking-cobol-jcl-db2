      ******************************************************************
      *                                                                *
      *  TDEPREC - COMMON TERM DEPOSIT (CD) DOMAIN COPYBOOK            *
      *                                                                *
      *  SHARED BY THE PROGRAMS THAT OPEN AND MATURE CERTIFICATES OF   *
      *  DEPOSIT (ACCTMSTR, CDMATURE) AND BY TRANPOST FOR THE EARLY-   *
      *  WITHDRAWAL TEST.  PROVIDES THE HOST-VARIABLE LAYOUT FOR A     *
      *  TERM_DEPOSITS ROW (TDR- PREFIX, TO AVOID COLLIDING WITH EACH  *
      *  PROGRAM'S OWN WS- WORKING FIELDS) AND THE MATURITY            *
      *  INSTRUCTION / TERM STATUS DOMAIN CHECKS.  THE LOCKED RATE IS  *
      *  THE ACCOUNT'S OWN ACR-INTEREST-RATE, NOT CARRIED HERE.        *
      *                                                                *
      ******************************************************************
       01  TDR-TERM-DEPOSIT-RECORD.
           05  TDR-ACCOUNT-NUMBER         PIC X(12).
           05  TDR-TERM-MONTHS            PIC S9(03)    COMP-3.
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    THE NULLABLE NOTICE AND MATURED DATES ARE COALESCED TO
      *    SPACES ON SELECT.
      *-----------------------------------------------------------------
           05  TDR-ISSUE-DATE             PIC X(10).
           05  TDR-MATURITY-DATE          PIC X(10).
           05  TDR-MATURITY-INSTR         PIC X(01).
      *-----------------------------------------------------------------
      *    NULLABLE ON THE TABLE - ONLY A 'P' INSTRUCTION CARRIES ONE.
      *    SELECTS COALESCE IT TO SPACES.
      *-----------------------------------------------------------------
           05  TDR-PAYOUT-ACCOUNT         PIC X(12).
           05  TDR-PENALTY-DAYS           PIC S9(03)    COMP-3.
           05  TDR-TERM-STATUS            PIC X(01).
           05  TDR-NOTICE-DATE            PIC X(10).
           05  TDR-ROLLOVER-COUNT         PIC 9(08).
           05  TDR-MATURED-DATE           PIC X(10).

      *-----------------------------------------------------------------
      *    DOMAIN CHECKS - MOVE THE FIELD TO BE EDITED INTO THE
      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *    ONLY AN IN-TERM CD RESTRICTS WITHDRAWALS - A MATURED AND
      *    HELD CD IS ORDINARY MONEY ON DEPOSIT.
      *-----------------------------------------------------------------
       01  TDR-DOMAIN-CHECKS.
           05  TDR-INSTR-CHECK            PIC X(01).
               88  TDR-INSTR-IS-ROLLOVER      VALUE 'R'.
               88  TDR-INSTR-IS-PAYOUT        VALUE 'P'.
               88  TDR-INSTR-IS-HOLD          VALUE 'H'.
               88  TDR-INSTR-IS-VALID         VALUE 'R' 'P' 'H'.
           05  TDR-STATUS-CHECK           PIC X(01).
               88  TDR-STATUS-IS-IN-TERM      VALUE 'A'.
               88  TDR-STATUS-IS-MATURED      VALUE 'M'.
               88  TDR-STATUS-IS-CLOSED       VALUE 'C'.
               88  TDR-STATUS-IS-VALID        VALUE 'A' 'M' 'C'.
