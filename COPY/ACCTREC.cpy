      *    APPROPRIATE CHECK FIELD BELOW AND TEST THE CONDITION-NAME.
      *-----------------------------------------------------------------
       01  ACR-DOMAIN-CHECKS.
      *-----------------------------------------------------------------
      *    TYPES: 'C' CHECKING, 'S' SAVINGS, 'M' MONEY MARKET, 'L'
      *    LOAN, 'T' TERM DEPOSIT (CD) - A 'T' ACCOUNT ALSO CARRIES A
      *    TERM_DEPOSITS ROW (SEE TDEPREC).
      *-----------------------------------------------------------------
           05  ACR-TYPE-CHECK             PIC X(01).
               88  ACR-TYPE-IS-TERM-DEPOSIT   VALUE 'T'.
               88  ACR-TYPE-IS-VALID          VALUE 'C' 'S' 'M' 'L'
                                                    'T'.
           05  ACR-STATUS-CHECK           PIC X(01).
               88  ACR-STATUS-IS-ACTIVE       VALUE 'A'.
               88  ACR-STATUS-IS-INACTIVE     VALUE 'I'.
               88  ACR-STATUS-IS-DORMANT      VALUE 'D'.
               88  ACR-STATUS-IS-VALID        VALUE 'A' 'I' 'D'.
      *-----------------------------------------------------------------
      *    ESCHEATED - SET ONLY BY ESCHPROC WHEN THE BALANCE IS TURNED
      *    OVER TO THE STATE.  DELIBERATELY OUTSIDE THE VALID SET SO
      *    ACCOUNT MAINTENANCE CAN NEITHER SET NOR CLEAR IT.
      *-----------------------------------------------------------------
               88  ACR-STATUS-IS-ESCHEATED    VALUE 'E'.
      *-----------------------------------------------------------------
      *    CHARGED OFF - SET ONLY BY LOANCOLL WHEN A LOAN PASSES THE
      *    CHARGE-OFF THRESHOLD AND ITS BALANCE IS WRITTEN OFF TO THE
      *    LOAN LOSS ALLOWANCE.  OUTSIDE THE VALID SET FOR THE SAME
      *    REASON AS 'E'.
      *-----------------------------------------------------------------
               88  ACR-STATUS-IS-CHARGED-OFF  VALUE 'W'.
