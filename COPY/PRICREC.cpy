      ******************************************************************
      *                                                                *
      *  PRICREC - COMMON PRODUCT PRICING DOMAIN COPYBOOK              *
      *                                                                *
      *  SHARED BY PRICEMNT, WHICH MAINTAINS PRODUCT_PRICING, AND BY   *
      *  THE PROGRAMS THAT PRICE FROM IT (INTCALC, FEEPOST, LOANSVC,   *
      *  LOANCOLL, GLEXTRCT, NSFPROC, GLPROOF).  PROVIDES THE          *
      *  HOST-VARIABLE LAYOUT FOR A PRODUCT_PRICING ROW (PRC- PREFIX,  *
      *  TO AVOID COLLIDING WITH EACH PROGRAM'S OWN WS- WORKING        *
      *  FIELDS) AND A TABLE OF THE VERSIONS IN EFFECT ON ONE BUSINESS *
      *  DATE, ONE ENTRY PER ACCOUNT TYPE, FOR THE PROGRAMS THAT PRICE *
      *  MORE THAN ONE TYPE.                                           *
      *                                                                *
      ******************************************************************
       01  PRC-PRICING-RECORD.
           05  PRC-ACCOUNT-TYPE           PIC X(01).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMNS - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD.
      *    THE LATEST VERSION OF A TYPE RUNS TO 9999-12-31.
      *-----------------------------------------------------------------
           05  PRC-EFFECTIVE-FROM         PIC X(10).
           05  PRC-EFFECTIVE-TO           PIC X(10).
           05  PRC-PRODUCT-NAME           PIC X(20).
      *-----------------------------------------------------------------
      *    BALANCE TIERS - TIER 1 UP TO PRC-TIER-1-LIMIT, TIER 2 UP TO
      *    PRC-TIER-2-LIMIT, TIER 3 ON EVERYTHING ABOVE.
      *-----------------------------------------------------------------
           05  PRC-TIER-1-LIMIT           PIC S9(11)V99 COMP-3.
           05  PRC-TIER-1-RATE            PIC 9V9(4)    COMP-3.
           05  PRC-TIER-2-LIMIT           PIC S9(11)V99 COMP-3.
           05  PRC-TIER-2-RATE            PIC 9V9(4)    COMP-3.
           05  PRC-TIER-3-RATE            PIC 9V9(4)    COMP-3.
      *-----------------------------------------------------------------
      *    MONTHLY FEES - THE MAINTENANCE FEE IS WAIVED AT OR ABOVE
      *    PRC-WAIVER-MIN, THE BELOW-MINIMUM FEE IS CHARGED UNDER
      *    PRC-MIN-BALANCE, AND THE OVERDRAFT USAGE FEE IS CHARGED
      *    WHEN THE BALANCE IS NEGATIVE.  THE NSF ITEM FEE IS CHARGED
      *    BY NSFPROC FOR EACH ITEM RETURNED FOR INSUFFICIENT FUNDS, UP
      *    TO PRC-NSF-DAILY-MAX FEES PER ACCOUNT PER BUSINESS DATE
      *    (ZERO = NO CAP).
      *-----------------------------------------------------------------
           05  PRC-MAINT-FEE              PIC S9(05)V99 COMP-3.
           05  PRC-WAIVER-MIN             PIC S9(11)V99 COMP-3.
           05  PRC-MIN-BALANCE            PIC S9(11)V99 COMP-3.
           05  PRC-BELOW-MIN-FEE          PIC S9(05)V99 COMP-3.
           05  PRC-OD-USAGE-FEE           PIC S9(05)V99 COMP-3.
           05  PRC-NSF-ITEM-FEE           PIC S9(05)V99 COMP-3.
           05  PRC-NSF-DAILY-MAX          PIC S9(03)    COMP-3.
      *-----------------------------------------------------------------
      *    LOAN SERVICING AND COLLECTIONS TERMS - ZERO ON EVERY TYPE
      *    BUT 'L'.
      *-----------------------------------------------------------------
           05  PRC-PAYMENT-DUE-DAYS       PIC S9(03)    COMP-3.
           05  PRC-GRACE-DAYS             PIC S9(03)    COMP-3.
           05  PRC-LATE-CHARGE-AMT        PIC S9(05)V99 COMP-3.
           05  PRC-CHARGE-OFF-DAYS        PIC S9(03)    COMP-3.
      *-----------------------------------------------------------------
      *    GL ACCOUNTS THE TYPE'S ACTIVITY JOURNALIZES TO - SEE
      *    GLEXTRCT 214-MAP-TYPE-TO-GL.
      *-----------------------------------------------------------------
           05  PRC-GL-PRINCIPAL-ACCT      PIC X(08).
           05  PRC-GL-INTEREST-ACCT       PIC X(08).
           05  PRC-GL-FEE-ACCT            PIC X(08).
           05  PRC-GL-OFFSET-ACCT         PIC X(08).
           05  PRC-LAST-CHANGED-BY        PIC X(08).

      *-----------------------------------------------------------------
      *    VERSIONS IN EFFECT ON THE RUN'S BUSINESS DATE.  EACH ENTRY
      *    HOLDS A WHOLE PRC-PRICING-RECORD IMAGE - THE LOADER MOVES
      *    THE FETCHED ROW IN AS A GROUP AND 'FIND' MOVES THE MATCHING
      *    ENTRY BACK OUT TO PRC-PRICING-RECORD, SO PRC-TBL-ENTRY MUST
      *    STAY EXACTLY AS LONG AS PRC-PRICING-RECORD (146 BYTES).
      *    FIXED AT 10 ENTRIES - ONE PER ACCOUNT TYPE.
      *-----------------------------------------------------------------
       01  PRC-PRICING-TABLE.
           05  PRC-TABLE-COUNT            PIC 9(04)     COMP-3 VALUE 0.
           05  PRC-TBL-ENTRY OCCURS 10 TIMES
                                          INDEXED BY PRC-TBL-IDX.
               10  PRC-TBL-ACCOUNT-TYPE   PIC X(01).
               10  PRC-TBL-DETAIL         PIC X(145).

      *-----------------------------------------------------------------
      *    LOOKUP KEY - THE CALLER MOVES THE ACCOUNT TYPE IT IS PRICING
      *    HERE AND TESTS PRC-ENTRY-FOUND AFTERWARDS.
      *-----------------------------------------------------------------
       01  PRC-PRICING-LOOKUP.
           05  PRC-LOOKUP-TYPE            PIC X(01).
           05  PRC-LOOKUP-FOUND           PIC X(01).
               88  PRC-ENTRY-FOUND            VALUE 'Y'.
