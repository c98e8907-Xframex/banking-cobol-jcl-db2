       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFPROC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    NSF NOTICES - ONE FIXED-DEPTH PAGE PER CUSTOMER LISTING
      *>    EVERY ITEM RETURNED UNPAID SINCE THE LAST RUN AND THE FEE
      *>    TAKEN FOR EACH, NAME AND ADDRESS POSITIONED FOR A WINDOW
      *>    ENVELOPE
           SELECT NSF-NOTICE-FILE
               ASSIGN TO UT-S-NSFNTC
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    NSF FEE REPORT - WHAT WAS DONE WITH EACH RETURNED ITEM,
      *>    THEN RUN TOTALS, FOR OPERATIONS
           SELECT NSF-FEE-REPORT
               ASSIGN TO UT-S-NSFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    DAILY RETURNED-ITEMS REPORT - THE BUSINESS DATE'S RETURNED
      *>    ITEMS BY BRANCH, THEN THE REPEAT OFFENDERS, FOR THE BRANCHES
           SELECT RETURNED-ITEMS-REPORT
               ASSIGN TO UT-S-RETRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NSF-NOTICE-FILE.
       01 NOTICE-LINE                 PIC X(150).

       FD NSF-FEE-REPORT.
       01 NSF-FEE-REPORT-LINE         PIC X(150).

       FD RETURNED-ITEMS-REPORT.
       01 RETURNED-ITEMS-LINE         PIC X(150).

      *>    CONTROL CARD: COLS 1-8 BUSINESS DATE (YYYYMMDD), COL 9
      *>    DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2 WRITES AND NO
      *>    NOTICES), COLS 10-11 ITEMS RETURNED WITHIN THE LOOK-BACK
      *>    WINDOW THAT MAKE AN ACCOUNT A REPEAT OFFENDER, COLS 12-14
      *>    LOOK-BACK WINDOW IN DAYS - ABSENT, BLANK OR ZERO FIELDS
      *>    MEAN TODAY, A LIVE RUN, 3 ITEMS AND 30 DAYS
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'NSFPROC'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
      *>    THE BUSINESS DATE PRICES THE FEE, DATES ITS POSTING AND
      *>    BOUNDS THE ITEMS TAKEN UP - A RERUN OF A PRIOR DATE
      *>    CHARGES ON THAT DATE'S PRICING AND LANDS IN THAT DATE'S
      *>    GL EXTRACT
           05 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05 WS-BUSINESS-DATE-ISO    PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.
           05 WS-REPEAT-THRESHOLD     PIC 9(2) VALUE 0.
           05 WS-WINDOW-DAYS          PIC 9(3) VALUE 0.

      *>    CURSOR END-OF-FETCH SWITCHES - THE ITEM LOOP RUNS ITS OWN
      *>    SQL MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-ITEM             PIC X(1) VALUE 'N'.
               88 ITEM-EOF                VALUE 'Y'.
           05 WS-EOF-BRANCH-ITEM      PIC X(1) VALUE 'N'.
               88 BRANCH-ITEM-EOF         VALUE 'Y'.
           05 WS-EOF-OFFENDER         PIC X(1) VALUE 'N'.
               88 OFFENDER-EOF            VALUE 'Y'.

      *>    PER-ITEM WORK FIELDS - THE ITEM ITSELF COMES BACK IN
      *>    RTI-RETURNED-ITEM, ITS ACCOUNT IN ACR-ACCOUNT-RECORD
       01 WS-ITEM-VARS.
      *>    CLEARED WHEN ANY STEP OF AN ITEM FAILS, SO THE ITEM IS
      *>    LEFT NEW FOR THE NEXT RUN AND STAYS OFF THE NOTICE
           05 WS-UPDATE-FLAG          PIC X(1).
               88 UPDATE-OK               VALUE 'Y'.
           05 WS-FEE-REASON           PIC X(24).
           05 WS-ITEM-DESC            PIC X(48).
           05 WS-ITEM-STATUS-DESC     PIC X(24).
           05 WS-REPEAT-FLAG          PIC X(6).

      *>    DAILY MAXIMUM CONTROL - FEES ALREADY TAKEN ON THE ACCOUNT
      *>    FOR THE RETURN DATE IN HAND, SEEDED FROM THE TABLE ON EACH
      *>    NEW ACCOUNT AND DATE SO A RERUN OR A LATE-CAPTURED ITEM
      *>    CANNOT TAKE THE ACCOUNT PAST THE MAXIMUM
       01 WS-DAILY-CAP.
           05 WS-CAP-ACCOUNT          PIC X(12) VALUE SPACES.
           05 WS-CAP-DATE             PIC X(10) VALUE SPACES.
           05 WS-CAP-FEE-COUNT        PIC 9(8) VALUE 0.

      *>    CUSTOMER CONTROL BREAK - ONE NOTICE PER CUSTOMER COVERS
      *>    EVERY ACCOUNT OF THEIRS WITH A RETURNED ITEM
       01 WS-CUSTOMER-BREAK.
           05 WS-PREV-CUSTOMER        PIC X(8) VALUE SPACES.
           05 WS-FIRST-CUSTOMER       PIC X(1) VALUE 'Y'.
               88 FIRST-CUSTOMER          VALUE 'Y'.
           05 WS-NOTICE-FLAG          PIC X(1) VALUE 'N'.
               88 NOTICE-OPEN             VALUE 'Y'.
      *>    NOTICE DATE STAMPED ON THE ITEMS A NOTICE WENT OUT FOR -
      *>    SPACES (NULL ON THE TABLE) WHEN THE CUSTOMER HAS NO ADDRESS
           05 WS-NOTICE-DATE-ISO      PIC X(10) VALUE SPACES.
           05 WS-CUST-ITEM-COUNT      PIC 9(8) VALUE 0.
           05 WS-CUST-FEE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CUST-UNCHARGED       PIC 9(8) VALUE 0.
      *>    ITEMS LISTED ON ONE NOTICE PAGE - ANY BEYOND ARE COUNTED
      *>    IN A CLOSING LINE SO THE PAGE KEEPS ITS FIXED DEPTH
           05 WS-MAX-NOTICE-ITEMS     PIC 9(3) VALUE 30.

      *>    BRANCH CONTROL BREAK FOR THE DAILY RETURNED-ITEMS REPORT
       01 WS-CONTROL-BREAKS.
           05 WS-PREV-BRANCH          PIC X(4) VALUE SPACES.
           05 WS-FIRST-BRANCH         PIC X(1) VALUE 'Y'.
               88 FIRST-BRANCH            VALUE 'Y'.
           05 WS-BRANCH-COUNT         PIC 9(8) VALUE 0.
           05 WS-BRANCH-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BRANCH-FEES          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BRANCH-REPEAT        PIC 9(8) VALUE 0.

      *>    HOST VARIABLES FOR THE BRANCH AND REPEAT-OFFENDER CURSORS
       01 WS-REPORT-VARS.
           05 WS-WINDOW-COUNT         PIC 9(8).
           05 WS-WINDOW-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-WINDOW-FEES          PIC S9(13)V99 COMP-3.
           05 WS-LAST-RETURN-DATE     PIC X(10).
           05 WS-DAY-ITEM-COUNT       PIC 9(8) VALUE 0.
           05 WS-DAY-ITEM-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DAY-FEE-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-OFFENDER-COUNT       PIC 9(8) VALUE 0.

      *>    NOTICE PAGE FORMATTING - PADDED TO A FIXED DEPTH SO THE
      *>    PRINT FILE BURSTS CLEANLY INTO ENVELOPES
       01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05 WS-LINE-COUNT           PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 WS-ITEMS-READ           PIC 9(8) VALUE 0.
           05 WS-FEE-COUNT            PIC 9(8) VALUE 0.
           05 WS-FEE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-OVER-CAP-COUNT       PIC 9(8) VALUE 0.
           05 WS-NO-FEE-COUNT         PIC 9(8) VALUE 0.
           05 WS-NOTICE-COUNT         PIC 9(8) VALUE 0.
           05 WS-NO-ADDRESS-COUNT     PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-AVAILABLE       PIC -9(11).99.
           05 WS-DISP-FEE             PIC -9(5).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.
           05 WS-DISP-TOTAL-2         PIC -9(13).99.
           05 WS-DISP-MAX             PIC ZZ9.
           05 WS-DISP-COUNT           PIC ZZZZZZZ9.

       COPY ACCTREC.
       COPY CUSTREC.
       COPY PRICREC.
       COPY RETIREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-RETURNED-ITEMS.
           PERFORM 270-WRITE-BRANCH-REPORT.
           PERFORM 280-WRITE-REPEAT-OFFENDERS.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 140-LOAD-PRICING.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT NSF-NOTICE-FILE.
           OPEN OUTPUT NSF-FEE-REPORT.
           OPEN OUTPUT RETURNED-ITEMS-REPORT.

           DISPLAY 'NSFPROC: Starting Returned Item Processing'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Business Date: ' WS-BUSINESS-DATE-ISO.
           DISPLAY 'Repeat Threshold: ' WS-REPEAT-THRESHOLD.
           DISPLAY 'Window Days: ' WS-WINDOW-DAYS.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING 'NSF FEE REPORT - BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               '   RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           WRITE NSF-FEE-REPORT-LINE.

           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING 'DAILY RETURNED ITEMS REPORT - BUSINESS DATE '
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               '   REPEAT OFFENDER: ' DELIMITED BY SIZE
               WS-REPEAT-THRESHOLD DELIMITED BY SIZE
               ' OR MORE ITEMS IN ' DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN, AND NEVER
      *>    AHEAD OF TRANPOST - TONIGHT'S OVERDRAFT REJECTS ARE ONLY
      *>    CAPTURED AS TRANPOST POSTS
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE 'TRANPOST' TO RCT-PREDECESSOR.
           MOVE WS-BUSINESS-DATE-ISO TO RCT-BUSINESS-DATE.

           MOVE 'N' TO RCT-ROW-FOUND.
           EXEC SQL
               SELECT RUN_STATUS
               INTO :RCT-RUN-STATUS
               FROM RUN_CONTROL
               WHERE PROGRAM_NAME = :RCT-PROGRAM-NAME
               AND BUSINESS_DATE = :RCT-BUSINESS-DATE
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO RCT-ROW-FOUND
               IF RCT-STATUS-FINISHED
                   DISPLAY 'NSFPROC: Run refused - already completed'
                       ' for business date ' RCT-BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF RCT-PREDECESSOR NOT = SPACES
               PERFORM 106-CHECK-PREDECESSOR
           END-IF.

           PERFORM 107-STAMP-RUN-STARTED.

       106-CHECK-PREDECESSOR.
           EXEC SQL
               SELECT RUN_STATUS
               INTO :RCT-RUN-STATUS
               FROM RUN_CONTROL
               WHERE PROGRAM_NAME = :RCT-PREDECESSOR
               AND BUSINESS_DATE = :RCT-BUSINESS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR NOT RCT-STATUS-FINISHED
               DISPLAY 'NSFPROC: Run refused - predecessor '
                   RCT-PREDECESSOR ' has not completed for '
                   RCT-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       107-STAMP-RUN-STARTED.
           IF RCT-ROW-EXISTS
               EXEC SQL
                   UPDATE RUN_CONTROL
                   SET RUN_STATUS = 'S',
                       RECORD_COUNT = 0,
                       SUCCESS_COUNT = 0,
                       ERROR_COUNT = 0,
                       START_DATE = CURRENT_DATE,
                       START_TIME = CURRENT_TIME,
                       END_DATE = NULL,
                       END_TIME = NULL
                   WHERE PROGRAM_NAME = :RCT-PROGRAM-NAME
                   AND BUSINESS_DATE = :RCT-BUSINESS-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO RUN_CONTROL
                       (PROGRAM_NAME, BUSINESS_DATE, RUN_STATUS,
                        RECORD_COUNT, SUCCESS_COUNT, ERROR_COUNT,
                        START_DATE, START_TIME)
                   VALUES
                       (:RCT-PROGRAM-NAME, :RCT-BUSINESS-DATE, 'S',
                        0, 0, 0, CURRENT_DATE, CURRENT_TIME)
               END-EXEC
           END-IF.

       110-READ-CONTROL-CARD.
      *>    COLS 1-8 BUSINESS DATE, COL 9 DRY-RUN FLAG, COLS 10-11
      *>    REPEAT-OFFENDER THRESHOLD, COLS 12-14 LOOK-BACK DAYS -
      *>    ABSENT OR BLANK CARD MEANS A LIVE RUN FOR TODAY
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:8) NUMERIC
                       MOVE CTL-CARD-RECORD(1:8) TO WS-BUSINESS-DATE
                   END-IF
                   MOVE CTL-CARD-RECORD(9:1) TO WS-DRY-RUN-FLAG
                   IF CTL-CARD-RECORD(10:2) NUMERIC
                       MOVE CTL-CARD-RECORD(10:2)
                           TO WS-REPEAT-THRESHOLD
                   END-IF
                   IF CTL-CARD-RECORD(12:3) NUMERIC
                       MOVE CTL-CARD-RECORD(12:3) TO WS-WINDOW-DAYS
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-BUSINESS-DATE = 0
               MOVE WS-EXECUTION-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF WS-REPEAT-THRESHOLD = 0
               MOVE 3 TO WS-REPEAT-THRESHOLD
           END-IF.
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           STRING WS-BUSINESS-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BUSINESS-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BUSINESS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-BUSINESS-DATE-ISO
           END-STRING.

       140-LOAD-PRICING.
      *>    Every pricing version in effect on the business date, one
      *>    per account type, into PRC-PRICING-TABLE - a rerun of a
      *>    prior date prices from the versions in effect on that
      *>    date, not today's
           MOVE 0 TO PRC-TABLE-COUNT.
           EXEC SQL
               DECLARE PRICING_CURSOR CURSOR FOR
               SELECT ACCOUNT_TYPE, CHAR(EFFECTIVE_FROM, ISO),
                      CHAR(EFFECTIVE_TO, ISO), PRODUCT_NAME,
                      TIER_1_LIMIT, TIER_1_RATE, TIER_2_LIMIT,
                      TIER_2_RATE, TIER_3_RATE, MAINT_FEE,
                      WAIVER_MIN, MIN_BALANCE, BELOW_MIN_FEE,
                      OD_USAGE_FEE, NSF_ITEM_FEE, NSF_DAILY_MAX,
                      PAYMENT_DUE_DAYS, GRACE_DAYS,
                      LATE_CHARGE_AMT, CHARGE_OFF_DAYS,
                      GL_PRINCIPAL_ACCT, GL_INTEREST_ACCT,
                      GL_FEE_ACCT, GL_OFFSET_ACCT, LAST_CHANGED_BY
               FROM PRODUCT_PRICING
               WHERE EFFECTIVE_FROM <= :WS-BUSINESS-DATE-ISO
               AND EFFECTIVE_TO >= :WS-BUSINESS-DATE-ISO
               ORDER BY ACCOUNT_TYPE
           END-EXEC.

           EXEC SQL OPEN PRICING_CURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PRICING_CURSOR
                   INTO :PRC-ACCOUNT-TYPE, :PRC-EFFECTIVE-FROM,
                        :PRC-EFFECTIVE-TO, :PRC-PRODUCT-NAME,
                        :PRC-TIER-1-LIMIT, :PRC-TIER-1-RATE,
                        :PRC-TIER-2-LIMIT, :PRC-TIER-2-RATE,
                        :PRC-TIER-3-RATE, :PRC-MAINT-FEE,
                        :PRC-WAIVER-MIN, :PRC-MIN-BALANCE,
                        :PRC-BELOW-MIN-FEE, :PRC-OD-USAGE-FEE,
                        :PRC-NSF-ITEM-FEE, :PRC-NSF-DAILY-MAX,
                        :PRC-PAYMENT-DUE-DAYS, :PRC-GRACE-DAYS,
                        :PRC-LATE-CHARGE-AMT, :PRC-CHARGE-OFF-DAYS,
                        :PRC-GL-PRINCIPAL-ACCT, :PRC-GL-INTEREST-ACCT,
                        :PRC-GL-FEE-ACCT, :PRC-GL-OFFSET-ACCT,
                        :PRC-LAST-CHANGED-BY
               END-EXEC

               IF SQLCODE = 0
      *>            THE TABLE IS FIXED AT 10 ACCOUNT TYPES - AN 11TH
      *>            WOULD INDEX PAST THE END OF PRC-TBL-ENTRY, SO THE
      *>            RUN IS STOPPED HERE RATHER THAN LET THAT HAPPEN
                   IF PRC-TABLE-COUNT >= 10
                       DISPLAY 'NSFPROC: *** PRICING TABLE FULL - '
                           'MORE THAN 10 ACCOUNT TYPES ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PRC-TABLE-COUNT
                   SET PRC-TBL-IDX TO PRC-TABLE-COUNT
                   MOVE PRC-PRICING-RECORD TO PRC-TBL-ENTRY(PRC-TBL-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PRICING_CURSOR END-EXEC.

           DISPLAY 'Pricing Versions Loaded: ' PRC-TABLE-COUNT.

       145-FIND-PRICING.
      *>    THE VERSION IN EFFECT FOR PRC-LOOKUP-TYPE, MOVED OUT TO
      *>    PRC-PRICING-RECORD - PRC-ENTRY-FOUND IS OFF WHEN THE TYPE
      *>    HAS NO PRICING IN EFFECT ON THE BUSINESS DATE
           MOVE 'N' TO PRC-LOOKUP-FOUND.
           IF PRC-TABLE-COUNT > 0
               SET PRC-TBL-IDX TO 1
               SEARCH PRC-TBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRC-TBL-IDX > PRC-TABLE-COUNT
                       CONTINUE
                   WHEN PRC-TBL-ACCOUNT-TYPE(PRC-TBL-IDX) =
                        PRC-LOOKUP-TYPE
                       MOVE 'Y' TO PRC-LOOKUP-FOUND
                       MOVE PRC-TBL-ENTRY(PRC-TBL-IDX)
                           TO PRC-PRICING-RECORD
               END-SEARCH
           END-IF.

       200-PROCESS-RETURNED-ITEMS.
      *>    Every returned item not yet dealt with, up to the business
      *>    date, by customer so each customer gets one notice.  An
      *>    item a failed run left new is picked up again here
           MOVE 'NSF FEES AND NOTICES:' TO NSF-FEE-REPORT-LINE.
           WRITE NSF-FEE-REPORT-LINE.

           EXEC SQL
               DECLARE ITEM_CURSOR CURSOR FOR
               SELECT R.RETURN_ID, R.ACCOUNT_NUMBER,
                      CHAR(R.RETURN_DATE, ISO), R.ITEM_TYPE,
                      R.ITEM_AMOUNT, R.AVAILABLE_BAL,
                      COALESCE(R.PAYEE_ACCOUNT, ' '),
                      COALESCE(R.ITEM_REFERENCE, ' '),
                      R.BATCH_ID, R.BRANCH_ID, R.SOURCE_PROGRAM,
                      A.CUSTOMER_ID, A.ACCOUNT_TYPE, A.ACCOUNT_STATUS
               FROM RETURNED_ITEMS R
               INNER JOIN ACCOUNTS A
                   ON A.ACCOUNT_NUMBER = R.ACCOUNT_NUMBER
               WHERE R.ITEM_STATUS = 'N'
               AND R.RETURN_DATE <= :WS-BUSINESS-DATE-ISO
               ORDER BY A.CUSTOMER_ID, R.ACCOUNT_NUMBER,
                        R.RETURN_DATE, R.RETURN_ID
           END-EXEC.

           EXEC SQL OPEN ITEM_CURSOR END-EXEC.

           PERFORM UNTIL ITEM-EOF
               EXEC SQL
                   FETCH ITEM_CURSOR
                   INTO :RTI-RETURN-ID, :RTI-ACCOUNT-NUMBER,
                        :RTI-RETURN-DATE, :RTI-ITEM-TYPE,
                        :RTI-ITEM-AMOUNT, :RTI-AVAILABLE-BAL,
                        :RTI-PAYEE-ACCOUNT, :RTI-ITEM-REFERENCE,
                        :RTI-BATCH-ID, :RTI-BRANCH-ID,
                        :RTI-SOURCE-PROGRAM, :ACR-CUSTOMER-ID,
                        :ACR-ACCOUNT-TYPE, :ACR-ACCOUNT-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE RTI-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
                   PERFORM 205-PROCESS-ITEM
               ELSE
                   MOVE 'Y' TO WS-EOF-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ITEM_CURSOR END-EXEC.

      *>    THE LAST CUSTOMER NEVER HITS A BREAK - CLOSE IT OUT HERE
           IF NOT FIRST-CUSTOMER
               PERFORM 250-FINISH-NOTICE
           END-IF.

       205-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           MOVE 'Y' TO WS-UPDATE-FLAG.
           MOVE 0 TO RTI-FEE-AMOUNT.
           MOVE SPACES TO RTI-FEE-TXN-ID.

           PERFORM 210-CHECK-CUSTOMER-BREAK.
           PERFORM 215-COUNT-FEES-FOR-DAY.
           IF UPDATE-OK
               PERFORM 220-DECIDE-FEE
           END-IF.
           IF UPDATE-OK AND RTI-STATUS-IS-FEE-CHARGED
               PERFORM 225-CHARGE-NSF-FEE
           END-IF.
           IF UPDATE-OK AND NOT DRY-RUN-MODE
               PERFORM 230-UPDATE-RETURNED-ITEM
           END-IF.

           IF UPDATE-OK
               PERFORM 207-ACCUMULATE-ITEM
               PERFORM 235-WRITE-ACTION-LINE
               IF NOTICE-OPEN AND NOT DRY-RUN-MODE
                   PERFORM 257-WRITE-NOTICE-ITEM
               END-IF
           END-IF.

       207-ACCUMULATE-ITEM.
           IF RTI-STATUS-IS-FEE-CHARGED
               ADD 1 TO WS-FEE-COUNT
               ADD RTI-FEE-AMOUNT TO WS-FEE-TOTAL
               ADD RTI-FEE-AMOUNT TO WS-CUST-FEE-TOTAL
           ELSE IF RTI-STATUS-IS-OVER-CAP
               ADD 1 TO WS-OVER-CAP-COUNT
               ADD 1 TO WS-CUST-UNCHARGED
           ELSE
               ADD 1 TO WS-NO-FEE-COUNT
               ADD 1 TO WS-CUST-UNCHARGED
           END-IF.

       210-CHECK-CUSTOMER-BREAK.
           IF FIRST-CUSTOMER OR ACR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
               IF NOT FIRST-CUSTOMER
                   PERFORM 250-FINISH-NOTICE
               END-IF
               MOVE 'N' TO WS-FIRST-CUSTOMER
               MOVE ACR-CUSTOMER-ID TO WS-PREV-CUSTOMER
               MOVE 0 TO WS-CUST-ITEM-COUNT
               MOVE 0 TO WS-CUST-FEE-TOTAL
               MOVE 0 TO WS-CUST-UNCHARGED
               PERFORM 240-START-NOTICE
           END-IF.

       215-COUNT-FEES-FOR-DAY.
      *>    Fees already charged on this account for this return
      *>    date, so the daily maximum holds across runs - counted
      *>    once per account and date, then kept in step as fees are
      *>    charged below
           IF RTI-ACCOUNT-NUMBER NOT = WS-CAP-ACCOUNT
              OR RTI-RETURN-DATE NOT = WS-CAP-DATE
               MOVE RTI-ACCOUNT-NUMBER TO WS-CAP-ACCOUNT
               MOVE RTI-RETURN-DATE TO WS-CAP-DATE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CAP-FEE-COUNT
                   FROM RETURNED_ITEMS
                   WHERE ACCOUNT_NUMBER = :RTI-ACCOUNT-NUMBER
                   AND RETURN_DATE = :RTI-RETURN-DATE
                   AND ITEM_STATUS = 'F'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-CAP-ACCOUNT
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

       220-DECIDE-FEE.
      *>    THE FEE IS THE ACCOUNT TYPE'S NSF ITEM FEE ON THE BUSINESS
      *>    DATE'S PRICING.  NO FEE WHEN THE TYPE CARRIES NONE OR THE
      *>    ACCOUNT IS NO LONGER ACTIVE (A CHARGE COULD NOT BE
      *>    COLLECTED), AND NONE BEYOND THE DAILY MAXIMUM - A ZERO
      *>    MAXIMUM MEANS NO CAP
           MOVE ACR-ACCOUNT-TYPE TO PRC-LOOKUP-TYPE.
           PERFORM 145-FIND-PRICING.
           MOVE ACR-ACCOUNT-STATUS TO ACR-STATUS-CHECK.

           IF NOT PRC-ENTRY-FOUND
               MOVE 'X' TO RTI-ITEM-STATUS
               MOVE 'NO PRICING IN EFFECT' TO WS-FEE-REASON
           ELSE IF PRC-NSF-ITEM-FEE NOT > 0
               MOVE 'X' TO RTI-ITEM-STATUS
               MOVE 'NO NSF FEE FOR TYPE' TO WS-FEE-REASON
           ELSE IF NOT ACR-STATUS-IS-ACTIVE
               MOVE 'X' TO RTI-ITEM-STATUS
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-FEE-REASON
           ELSE IF PRC-NSF-DAILY-MAX > 0
                AND WS-CAP-FEE-COUNT >= PRC-NSF-DAILY-MAX
               MOVE 'C' TO RTI-ITEM-STATUS
               MOVE 'DAILY MAXIMUM REACHED' TO WS-FEE-REASON
           ELSE
               MOVE 'F' TO RTI-ITEM-STATUS
               MOVE PRC-NSF-ITEM-FEE TO RTI-FEE-AMOUNT
               MOVE SPACES TO WS-FEE-REASON
           END-IF.
           MOVE RTI-ITEM-STATUS TO RTI-STATUS-CHECK.

       225-CHARGE-NSF-FEE.
      *>    The fee is a normal 'F' posting dated the business date,
      *>    so GLEXTRCT books it to the type's fee income account.
      *>    Its TRANSACTION_ID is 'NSF' plus the returned item's own
      *>    ID less its first two letters - the third still tells a
      *>    TRANPOST reject from a standing order - so there is one
      *>    fee per item however often the item is picked up.  The
      *>    fee row goes in first and the account is debited only
      *>    when it went in: a duplicate ID means an earlier run
      *>    charged the item but failed to mark it, so it is not
      *>    debited again, just marked below.  A debit that fails
      *>    takes its fee row back out, so the item is charged
      *>    cleanly on the next run
           MOVE 'NSF' TO RTI-FEE-TXN-ID.
           MOVE RTI-RETURN-ID(3:17) TO RTI-FEE-TXN-ID(4:17).

           IF NOT DRY-RUN-MODE
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (TRANSACTION_ID, ACCOUNT_NUMBER,
                        TRANSACTION_TYPE, TRANSACTION_AMT,
                        TRANSACTION_DATE, TRANSACTION_TIME,
                        STATUS, BRANCH_ID)
                   VALUES
                       (:RTI-FEE-TXN-ID, :RTI-ACCOUNT-NUMBER,
                        'F', :RTI-FEE-AMOUNT,
                        :WS-BUSINESS-DATE-ISO, CURRENT_TIME,
                        'C', '9999')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE ACCOUNTS
                       SET ACCOUNT_BALANCE =
                               ACCOUNT_BALANCE - :RTI-FEE-AMOUNT,
                           LAST_UPDATE_DATE = CURRENT_DATE,
                           LAST_UPDATE_TIME = CURRENT_TIME
                       WHERE ACCOUNT_NUMBER = :RTI-ACCOUNT-NUMBER
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                       EXEC SQL
                           DELETE FROM TRANSACTIONS
                           WHERE TRANSACTION_ID = :RTI-FEE-TXN-ID
                       END-EXEC
                       IF SQLCODE NOT = 0
                           PERFORM 290-LOG-SQL-ERROR
                       END-IF
                   END-IF
               ELSE
                   IF SQLCODE NOT = -803
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
               END-IF
           END-IF.

           IF UPDATE-OK
               ADD 1 TO WS-CAP-FEE-COUNT
           END-IF.

       230-UPDATE-RETURNED-ITEM.
      *>    Mark the item dealt with - fee charged, over the daily
      *>    maximum or no fee - with the notice date when a notice
      *>    went out for it
           EXEC SQL
               UPDATE RETURNED_ITEMS
               SET ITEM_STATUS = :RTI-ITEM-STATUS,
                   FEE_AMOUNT = :RTI-FEE-AMOUNT,
                   FEE_TXN_ID = NULLIF(:RTI-FEE-TXN-ID, ' '),
                   NOTICE_DATE =
                       DATE(NULLIF(:WS-NOTICE-DATE-ISO, ' ')),
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE RETURN_ID = :RTI-RETURN-ID
               AND ITEM_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       235-WRITE-ACTION-LINE.
           PERFORM 252-DESCRIBE-ITEM.
           MOVE RTI-ITEM-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           IF RTI-STATUS-IS-FEE-CHARGED
               MOVE RTI-FEE-AMOUNT TO WS-DISP-FEE
               STRING '  Account: ' DELIMITED BY SIZE
                   RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' Returned: ' DELIMITED BY SIZE
                   RTI-RETURN-DATE DELIMITED BY SIZE
                   ' Amount: ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' FEE ' DELIMITED BY SIZE
                   WS-DISP-FEE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RTI-FEE-TXN-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ITEM-DESC DELIMITED BY SIZE
                   INTO NSF-FEE-REPORT-LINE
               END-STRING
           ELSE
               STRING '  Account: ' DELIMITED BY SIZE
                   RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' Returned: ' DELIMITED BY SIZE
                   RTI-RETURN-DATE DELIMITED BY SIZE
                   ' Amount: ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' NO FEE - ' DELIMITED BY SIZE
                   WS-FEE-REASON DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ITEM-DESC DELIMITED BY SIZE
                   INTO NSF-FEE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE NSF-FEE-REPORT-LINE.

       240-START-NOTICE.
      *>    A NOTICE NEEDS SOMEWHERE TO GO - A CUSTOMER WITH NO
      *>    MAILING ADDRESS IS FLAGGED ON THE REPORT FOR BRANCH
      *>    RESEARCH AND THEIR ITEMS CARRY NO NOTICE DATE.  ON A DRY
      *>    RUN NOTHING IS MAILED - THE REPORT SHOWS THE NOTICE THAT
      *>    WOULD GO OUT
           PERFORM 245-LOOKUP-CUSTOMER.

           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           IF CUR-ADDR-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 'N' TO WS-NOTICE-FLAG
               MOVE SPACES TO WS-NOTICE-DATE-ISO
               STRING ' Customer: ' DELIMITED BY SIZE
                   ACR-CUSTOMER-ID DELIMITED BY SIZE
                   ' NO ADDRESS - NOTICE NOT PRODUCED'
                       DELIMITED BY SIZE
                   INTO NSF-FEE-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'Y' TO WS-NOTICE-FLAG
               MOVE WS-BUSINESS-DATE-ISO TO WS-NOTICE-DATE-ISO
               STRING ' Customer: ' DELIMITED BY SIZE
                   ACR-CUSTOMER-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUR-CUSTOMER-NAME DELIMITED BY SIZE
                   ' NOTICE ISSUED' DELIMITED BY SIZE
                   INTO NSF-FEE-REPORT-LINE
               END-STRING
               IF NOT DRY-RUN-MODE
                   PERFORM 255-WRITE-NOTICE-HEADER
               END-IF
           END-IF.
           WRITE NSF-FEE-REPORT-LINE.

       245-LOOKUP-CUSTOMER.
      *>    NAME AND ADDRESS OFF THE CUSTOMER MASTER CUSTMSTR
      *>    MAINTAINS - A MISSING ROW IS TREATED AS NO ADDRESS
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2
               INTO :CUR-CUSTOMER-NAME, :CUR-ADDR-LINE-1,
                    :CUR-ADDR-LINE-2
               FROM CUSTOMERS
               WHERE CUSTOMER_ID = :ACR-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO CUR-CUSTOMER-NAME
               MOVE SPACES TO CUR-ADDR-LINE-1
               MOVE SPACES TO CUR-ADDR-LINE-2
           END-IF.

       250-FINISH-NOTICE.
           IF NOTICE-OPEN AND NOT DRY-RUN-MODE
               PERFORM 258-WRITE-NOTICE-CLOSING
           END-IF.

       252-DESCRIBE-ITEM.
      *>    WHAT THE ITEM WAS, IN WORDS THE CUSTOMER WILL RECOGNISE
           MOVE RTI-ITEM-TYPE TO RTI-TYPE-CHECK.
           MOVE SPACES TO WS-ITEM-DESC.
           IF RTI-TYPE-IS-ACH
               STRING 'ACH DEBIT TRACE ' DELIMITED BY SIZE
                   RTI-ITEM-REFERENCE DELIMITED BY SPACE
                   INTO WS-ITEM-DESC
               END-STRING
           ELSE IF RTI-TYPE-IS-STANDING-ORDER
               STRING 'STANDING ORDER ' DELIMITED BY SIZE
                   RTI-ITEM-REFERENCE DELIMITED BY SPACE
                   ' TO ' DELIMITED BY SIZE
                   RTI-PAYEE-ACCOUNT DELIMITED BY SIZE
                   INTO WS-ITEM-DESC
               END-STRING
           ELSE IF RTI-TYPE-IS-TRANSFER
               STRING 'TRANSFER TO ' DELIMITED BY SIZE
                   RTI-PAYEE-ACCOUNT DELIMITED BY SIZE
                   INTO WS-ITEM-DESC
               END-STRING
           ELSE
               MOVE 'DEBIT' TO WS-ITEM-DESC
           END-IF.

       255-WRITE-NOTICE-HEADER.
      *>    NAME AND ADDRESS BLOCK POSITIONED FOR A WINDOW ENVELOPE THE
      *>    SAME WAY STMTGEN PRINTS STATEMENTS, THEN THE NOTICE WORDING
      *>    AND THE COLUMN HEADINGS FOR THE ITEM LINES
           MOVE 0 TO WS-LINE-COUNT.
           MOVE ALL '=' TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-CUSTOMER-NAME DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-1 DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-2 DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING 'CUSTOMER: ' DELIMITED BY SIZE
               ACR-CUSTOMER-ID DELIMITED BY SIZE
               '   NOTICE DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.

           MOVE 'NOTICE OF ITEMS RETURNED UNPAID' TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'THE ITEMS BELOW COULD NOT BE PAID BECAUSE YOUR ACCOUNT'
               TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'DID NOT HAVE ENOUGH AVAILABLE FUNDS, AND WERE RETURNED'
               TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'UNPAID.  THE RETURNED ITEM FEE SHOWN HAS BEEN CHARGED'
               TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'TO YOUR ACCOUNT FOR EACH ITEM.' TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING 'ACCOUNT       RETURNED           AMOUNT'
                   DELIMITED BY SIZE
               '        AVAILABLE       FEE  ITEM' DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.

       257-WRITE-NOTICE-ITEM.
      *>    ONE LINE PER ITEM UP TO THE PAGE LIMIT
           ADD 1 TO WS-CUST-ITEM-COUNT.
           IF WS-CUST-ITEM-COUNT NOT > WS-MAX-NOTICE-ITEMS
               MOVE RTI-ITEM-AMOUNT TO WS-DISP-AMOUNT
               MOVE RTI-AVAILABLE-BAL TO WS-DISP-AVAILABLE
               MOVE RTI-FEE-AMOUNT TO WS-DISP-FEE
               STRING RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   RTI-RETURN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-AVAILABLE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-FEE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ITEM-DESC DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               PERFORM 259-WRITE-NOTICE-LINE
           END-IF.

       258-WRITE-NOTICE-CLOSING.
      *>    CLOSE OUT THE CUSTOMER'S NOTICE - ITEMS BEYOND THE PAGE,
      *>    THE FEES TAKEN, THE STANDARD CLOSING, THEN BLANK LINES OUT
      *>    TO THE FIXED PAGE DEPTH
           IF WS-CUST-ITEM-COUNT > WS-MAX-NOTICE-ITEMS
               COMPUTE WS-DISP-COUNT =
                   WS-CUST-ITEM-COUNT - WS-MAX-NOTICE-ITEMS
               STRING '  AND ' DELIMITED BY SIZE
                   WS-DISP-COUNT DELIMITED BY SIZE
                   ' FURTHER ITEMS - SEE YOUR ACCOUNT STATEMENT'
                       DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               PERFORM 259-WRITE-NOTICE-LINE
           END-IF.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE WS-CUST-FEE-TOTAL TO WS-DISP-AMOUNT.
           STRING 'TOTAL RETURNED ITEM FEES CHARGED: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
      *>    ITEMS OVER THE DAILY MAXIMUM, OR ON AN ACCOUNT NO LONGER
      *>    ACTIVE, ARE LISTED WITH A ZERO FEE
           IF WS-CUST-UNCHARGED > 0
               MOVE 'NO FEE WAS CHARGED FOR AN ITEM SHOWING A ZERO FEE.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           END-IF.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'PLEASE MAKE SURE ENOUGH FUNDS ARE AVAILABLE BEFORE'
               TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'ANY OF THESE ITEMS IS PRESENTED AGAIN.' TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'IF YOU HAVE QUESTIONS ABOUT THIS NOTICE, PLEASE CALL'
               TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.
           MOVE 'OR VISIT ANY BRANCH.' TO NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.

      *>    BLANK LINES OUT TO THE FIXED PAGE DEPTH
           PERFORM UNTIL WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 259-WRITE-NOTICE-LINE
           END-PERFORM.

       259-WRITE-NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO NOTICE-LINE.

       270-WRITE-BRANCH-REPORT.
      *>    Every item returned on the business date, by the branch
      *>    that owns the batch, each flagged when its account has
      *>    reached the repeat-offender threshold within the look-back
      *>    window.  On a dry run the items taken up tonight are still
      *>    new on the table and print as pending
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           WRITE RETURNED-ITEMS-LINE.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING 'ITEMS RETURNED ON ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               ' BY BRANCH:' DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

           EXEC SQL
               DECLARE BRANCH_CURSOR CURSOR FOR
               SELECT R.BRANCH_ID, R.ACCOUNT_NUMBER, R.RETURN_ID,
                      R.ITEM_TYPE, R.ITEM_AMOUNT, R.AVAILABLE_BAL,
                      COALESCE(R.PAYEE_ACCOUNT, ' '),
                      COALESCE(R.ITEM_REFERENCE, ' '),
                      R.ITEM_STATUS, R.FEE_AMOUNT,
                      (SELECT COUNT(*)
                       FROM RETURNED_ITEMS W
                       WHERE W.ACCOUNT_NUMBER = R.ACCOUNT_NUMBER
                       AND W.RETURN_DATE >
                           DATE(:WS-BUSINESS-DATE-ISO)
                               - :WS-WINDOW-DAYS DAYS
                       AND W.RETURN_DATE <= :WS-BUSINESS-DATE-ISO)
               FROM RETURNED_ITEMS R
               WHERE R.RETURN_DATE = :WS-BUSINESS-DATE-ISO
               ORDER BY R.BRANCH_ID, R.ACCOUNT_NUMBER, R.RETURN_ID
           END-EXEC.

           EXEC SQL OPEN BRANCH_CURSOR END-EXEC.

           PERFORM UNTIL BRANCH-ITEM-EOF
               EXEC SQL
                   FETCH BRANCH_CURSOR
                   INTO :RTI-BRANCH-ID, :RTI-ACCOUNT-NUMBER,
                        :RTI-RETURN-ID, :RTI-ITEM-TYPE,
                        :RTI-ITEM-AMOUNT, :RTI-AVAILABLE-BAL,
                        :RTI-PAYEE-ACCOUNT, :RTI-ITEM-REFERENCE,
                        :RTI-ITEM-STATUS, :RTI-FEE-AMOUNT,
                        :WS-WINDOW-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 272-CHECK-BRANCH-BREAK
                   PERFORM 276-WRITE-BRANCH-ITEM
               ELSE
                   MOVE 'Y' TO WS-EOF-BRANCH-ITEM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE BRANCH_CURSOR END-EXEC.

      *>    THE LAST BRANCH NEVER HITS A BREAK - CLOSE IT OUT HERE
           IF NOT FIRST-BRANCH
               PERFORM 274-WRITE-BRANCH-TOTAL
           END-IF.

           MOVE WS-DAY-ITEM-AMOUNT TO WS-DISP-TOTAL.
           MOVE WS-DAY-FEE-AMOUNT TO WS-DISP-TOTAL-2.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING 'ALL BRANCHES   ITEMS: ' DELIMITED BY SIZE
               WS-DAY-ITEM-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               '   FEES: ' DELIMITED BY SIZE
               WS-DISP-TOTAL-2 DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       272-CHECK-BRANCH-BREAK.
           IF FIRST-BRANCH OR RTI-BRANCH-ID NOT = WS-PREV-BRANCH
               IF NOT FIRST-BRANCH
                   PERFORM 274-WRITE-BRANCH-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-BRANCH
               MOVE RTI-BRANCH-ID TO WS-PREV-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               MOVE 0 TO WS-BRANCH-AMOUNT
               MOVE 0 TO WS-BRANCH-FEES
               MOVE 0 TO WS-BRANCH-REPEAT
               MOVE SPACES TO RETURNED-ITEMS-LINE
               STRING 'BRANCH: ' DELIMITED BY SIZE
                   RTI-BRANCH-ID DELIMITED BY SIZE
                   INTO RETURNED-ITEMS-LINE
               END-STRING
               WRITE RETURNED-ITEMS-LINE
           END-IF.

       274-WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-AMOUNT TO WS-DISP-TOTAL.
           MOVE WS-BRANCH-FEES TO WS-DISP-TOTAL-2.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING '  BRANCH ' DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               ' TOTAL   ITEMS: ' DELIMITED BY SIZE
               WS-BRANCH-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               '   FEES: ' DELIMITED BY SIZE
               WS-DISP-TOTAL-2 DELIMITED BY SIZE
               '   REPEAT: ' DELIMITED BY SIZE
               WS-BRANCH-REPEAT DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       276-WRITE-BRANCH-ITEM.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD RTI-ITEM-AMOUNT TO WS-BRANCH-AMOUNT.
           ADD RTI-FEE-AMOUNT TO WS-BRANCH-FEES.
           ADD 1 TO WS-DAY-ITEM-COUNT.
           ADD RTI-ITEM-AMOUNT TO WS-DAY-ITEM-AMOUNT.
           ADD RTI-FEE-AMOUNT TO WS-DAY-FEE-AMOUNT.

           IF WS-WINDOW-COUNT >= WS-REPEAT-THRESHOLD
               ADD 1 TO WS-BRANCH-REPEAT
               MOVE 'REPEAT' TO WS-REPEAT-FLAG
           ELSE
               MOVE SPACES TO WS-REPEAT-FLAG
           END-IF.

           MOVE RTI-ITEM-STATUS TO RTI-STATUS-CHECK.
           IF RTI-STATUS-IS-FEE-CHARGED
               MOVE 'FEE CHARGED' TO WS-ITEM-STATUS-DESC
           ELSE IF RTI-STATUS-IS-OVER-CAP
               MOVE 'NO FEE - DAILY MAXIMUM' TO WS-ITEM-STATUS-DESC
           ELSE IF RTI-STATUS-IS-NO-FEE
               MOVE 'NO FEE' TO WS-ITEM-STATUS-DESC
           ELSE
               MOVE 'PENDING' TO WS-ITEM-STATUS-DESC
           END-IF.

           PERFORM 252-DESCRIBE-ITEM.
           MOVE RTI-ITEM-AMOUNT TO WS-DISP-AMOUNT.
           MOVE RTI-AVAILABLE-BAL TO WS-DISP-AVAILABLE.
           MOVE RTI-FEE-AMOUNT TO WS-DISP-FEE.
           MOVE WS-WINDOW-COUNT TO WS-DISP-COUNT.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING '  Account: ' DELIMITED BY SIZE
               RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' Avail: ' DELIMITED BY SIZE
               WS-DISP-AVAILABLE DELIMITED BY SIZE
               ' Fee: ' DELIMITED BY SIZE
               WS-DISP-FEE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ITEM-STATUS-DESC DELIMITED BY SIZE
               ' In Window: ' DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REPEAT-FLAG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ITEM-DESC DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       280-WRITE-REPEAT-OFFENDERS.
      *>    Every account with the threshold number of items or more
      *>    returned within the look-back window ending on the
      *>    business date, worst first, with its owner and what the
      *>    items and fees came to - for the branch to follow up
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           WRITE RETURNED-ITEMS-LINE.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING 'REPEAT OFFENDERS - ' DELIMITED BY SIZE
               WS-REPEAT-THRESHOLD DELIMITED BY SIZE
               ' OR MORE ITEMS RETURNED IN THE ' DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               ' DAYS TO ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

           EXEC SQL
               DECLARE OFFENDER_CURSOR CURSOR FOR
               SELECT R.ACCOUNT_NUMBER,
                      COALESCE(MAX(A.CUSTOMER_ID), ' '),
                      COUNT(*), SUM(R.ITEM_AMOUNT),
                      SUM(R.FEE_AMOUNT),
                      CHAR(MAX(R.RETURN_DATE), ISO)
               FROM RETURNED_ITEMS R
               LEFT OUTER JOIN ACCOUNTS A
                   ON A.ACCOUNT_NUMBER = R.ACCOUNT_NUMBER
               WHERE R.RETURN_DATE >
                     DATE(:WS-BUSINESS-DATE-ISO) - :WS-WINDOW-DAYS DAYS
               AND R.RETURN_DATE <= :WS-BUSINESS-DATE-ISO
               GROUP BY R.ACCOUNT_NUMBER
               HAVING COUNT(*) >= :WS-REPEAT-THRESHOLD
               ORDER BY 3 DESC, R.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN OFFENDER_CURSOR END-EXEC.

           PERFORM UNTIL OFFENDER-EOF
               EXEC SQL
                   FETCH OFFENDER_CURSOR
                   INTO :RTI-ACCOUNT-NUMBER, :ACR-CUSTOMER-ID,
                        :WS-WINDOW-COUNT,
                        :WS-WINDOW-AMOUNT, :WS-WINDOW-FEES,
                        :WS-LAST-RETURN-DATE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 282-WRITE-OFFENDER-LINE
               ELSE
                   MOVE 'Y' TO WS-EOF-OFFENDER
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE OFFENDER_CURSOR END-EXEC.

           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING 'REPEAT OFFENDERS: ' DELIMITED BY SIZE
               WS-OFFENDER-COUNT DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       282-WRITE-OFFENDER-LINE.
           ADD 1 TO WS-OFFENDER-COUNT.
           MOVE WS-WINDOW-COUNT TO WS-DISP-COUNT.
           MOVE WS-WINDOW-AMOUNT TO WS-DISP-TOTAL.
           MOVE WS-WINDOW-FEES TO WS-DISP-TOTAL-2.
           MOVE SPACES TO RETURNED-ITEMS-LINE.
           STRING '  Account: ' DELIMITED BY SIZE
               RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Customer: ' DELIMITED BY SIZE
               ACR-CUSTOMER-ID DELIMITED BY SIZE
               ' Items: ' DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               ' Fees: ' DELIMITED BY SIZE
               WS-DISP-TOTAL-2 DELIMITED BY SIZE
               ' Last: ' DELIMITED BY SIZE
               WS-LAST-RETURN-DATE DELIMITED BY SIZE
               INTO RETURNED-ITEMS-LINE
           END-STRING.
           WRITE RETURNED-ITEMS-LINE.

       285-WRITE-FEE-TOTALS.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           WRITE NSF-FEE-REPORT-LINE.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING 'ITEMS READ: ' DELIMITED BY SIZE
               WS-ITEMS-READ DELIMITED BY SIZE
               '   ERRORS: ' DELIMITED BY SIZE
               WS-ERROR-COUNT DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.
           MOVE WS-FEE-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING 'FEES CHARGED: ' DELIMITED BY SIZE
               WS-FEE-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING 'OVER DAILY MAXIMUM: ' DELIMITED BY SIZE
               WS-OVER-CAP-COUNT DELIMITED BY SIZE
               '   NO FEE: ' DELIMITED BY SIZE
               WS-NO-FEE-COUNT DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING 'NOTICES: ' DELIMITED BY SIZE
               WS-NOTICE-COUNT DELIMITED BY SIZE
               '   NO ADDRESS: ' DELIMITED BY SIZE
               WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.
           IF DRY-RUN-MODE
               MOVE 'DRY RUN - NO FEES POSTED, ITEMS UPDATED OR NOTICES'
                   TO NSF-FEE-REPORT-LINE
               WRITE NSF-FEE-REPORT-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-UPDATE-FLAG.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO NSF-FEE-REPORT-LINE.
           STRING '  SQL ERROR - Account: ' DELIMITED BY SIZE
               RTI-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Item: ' DELIMITED BY SIZE
               RTI-RETURN-ID DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO NSF-FEE-REPORT-LINE
           END-STRING.
           WRITE NSF-FEE-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 285-WRITE-FEE-TOTALS.

           CLOSE NSF-NOTICE-FILE.
           CLOSE NSF-FEE-REPORT.
           CLOSE RETURNED-ITEMS-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'NSFPROC: Returned Item Processing Complete'.
           DISPLAY 'Items Read: ' WS-ITEMS-READ.
           DISPLAY 'Fees Charged: ' WS-FEE-COUNT.
           DISPLAY 'Over Daily Maximum: ' WS-OVER-CAP-COUNT.
           DISPLAY 'No Fee: ' WS-NO-FEE-COUNT.
           DISPLAY 'Notices Issued: ' WS-NOTICE-COUNT.
           DISPLAY 'Repeat Offenders: ' WS-OFFENDER-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-NO-ADDRESS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE RETURNED ITEMS TAKEN UP, 'E' WHEN ANY
      *>    OF THEM FAILED
           MOVE WS-ITEMS-READ TO RCT-RECORD-COUNT.
           IF WS-ERROR-COUNT > RCT-RECORD-COUNT
               MOVE 0 TO RCT-SUCCESS-COUNT
           ELSE
               COMPUTE RCT-SUCCESS-COUNT =
                   RCT-RECORD-COUNT - WS-ERROR-COUNT
           END-IF.
           MOVE WS-ERROR-COUNT TO RCT-ERROR-COUNT.
           IF RCT-ERROR-COUNT > 0
               MOVE 'E' TO RCT-RUN-STATUS
           ELSE
               MOVE 'C' TO RCT-RUN-STATUS
           END-IF.

           EXEC SQL
               UPDATE RUN_CONTROL
               SET RUN_STATUS = :RCT-RUN-STATUS,
                   RECORD_COUNT = :RCT-RECORD-COUNT,
                   SUCCESS_COUNT = :RCT-SUCCESS-COUNT,
                   ERROR_COUNT = :RCT-ERROR-COUNT,
                   END_DATE = CURRENT_DATE,
                   END_TIME = CURRENT_TIME
               WHERE PROGRAM_NAME = :RCT-PROGRAM-NAME
               AND BUSINESS_DATE = :RCT-BUSINESS-DATE
           END-EXEC.
