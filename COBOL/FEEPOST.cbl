       01 FEE-REPORT-LINE             PIC X(150).

      *>    CONTROL CARD: COL 1 ACCOUNT-TYPE FILTER (SPACE = ALL),
      *>    COL 2 DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2 WRITES),
      *>    COLS 3-10 BUSINESS DATE (YYYYMMDD, BLANK = TODAY)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

      *>    CURSOR END-OF-FETCH SWITCH - THE LOOP RUNS ITS OWN SQL
      *>    MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-FEE              PIC X(1) VALUE 'N'.
               88 FEE-EOF                 VALUE 'Y'.

       01 WS-FEE-CALC.
           05 WS-ACCT-NUMBER          PIC X(12).
           05 WS-ACCOUNT-BALANCE      PIC S9(11)V99 COMP-3.
           05 WS-OVERDRAFT-LIMIT      PIC S9(11)V99 COMP-3.
           05 WS-ACCT-TYPE            PIC X(1).
           05 WS-NEW-BALANCE          PIC S9(11)V99 COMP-3.
      *>    ACTIVE HOLDS AND LIENS ON THE ACCOUNT, AND THE BALANCE NET
      *>    OF THEM - EARMARKED FUNDS DON'T COUNT TOWARD A WAIVER OR
      *>    MINIMUM-BALANCE THRESHOLD
           05 WS-HOLD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
      *>    CLEARED WHEN THE HOLDS COULD NOT BE SUMMED - THE ACCOUNT
      *>    IS THEN LISTED AND ASSESSED NOTHING RATHER THAN TESTED AS
      *>    IF NOTHING WERE HELD
           05 WS-HOLD-CHECK           PIC X(1) VALUE 'Y'.
               88 HOLD-CHECK-OK           VALUE 'Y'.
      *>    HOW THE ACCOUNT'S FEES ARE GOING - ONCE ONE FEE IS FOUND
      *>    ALREADY POSTED BY AN EARLIER RUN, OR FAILS TO POST, THE
      *>    ACCOUNT'S REMAINING FEES ARE SKIPPED
           05 WS-POST-RESULT          PIC X(1) VALUE 'P'.
               88 ACCT-FEES-POSTING       VALUE 'P'.
               88 ACCT-FEES-ALREADY-POSTED VALUE 'A'.
               88 ACCT-FEES-FAILED        VALUE 'E'.
           05 WS-AVAILABLE-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-FEE-AMOUNT           PIC S9(11)V99 COMP-3.
           05 WS-FEE-DESC             PIC X(20).
      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS ABOVE - STRING
           05 WS-FEE-AMT-DISPLAY      PIC -9(11).99.
           05 WS-NEW-BALANCE-DISPLAY  PIC -9(11).99.

      *>    THE FEE SCHEDULE RESOLVED FOR THE ACCOUNT IN HAND, FROM
      *>    ITS TYPE'S PRODUCT_PRICING VERSION - MAINTENANCE IS WAIVED
      *>    AT OR ABOVE THE WAIVER BALANCE, THE BELOW-MINIMUM CHARGE
      *>    APPLIES UNDER THE MINIMUM BALANCE, AND THE OVERDRAFT USAGE
      *>    FEE APPLIES WHEN THE PERIOD'S RUNNING BALANCE DIPPED BELOW
      *>    ZERO INTO THE OVERDRAFT LIMIT.  LOANS ('L') AND TERM
      *>    DEPOSITS ('T') ARE PRICED WITH NO DEPOSIT-SIDE FEES
       01 WS-RESOLVED-SCHEDULE.
           05 WS-MAINT-FEE            PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-WAIVER-MIN           PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-OD-DIPPED            PIC X(1) VALUE 'N'.
               88 OD-DIPPED               VALUE 'Y'.

      *>    ASSESSMENT PERIOD - FIRST OF THE BUSINESS DATE'S MONTH
      *>    THROUGH THE BUSINESS DATE, CARRIED TO DB2 IN ISO CHARACTER
      *>    FORM.  THE BUSINESS DATE COMES FROM THE CONTROL CARD, ELSE
      *>    THE SYSTEM DATE, AND ALSO PICKS THE PRICING VERSION, SO A
      *>    RERUN OF A PRIOR DATE ASSESSES AT THAT DATE'S FEES
       01 WS-PERIOD-DATES.
           05 WS-PERIOD-START         PIC 9(8) VALUE 0.
           05 WS-PERIOD-START-ISO     PIC X(10).
           05 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05 WS-BUSINESS-DATE-ISO    PIC X(10).

       01 WS-SUMMARY.
           05 WS-ACCT-COUNT           PIC 9(8) VALUE 0.
      *>    FEE SEQUENCE - PART OF THE TRANSACTION ID, SO IT ADVANCES
      *>    FOR EVERY FEE ASSESSED, POSTED OR SKIPPED, AND A RERUN OF
      *>    THE BUSINESS DATE REBUILDS THE SAME IDS
           05 WS-FEE-SEQ              PIC 9(8) VALUE 0.
           05 WS-FEES-POSTED-COUNT    PIC 9(8) VALUE 0.
           05 WS-WAIVED-COUNT         PIC 9(8) VALUE 0.
           05 WS-TOTAL-FEES           PIC S9(13)V99 COMP-3 VALUE 0.
      *>    ACCOUNTS OF A TYPE WITH NO PRICING IN EFFECT ON THE
      *>    BUSINESS DATE - LISTED AND ASSESSED NOTHING
           05 WS-UNPRICED-COUNT       PIC 9(8) VALUE 0.
      *>    ACCOUNTS WHOSE ACTIVE HOLDS COULD NOT BE SUMMED - LISTED
      *>    AND ASSESSED NOTHING
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.
      *>    ACCOUNTS SKIPPED BECAUSE AN EARLIER RUN FOR THE BUSINESS
      *>    DATE ALREADY POSTED THEIR FEES, AND FEE POSTINGS THAT
      *>    FAILED IN DB2
           05 WS-ALREADY-POSTED-COUNT PIC 9(8) VALUE 0.
           05 WS-POST-ERROR-COUNT     PIC 9(8) VALUE 0.

      *>    FEE-INCOME CONTROL TOTALS - ACCUMULATED BY ACCOUNT TYPE AS
      *>    EACH FEE POSTS, PRINTED TO FEE-CONTROL-REPORT AT
               88 INCLUDE-RECORD          VALUE 'Y'.

       COPY ACCTREC.
       COPY PRICREC.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.


           PERFORM 110-READ-CONTROL-CARD.

           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START.
           MOVE '01' TO WS-PERIOD-START(7:2).
           STRING WS-PERIOD-START(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               INTO WS-PERIOD-START-ISO
           END-STRING.

           PERFORM 140-LOAD-PRICING.

           OPEN OUTPUT FEE-REPORT.
           OPEN OUTPUT FEE-CONTROL-REPORT.

           DISPLAY 'FEEPOST: Starting Fee Assessment'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Business Date: ' WS-BUSINESS-DATE-ISO.
           DISPLAY 'Period Start: ' WS-PERIOD-START-ISO.
           DISPLAY 'Account Type Filter: ' WS-TYPE-FILTER.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

       110-READ-CONTROL-CARD.
      *>    COL 1 ACCOUNT-TYPE FILTER, COL 2 DRY-RUN FLAG, COLS 3-10
      *>    BUSINESS DATE - ABSENT OR BLANK CONTROL CARD MEANS RUN
      *>    NORMALLY AGAINST ALL TYPES FOR TODAY
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:1) TO WS-TYPE-FILTER
                   MOVE CTL-CARD-RECORD(2:1) TO WS-DRY-RUN-FLAG
                   IF CTL-CARD-RECORD(3:8) NUMERIC
                       MOVE CTL-CARD-RECORD(3:8) TO WS-BUSINESS-DATE
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-BUSINESS-DATE = 0
               MOVE WS-EXECUTION-DATE TO WS-BUSINESS-DATE
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
                       DISPLAY 'FEEPOST: *** PRICING TABLE FULL - '
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

       200-PROCESS-FEES.
      *>    Retrieve every active account and assess the monthly fees
      *>    its type's schedule calls for

           EXEC SQL OPEN FEE_CURSOR END-EXEC.

           PERFORM UNTIL FEE-EOF
               EXEC SQL
                   FETCH FEE_CURSOR
                   INTO :WS-ACCT-NUMBER, :WS-ACCOUNT-BALANCE,
                   IF INCLUDE-RECORD
                       ADD 1 TO WS-ACCT-COUNT
                       PERFORM 205-RESOLVE-FEE-SCHEDULE
                       PERFORM 215-SUM-ACTIVE-HOLDS
                       IF HOLD-CHECK-OK
                           PERFORM 210-ASSESS-ACCOUNT
                       ELSE
                           PERFORM 217-LOG-HOLD-CHECK-FAILED
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-EOF-FEE
               END-IF
           END-PERFORM.

           END-IF.

       205-RESOLVE-FEE-SCHEDULE.
      *>    THE TYPE'S PRICING VERSION FOR THE BUSINESS DATE.  A TYPE
      *>    WITH NO VERSION IN EFFECT RESOLVES EVERY FEE TO ZERO - THE
      *>    ACCOUNT IS LISTED RATHER THAN GUESSED AT
           MOVE WS-ACCT-TYPE TO PRC-LOOKUP-TYPE.
           PERFORM 145-FIND-PRICING.

           IF PRC-ENTRY-FOUND
               MOVE PRC-MAINT-FEE TO WS-MAINT-FEE
               MOVE PRC-WAIVER-MIN TO WS-WAIVER-MIN
               MOVE PRC-MIN-BALANCE TO WS-MIN-BALANCE
               MOVE PRC-BELOW-MIN-FEE TO WS-BELOW-MIN-FEE
               MOVE PRC-OD-USAGE-FEE TO WS-OD-FEE
           ELSE
               MOVE 0 TO WS-MAINT-FEE
               MOVE 0 TO WS-WAIVER-MIN
               MOVE 0 TO WS-MIN-BALANCE
               MOVE 0 TO WS-BELOW-MIN-FEE
               MOVE 0 TO WS-OD-FEE
               PERFORM 207-LOG-UNPRICED-ACCOUNT
           END-IF.

       207-LOG-UNPRICED-ACCOUNT.
           ADD 1 TO WS-UNPRICED-COUNT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' NOT ASSESSED - NO PRICING IN EFFECT FOR TYPE '
                   DELIMITED BY SIZE
               WS-ACCT-TYPE DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

       210-ASSESS-ACCOUNT.
      *>    EVERY TEST RUNS AGAINST THE BALANCE AS FETCHED - ONE FEE
      *>    POSTING MUST NOT PUSH THE ACCOUNT UNDER A THRESHOLD AND
      *>    TRIGGER THE NEXT - WHILE THE POSTINGS THEMSELVES ROLL THE
      *>    BALANCE DOWN CUMULATIVELY.  THE OVERDRAFT-DIP TEST IS
      *>    TAKEN FIRST, BEFORE THIS RUN'S OWN FEE ROWS CAN DISTORT
      *>    THE ROLL-FORWARD IT DERIVES THE OPENING BALANCE FROM.
      *>    THE WAIVER AND MINIMUM TESTS ARE TAKEN ON THE BALANCE NET
      *>    OF ACTIVE HOLDS - MONEY UNDER A LEVY OR COLLATERAL HOLD
      *>    IS NOT THE CUSTOMER'S TO KEEP ON DEPOSIT.  THE FEES
      *>    THEMSELVES STILL FORCE-POST AGAINST THE LEDGER BALANCE
           MOVE WS-ACCOUNT-BALANCE TO WS-NEW-BALANCE.
           MOVE 'P' TO WS-POST-RESULT.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-ACCOUNT-BALANCE - WS-HOLD-AMOUNT.

           IF WS-OD-FEE > 0
               PERFORM 220-CHECK-OVERDRAFT-DIP
           END-IF.

           IF WS-MAINT-FEE > 0
               IF WS-AVAILABLE-BALANCE >= WS-WAIVER-MIN
                   ADD 1 TO WS-WAIVED-COUNT
               ELSE
                   MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
           END-IF.

           IF WS-BELOW-MIN-FEE > 0
               AND WS-AVAILABLE-BALANCE < WS-MIN-BALANCE
               MOVE WS-BELOW-MIN-FEE TO WS-FEE-AMOUNT
               MOVE 'BELOW MINIMUM BAL' TO WS-FEE-DESC
               PERFORM 230-POST-FEE
               PERFORM 230-POST-FEE
           END-IF.

       215-SUM-ACTIVE-HOLDS.
      *>    THE SAME ACTIVE-HOLD TEST TRANPOST'S 233-SUM-ACTIVE-HOLDS
      *>    TAKES - A HOLD PAST ITS EXPIRY DATE RESTRICTS NOTHING.
      *>    EXPIRY IS JUDGED AS OF THE BUSINESS DATE, SO A RERUN OF
      *>    A PRIOR DATE SEES THE HOLDS THAT WERE ACTIVE THAT DAY.
      *>    A FAILED SUM SKIPS THE ACCOUNT'S FEE DECISION - HELD
      *>    FUNDS MUST NEVER EARN A WAIVER OR DODGE A MINIMUM CHARGE
           MOVE 0 TO WS-HOLD-AMOUNT.
           MOVE 'Y' TO WS-HOLD-CHECK.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= :WS-BUSINESS-DATE-ISO)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-HOLD-CHECK
           END-IF.

       217-LOG-HOLD-CHECK-FAILED.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' NOT ASSESSED - HOLDS NOT SUMMED, SQLCODE='
                   DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

       220-CHECK-OVERDRAFT-DIP.
      *>    ROLL THE PERIOD'S POSTINGS FORWARD FROM THE DERIVED
      *>    OPENING BALANCE AND KEEP THE LOW-WATER MARK - A MARK BELOW
       230-POST-FEE.
      *>    EACH FEE IS ITS OWN TRANSACTIONS ROW WITH THE DEDICATED
      *>    FEE TYPE CODE 'F', SO THE ACTIVITY CURSORS, STATEMENTS,
      *>    AND GL TOTALS ALL SEE IT AS A DEBIT-SIDE MOVEMENT.  ONLY
      *>    A FEE THAT ACTUALLY POSTED (OR WOULD, ON A DRY RUN) MOVES
      *>    THE RUNNING BALANCE AND GOES INTO THE TOTALS
           ADD 1 TO WS-FEE-SEQ.

           IF ACCT-FEES-POSTING
               SUBTRACT WS-FEE-AMOUNT FROM WS-NEW-BALANCE
               IF NOT DRY-RUN-MODE
                   PERFORM 231-APPLY-FEE-POSTING
               END-IF
               IF ACCT-FEES-POSTING
                   ADD 1 TO WS-FEES-POSTED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
                   PERFORM 235-LOG-FEE-POST
                   PERFORM 237-ACCUMULATE-GL-TOTALS
               ELSE
                   ADD WS-FEE-AMOUNT TO WS-NEW-BALANCE
               END-IF
           END-IF.

       231-APPLY-FEE-POSTING.
      *>    THE FEE ROW GOES IN FIRST AND THE BALANCE MOVES ONLY WHEN
      *>    IT WENT IN - A DUPLICATE ID MEANS AN EARLIER RUN FOR THE
      *>    BUSINESS DATE ALREADY POSTED THIS ACCOUNT'S FEES, SO THE
      *>    ACCOUNT IS LEFT ALONE.  A BALANCE UPDATE THAT FAILS TAKES
      *>    ITS FEE ROW BACK OUT.
      *>    WS-FEE-SEQ IS ALREADY AN 8-DIGIT ZERO-PADDED PIC 9(8) -
      *>    LPAD'ING IT FURTHER WOULD TRUNCATE IT TO ITS LEFTMOST
      *>    DIGITS, COLLIDING ON EVERY RECORD.  MACHINE-GENERATED
      *>    POSTING - HOUSE BRANCH 9999, NOT A TELLER BRANCH, ON THE
      *>    SETTLEMENT SIDE.  DATED AND KEYED BY THE BUSINESS DATE,
      *>    SO A RERUN OF A PRIOR DATE LANDS IN THAT DATE'S GL EXTRACT
           EXEC SQL
               INSERT INTO TRANSACTIONS
                   (TRANSACTION_ID, ACCOUNT_NUMBER,
                    TRANSACTION_TYPE, TRANSACTION_AMT,
                    TRANSACTION_DATE, TRANSACTION_TIME,
                    STATUS, BRANCH_ID)
               VALUES
                   ('FEE' || :WS-BUSINESS-DATE ||
                    :WS-FEE-SEQ,
                    :WS-ACCT-NUMBER, 'F', :WS-FEE-AMOUNT,
                    :WS-BUSINESS-DATE-ISO, CURRENT_TIME, 'C',
                    '9999')
           END-EXEC.

           IF SQLCODE = -803
               MOVE 'A' TO WS-POST-RESULT
               PERFORM 233-LOG-ALREADY-POSTED
           ELSE IF SQLCODE NOT = 0
               MOVE 'E' TO WS-POST-RESULT
               PERFORM 290-LOG-SQL-ERROR
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE = :WS-NEW-BALANCE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'E' TO WS-POST-RESULT
                   PERFORM 290-LOG-SQL-ERROR
                   EXEC SQL
                       DELETE FROM TRANSACTIONS
                       WHERE TRANSACTION_ID =
                           'FEE' || :WS-BUSINESS-DATE ||
                           :WS-FEE-SEQ
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
               END-IF
           END-IF.

       233-LOG-ALREADY-POSTED.
           ADD 1 TO WS-ALREADY-POSTED-COUNT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' ALREADY POSTED - FEE ROW ON FILE FOR '
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

       235-LOG-FEE-POST.
           MOVE WS-FEE-AMOUNT TO WS-FEE-AMT-DISPLAY.
           STRING 'FEE INCOME CONTROL TOTALS - FEEPOST RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               ' BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO FEE-CONTROL-REPORT-LINE.
           WRITE FEE-CONTROL-REPORT-LINE.


           MOVE WS-TOTAL-FEES TO WS-GL-AMOUNT-DISPLAY.
           STRING 'GRAND TOTAL         FEES POSTED: ' DELIMITED BY SIZE
               WS-FEES-POSTED-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-GL-AMOUNT-DISPLAY DELIMITED BY SIZE
               '   WAIVED: ' DELIMITED BY SIZE
               INTO FEE-CONTROL-REPORT-LINE.
           WRITE FEE-CONTROL-REPORT-LINE.

           IF WS-UNPRICED-COUNT > 0
               MOVE SPACES TO FEE-CONTROL-REPORT-LINE
               STRING 'NOT ASSESSED - NO PRICING IN EFFECT  COUNT: '
                       DELIMITED BY SIZE
                   WS-UNPRICED-COUNT DELIMITED BY SIZE
                   INTO FEE-CONTROL-REPORT-LINE
               END-STRING
               WRITE FEE-CONTROL-REPORT-LINE
           END-IF.

           IF WS-ERROR-COUNT > 0
               MOVE SPACES TO FEE-CONTROL-REPORT-LINE
               STRING 'NOT ASSESSED - HOLDS NOT SUMMED      COUNT: '
                       DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO FEE-CONTROL-REPORT-LINE
               END-STRING
               WRITE FEE-CONTROL-REPORT-LINE
           END-IF.

           IF WS-ALREADY-POSTED-COUNT > 0
               MOVE SPACES TO FEE-CONTROL-REPORT-LINE
               STRING 'SKIPPED - FEES ALREADY POSTED        COUNT: '
                       DELIMITED BY SIZE
                   WS-ALREADY-POSTED-COUNT DELIMITED BY SIZE
                   INTO FEE-CONTROL-REPORT-LINE
               END-STRING
               WRITE FEE-CONTROL-REPORT-LINE
           END-IF.

           IF WS-POST-ERROR-COUNT > 0
               MOVE SPACES TO FEE-CONTROL-REPORT-LINE
               STRING 'FEE POSTING SQL ERRORS               COUNT: '
                       DELIMITED BY SIZE
                   WS-POST-ERROR-COUNT DELIMITED BY SIZE
                   INTO FEE-CONTROL-REPORT-LINE
               END-STRING
               WRITE FEE-CONTROL-REPORT-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-POST-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' FEE NOT POSTED - SQL ERROR, SQLCODE='
                   DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 240-WRITE-FEE-CONTROL-REPORT.


           DISPLAY 'FEEPOST: Fee Assessment Complete'.
           DISPLAY 'Accounts Processed: ' WS-ACCT-COUNT.
           DISPLAY 'Fees Posted: ' WS-FEES-POSTED-COUNT.
           DISPLAY 'Maintenance Waived: ' WS-WAIVED-COUNT.
           DISPLAY 'Total Fees Posted: ' WS-TOTAL-FEES.
           DISPLAY 'Not Assessed (No Pricing): ' WS-UNPRICED-COUNT.
           DISPLAY 'Not Assessed (Hold Errors): ' WS-ERROR-COUNT.
           DISPLAY 'Skipped (Already Posted): ' WS-ALREADY-POSTED-COUNT.
           DISPLAY 'Fee Posting Errors: ' WS-POST-ERROR-COUNT.

           IF WS-POST-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-UNPRICED-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
