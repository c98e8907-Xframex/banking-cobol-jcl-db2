       01 INTEREST-REPORT-LINE        PIC X(150).

      *>    CONTROL CARD: COL 1 ACCOUNT-TYPE FILTER (SPACE = ALL),
      *>    COL 2 DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2 WRITES),
      *>    COLS 3-10 BUSINESS DATE (YYYYMMDD, BLANK = TODAY)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

           05 WS-MONTH-END-FLAG       PIC X(1) VALUE 'N'.
               88 MONTH-END-RUN           VALUE 'Y'.

      *>    PORTION OF THE BALANCE FALLING INTO EACH TIER - EACH TIER'S
      *>    OWN RATE APPLIES ONLY TO ITS OWN SLICE, NOT THE WHOLE
      *>    BALANCE
      *>    QUERIED AT FINALIZATION SO THE SUSPENSE-ACCOUNT BALANCING
      *>    SEES THE ACCRUED-NOT-YET-PAID LIABILITY IN ONE FIGURE
           05 WS-TOTAL-CARRIED        PIC S9(13)V99 COMP-3 VALUE 0.
      *>    ACCOUNTS OF A TYPE WITH NO PRICING IN EFFECT ON THE
      *>    BUSINESS DATE - LISTED AND LEFT UNACCRUED
           05 WS-UNPRICED-COUNT       PIC 9(8) VALUE 0.
      *>    ACCOUNTS WHOSE MONTH-END 'I' ROW WAS ALREADY ON FILE FOR
      *>    THE BUSINESS DATE - CAPITALIZED BY AN EARLIER RUN
           05 WS-ALREADY-CAPED-COUNT  PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    CURSOR END-OF-FETCH SWITCH - THE LOOP RUNS ITS OWN SQL
      *>    MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-INTEREST         PIC X(1) VALUE 'N'.
               88 INTEREST-EOF            VALUE 'Y'.

      *>    OUTCOME OF POSTING THE ACCOUNT IN HAND - ONLY AN ACCOUNT
      *>    POSTED TONIGHT (OR PREVIEWED ON A DRY RUN) IS REPORTED
      *>    AND GOES INTO THE TOTALS
       01 WS-POSTING-STATUS.
           05 WS-POST-RESULT          PIC X(1) VALUE 'P'.
               88 ACCRUAL-POSTED          VALUE 'P'.
               88 ACCRUAL-ALREADY-CAPED   VALUE 'A'.
               88 ACCRUAL-FAILED          VALUE 'E'.

      *>    GL CONTROL TOTALS - ACCUMULATED BY ACCOUNT TYPE AS EACH
      *>    ACCOUNT IS PROCESSED, PRINTED TO GL-CONTROL-REPORT AT
           05 WS-GL-MMKT-COUNT        PIC 9(8) VALUE 0.
           05 WS-GL-MMKT-INTEREST     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-MMKT-CAPED        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-CD-COUNT          PIC 9(8) VALUE 0.
           05 WS-GL-CD-INTEREST       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-CD-CAPED          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-OTHER-COUNT       PIC 9(8) VALUE 0.
           05 WS-GL-OTHER-INTEREST    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-OTHER-CAPED       PIC S9(13)V99 COMP-3 VALUE 0.
               88 DRY-RUN-MODE             VALUE 'Y'.
           05 WS-INCLUDE-RECORD       PIC X(1) VALUE 'Y'.
               88 INCLUDE-RECORD          VALUE 'Y'.
      *>    THE BUSINESS DATE THE RUN ACCRUES FOR - FROM THE CONTROL
      *>    CARD, ELSE THE SYSTEM DATE.  IT PICKS THE PRICING VERSION,
      *>    THE RUN_CONTROL ROW AND THE MONTH-END TEST, SO A RERUN OF
      *>    A PRIOR DATE ACCRUES AT THAT DATE'S TIERS
           05 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05 WS-BUSINESS-DATE-ISO    PIC X(10).
      
       COPY ACCTREC.
       COPY PRICREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.
      

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 130-CHECK-MONTH-END.
           PERFORM 140-LOAD-PRICING.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT

           DISPLAY 'INTCALC: Starting Daily Interest Accrual'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Business Date: ' WS-BUSINESS-DATE-ISO.
           DISPLAY 'Account Type Filter: ' WS-TYPE-FILTER.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.
           IF MONTH-END-RUN
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE 'TRANPOST' TO RCT-PREDECESSOR.
           MOVE SPACES TO RCT-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE-ISO TO RCT-BUSINESS-DATE.

           MOVE 'N' TO RCT-ROW-FOUND.
           EXEC SQL
           END-IF.

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
      
       130-CHECK-MONTH-END.
      *>    THE RUN IS A MONTH-END RUN WHEN THE BUSINESS DATE IS THE
      *>    LAST CALENDAR DAY OF ITS MONTH - FEBRUARY'S LENGTH TAKES
      *>    THE CENTURY LEAP RULE (DIVISIBLE BY 4, EXCEPT CENTURIES
      *>    NOT DIVISIBLE BY 400)
           MOVE WS-BUSINESS-DATE(1:4) TO WS-EXEC-YEAR.
           MOVE WS-BUSINESS-DATE(5:2) TO WS-EXEC-MONTH.
           MOVE WS-BUSINESS-DATE(7:2) TO WS-EXEC-DAY.

           IF WS-EXEC-MONTH = 04 OR WS-EXEC-MONTH = 06 OR
              WS-EXEC-MONTH = 09 OR WS-EXEC-MONTH = 11
               MOVE 'Y' TO WS-MONTH-END-FLAG
           END-IF.

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
                       DISPLAY 'INTCALC: *** PRICING TABLE FULL - '
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

       200-PROCESS-INTEREST.
      *>    Retrieve all savings/money market/term deposit accounts,
      *>    accrue one day's interest on each, capitalizing only at
      *>    month end
           EXEC SQL
               DECLARE INTEREST_CURSOR CURSOR FOR
               SELECT ACCOUNT_NUMBER, ACCOUNT_BALANCE, INTEREST_RATE,
                      ACCRUED_INTEREST, ACCOUNT_TYPE, ACCOUNT_STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_STATUS = 'A'
               AND (ACCOUNT_TYPE = 'S' OR ACCOUNT_TYPE = 'M'
                    OR ACCOUNT_TYPE = 'T')
           END-EXEC.

           EXEC SQL OPEN INTEREST_CURSOR END-EXEC.

           PERFORM UNTIL INTEREST-EOF
               EXEC SQL
                   FETCH INTEREST_CURSOR
                   INTO :WS-ACCT-NUMBER, :WS-ACCOUNT-BALANCE,
               IF SQLCODE = 0
                   PERFORM 202-APPLY-TYPE-FILTER
                   IF INCLUDE-RECORD
                       PERFORM 204-FIND-TIER-PRICING
                   END-IF
                   IF INCLUDE-RECORD AND PRC-ENTRY-FOUND
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE 'P' TO WS-POST-RESULT
                       PERFORM 210-CALCULATE-INTEREST
                       IF NOT DRY-RUN-MODE
                           PERFORM 220-UPDATE-ACCOUNT-INTEREST
                       END-IF
                       IF ACCRUAL-POSTED
                           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
                           PERFORM 230-LOG-INTEREST-POST
                           PERFORM 232-ACCUMULATE-GL-TOTALS
                       END-IF
                   END-IF
                   IF INCLUDE-RECORD AND NOT PRC-ENTRY-FOUND
                       PERFORM 234-LOG-UNPRICED-ACCOUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-EOF-INTEREST
               END-IF
           END-PERFORM.
      
               MOVE 'N' TO WS-INCLUDE-RECORD
           END-IF.
      
       204-FIND-TIER-PRICING.
      *>    A TERM DEPOSIT EARNS ITS OWN LOCKED RATE AND NEEDS NO
      *>    TIERS - EVERY OTHER TYPE ACCRUES AT THE TIERS IN EFFECT
      *>    FOR IT ON THE BUSINESS DATE, AND IS NOT ACCRUED AT ALL
      *>    WHEN THERE ARE NONE
           IF WS-ACCT-TYPE = 'T'
               MOVE 'Y' TO PRC-LOOKUP-FOUND
           ELSE
               MOVE WS-ACCT-TYPE TO PRC-LOOKUP-TYPE
               PERFORM 145-FIND-PRICING
           END-IF.

       205-SPLIT-BALANCE-INTO-TIERS.
      *>    THE ACCOUNT'S OWN STORED RATE IS NO LONGER USED FOR THE
      *>    CALCULATION - THE BALANCE IS SPLIT INTO THE PORTION FALLING
      *>    IN EACH TIER SO EACH TIER'S RATE APPLIES ONLY TO ITS OWN
      *>    SLICE OF THE BALANCE, NOT THE WHOLE THING (BLENDED RATE).
      *>    THE TIERS ARE THE TYPE'S PRODUCT_PRICING VERSION
           MOVE 0 TO WS-TIER-1-PORTION.
           MOVE 0 TO WS-TIER-2-PORTION.
           MOVE 0 TO WS-TIER-3-PORTION.

           IF WS-ACCOUNT-BALANCE < PRC-TIER-1-LIMIT
               MOVE WS-ACCOUNT-BALANCE TO WS-TIER-1-PORTION
           ELSE
               MOVE PRC-TIER-1-LIMIT TO WS-TIER-1-PORTION
               IF WS-ACCOUNT-BALANCE < PRC-TIER-2-LIMIT
                   COMPUTE WS-TIER-2-PORTION =
                       WS-ACCOUNT-BALANCE - PRC-TIER-1-LIMIT
               ELSE
                   COMPUTE WS-TIER-2-PORTION =
                       PRC-TIER-2-LIMIT - PRC-TIER-1-LIMIT
                   COMPUTE WS-TIER-3-PORTION =
                       WS-ACCOUNT-BALANCE - PRC-TIER-2-LIMIT
               END-IF
           END-IF.

      *>    DEPOSIT PARKED THE NIGHT BEFORE A RUN NOW EARNS ONE DAY,
      *>    NOT A MONTH, AND A BALANCE WITHDRAWN YESTERDAY KEEPS THE
      *>    DAYS IT ACTUALLY SAT.  THE ACCRUAL RIDES ON THE ACCOUNT
      *>    UNTIL MONTH END CAPITALIZES IT.  A TERM DEPOSIT (CD)
      *>    EARNS THE RATE LOCKED ON THE ACCOUNT WHEN IT WAS OPENED
      *>    ON ITS WHOLE BALANCE - THE TIER SCHEDULE IS FOR SAVINGS
      *>    AND MONEY MARKET ONLY
           IF WS-ACCT-TYPE = 'T'
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-ACCOUNT-BALANCE * WS-INTEREST-RATE / 365
           ELSE
               PERFORM 205-SPLIT-BALANCE-INTO-TIERS
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   (WS-TIER-1-PORTION * PRC-TIER-1-RATE / 365) +
                   (WS-TIER-2-PORTION * PRC-TIER-2-RATE / 365) +
                   (WS-TIER-3-PORTION * PRC-TIER-3-RATE / 365)
           END-IF.
           COMPUTE WS-NEW-ACCRUED =
               WS-ACCRUED-INTEREST + WS-INTEREST-AMOUNT.

               MOVE WS-ACCOUNT-BALANCE TO WS-NEW-BALANCE
           END-IF.

       220-UPDATE-ACCOUNT-INTEREST.
           IF MONTH-END-RUN
               PERFORM 222-CAPITALIZE-ACCRUAL
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'E' TO WS-POST-RESULT
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       222-CAPITALIZE-ACCRUAL.
      *>    MONTH END: THE WHOLE ACCUMULATED ACCRUAL (INCLUDING
      *>    TONIGHT'S DAY) MOVES INTO THE BALANCE, THE CARRIED
      *>    ACCRUAL RESETS TO ZERO, AND THE PERIOD'S ONE 'I' ROW IS
      *>    POSTED FOR THE CAPITALIZED TOTAL.  THE 'I' ROW GOES IN
      *>    FIRST AND THE BALANCE MOVES ONLY WHEN IT WENT IN - A
      *>    DUPLICATE ID MEANS AN EARLIER RUN FOR THE BUSINESS DATE
      *>    ALREADY CAPITALIZED THE ACCOUNT, SO IT IS LEFT ALONE.  A
      *>    BALANCE UPDATE THAT FAILS TAKES ITS 'I' ROW BACK OUT.
      *>    WS-ACCT-COUNT IS ALREADY AN 8-DIGIT ZERO-PADDED PIC 9(8)
      *>    - LPAD'ING IT FURTHER WOULD TRUNCATE IT TO ITS LEFTMOST
      *>    DIGITS, COLLIDING ON EVERY RECORD.  MACHINE-GENERATED
      *>    POSTING - HOUSE BRANCH 9999, NOT A TELLER BRANCH, ON THE
      *>    BRANCH SETTLEMENT SIDE.  DATED AND KEYED BY THE BUSINESS
      *>    DATE, SO A RERUN OF A PRIOR DATE LANDS IN THAT DATE'S GL
      *>    EXTRACT
           EXEC SQL
               INSERT INTO TRANSACTIONS
                   (TRANSACTION_ID, ACCOUNT_NUMBER,
                    TRANSACTION_TYPE, TRANSACTION_AMT,
                    TRANSACTION_DATE, TRANSACTION_TIME, STATUS,
                    BRANCH_ID)
               VALUES
                   ('INT' || :WS-BUSINESS-DATE ||
                    :WS-ACCT-COUNT,
                    :WS-ACCT-NUMBER, 'I', :WS-NEW-ACCRUED,
                    :WS-BUSINESS-DATE-ISO, CURRENT_TIME, 'C',
                    '9999')
           END-EXEC.

           IF SQLCODE = -803
               MOVE 'A' TO WS-POST-RESULT
               PERFORM 224-LOG-ALREADY-CAPITALIZED
           ELSE IF SQLCODE NOT = 0
               MOVE 'E' TO WS-POST-RESULT
               PERFORM 290-LOG-SQL-ERROR
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE = :WS-NEW-BALANCE,
                       ACCRUED_INTEREST = 0,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               END-EXEC
               IF SQLCODE = 0
                   ADD WS-NEW-ACCRUED TO WS-TOTAL-CAPITALIZED
               ELSE
                   MOVE 'E' TO WS-POST-RESULT
                   PERFORM 290-LOG-SQL-ERROR
                   EXEC SQL
                       DELETE FROM TRANSACTIONS
                       WHERE TRANSACTION_ID =
                           'INT' || :WS-BUSINESS-DATE ||
                           :WS-ACCT-COUNT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
               END-IF
           END-IF.

       224-LOG-ALREADY-CAPITALIZED.
           ADD 1 TO WS-ALREADY-CAPED-COUNT.
           MOVE SPACES TO INTEREST-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' ALREADY CAPITALIZED - INTEREST ROW ON FILE FOR '
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO INTEREST-REPORT-LINE
           END-STRING.
           WRITE INTEREST-REPORT-LINE.

       230-LOG-INTEREST-POST.
           MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-DISPLAY.
           MOVE WS-INTEREST-AMOUNT TO WS-INTEREST-AMT-DISPLAY.
           END-IF.
           WRITE INTEREST-REPORT-LINE.

       234-LOG-UNPRICED-ACCOUNT.
      *>    NOTHING ACCRUED - THE TYPE NEEDS A PRODUCT_PRICING VERSION
      *>    COVERING THE BUSINESS DATE BEFORE THE DATE IS RERUN
           ADD 1 TO WS-UNPRICED-COUNT.
           MOVE SPACES TO INTEREST-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' NOT ACCRUED - NO PRICING IN EFFECT FOR TYPE '
                   DELIMITED BY SIZE
               WS-ACCT-TYPE DELIMITED BY SIZE
               INTO INTEREST-REPORT-LINE
           END-STRING.
           WRITE INTEREST-REPORT-LINE.

       232-ACCUMULATE-GL-TOTALS.
      *>    ROLL THE NIGHT'S ACCRUAL - AND, AT MONTH END, THE
      *>    CAPITALIZED TOTAL - UP INTO THE ACCOUNT-TYPE BUCKETS FOR
               IF MONTH-END-RUN
                   ADD WS-NEW-ACCRUED TO WS-GL-MMKT-CAPED
               END-IF
           ELSE IF WS-ACCT-TYPE = 'T'
               ADD 1 TO WS-GL-CD-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-GL-CD-INTEREST
               IF MONTH-END-RUN
                   ADD WS-NEW-ACCRUED TO WS-GL-CD-CAPED
               END-IF
           ELSE
               ADD 1 TO WS-GL-OTHER-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-GL-OTHER-INTEREST
           STRING 'GL CONTROL TOTALS - INTCALC RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               ' BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO GL-CONTROL-REPORT-LINE.
           WRITE GL-CONTROL-REPORT-LINE.

               INTO GL-CONTROL-REPORT-LINE.
           WRITE GL-CONTROL-REPORT-LINE.

           MOVE WS-GL-CD-INTEREST TO WS-GL-AMOUNT-DISPLAY.
           MOVE WS-GL-CD-CAPED TO WS-GL-CAPED-DISPLAY.
           STRING 'TYPE: TERM DEP (T)  COUNT: ' DELIMITED BY SIZE
               WS-GL-CD-COUNT DELIMITED BY SIZE
               '   ACCRUED: ' DELIMITED BY SIZE
               WS-GL-AMOUNT-DISPLAY DELIMITED BY SIZE
               '   CAPITALIZED: ' DELIMITED BY SIZE
               WS-GL-CAPED-DISPLAY DELIMITED BY SIZE
               INTO GL-CONTROL-REPORT-LINE.
           WRITE GL-CONTROL-REPORT-LINE.

           IF WS-GL-OTHER-COUNT > 0
               MOVE WS-GL-OTHER-INTEREST TO WS-GL-AMOUNT-DISPLAY
               MOVE WS-GL-OTHER-CAPED TO WS-GL-CAPED-DISPLAY
               INTO GL-CONTROL-REPORT-LINE.
           WRITE GL-CONTROL-REPORT-LINE.

           IF WS-UNPRICED-COUNT > 0
               MOVE SPACES TO GL-CONTROL-REPORT-LINE
               STRING 'NOT ACCRUED - NO PRICING IN EFFECT  COUNT: '
                       DELIMITED BY SIZE
                   WS-UNPRICED-COUNT DELIMITED BY SIZE
                   INTO GL-CONTROL-REPORT-LINE
               END-STRING
               WRITE GL-CONTROL-REPORT-LINE
           END-IF.

      *>    THE ACCRUED-NOT-YET-PAID LIABILITY STILL ON THE BOOKS
      *>    AFTER THE RUN - ZERO AFTER A CLEAN MONTH-END RUN, AND THE
      *>    FIGURE THE SUSPENSE-ACCOUNT BALANCING RECONCILES TO
               INTO :WS-TOTAL-CARRIED
               FROM ACCOUNTS
               WHERE ACCOUNT_STATUS = 'A'
               AND (ACCOUNT_TYPE = 'S' OR ACCOUNT_TYPE = 'M'
                    OR ACCOUNT_TYPE = 'T')
           END-EXEC.

           IF SQLCODE = 0
               WRITE GL-CONTROL-REPORT-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO INTEREST-REPORT-LINE.
           STRING 'Account: ' WS-ACCT-NUMBER DELIMITED BY SIZE
               ' SQL ERROR - SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO INTEREST-REPORT-LINE
           END-STRING.
           WRITE INTEREST-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 240-WRITE-GL-CONTROL-REPORT.

           DISPLAY 'Accounts Processed: ' WS-ACCT-COUNT.
           DISPLAY 'Interest Accrued Tonight: ' WS-TOTAL-INTEREST.
           DISPLAY 'Interest Capitalized: ' WS-TOTAL-CAPITALIZED.
           DISPLAY 'Not Accrued (No Pricing): ' WS-UNPRICED-COUNT.
           DISPLAY 'Already Capitalized: ' WS-ALREADY-CAPED-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-UNPRICED-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS -
      *>    THE ERRORS ARE THE ACCOUNTS LEFT UNACCRUED FOR WANT OF
      *>    PRICING AND THE SQL FAILURES; EVERY OTHER PRICED ACCOUNT
      *>    THE CURSOR ACCEPTED IS A SUCCESS
           COMPUTE RCT-RECORD-COUNT =
               WS-ACCT-COUNT + WS-UNPRICED-COUNT.
           IF WS-ERROR-COUNT > WS-ACCT-COUNT
               MOVE 0 TO RCT-SUCCESS-COUNT
           ELSE
               COMPUTE RCT-SUCCESS-COUNT =
                   WS-ACCT-COUNT - WS-ERROR-COUNT
           END-IF.
           COMPUTE RCT-ERROR-COUNT =
               WS-UNPRICED-COUNT + WS-ERROR-COUNT.
           IF RCT-ERROR-COUNT > 0
               MOVE 'E' TO RCT-RUN-STATUS
           ELSE
               MOVE 'C' TO RCT-RUN-STATUS
           END-IF.

           EXEC SQL
               UPDATE RUN_CONTROL
