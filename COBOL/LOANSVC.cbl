       01 LOAN-CONTROL-REPORT-LINE    PIC X(150).

      *>    CONTROL CARD: COL 1 DRY-RUN FLAG (Y = PREVIEW ONLY, NO
      *>    DB2 WRITES), COLS 2-3 DAYS AFTER BILLING THE MINIMUM
      *>    PAYMENT FALLS DUE (BLANK OR ZERO = THE LOAN PRICING'S
      *>    PAYMENT DUE DAYS), COLS 4-11 BUSINESS DATE (YYYYMMDD,
      *>    BLANK = TODAY)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

           05 WS-BALANCE-DISPLAY      PIC -9(11).99.
           05 WS-BILLED-DISPLAY       PIC -9(11).99.

      *>    BILLING PERIOD - FIRST OF THE BUSINESS DATE'S MONTH
      *>    THROUGH THE BUSINESS DATE, CARRIED TO DB2 IN ISO
      *>    CHARACTER FORM
       01 WS-PERIOD-DATES.
           05 WS-PERIOD-START         PIC 9(8) VALUE 0.
           05 WS-PERIOD-START-ISO     PIC X(10).
      *>    THE DATE THIS BILL'S MINIMUM PAYMENT MUST BE PAID BY -
      *>    PRINTED ON THE NOTICE AND RECORDED ON LOAN_BILLING, WHERE
      *>    LOANCOLL AGES THE LOAN AGAINST IT
           05 WS-DUE-DATE-ISO         PIC X(10).

       01 WS-SUMMARY.
           05 WS-LOAN-COUNT           PIC 9(8) VALUE 0.
           05 WS-PAST-DUE-COUNT       PIC 9(8) VALUE 0.
           05 WS-TOTAL-BILLED         PIC S9(13)V99 COMP-3 VALUE 0.
      *>    LOANS WHOSE INTEREST ROW WAS ALREADY ON FILE FOR THE
      *>    BUSINESS DATE - BILLED BY AN EARLIER RUN, NOT AGAIN
           05 WS-ALREADY-BILLED-COUNT PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.
      *>    DISPLAY-USAGE SHADOW REUSED ACROSS THE CONTROL REPORT
      *>    LINES' STRINGS BELOW
           05 WS-GL-AMOUNT-DISPLAY    PIC -9(13).99.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.
      *>    DUE DAYS OFF THE CARD OVERRIDE THE LOAN PRICING'S
           05 WS-DUE-DAYS             PIC 9(3) VALUE 0.
      *>    THE DATE BEING BILLED - FROM THE CONTROL CARD, ELSE THE
      *>    SYSTEM DATE.  IT DATES THE INTEREST POSTING AND THE
      *>    INSTALLMENT AND PICKS THE PRICING VERSION, SO A RERUN OF
      *>    A PRIOR DATE BILLS ON THAT DATE'S TERMS
           05 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05 WS-BUSINESS-DATE-ISO    PIC X(10).

      *>    CURSOR END-OF-FETCH SWITCH - THE LOOP CANNOT KEY OFF
      *>    SQLCODE ALONE BECAUSE THE PAST-DUE CHECK RUNS ITS OWN
           05 WS-EOF-LOAN             PIC X(1) VALUE 'N'.
               88 LOAN-EOF                VALUE 'Y'.

      *>    OUTCOME OF BILLING THE LOAN IN HAND - ONLY A LOAN BILLED
      *>    TONIGHT (OR PREVIEWED ON A DRY RUN) GOES INTO THE TOTALS
      *>    AND GETS A NOTICE
       01 WS-BILLING-STATUS.
           05 WS-BILL-RESULT          PIC X(1) VALUE 'B'.
               88 LOAN-BILLED             VALUE 'B'.
               88 LOAN-ALREADY-BILLED     VALUE 'A'.
               88 LOAN-BILL-FAILED        VALUE 'E'.

       COPY ACCTREC.
       COPY PRICREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 130-LOAD-LOAN-PRICING.
           PERFORM 120-RESOLVE-DUE-DATE.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
               PERFORM 105-REGISTER-RUN
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START.
           MOVE '01' TO WS-PERIOD-START(7:2).
           STRING WS-PERIOD-START(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE

           DISPLAY 'LOANSVC: Starting Loan Servicing'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Business Date: ' WS-BUSINESS-DATE-ISO.
           DISPLAY 'Billing Period Start: ' WS-PERIOD-START-ISO.
           DISPLAY 'Payment Due Date: ' WS-DUE-DATE-ISO.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'LOAN SERVICING CONTROL TOTALS - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               ' BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO LOAN-CONTROL-REPORT-LINE
           END-STRING.
           WRITE LOAN-CONTROL-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE - REFUSE TO START IF
      *>    THIS PROGRAM ALREADY FINISHED FOR THE DATE (A SECOND RUN
      *>    WOULD DOUBLE-BILL EVERY LOAN), UNLESS AN OPERATOR HAS
      *>    RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN, AND REFUSE
      *>    TO RUN AHEAD OF TRANPOST - THE PERIOD'S PAYMENTS MUST BE
      *>    ON THE BOOKS BEFORE THE PAST-DUE TEST IS TAKEN
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE 'TRANPOST' TO RCT-PREDECESSOR.
           MOVE WS-BUSINESS-DATE-ISO TO RCT-BUSINESS-DATE.

           MOVE 'N' TO RCT-ROW-FOUND.
           EXEC SQL
           END-IF.

       110-READ-CONTROL-CARD.
      *>    COL 1 DRY-RUN FLAG, COLS 2-3 PAYMENT DUE DAYS, COLS 4-11
      *>    BUSINESS DATE - ABSENT OR BLANK CONTROL CARD MEANS A LIVE
      *>    BILLING RUN FOR TODAY ON THE LOAN PRICING'S DUE DAYS
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
               END-READ
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:1) TO WS-DRY-RUN-FLAG
                   IF CTL-CARD-RECORD(2:2) NUMERIC
                       MOVE CTL-CARD-RECORD(2:2) TO WS-DUE-DAYS
                   END-IF
                   IF CTL-CARD-RECORD(4:8) NUMERIC
                       MOVE CTL-CARD-RECORD(4:8) TO WS-BUSINESS-DATE
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

       120-RESOLVE-DUE-DATE.
      *>    Every loan billed tonight falls due the same number of
      *>    days after the business date - DB2 does the calendar
      *>    arithmetic once
           MOVE SPACES TO WS-DUE-DATE-ISO.
           EXEC SQL
               SELECT CHAR(DATE(:WS-BUSINESS-DATE-ISO)
                          + :WS-DUE-DAYS DAYS, ISO)
               INTO :WS-DUE-DATE-ISO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               DISPLAY 'LOANSVC: *** PAYMENT DUE DATE NOT RESOLVED - '
                   'SQLCODE=' ERH-SQLCODE-DISPLAY ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-LOAD-LOAN-PRICING.
      *>    The loan product's pricing version in effect on the
      *>    business date supplies the due days unless the card
      *>    overrides them.  With neither there is no due date to
      *>    bill against, so the run is refused before it registers
           MOVE 'N' TO PRC-LOOKUP-FOUND.
           EXEC SQL
               SELECT CHAR(EFFECTIVE_FROM, ISO), PAYMENT_DUE_DAYS
               INTO :PRC-EFFECTIVE-FROM, :PRC-PAYMENT-DUE-DAYS
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = 'L'
               AND EFFECTIVE_FROM <= :WS-BUSINESS-DATE-ISO
               AND EFFECTIVE_TO >= :WS-BUSINESS-DATE-ISO
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO PRC-LOOKUP-FOUND
               DISPLAY 'Loan Pricing Effective: ' PRC-EFFECTIVE-FROM
           END-IF.

           IF WS-DUE-DAYS = 0 AND PRC-ENTRY-FOUND
               MOVE PRC-PAYMENT-DUE-DAYS TO WS-DUE-DAYS
           END-IF.

           IF WS-DUE-DAYS = 0
               DISPLAY 'LOANSVC: Run refused - no loan pricing in '
                   'effect for ' WS-BUSINESS-DATE-ISO
                   ' and no due days on the control card'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESS-LOANS.
      *>    Every active loan - INTCALC's cursor deliberately takes
      *>    only 'S' and 'M', so this is the one program that

               IF SQLCODE = 0
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE 'B' TO WS-BILL-RESULT
                   PERFORM 210-ACCRUE-LOAN-INTEREST
                   IF NOT DRY-RUN-MODE
                       PERFORM 220-POST-LOAN-INTEREST
                   END-IF
                   IF LOAN-BILLED
                       ADD WS-INTEREST-BILLED TO WS-TOTAL-BILLED
                       PERFORM 230-CHECK-PAST-DUE
                       PERFORM 240-WRITE-PAYMENT-NOTICE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-EOF-LOAN
               END-IF
               WS-LOAN-BALANCE * WS-INTEREST-RATE / 12.
           COMPUTE WS-NEW-BALANCE =
               WS-LOAN-BALANCE + WS-INTEREST-BILLED.

       220-POST-LOAN-INTEREST.
      *>    THE INTEREST ROW GOES IN FIRST AND THE BALANCE MOVES ONLY
      *>    WHEN IT WENT IN - A DUPLICATE ID MEANS AN EARLIER RUN FOR
      *>    THE BUSINESS DATE ALREADY BILLED THE LOAN, SO IT IS NOT
      *>    BILLED AGAIN.  A BALANCE UPDATE THAT FAILS TAKES ITS
      *>    INTEREST ROW BACK OUT, SO THE LOAN BILLS CLEANLY ON AN
      *>    AUTHORIZED RERUN.  LOAN INTEREST CARRIES ITS OWN TYPE
      *>    CODE 'L' SO GLEXTRCT BOOKS IT TO INTEREST INCOME, NOT THE
      *>    INTEREST EXPENSE THE DEPOSIT-SIDE 'I' ROWS GO TO.
      *>    WS-LOAN-COUNT IS ALREADY AN 8-DIGIT ZERO-PADDED PIC 9(8)
      *>    - LPAD'ING IT FURTHER WOULD TRUNCATE IT TO ITS LEFTMOST
      *>    DIGITS, COLLIDING ON EVERY RECORD
           EXEC SQL
               INSERT INTO TRANSACTIONS
                   (TRANSACTION_ID, ACCOUNT_NUMBER,
                    TRANSACTION_TYPE, TRANSACTION_AMT,
                    TRANSACTION_DATE, TRANSACTION_TIME, STATUS,
                    BRANCH_ID)
               VALUES
                   ('LNI' || :WS-BUSINESS-DATE ||
                    :WS-LOAN-COUNT,
                    :WS-ACCT-NUMBER, 'L', :WS-INTEREST-BILLED,
                    :WS-BUSINESS-DATE-ISO, CURRENT_TIME, 'C',
                    '9999')
           END-EXEC.

           IF SQLCODE = -803
               MOVE 'A' TO WS-BILL-RESULT
               PERFORM 227-LOG-ALREADY-BILLED
           ELSE IF SQLCODE NOT = 0
               MOVE 'E' TO WS-BILL-RESULT
               PERFORM 290-LOG-SQL-ERROR
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE = :WS-NEW-BALANCE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'E' TO WS-BILL-RESULT
                   PERFORM 290-LOG-SQL-ERROR
                   EXEC SQL
                       DELETE FROM TRANSACTIONS
                       WHERE TRANSACTION_ID =
                           'LNI' || :WS-BUSINESS-DATE ||
                           :WS-LOAN-COUNT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
               END-IF
           END-IF.

      *>    THE MINIMUM DUE GOES ON RECORD FOR COLLECTIONS - A LOAN
      *>    BILLED NOTHING OWES NOTHING, SO NO INSTALLMENT IS OPENED
           IF LOAN-BILLED AND WS-INTEREST-BILLED > 0
               PERFORM 225-RECORD-MINIMUM-DUE
           END-IF.

       225-RECORD-MINIMUM-DUE.
      *>    One installment per loan per billing run, due on the
      *>    date printed on tonight's notice.  LOANCOLL compares the
      *>    payments received with these rows to age the loan.  The
      *>    interest has already posted, so a failure here is logged
      *>    and counted for the branch to key the installment, and
      *>    the notice still goes out
           EXEC SQL
               INSERT INTO LOAN_BILLING
                   (ACCOUNT_NUMBER, BILL_DATE, DUE_DATE, MINIMUM_DUE)
               VALUES
                   (:WS-ACCT-NUMBER, :WS-BUSINESS-DATE-ISO,
                    :WS-DUE-DATE-ISO, :WS-INTEREST-BILLED)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       227-LOG-ALREADY-BILLED.
           ADD 1 TO WS-ALREADY-BILLED-COUNT.
           MOVE SPACES TO LOAN-CONTROL-REPORT-LINE.
           STRING 'ALREADY BILLED - Loan: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' - INTEREST ROW ON FILE FOR ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               ', NOT BILLED AGAIN' DELIMITED BY SIZE
               INTO LOAN-CONTROL-REPORT-LINE
           END-STRING.
           WRITE LOAN-CONTROL-REPORT-LINE.

       230-CHECK-PAST-DUE.
      *>    A LOAN WITH NO PAYMENT ('C' CREDIT) POSTED IN THE BILLING
      *>    PERIOD IS PAST DUE - REVERSAL-PAIR ROWS DON'T COUNT AS
               AND TRANSACTION_TYPE = 'C'
               AND STATUS = 'C'
               AND TRANSACTION_DATE >= :WS-PERIOD-START-ISO
               AND TRANSACTION_DATE <= :WS-BUSINESS-DATE-ISO
           END-EXEC.

           IF WS-PERIOD-PAYMENTS = 0
               '   CUSTOMER: ' DELIMITED BY SIZE
               WS-CUST-ID DELIMITED BY SIZE
               '   BILLED: ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               INTO LOAN-NOTICE-LINE
           END-STRING.
           WRITE LOAN-NOTICE-LINE.
           END-STRING.
           WRITE LOAN-NOTICE-LINE.

           MOVE SPACES TO LOAN-NOTICE-LINE.
           STRING '  PAYMENT DUE BY: ' DELIMITED BY SIZE
               WS-DUE-DATE-ISO DELIMITED BY SIZE
               '   A LATE CHARGE APPLIES IF THE MINIMUM PAYMENT IS NOT'
                   DELIMITED BY SIZE
               ' RECEIVED WITHIN THE GRACE PERIOD' DELIMITED BY SIZE
               INTO LOAN-NOTICE-LINE
           END-STRING.
           WRITE LOAN-NOTICE-LINE.

           IF WS-PERIOD-PAYMENTS = 0
               MOVE '  *** ACCOUNT PAST DUE - NO PAYMENT RECEIVED THIS
      -            ' PERIOD ***' TO LOAN-NOTICE-LINE
               WRITE LOAN-NOTICE-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO LOAN-CONTROL-REPORT-LINE.
           STRING 'SQL ERROR - Loan: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO LOAN-CONTROL-REPORT-LINE
           END-STRING.
           WRITE LOAN-CONTROL-REPORT-LINE.

       300-FINALIZATION.
           MOVE WS-TOTAL-BILLED TO WS-GL-AMOUNT-DISPLAY.
           STRING 'LOANS SERVICED: ' DELIMITED BY SIZE
           END-STRING.
           WRITE LOAN-CONTROL-REPORT-LINE.

           IF WS-ALREADY-BILLED-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE SPACES TO LOAN-CONTROL-REPORT-LINE
               STRING 'ALREADY BILLED: ' DELIMITED BY SIZE
                   WS-ALREADY-BILLED-COUNT DELIMITED BY SIZE
                   '   SQL ERRORS: ' DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO LOAN-CONTROL-REPORT-LINE
               END-STRING
               WRITE LOAN-CONTROL-REPORT-LINE
           END-IF.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NOT POSTED TO GL'
                   TO LOAN-CONTROL-REPORT-LINE
           DISPLAY 'Loans Serviced: ' WS-LOAN-COUNT.
           DISPLAY 'Interest Billed: ' WS-TOTAL-BILLED.
           DISPLAY 'Past Due Loans: ' WS-PAST-DUE-COUNT.
           DISPLAY 'Already Billed: ' WS-ALREADY-BILLED-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-PAST-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS -
      *>    THE RECORD COUNT IS EVERY LOAN THE CURSOR ACCEPTED, 'E'
      *>    WHEN ANY OF THEM FAILED
           MOVE WS-LOAN-COUNT TO RCT-RECORD-COUNT.
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
