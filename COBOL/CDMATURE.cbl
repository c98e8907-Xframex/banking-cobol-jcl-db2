       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATURE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    PRE-MATURITY NOTICES - ONE FIXED-DEPTH PAGE PER CD, NAME
      *>    AND ADDRESS POSITIONED FOR A WINDOW ENVELOPE
           SELECT CD-NOTICE-FILE
               ASSIGN TO UT-S-CDNOTICE
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MATURITY REPORT - NOTICES MAILED, THEN EVERY CD THAT
      *>    REACHED MATURITY TONIGHT AND WHAT WAS DONE WITH IT
           SELECT MATURITY-REPORT
               ASSIGN TO UT-S-CDMATRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CD-NOTICE-FILE.
       01 NOTICE-LINE                 PIC X(150).

       FD MATURITY-REPORT.
       01 MATURITY-REPORT-LINE        PIC X(150).

      *>    CONTROL CARD: COLS 1-3 NOTICE LEAD TIME IN DAYS BEFORE
      *>    MATURITY, COL 4 DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2
      *>    WRITES AND NO NOTICES) - ABSENT OR BLANK CARD MEANS THE
      *>    DEFAULTS BELOW
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'CDMATURE'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
           05 WS-RUN-DATE-ISO         PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-NOTICE-DAYS          PIC 9(3) VALUE 30.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

      *>    CURSOR END-OF-FETCH SWITCHES - BOTH LOOPS RUN THEIR OWN
      *>    SQL MID-LOOP, SO THEY CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-NOTICE           PIC X(1) VALUE 'N'.
               88 NOTICE-EOF              VALUE 'Y'.
           05 WS-EOF-MATURITY         PIC X(1) VALUE 'N'.
               88 MATURITY-EOF            VALUE 'Y'.

      *>    PER-CD WORK FIELDS - THE CD'S OWN BALANCE, RATE AND
      *>    CUSTOMER COME BACK IN ACR-ACCOUNT-RECORD, ITS TERMS IN
      *>    TDR-TERM-DEPOSIT-RECORD
       01 WS-CD-VARS.
           05 WS-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3 VALUE 0.
      *>    A PAID-OUT CD TAKES ITS ACCRUAL WITH IT - THE ACCRUED
      *>    INTEREST IS CAPITALIZED AS AN 'I' ROW AND THE WHOLE
      *>    AMOUNT MOVES TO THE PAYOUT ACCOUNT
           05 WS-PAYOUT-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PAYOUT-STATUS        PIC X(1).
      *>    ACTIVE LIENS AND LEVIES ON THE CD - A HELD CD IS NEVER
      *>    PAID OUT PAST ITS HOLD
           05 WS-HOLD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
      *>    A ROLLED-OVER CD'S NEXT MATURITY DATE, ISO FORM
           05 WS-NEW-MATURITY-DATE    PIC X(10).
      *>    WHY A 'P' INSTRUCTION WAS HELD INSTEAD OF PAID - SPACES
      *>    WHEN THE PAYOUT ACCOUNT IS GOOD TO RECEIVE THE FUNDS AND
      *>    NOTHING IS HELD ON THE CD
           05 WS-FALLBACK-REASON      PIC X(30).
               88 PAYOUT-CHECK-FAILED     VALUE 'PAYOUT CHECK FAILED'
                                                'HOLD CHECK FAILED'.
      *>    CLEARED WHEN ANY STEP OF A CD UPDATE FAILS, SO THE REPORT
      *>    LINE IS ONLY WRITTEN FOR WORK THAT WAS DONE
           05 WS-UPDATE-FLAG          PIC X(1).
               88 UPDATE-OK               VALUE 'Y'.
      *>    'CDM' + RUN DATE + 8-DIGIT SEQUENCE IS THE PAYOUT'S
      *>    REFERENCE_ID - EACH ROW OF THE PAYOUT TAKES IT PLUS A
      *>    ONE-LETTER SUFFIX (I INTEREST, D DEBIT, C CREDIT) AS ITS
      *>    TRANSACTION_ID
           05 WS-PAYOUT-SEQ           PIC 9(8) VALUE 0.
           05 WS-PAYOUT-REF           PIC X(20).
           05 WS-INTEREST-TXN-ID      PIC X(20).
           05 WS-DEBIT-TXN-ID         PIC X(20).
           05 WS-CREDIT-TXN-ID        PIC X(20).

      *>    NOTICE PAGE FORMATTING - PADDED TO A FIXED DEPTH SO THE
      *>    PRINT FILE BURSTS CLEANLY INTO ENVELOPES
       01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05 WS-LINE-COUNT           PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 WS-NOTICE-READ          PIC 9(8) VALUE 0.
           05 WS-NOTICE-COUNT         PIC 9(8) VALUE 0.
           05 WS-NO-ADDRESS-COUNT     PIC 9(8) VALUE 0.
           05 WS-MATURITY-READ        PIC 9(8) VALUE 0.
           05 WS-ROLLED-COUNT         PIC 9(8) VALUE 0.
           05 WS-ROLLED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-PAID-COUNT           PIC 9(8) VALUE 0.
           05 WS-PAID-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-HELD-COUNT           PIC 9(8) VALUE 0.
           05 WS-HELD-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-FALLBACK-COUNT       PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-INTEREST        PIC -9(11).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.
           05 WS-DISP-TERM            PIC ZZ9.
           05 WS-DISP-RATE-PCT        PIC Z9.99.

       COPY ACCTREC.
       COPY CUSTREC.
       COPY TDEPREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-ISSUE-NOTICES.
           PERFORM 220-PROCESS-MATURITIES.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           STRING WS-EXECUTION-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ISO
           END-STRING.

           PERFORM 110-READ-CONTROL-CARD.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT CD-NOTICE-FILE.
           OPEN OUTPUT MATURITY-REPORT.

           DISPLAY 'CDMATURE: Starting CD Maturity Processing'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Notice Days: ' WS-NOTICE-DAYS.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'CD MATURITY REPORT - RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN (A SECOND
      *>    RUN WOULD ROLL A CD TWICE), AND NEVER AHEAD OF TRANPOST -
      *>    TODAY'S EARLY WITHDRAWALS MUST BE ON THE BALANCE THAT IS
      *>    PAID OUT OR ROLLED
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE 'TRANPOST' TO RCT-PREDECESSOR.
           MOVE WS-RUN-DATE-ISO TO RCT-BUSINESS-DATE.

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
                   DISPLAY 'CDMATURE: Run refused - already completed'
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
               DISPLAY 'CDMATURE: Run refused - predecessor '
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
      *>    COLS 1-3 NOTICE DAYS, COL 4 DRY-RUN FLAG - ABSENT OR BLANK
      *>    CARD MEANS A LIVE RUN MAILING NOTICES 30 DAYS AHEAD
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:3) NUMERIC
                       MOVE CTL-CARD-RECORD(1:3) TO WS-NOTICE-DAYS
                   END-IF
                   MOVE CTL-CARD-RECORD(4:1) TO WS-DRY-RUN-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-NOTICE-DAYS = 0
               MOVE 30 TO WS-NOTICE-DAYS
           END-IF.

       200-ISSUE-NOTICES.
      *>    Every CD in its term maturing within the notice window
      *>    that has not yet had its letter.  A CD maturing tonight
      *>    is past notice - pass 2 acts on it instead
           MOVE 'PRE-MATURITY NOTICES:' TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE.

           EXEC SQL
               DECLARE NOTICE_CURSOR CURSOR FOR
               SELECT T.ACCOUNT_NUMBER, T.TERM_MONTHS,
                      CHAR(T.MATURITY_DATE, ISO), T.MATURITY_INSTR,
                      COALESCE(T.PAYOUT_ACCOUNT, ' '),
                      A.CUSTOMER_ID, A.ACCOUNT_BALANCE,
                      A.INTEREST_RATE
               FROM TERM_DEPOSITS T
               INNER JOIN ACCOUNTS A
                    ON A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
               WHERE T.TERM_STATUS = 'A'
               AND T.NOTICE_DATE IS NULL
               AND T.MATURITY_DATE > CURRENT_DATE
               AND T.MATURITY_DATE <=
                   CURRENT_DATE + :WS-NOTICE-DAYS DAYS
               AND (A.ACCOUNT_STATUS = 'A' OR A.ACCOUNT_STATUS = 'D')
               ORDER BY T.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN NOTICE_CURSOR END-EXEC.

           PERFORM UNTIL NOTICE-EOF
               EXEC SQL
                   FETCH NOTICE_CURSOR
                   INTO :TDR-ACCOUNT-NUMBER, :TDR-TERM-MONTHS,
                        :TDR-MATURITY-DATE, :TDR-MATURITY-INSTR,
                        :TDR-PAYOUT-ACCOUNT,
                        :ACR-CUSTOMER-ID, :ACR-ACCOUNT-BALANCE,
                        :ACR-INTEREST-RATE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NOTICE-READ
                   PERFORM 205-ISSUE-NOTICE
               ELSE
                   MOVE 'Y' TO WS-EOF-NOTICE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE NOTICE_CURSOR END-EXEC.

           IF WS-NOTICE-READ = 0
               MOVE '  (NONE)' TO MATURITY-REPORT-LINE
               WRITE MATURITY-REPORT-LINE
           END-IF.

       205-ISSUE-NOTICE.
      *>    A NOTICE NEEDS SOMEWHERE TO GO - A CUSTOMER WITH NO
      *>    MAILING ADDRESS IS LISTED FOR BRANCH RESEARCH AND THE
      *>    NOTICE DATE STAYS EMPTY, SO THE LETTER IS TRIED AGAIN
      *>    EACH NIGHT UNTIL MATURITY.  ON A DRY RUN NOTHING IS
      *>    MAILED - THE REPORT SHOWS THE NOTICE THAT WOULD GO OUT
           PERFORM 245-LOOKUP-CUSTOMER.
           MOVE 'Y' TO WS-UPDATE-FLAG.

           IF CUR-ADDR-LINE-1 = SPACES
               PERFORM 207-WRITE-NO-ADDRESS-LINE
           ELSE IF DRY-RUN-MODE
               PERFORM 209-WRITE-NOTICE-LINE
           ELSE
               EXEC SQL
                   UPDATE TERM_DEPOSITS
                   SET NOTICE_DATE = CURRENT_DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               ELSE
                   PERFORM 247-WRITE-NOTICE
                   PERFORM 209-WRITE-NOTICE-LINE
               END-IF
           END-IF.

       207-WRITE-NO-ADDRESS-LINE.
           ADD 1 TO WS-NO-ADDRESS-COUNT.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING '  Account: ' DELIMITED BY SIZE
               TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Customer: ' DELIMITED BY SIZE
               ACR-CUSTOMER-ID DELIMITED BY SIZE
               ' NO MAILING ADDRESS - NOTICE NOT PRODUCED'
                   DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

       209-WRITE-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING '  Account: ' DELIMITED BY SIZE
               TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' NOTICE ISSUED - Matures: ' DELIMITED BY SIZE
               TDR-MATURITY-DATE DELIMITED BY SIZE
               ' Instruction: ' DELIMITED BY SIZE
               TDR-MATURITY-INSTR DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

       220-PROCESS-MATURITIES.
      *>    Every CD whose term has run out, with its balance and the
      *>    interest accrued since the last month end.  A dormant CD
      *>    still matures - renewal and payout are what the owner
      *>    instructed when it was opened
           MOVE SPACES TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE.
           MOVE 'MATURITIES:' TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE.

           EXEC SQL
               DECLARE MATURITY_CURSOR CURSOR FOR
               SELECT T.ACCOUNT_NUMBER, T.TERM_MONTHS,
                      CHAR(T.MATURITY_DATE, ISO), T.MATURITY_INSTR,
                      COALESCE(T.PAYOUT_ACCOUNT, ' '),
                      T.ROLLOVER_COUNT,
                      A.CUSTOMER_ID, A.ACCOUNT_BALANCE,
                      A.INTEREST_RATE, A.ACCRUED_INTEREST
               FROM TERM_DEPOSITS T
               INNER JOIN ACCOUNTS A
                    ON A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
               WHERE T.TERM_STATUS = 'A'
               AND T.MATURITY_DATE <= CURRENT_DATE
               AND (A.ACCOUNT_STATUS = 'A' OR A.ACCOUNT_STATUS = 'D')
               ORDER BY T.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN MATURITY_CURSOR END-EXEC.

           PERFORM UNTIL MATURITY-EOF
               EXEC SQL
                   FETCH MATURITY_CURSOR
                   INTO :TDR-ACCOUNT-NUMBER, :TDR-TERM-MONTHS,
                        :TDR-MATURITY-DATE, :TDR-MATURITY-INSTR,
                        :TDR-PAYOUT-ACCOUNT,
                        :TDR-ROLLOVER-COUNT,
                        :ACR-CUSTOMER-ID, :ACR-ACCOUNT-BALANCE,
                        :ACR-INTEREST-RATE, :WS-ACCRUED-INTEREST
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-MATURITY-READ
                   PERFORM 225-PROCESS-MATURITY
               ELSE
                   MOVE 'Y' TO WS-EOF-MATURITY
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MATURITY_CURSOR END-EXEC.

           IF WS-MATURITY-READ = 0
               MOVE '  (NONE)' TO MATURITY-REPORT-LINE
               WRITE MATURITY-REPORT-LINE
           END-IF.

       225-PROCESS-MATURITY.
      *>    ROLL OVER, PAY OUT, OR HOLD AS INSTRUCTED.  A PAYOUT
      *>    ACCOUNT THAT CAN NO LONGER TAKE THE FUNDS TURNS THE
      *>    PAYOUT INTO A HOLD FOR THE BRANCH TO RESOLVE WITH THE
      *>    OWNER, AS DOES AN ACTIVE HOLD ON THE CD ITSELF; A FAILED
      *>    CHECK LEAVES THE CD FOR TOMORROW
           MOVE TDR-MATURITY-INSTR TO TDR-INSTR-CHECK.
           MOVE SPACES TO WS-FALLBACK-REASON.
           MOVE 'Y' TO WS-UPDATE-FLAG.

           IF TDR-INSTR-IS-PAYOUT
               PERFORM 232-CHECK-PAYOUT-ACCOUNT
           END-IF.
           IF TDR-INSTR-IS-PAYOUT AND WS-FALLBACK-REASON = SPACES
               PERFORM 233-SUM-ACTIVE-HOLDS
           END-IF.

           IF PAYOUT-CHECK-FAILED
               CONTINUE
           ELSE IF TDR-INSTR-IS-ROLLOVER
               PERFORM 230-ROLL-OVER
           ELSE IF TDR-INSTR-IS-PAYOUT AND WS-FALLBACK-REASON = SPACES
               PERFORM 235-PAY-OUT
           ELSE
               PERFORM 240-HOLD-AT-MATURITY
           END-IF.

       230-ROLL-OVER.
      *>    A NEW TERM OF THE SAME LENGTH STARTS ON THE OLD MATURITY
      *>    DATE, AT THE SAME LOCKED RATE - THE ACCRUAL CARRIES ON
      *>    UNBROKEN AND INTCALC CAPITALIZES IT AT MONTH END AS
      *>    USUAL.  THE NEXT TERM GETS ITS OWN NOTICE.  THE NEW
      *>    MATURITY DATE IS WORKED OUT FIRST SO A DRY RUN REPORTS
      *>    THE SAME DATE A LIVE RUN WOULD SET.  DB2 EVALUATES EVERY
      *>    SET EXPRESSION AGAINST THE ROW AS IT STOOD, SO THE ISSUE
      *>    DATE TAKES THE OLD MATURITY DATE
           MOVE SPACES TO WS-NEW-MATURITY-DATE.
           EXEC SQL
               SELECT CHAR(DATE(:TDR-MATURITY-DATE)
                           + :TDR-TERM-MONTHS MONTHS, ISO)
               INTO :WS-NEW-MATURITY-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

           IF UPDATE-OK AND NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE TERM_DEPOSITS
                   SET ISSUE_DATE = MATURITY_DATE,
                       MATURITY_DATE = DATE(:WS-NEW-MATURITY-DATE),
                       ROLLOVER_COUNT = ROLLOVER_COUNT + 1,
                       NOTICE_DATE = NULL,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
                   AND TERM_STATUS = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               ADD 1 TO WS-ROLLED-COUNT
               ADD ACR-ACCOUNT-BALANCE TO WS-ROLLED-AMOUNT
               MOVE ACR-ACCOUNT-BALANCE TO WS-DISP-AMOUNT
               MOVE TDR-TERM-MONTHS TO WS-DISP-TERM
               COMPUTE WS-DISP-RATE-PCT = ACR-INTEREST-RATE * 100
               MOVE SPACES TO MATURITY-REPORT-LINE
               STRING '  Account: ' DELIMITED BY SIZE
                   TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' ROLLED OVER: ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' Term: ' DELIMITED BY SIZE
                   WS-DISP-TERM DELIMITED BY SIZE
                   ' Rate%: ' DELIMITED BY SIZE
                   WS-DISP-RATE-PCT DELIMITED BY SIZE
                   ' New-Maturity: ' DELIMITED BY SIZE
                   WS-NEW-MATURITY-DATE DELIMITED BY SIZE
                   INTO MATURITY-REPORT-LINE
               END-STRING
               WRITE MATURITY-REPORT-LINE
           END-IF.

       232-CHECK-PAYOUT-ACCOUNT.
      *>    THE PAYOUT ACCOUNT WAS GOOD WHEN THE CD WAS OPENED, BUT
      *>    MAY SINCE HAVE BEEN CLOSED OR GONE DORMANT
           MOVE SPACE TO WS-PAYOUT-STATUS.
           EXEC SQL
               SELECT ACCOUNT_STATUS
               INTO :WS-PAYOUT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :TDR-PAYOUT-ACCOUNT
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-FALLBACK-REASON
           ELSE IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
               MOVE 'PAYOUT CHECK FAILED' TO WS-FALLBACK-REASON
           ELSE IF WS-PAYOUT-STATUS NOT = 'A'
               STRING 'PAYOUT ACCOUNT STATUS ' DELIMITED BY SIZE
                   WS-PAYOUT-STATUS DELIMITED BY SIZE
                   INTO WS-FALLBACK-REASON
               END-STRING
           END-IF.

       233-SUM-ACTIVE-HOLDS.
      *>    A LIEN OR LEVY ON THE CD OUTLIVES ITS TERM - PAYING OUT
      *>    WOULD MOVE THE HELD FUNDS PAST THE HOLD, SO A HELD CD
      *>    STAYS OPEN AT MATURITY INSTEAD.  A HOLD IS ACTIVE UNTIL
      *>    RELEASED OR UNTIL ITS EXPIRY DATE HAS PASSED, THE SAME
      *>    TEST TRANPOST TAKES
           MOVE 0 TO WS-HOLD-AMOUNT.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
               MOVE 'HOLD CHECK FAILED' TO WS-FALLBACK-REASON
           ELSE IF WS-HOLD-AMOUNT > 0
               MOVE 'ACTIVE HOLD ON CD' TO WS-FALLBACK-REASON
           END-IF.

       235-PAY-OUT.
      *>    THE BALANCE PLUS THE INTEREST ACCRUED SINCE THE LAST
      *>    MONTH END MOVES TO THE PAYOUT ACCOUNT AND THE CD CLOSES
           COMPUTE WS-PAYOUT-AMOUNT =
               ACR-ACCOUNT-BALANCE + WS-ACCRUED-INTEREST.

           ADD 1 TO WS-PAYOUT-SEQ.
           MOVE SPACES TO WS-PAYOUT-REF.
           STRING 'CDM' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-PAYOUT-SEQ DELIMITED BY SIZE
               INTO WS-PAYOUT-REF
           END-STRING.
           MOVE WS-PAYOUT-REF TO WS-INTEREST-TXN-ID.
           MOVE 'I' TO WS-INTEREST-TXN-ID(20:1).
           MOVE WS-PAYOUT-REF TO WS-DEBIT-TXN-ID.
           MOVE 'D' TO WS-DEBIT-TXN-ID(20:1).
           MOVE WS-PAYOUT-REF TO WS-CREDIT-TXN-ID.
           MOVE 'C' TO WS-CREDIT-TXN-ID(20:1).

           IF NOT DRY-RUN-MODE
               PERFORM 237-POST-PAYOUT
           END-IF.

           IF UPDATE-OK
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-PAID-AMOUNT
               MOVE WS-PAYOUT-AMOUNT TO WS-DISP-AMOUNT
               MOVE WS-ACCRUED-INTEREST TO WS-DISP-INTEREST
               MOVE SPACES TO MATURITY-REPORT-LINE
               STRING '  Account: ' DELIMITED BY SIZE
                   TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' PAID OUT: ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' Interest: ' DELIMITED BY SIZE
                   WS-DISP-INTEREST DELIMITED BY SIZE
                   ' To: ' DELIMITED BY SIZE
                   TDR-PAYOUT-ACCOUNT DELIMITED BY SIZE
                   ' Ref: ' DELIMITED BY SIZE
                   WS-PAYOUT-REF DELIMITED BY SIZE
                   INTO MATURITY-REPORT-LINE
               END-STRING
               WRITE MATURITY-REPORT-LINE
           END-IF.

       237-POST-PAYOUT.
      *>    The accrual is capitalized as the CD's last 'I' row, then
      *>    the whole amount leaves as a 'D' on the CD and arrives as
      *>    a 'C' on the payout account, the pair sharing one
      *>    REFERENCE_ID like a TRANPOST transfer.  GLEXTRCT books
      *>    the 'I' to interest expense and the pair nets on the
      *>    deposits liability.  Machine-generated posting - house
      *>    branch 9999, not a teller branch
           EXEC SQL
               UPDATE ACCOUNTS
               SET ACCOUNT_BALANCE = 0,
                   ACCRUED_INTEREST = 0,
                   ACCOUNT_STATUS = 'I',
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE =
                           ACCOUNT_BALANCE + :WS-PAYOUT-AMOUNT,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :TDR-PAYOUT-ACCOUNT
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-ACCRUED-INTEREST > 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (TRANSACTION_ID, ACCOUNT_NUMBER,
                        TRANSACTION_TYPE, TRANSACTION_AMT,
                        TRANSACTION_DATE, TRANSACTION_TIME,
                        STATUS, REFERENCE_ID, BRANCH_ID)
                   VALUES
                       (:WS-INTEREST-TXN-ID, :TDR-ACCOUNT-NUMBER,
                        'I', :WS-ACCRUED-INTEREST,
                        CURRENT_DATE, CURRENT_TIME, 'C',
                        :WS-PAYOUT-REF, '9999')
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-PAYOUT-AMOUNT > 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (TRANSACTION_ID, ACCOUNT_NUMBER,
                        TRANSACTION_TYPE, TRANSACTION_AMT,
                        TRANSACTION_DATE, TRANSACTION_TIME,
                        STATUS, REFERENCE_ID, BRANCH_ID)
                   VALUES
                       (:WS-DEBIT-TXN-ID, :TDR-ACCOUNT-NUMBER,
                        'D', :WS-PAYOUT-AMOUNT,
                        CURRENT_DATE, CURRENT_TIME, 'C',
                        :WS-PAYOUT-REF, '9999')
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO TRANSACTIONS
                           (TRANSACTION_ID, ACCOUNT_NUMBER,
                            TRANSACTION_TYPE, TRANSACTION_AMT,
                            TRANSACTION_DATE, TRANSACTION_TIME,
                            STATUS, REFERENCE_ID, BRANCH_ID)
                       VALUES
                           (:WS-CREDIT-TXN-ID, :TDR-PAYOUT-ACCOUNT,
                            'C', :WS-PAYOUT-AMOUNT,
                            CURRENT_DATE, CURRENT_TIME, 'C',
                            :WS-PAYOUT-REF, '9999')
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE TERM_DEPOSITS
                   SET TERM_STATUS = 'C',
                       MATURED_DATE = CURRENT_DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       240-HOLD-AT-MATURITY.
      *>    THE TERM IS OVER AND THE FUNDS ARE FREE - TRANPOST TAKES
      *>    NO PENALTY ONCE THE CD IS NO LONGER IN ITS TERM.  THE
      *>    ACCOUNT STAYS OPEN UNTIL THE OWNER WITHDRAWS OR CLOSES IT
           IF NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE TERM_DEPOSITS
                   SET TERM_STATUS = 'M',
                       MATURED_DATE = CURRENT_DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :TDR-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               ADD 1 TO WS-HELD-COUNT
               ADD ACR-ACCOUNT-BALANCE TO WS-HELD-AMOUNT
               IF WS-FALLBACK-REASON NOT = SPACES
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
               MOVE ACR-ACCOUNT-BALANCE TO WS-DISP-AMOUNT
               MOVE SPACES TO MATURITY-REPORT-LINE
               STRING '  Account: ' DELIMITED BY SIZE
                   TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' HELD AT MATURITY: ' DELIMITED BY SIZE
                   WS-DISP-AMOUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FALLBACK-REASON DELIMITED BY SIZE
                   INTO MATURITY-REPORT-LINE
               END-STRING
               WRITE MATURITY-REPORT-LINE
           END-IF.

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

       247-WRITE-NOTICE.
      *>    ONE PAGE PER CD - NAME AND ADDRESS BLOCK POSITIONED FOR A
      *>    WINDOW ENVELOPE THE SAME WAY STMTGEN PRINTS STATEMENTS,
      *>    THEN THE NOTICE, PADDED OUT TO THE FIXED PAGE DEPTH
           MOVE ACR-ACCOUNT-BALANCE TO WS-DISP-AMOUNT.
           MOVE TDR-TERM-MONTHS TO WS-DISP-TERM.
           COMPUTE WS-DISP-RATE-PCT = ACR-INTEREST-RATE * 100.

           MOVE ALL '=' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           WRITE NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-CUSTOMER-NAME DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-1 DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-2 DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           STRING 'ACCOUNT: ' DELIMITED BY SIZE
               TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
               '   NOTICE DATE ' DELIMITED BY SIZE
               WS-RUN-DATE-ISO DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'NOTICE OF CERTIFICATE OF DEPOSIT MATURITY'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           STRING 'YOUR ' DELIMITED BY SIZE
               WS-DISP-TERM DELIMITED BY SIZE
               '-MONTH CERTIFICATE OF DEPOSIT ABOVE, PAYING '
                   DELIMITED BY SIZE
               WS-DISP-RATE-PCT DELIMITED BY SIZE
               '% A YEAR,' DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'WITH A BALANCE OF ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' MATURES ON ' DELIMITED BY SIZE
               TDR-MATURITY-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM 249-WRITE-INSTRUCTION-TEXT.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'TO CHANGE THESE INSTRUCTIONS, VISIT ANY BRANCH BEFORE'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'THE MATURITY DATE.  FUNDS WITHDRAWN BEFORE THAT DATE'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'ARE SUBJECT TO THE EARLY-WITHDRAWAL PENALTY.'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 20 TO WS-LINE-COUNT.

      *>    BLANK LINES OUT TO THE FIXED PAGE DEPTH
           MOVE SPACES TO NOTICE-LINE.
           PERFORM UNTIL WS-LINE-COUNT >= WS-LINES-PER-PAGE
               WRITE NOTICE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       249-WRITE-INSTRUCTION-TEXT.
      *>    TWO LINES SAYING WHAT WILL HAPPEN AT MATURITY UNDER THE
      *>    INSTRUCTION ON FILE
           MOVE SPACES TO NOTICE-LINE.
           IF TDR-INSTR-IS-ROLLOVER
               STRING 'UNLESS YOU INSTRUCT US OTHERWISE IT WILL RENEW'
                       DELIMITED BY SIZE
                   ' AUTOMATICALLY FOR A FURTHER ' DELIMITED BY SIZE
                   WS-DISP-TERM DELIMITED BY SIZE
                   ' MONTHS' DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               MOVE 'AT THE SAME RATE.' TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE IF TDR-INSTR-IS-PAYOUT
               STRING 'ON THAT DATE THE BALANCE AND ACCRUED INTEREST'
                       DELIMITED BY SIZE
                   ' WILL BE PAID TO ACCOUNT ' DELIMITED BY SIZE
                   TDR-PAYOUT-ACCOUNT DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               MOVE 'AND THE CERTIFICATE CLOSED.' TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               MOVE 'ON THAT DATE THE FUNDS WILL BE HELD FOR YOU IN THE'
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE 'ACCOUNT, AVAILABLE TO WITHDRAW WITHOUT PENALTY.'
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

       270-WRITE-MATURITY-TOTALS.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE.

           STRING 'NOTICES ISSUED          COUNT: ' DELIMITED BY SIZE
               WS-NOTICE-COUNT DELIMITED BY SIZE
               '   NO ADDRESS: ' DELIMITED BY SIZE
               WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

           MOVE WS-ROLLED-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING 'ROLLED OVER             COUNT: ' DELIMITED BY SIZE
               WS-ROLLED-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

           MOVE WS-PAID-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING 'PAID OUT                COUNT: ' DELIMITED BY SIZE
               WS-PAID-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

           MOVE WS-HELD-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING 'HELD AT MATURITY        COUNT: ' DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               '   PAYOUT NOT POSSIBLE: ' DELIMITED BY SIZE
               WS-FALLBACK-COUNT DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING 'ERRORS                  COUNT: ' DELIMITED BY SIZE
               WS-ERROR-COUNT DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NOTHING MAILED'
                   TO MATURITY-REPORT-LINE
               WRITE MATURITY-REPORT-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-UPDATE-FLAG.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           STRING '  SQL ERROR - Account: ' DELIMITED BY SIZE
               TDR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO MATURITY-REPORT-LINE
           END-STRING.
           WRITE MATURITY-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 270-WRITE-MATURITY-TOTALS.

           CLOSE CD-NOTICE-FILE.
           CLOSE MATURITY-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'CDMATURE: CD Maturity Processing Complete'.
           DISPLAY 'Notices Issued: ' WS-NOTICE-COUNT.
           DISPLAY 'CDs Matured: ' WS-MATURITY-READ.
           DISPLAY 'Rolled Over: ' WS-ROLLED-COUNT.
           DISPLAY 'Paid Out: ' WS-PAID-COUNT.
           DISPLAY 'Held: ' WS-HELD-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE CDS SEEN BY BOTH PASSES, 'E' WHEN ANY
      *>    OF THEM FAILED
           COMPUTE RCT-RECORD-COUNT =
               WS-NOTICE-READ + WS-MATURITY-READ.
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
