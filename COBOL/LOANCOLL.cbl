       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    COLLECTION NOTICES - ONE FIXED-DEPTH PAGE PER LOAN THAT
      *>    FELL INTO A WORSE BUCKET OR TOOK A LATE CHARGE TONIGHT,
      *>    NAME AND ADDRESS POSITIONED FOR A WINDOW ENVELOPE
           SELECT COLLECTION-NOTICE-FILE
               ASSIGN TO UT-S-COLLNTC
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    COLLECTIONS REPORT - EVERY DELINQUENT OR NEWLY CURED LOAN
      *>    WITH WHAT WAS DONE TO IT, THEN TOTALS BY BUCKET
           SELECT COLLECTION-REPORT
               ASSIGN TO UT-S-COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    DELINQUENCY ROLL-RATE REPORT - LOANS AND DOLLARS BY THE
      *>    BUCKET THEY STOOD IN AT THE LAST MONTH END AGAINST THE
      *>    BUCKET THEY STAND IN NOW, FOR MANAGEMENT
           SELECT ROLL-RATE-REPORT
               ASSIGN TO UT-S-ROLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-NOTICE-FILE.
       01 NOTICE-LINE                 PIC X(150).

       FD COLLECTION-REPORT.
       01 COLLECTION-REPORT-LINE      PIC X(150).

       FD ROLL-RATE-REPORT.
       01 ROLL-RATE-LINE              PIC X(150).

      *>    CONTROL CARD: COLS 1-3 GRACE DAYS AFTER THE DUE DATE
      *>    BEFORE A LATE CHARGE IS TAKEN, COLS 4-8 LATE CHARGE
      *>    AMOUNT (9(3)V99), COLS 9-11 DAYS PAST DUE AT WHICH A LOAN
      *>    IS CHARGED OFF, COL 12 DRY-RUN FLAG (Y = PREVIEW ONLY, NO
      *>    DB2 WRITES AND NO NOTICES) - ABSENT, BLANK OR ZERO FIELDS
      *>    MEAN THE LOAN PRICING VERSION IN EFFECT ON THE RUN DATE
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'LOANCOLL'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
           05 WS-RUN-DATE-ISO         PIC X(10).
      *>    FIRST OF THE RUN MONTH - A SNAPSHOT OLDER THAN THIS WAS
      *>    TAKEN LAST MONTH AND IS ROLLED FORWARD BEFORE AGING
           05 WS-MONTH-START-ISO      PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
      *>    A NON-ZERO CARD FIELD OVERRIDES THE LOAN PRICING'S
           05 WS-GRACE-DAYS           PIC 9(3) VALUE 0.
           05 WS-LATE-CHARGE-AMT      PIC 9(3)V99 VALUE 0.
           05 WS-LATE-CHARGE-AMT-X REDEFINES WS-LATE-CHARGE-AMT
                                      PIC X(5).
           05 WS-CHARGE-OFF-DAYS      PIC 9(3) VALUE 0.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

      *>    CURSOR END-OF-FETCH SWITCH - THE LOAN LOOP RUNS ITS OWN
      *>    SQL MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-LOAN             PIC X(1) VALUE 'N'.
               88 LOAN-EOF                VALUE 'Y'.

      *>    PER-LOAN WORK FIELDS - THE LOAN ITSELF COMES BACK IN
      *>    ACR-ACCOUNT-RECORD, ITS COLLECTIONS STATUS IN
      *>    DLQ-DELINQUENCY-RECORD.  THE BALANCE IS WHAT THE CUSTOMER
      *>    OWES, AS LOANSVC BILLS IT
       01 WS-LOAN-VARS.
           05 WS-NEW-ROW-FLAG         PIC X(1).
               88 NEW-DELINQUENCY-ROW     VALUE 'Y'.
           05 WS-OLD-BUCKET           PIC X(1).
      *>    PAYMENTS ('C' ROWS) POSTED SINCE THE PAID-THROUGH DATE,
      *>    AND REVERSALS OF PAYMENTS POSTED IN THE SAME WINDOW
           05 WS-PERIOD-PAID          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PERIOD-REVERSED      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-BILLED         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-DUE-TO-DATE          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-OLDEST-DUE-DATE      PIC X(10).
      *>    DUE DATE OF THE LATEST UNCOVERED INSTALLMENT WHOSE GRACE
      *>    PERIOD HAS RUN OUT - A LATE CHARGE IS TAKEN ONCE FOR IT
           05 WS-LATE-DUE-DATE        PIC X(10).
           05 WS-LATE-CHARGE-FLAG     PIC X(1).
               88 LATE-CHARGE-ASSESSED    VALUE 'Y'.
           05 WS-CHARGE-OFF-FLAG      PIC X(1).
               88 LOAN-CHARGED-OFF        VALUE 'Y'.
      *>    CLEARED WHEN ANY STEP OF A LOAN UPDATE FAILS, SO NOTHING
      *>    FURTHER IS DONE TO THE LOAN AND NO NOTICE GOES OUT
           05 WS-UPDATE-FLAG          PIC X(1).
               88 UPDATE-OK               VALUE 'Y'.
           05 WS-NOTICE-STATUS        PIC X(32).
      *>    'LTC' (LATE CHARGE) OR 'CHO' (CHARGE-OFF) + RUN DATE +
      *>    8-DIGIT SEQUENCE IS THE POSTING'S TRANSACTION_ID
           05 WS-POSTING-SEQ          PIC 9(8) VALUE 0.
           05 WS-POSTING-TXN-ID       PIC X(20).

      *>    BUCKET CODE AS A SUBSCRIPT - BUCKET '0' IS ENTRY 1
       01 WS-BUCKET-SUBSCRIPTS.
           05 WS-BUCKET-NUM           PIC 9(1).
           05 WS-FROM-SUB             PIC 9(4) COMP.
           05 WS-TO-SUB               PIC 9(4) COMP.

       01 WS-BUCKET-NAME-VALUES.
           05 FILLER                  PIC X(8) VALUE 'CURRENT '.
           05 FILLER                  PIC X(8) VALUE '1-29    '.
           05 FILLER                  PIC X(8) VALUE '30-59   '.
           05 FILLER                  PIC X(8) VALUE '60-89   '.
           05 FILLER                  PIC X(8) VALUE '90-119  '.
           05 FILLER                  PIC X(8) VALUE '120+    '.
           05 FILLER                  PIC X(8) VALUE 'CHRG-OFF'.
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05 WS-BUCKET-NAME          PIC X(8) OCCURS 7 TIMES.

      *>    TONIGHT'S LOANS BY THE BUCKET THEY ENDED IN
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL OCCURS 7 TIMES.
               10 WS-BKT-COUNT            PIC 9(8) VALUE 0.
               10 WS-BKT-PAST-DUE         PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-BKT-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.

      *>    ROLL-RATE MATRIX - ROWS ARE THE MONTH-START BUCKET, COLUMNS
      *>    THE BUCKET NOW.  A LOAN ALREADY CHARGED OFF AT MONTH START
      *>    HAS NOTHING LEFT TO ROLL, SO ROW 7 IS NEVER FILLED
       01 WS-ROLL-MATRIX.
           05 WS-ROLL-FROM OCCURS 7 TIMES.
               10 WS-ROLL-CELL OCCURS 7 TIMES.
                   15 WS-ROLL-COUNT       PIC 9(8) VALUE 0.
                   15 WS-ROLL-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-ROLL-ROW-COUNT       PIC 9(8) VALUE 0.
               10 WS-ROLL-ROW-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-ROLL-WORSE-COUNT     PIC 9(8) VALUE 0.
               10 WS-ROLL-WORSE-AMOUNT    PIC S9(13)V99 COMP-3 VALUE 0.

      *>    HOST VARIABLES FOR THE ROLL-RATE CURSOR, AND THE MOVEMENT
      *>    TOTALS ACROSS THE WHOLE MATRIX
       01 WS-ROLL-VARS.
           05 WS-ROLL-FROM-BUCKET     PIC X(1).
           05 WS-ROLL-TO-BUCKET       PIC X(1).
           05 WS-ROLL-SQL-COUNT       PIC 9(8).
           05 WS-ROLL-SQL-AMOUNT      PIC S9(13)V99 COMP-3.
           05 WS-ROLLED-WORSE-COUNT   PIC 9(8) VALUE 0.
           05 WS-ROLLED-WORSE-AMOUNT  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-IMPROVED-COUNT       PIC 9(8) VALUE 0.
           05 WS-IMPROVED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-UNCHANGED-COUNT      PIC 9(8) VALUE 0.
           05 WS-UNCHANGED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.

      *>    ROLL-RATE PRINT LINES - A LABEL, ONE CELL PER BUCKET NOW,
      *>    THE ROW TOTAL, AND THE SHARE OF THE ROW THAT ROLLED WORSE
       01 WS-ROLL-COUNT-LINE.
           05 WS-RCL-LABEL            PIC X(10).
           05 WS-RCL-CELL OCCURS 7 TIMES.
               10 FILLER                  PIC X(2) VALUE SPACES.
               10 WS-RCL-COUNT            PIC Z(7)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RCL-TOTAL            PIC Z(7)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-RCL-WORSE-PCT        PIC ZZ9.99.

       01 WS-ROLL-AMOUNT-LINE.
           05 WS-RAL-LABEL            PIC X(10).
           05 WS-RAL-CELL OCCURS 7 TIMES.
               10 FILLER                  PIC X(1) VALUE SPACES.
               10 WS-RAL-AMOUNT           PIC -(10)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-RAL-TOTAL            PIC -(12)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RAL-WORSE-PCT        PIC ZZ9.99.

      *>    NOTICE PAGE FORMATTING - PADDED TO A FIXED DEPTH SO THE
      *>    PRINT FILE BURSTS CLEANLY INTO ENVELOPES
       01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05 WS-LINE-COUNT           PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 WS-LOANS-READ           PIC 9(8) VALUE 0.
           05 WS-NEW-ROW-COUNT        PIC 9(8) VALUE 0.
           05 WS-CURED-COUNT          PIC 9(8) VALUE 0.
           05 WS-LATE-CHARGE-COUNT    PIC 9(8) VALUE 0.
           05 WS-LATE-CHARGE-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CHARGE-OFF-COUNT     PIC 9(8) VALUE 0.
           05 WS-CHARGE-OFF-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-NOTICE-COUNT         PIC 9(8) VALUE 0.
           05 WS-NO-ADDRESS-COUNT     PIC 9(8) VALUE 0.
           05 WS-SNAPSHOT-COUNT       PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-PAST-DUE        PIC -9(11).99.
           05 WS-DISP-CHARGE          PIC -9(11).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.
           05 WS-DISP-TOTAL-2         PIC -9(13).99.
           05 WS-DISP-DAYS            PIC ZZZ9.

       COPY ACCTREC.
       COPY CUSTREC.
       COPY DLQREC.
       COPY PRICREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           IF NOT DRY-RUN-MODE
               PERFORM 150-TAKE-MONTH-SNAPSHOT
           END-IF.
           PERFORM 200-PROCESS-LOANS.
           PERFORM 280-WRITE-ROLL-RATE-REPORT.
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
           MOVE WS-RUN-DATE-ISO TO WS-MONTH-START-ISO.
           MOVE '01' TO WS-MONTH-START-ISO(9:2).

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-LOAD-LOAN-PRICING.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT COLLECTION-NOTICE-FILE.
           OPEN OUTPUT COLLECTION-REPORT.
           OPEN OUTPUT ROLL-RATE-REPORT.

           DISPLAY 'LOANCOLL: Starting Loan Collections'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Grace Days: ' WS-GRACE-DAYS.
           DISPLAY 'Late Charge: ' WS-LATE-CHARGE-AMT.
           DISPLAY 'Charge-Off Days: ' WS-CHARGE-OFF-DAYS.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'LOAN COLLECTIONS REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               '   GRACE DAYS: ' DELIMITED BY SIZE
               WS-GRACE-DAYS DELIMITED BY SIZE
               '   CHARGE-OFF AT DAYS PAST DUE: ' DELIMITED BY SIZE
               WS-CHARGE-OFF-DAYS DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           WRITE COLLECTION-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN (A SECOND
      *>    RUN WOULD TAKE A SECOND LATE CHARGE), AND NEVER AHEAD OF
      *>    TRANPOST - TODAY'S PAYMENTS MUST BE ON THE BOOKS BEFORE A
      *>    LOAN IS AGED AGAINST THEM
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
                   DISPLAY 'LOANCOLL: Run refused - already completed'
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
               DISPLAY 'LOANCOLL: Run refused - predecessor '
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
      *>    COLS 1-3 GRACE DAYS, 4-8 LATE CHARGE, 9-11 CHARGE-OFF
      *>    DAYS, COL 12 DRY-RUN FLAG - ABSENT OR BLANK CARD MEANS A
      *>    LIVE RUN ON THE LOAN PRICING'S TERMS
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:3) NUMERIC
                       MOVE CTL-CARD-RECORD(1:3) TO WS-GRACE-DAYS
                   END-IF
                   IF CTL-CARD-RECORD(4:5) NUMERIC
                       MOVE CTL-CARD-RECORD(4:5)
                           TO WS-LATE-CHARGE-AMT-X
                   END-IF
                   IF CTL-CARD-RECORD(9:3) NUMERIC
                       MOVE CTL-CARD-RECORD(9:3) TO WS-CHARGE-OFF-DAYS
                   END-IF
                   MOVE CTL-CARD-RECORD(12:1) TO WS-DRY-RUN-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       120-LOAD-LOAN-PRICING.
      *>    The loan product's pricing version in effect on the run
      *>    date fills whatever the card left zero.  A term still
      *>    zero after that (no version in effect and nothing on the
      *>    card) refuses the run before it registers - a loan is
      *>    never aged on terms nobody set
           MOVE 'N' TO PRC-LOOKUP-FOUND.
           EXEC SQL
               SELECT CHAR(EFFECTIVE_FROM, ISO), GRACE_DAYS,
                      LATE_CHARGE_AMT, CHARGE_OFF_DAYS
               INTO :PRC-EFFECTIVE-FROM, :PRC-GRACE-DAYS,
                    :PRC-LATE-CHARGE-AMT, :PRC-CHARGE-OFF-DAYS
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = 'L'
               AND EFFECTIVE_FROM <= :WS-RUN-DATE-ISO
               AND EFFECTIVE_TO >= :WS-RUN-DATE-ISO
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO PRC-LOOKUP-FOUND
               DISPLAY 'Loan Pricing Effective: ' PRC-EFFECTIVE-FROM
               IF WS-GRACE-DAYS = 0
                   MOVE PRC-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
               IF WS-LATE-CHARGE-AMT = 0
                   MOVE PRC-LATE-CHARGE-AMT TO WS-LATE-CHARGE-AMT
               END-IF
               IF WS-CHARGE-OFF-DAYS = 0
                   MOVE PRC-CHARGE-OFF-DAYS TO WS-CHARGE-OFF-DAYS
               END-IF
           END-IF.

           IF WS-GRACE-DAYS = 0 OR WS-LATE-CHARGE-AMT = 0
              OR WS-CHARGE-OFF-DAYS = 0
               DISPLAY 'LOANCOLL: Run refused - no collection terms '
                   'in effect for ' WS-RUN-DATE-ISO
                   ' in loan pricing or on the control card'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-TAKE-MONTH-SNAPSHOT.
      *>    The first run of a month freezes every loan's bucket and
      *>    balance as they stood at the month end just passed - the
      *>    roll-rate report measures the month's movement from here.
      *>    No row to roll (SQLCODE +100) just means it is not the
      *>    first run of the month
           EXEC SQL
               UPDATE LOAN_DELINQUENCY
               SET MONTH_START_BUCKET = DLQ_BUCKET,
                   MONTH_START_BAL = LOAN_BALANCE,
                   SNAPSHOT_DATE = :WS-RUN-DATE-ISO,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE SNAPSHOT_DATE < :WS-MONTH-START-ISO
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SNAPSHOT-COUNT
           ELSE IF SQLCODE NOT = 100
               MOVE SPACES TO DLQ-ACCOUNT-NUMBER
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       200-PROCESS-LOANS.
      *>    Every active loan LOANSVC has billed at least once - a
      *>    loan with no installment on record owes nothing yet.  A
      *>    charged-off loan ('W') has left the cursor for good
           EXEC SQL
               DECLARE LOAN_CURSOR CURSOR FOR
               SELECT A.ACCOUNT_NUMBER, A.CUSTOMER_ID,
                      A.ACCOUNT_BALANCE
               FROM ACCOUNTS A
               WHERE A.ACCOUNT_TYPE = 'L'
               AND A.ACCOUNT_STATUS = 'A'
               AND EXISTS
                   (SELECT 1
                    FROM LOAN_BILLING B
                    WHERE B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER)
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN LOAN_CURSOR END-EXEC.

           PERFORM UNTIL LOAN-EOF
               EXEC SQL
                   FETCH LOAN_CURSOR
                   INTO :ACR-ACCOUNT-NUMBER, :ACR-CUSTOMER-ID,
                        :ACR-ACCOUNT-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-LOANS-READ
                   PERFORM 205-AGE-LOAN
               ELSE
                   MOVE 'Y' TO WS-EOF-LOAN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LOAN_CURSOR END-EXEC.

       205-AGE-LOAN.
      *>    BRING THE PAYMENTS UP TO DATE, MEASURE HOW FAR BEHIND THE
      *>    LOAN IS, THEN CHARGE IT OFF OR TAKE A LATE CHARGE AS THE
      *>    DAYS PAST DUE CALL FOR.  A LOAN THAT FELL INTO A WORSE
      *>    BUCKET OR TOOK A LATE CHARGE GETS A NOTICE
           MOVE 'Y' TO WS-UPDATE-FLAG.
           MOVE 'N' TO WS-LATE-CHARGE-FLAG.
           MOVE 'N' TO WS-CHARGE-OFF-FLAG.
           MOVE SPACES TO WS-NOTICE-STATUS.
           MOVE ACR-ACCOUNT-NUMBER TO DLQ-ACCOUNT-NUMBER.

           PERFORM 210-LOAD-DELINQUENCY.
           IF UPDATE-OK
               PERFORM 215-APPLY-PAYMENTS
           END-IF.
           IF UPDATE-OK
               PERFORM 220-MEASURE-ARREARS
           END-IF.

           IF UPDATE-OK
               IF DLQ-DAYS-PAST-DUE >= WS-CHARGE-OFF-DAYS
                   PERFORM 240-CHARGE-OFF
               ELSE
                   PERFORM 230-CHECK-LATE-CHARGE
               END-IF
           END-IF.

           IF UPDATE-OK AND NOT DRY-RUN-MODE
               PERFORM 260-SAVE-DELINQUENCY
           END-IF.

           IF UPDATE-OK
               IF DLQ-BUCKET > WS-OLD-BUCKET OR LATE-CHARGE-ASSESSED
                   PERFORM 250-ISSUE-NOTICE
               END-IF
               PERFORM 270-ACCUMULATE-BUCKET
               IF DLQ-BUCKET NOT = '0' OR WS-OLD-BUCKET NOT = '0'
                   PERFORM 275-WRITE-LOAN-LINE
               END-IF
           END-IF.

       210-LOAD-DELINQUENCY.
      *>    The loan's collections row as the last run left it.  A
      *>    loan seen for the first time starts current, with its
      *>    payments counted from the day of its first bill
           EXEC SQL
               SELECT CHAR(PAID_THROUGH_DATE, ISO), APPLIED_PAID,
                      PAST_DUE_AMT, DAYS_PAST_DUE, DLQ_BUCKET,
                      LOAN_BALANCE,
                      COALESCE(CHAR(LATE_CHARGE_DUE, ISO), ' '),
                      LATE_CHARGE_COUNT, MONTH_START_BUCKET,
                      MONTH_START_BAL, CHAR(SNAPSHOT_DATE, ISO)
               INTO :DLQ-PAID-THROUGH-DATE, :DLQ-APPLIED-PAID,
                    :DLQ-PAST-DUE-AMT, :DLQ-DAYS-PAST-DUE,
                    :DLQ-BUCKET, :DLQ-LOAN-BALANCE,
                    :DLQ-LATE-CHARGE-DUE, :DLQ-LATE-CHARGE-COUNT,
                    :DLQ-MONTH-START-BUCKET, :DLQ-MONTH-START-BAL,
                    :DLQ-SNAPSHOT-DATE
               FROM LOAN_DELINQUENCY
               WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'N' TO WS-NEW-ROW-FLAG
               MOVE SPACES TO DLQ-CHARGE-OFF-DATE
               MOVE DLQ-BUCKET TO WS-OLD-BUCKET
           ELSE IF SQLCODE = 100
               PERFORM 212-OPEN-DELINQUENCY
           ELSE
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       212-OPEN-DELINQUENCY.
      *>    TRANPOST RUNS AHEAD OF LOANSVC IN THE STREAM, SO A
      *>    PAYMENT DATED THE DAY OF THE FIRST BILL WAS FOR THE
      *>    PERIOD BEFORE IT - COUNTING STARTS THE DAY AFTER
           MOVE 'Y' TO WS-NEW-ROW-FLAG.
           MOVE 0 TO DLQ-APPLIED-PAID.
           MOVE 0 TO DLQ-PAST-DUE-AMT.
           MOVE 0 TO DLQ-DAYS-PAST-DUE.
           MOVE '0' TO DLQ-BUCKET.
           MOVE '0' TO WS-OLD-BUCKET.
           MOVE ACR-ACCOUNT-BALANCE TO DLQ-LOAN-BALANCE.
           MOVE SPACES TO DLQ-LATE-CHARGE-DUE.
           MOVE 0 TO DLQ-LATE-CHARGE-COUNT.
           MOVE '0' TO DLQ-MONTH-START-BUCKET.
           MOVE ACR-ACCOUNT-BALANCE TO DLQ-MONTH-START-BAL.
           MOVE WS-RUN-DATE-ISO TO DLQ-SNAPSHOT-DATE.
           MOVE SPACES TO DLQ-CHARGE-OFF-DATE.

           EXEC SQL
               SELECT COALESCE(CHAR(MIN(BILL_DATE), ISO),
                               :WS-RUN-DATE-ISO)
               INTO :DLQ-PAID-THROUGH-DATE
               FROM LOAN_BILLING
               WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       215-APPLY-PAYMENTS.
      *>    Payments posted since the paid-through date, less any
      *>    payment reversed in the same window, go toward the
      *>    installments billed.  A reversed payment's original row
      *>    is restamped 'V', so it is still counted here and its
      *>    'R' reversal row takes it back out.  Whatever is paid
      *>    beyond the minimums billed is principal - it never
      *>    covers an installment not yet billed
           EXEC SQL
               SELECT COALESCE(SUM(TRANSACTION_AMT), 0)
               INTO :WS-PERIOD-PAID
               FROM TRANSACTIONS
               WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               AND TRANSACTION_TYPE = 'C'
               AND (STATUS = 'C' OR STATUS = 'V')
               AND TRANSACTION_DATE > :DLQ-PAID-THROUGH-DATE
               AND TRANSACTION_DATE <= :WS-RUN-DATE-ISO
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(R.TRANSACTION_AMT), 0)
                   INTO :WS-PERIOD-REVERSED
                   FROM TRANSACTIONS R
                   INNER JOIN TRANSACTIONS O
                        ON O.TRANSACTION_ID = R.REFERENCE_ID
                   WHERE R.ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
                   AND R.STATUS = 'R'
                   AND O.TRANSACTION_TYPE = 'C'
                   AND R.TRANSACTION_DATE > :DLQ-PAID-THROUGH-DATE
                   AND R.TRANSACTION_DATE <= :WS-RUN-DATE-ISO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(MINIMUM_DUE), 0)
                   INTO :WS-TOTAL-BILLED
                   FROM LOAN_BILLING
                   WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           ELSE
               COMPUTE DLQ-APPLIED-PAID = DLQ-APPLIED-PAID
                   + WS-PERIOD-PAID - WS-PERIOD-REVERSED
               IF DLQ-APPLIED-PAID > WS-TOTAL-BILLED
                   MOVE WS-TOTAL-BILLED TO DLQ-APPLIED-PAID
               END-IF
               IF DLQ-APPLIED-PAID < 0
                   MOVE 0 TO DLQ-APPLIED-PAID
               END-IF
               MOVE WS-RUN-DATE-ISO TO DLQ-PAID-THROUGH-DATE
           END-IF.

       220-MEASURE-ARREARS.
      *>    Installments fall past due the day after their due date.
      *>    Paying them oldest first, the first installment the
      *>    payments applied do not cover fixes the days past due
           EXEC SQL
               SELECT COALESCE(SUM(MINIMUM_DUE), 0)
               INTO :WS-DUE-TO-DATE
               FROM LOAN_BILLING
               WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               AND DUE_DATE < :WS-RUN-DATE-ISO
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           ELSE
               COMPUTE DLQ-PAST-DUE-AMT =
                   WS-DUE-TO-DATE - DLQ-APPLIED-PAID
               IF DLQ-PAST-DUE-AMT < 0
                   MOVE 0 TO DLQ-PAST-DUE-AMT
               END-IF
               MOVE 0 TO DLQ-DAYS-PAST-DUE
               MOVE SPACES TO WS-OLDEST-DUE-DATE
               IF DLQ-PAST-DUE-AMT > 0
                   PERFORM 222-FIND-OLDEST-UNPAID
               END-IF
           END-IF.

           IF UPDATE-OK
               PERFORM 225-ASSIGN-BUCKET
           END-IF.

       222-FIND-OLDEST-UNPAID.
      *>    An installment is uncovered when everything billed up to
      *>    and including it is more than the payments applied
           EXEC SQL
               SELECT COALESCE(CHAR(MIN(B.DUE_DATE), ISO), ' '),
                      COALESCE(DAYS(DATE(:WS-RUN-DATE-ISO))
                               - DAYS(MIN(B.DUE_DATE)), 0)
               INTO :WS-OLDEST-DUE-DATE, :DLQ-DAYS-PAST-DUE
               FROM LOAN_BILLING B
               WHERE B.ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               AND B.DUE_DATE < :WS-RUN-DATE-ISO
               AND (SELECT SUM(C.MINIMUM_DUE)
                    FROM LOAN_BILLING C
                    WHERE C.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                    AND C.DUE_DATE <= B.DUE_DATE)
                   > :DLQ-APPLIED-PAID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       225-ASSIGN-BUCKET.
           IF DLQ-DAYS-PAST-DUE = 0
               MOVE '0' TO DLQ-BUCKET
           ELSE IF DLQ-DAYS-PAST-DUE < 30
               MOVE '1' TO DLQ-BUCKET
           ELSE IF DLQ-DAYS-PAST-DUE < 60
               MOVE '2' TO DLQ-BUCKET
           ELSE IF DLQ-DAYS-PAST-DUE < 90
               MOVE '3' TO DLQ-BUCKET
           ELSE IF DLQ-DAYS-PAST-DUE < 120
               MOVE '4' TO DLQ-BUCKET
           ELSE
               MOVE '5' TO DLQ-BUCKET
           END-IF.

       230-CHECK-LATE-CHARGE.
      *>    One late charge per missed installment: the latest
      *>    installment still uncovered once its grace period has
      *>    run out is charged for, unless a charge was already taken
      *>    for it.  Dates compare correctly in ISO character form
           MOVE SPACES TO WS-LATE-DUE-DATE.
           IF DLQ-PAST-DUE-AMT > 0
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(B.DUE_DATE), ISO), ' ')
                   INTO :WS-LATE-DUE-DATE
                   FROM LOAN_BILLING B
                   WHERE B.ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
                   AND B.DUE_DATE + :WS-GRACE-DAYS DAYS
                       < DATE(:WS-RUN-DATE-ISO)
                   AND (SELECT SUM(C.MINIMUM_DUE)
                        FROM LOAN_BILLING C
                        WHERE C.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                        AND C.DUE_DATE <= B.DUE_DATE)
                       > :DLQ-APPLIED-PAID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK AND WS-LATE-DUE-DATE NOT = SPACES
               IF DLQ-LATE-CHARGE-DUE = SPACES
                  OR WS-LATE-DUE-DATE > DLQ-LATE-CHARGE-DUE
                   PERFORM 235-ASSESS-LATE-CHARGE
               END-IF
           END-IF.

       235-ASSESS-LATE-CHARGE.
      *>    The charge is owed to us, so it moves the loan balance up
      *>    like billed interest, posted as its own type 'K' row that
      *>    GLEXTRCT books to fee income.  Machine-generated posting
      *>    - house branch 9999, not a teller branch
           ADD 1 TO WS-POSTING-SEQ.
           MOVE SPACES TO WS-POSTING-TXN-ID.
           STRING 'LTC' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-POSTING-SEQ DELIMITED BY SIZE
               INTO WS-POSTING-TXN-ID
           END-STRING.

           IF NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE =
                           ACCOUNT_BALANCE + :WS-LATE-CHARGE-AMT,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO TRANSACTIONS
                           (TRANSACTION_ID, ACCOUNT_NUMBER,
                            TRANSACTION_TYPE, TRANSACTION_AMT,
                            TRANSACTION_DATE, TRANSACTION_TIME,
                            STATUS, BRANCH_ID)
                       VALUES
                           (:WS-POSTING-TXN-ID, :ACR-ACCOUNT-NUMBER,
                            'K', :WS-LATE-CHARGE-AMT,
                            CURRENT_DATE, CURRENT_TIME, 'C', '9999')
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               MOVE 'Y' TO WS-LATE-CHARGE-FLAG
               ADD WS-LATE-CHARGE-AMT TO ACR-ACCOUNT-BALANCE
               MOVE WS-LATE-DUE-DATE TO DLQ-LATE-CHARGE-DUE
               ADD 1 TO DLQ-LATE-CHARGE-COUNT
               ADD 1 TO WS-LATE-CHARGE-COUNT
               ADD WS-LATE-CHARGE-AMT TO WS-LATE-CHARGE-TOTAL
           END-IF.

       240-CHARGE-OFF.
      *>    The whole balance is written off as a type 'W' row that
      *>    GLEXTRCT books out of loans receivable against the loan
      *>    loss allowance, and the loan goes to status 'W' - it
      *>    drops out of LOANSVC billing and out of this cursor.  The
      *>    collections row keeps the amount written off as its
      *>    balance for the roll-rate report
           ADD 1 TO WS-POSTING-SEQ.
           MOVE SPACES TO WS-POSTING-TXN-ID.
           STRING 'CHO' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-POSTING-SEQ DELIMITED BY SIZE
               INTO WS-POSTING-TXN-ID
           END-STRING.

           IF NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_BALANCE = 0,
                       ACCOUNT_STATUS = 'W',
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :ACR-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE = 0 AND ACR-ACCOUNT-BALANCE > 0
                   EXEC SQL
                       INSERT INTO TRANSACTIONS
                           (TRANSACTION_ID, ACCOUNT_NUMBER,
                            TRANSACTION_TYPE, TRANSACTION_AMT,
                            TRANSACTION_DATE, TRANSACTION_TIME,
                            STATUS, BRANCH_ID)
                       VALUES
                           (:WS-POSTING-TXN-ID, :ACR-ACCOUNT-NUMBER,
                            'W', :ACR-ACCOUNT-BALANCE,
                            CURRENT_DATE, CURRENT_TIME, 'C', '9999')
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               MOVE 'Y' TO WS-CHARGE-OFF-FLAG
               MOVE '6' TO DLQ-BUCKET
               MOVE WS-RUN-DATE-ISO TO DLQ-CHARGE-OFF-DATE
               ADD 1 TO WS-CHARGE-OFF-COUNT
               ADD ACR-ACCOUNT-BALANCE TO WS-CHARGE-OFF-TOTAL
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

       250-ISSUE-NOTICE.
      *>    A NOTICE NEEDS SOMEWHERE TO GO - A CUSTOMER WITH NO
      *>    MAILING ADDRESS IS FLAGGED ON THE REPORT FOR BRANCH
      *>    RESEARCH.  ON A DRY RUN NOTHING IS MAILED - THE REPORT
      *>    SHOWS THE NOTICE THAT WOULD GO OUT
           PERFORM 245-LOOKUP-CUSTOMER.

           IF CUR-ADDR-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 'NO ADDRESS - NOTICE NOT PRODUCED'
                   TO WS-NOTICE-STATUS
           ELSE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'NOTICE ISSUED' TO WS-NOTICE-STATUS
               IF NOT DRY-RUN-MODE
                   PERFORM 255-WRITE-NOTICE
               END-IF
           END-IF.

       255-WRITE-NOTICE.
      *>    ONE PAGE PER LOAN - NAME AND ADDRESS BLOCK POSITIONED FOR
      *>    A WINDOW ENVELOPE THE SAME WAY STMTGEN PRINTS STATEMENTS,
      *>    THEN THE NOTICE WORDED FOR THE LOAN'S BUCKET, PADDED OUT
      *>    TO THE FIXED PAGE DEPTH
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
           STRING 'LOAN: ' DELIMITED BY SIZE
               ACR-ACCOUNT-NUMBER DELIMITED BY SIZE
               '   NOTICE DATE ' DELIMITED BY SIZE
               WS-RUN-DATE-ISO DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           PERFORM 259-WRITE-NOTICE-LINE.

           PERFORM 257-WRITE-BUCKET-TEXT.
           PERFORM 259-WRITE-NOTICE-LINE.

           MOVE DLQ-PAST-DUE-AMT TO WS-DISP-PAST-DUE.
           MOVE DLQ-DAYS-PAST-DUE TO WS-DISP-DAYS.
           STRING 'AMOUNT PAST DUE: ' DELIMITED BY SIZE
               WS-DISP-PAST-DUE DELIMITED BY SIZE
               '   DAYS PAST DUE: ' DELIMITED BY SIZE
               WS-DISP-DAYS DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           STRING 'OLDEST UNPAID PAYMENT WAS DUE ON: ' DELIMITED BY SIZE
               WS-OLDEST-DUE-DATE DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
           PERFORM 259-WRITE-NOTICE-LINE.
           IF LATE-CHARGE-ASSESSED
               MOVE WS-LATE-CHARGE-AMT TO WS-DISP-CHARGE
               STRING 'A LATE CHARGE OF ' DELIMITED BY SIZE
                   WS-DISP-CHARGE DELIMITED BY SIZE
                   ' HAS BEEN ADDED TO YOUR LOAN.' DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               PERFORM 259-WRITE-NOTICE-LINE
           END-IF.
           MOVE ACR-ACCOUNT-BALANCE TO WS-DISP-AMOUNT.
           STRING 'LOAN BALANCE: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING.
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

       257-WRITE-BUCKET-TEXT.
      *>    THE WORDING STIFFENS WITH EACH BUCKET - A REMINDER, THEN
      *>    30 AND 60 DAY NOTICES, A FINAL NOTICE AT 90, A DEMAND AT
      *>    120, AND NOTICE OF THE CHARGE-OFF ITSELF
           MOVE DLQ-BUCKET TO DLQ-BUCKET-CHECK.
           IF DLQ-BUCKET-IS-CHARGED-OFF
               MOVE 'NOTICE OF CHARGE-OFF' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'YOUR LOAN HAS BEEN CHARGED OFF BECAUSE NO PAYMENT'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'WAS RECEIVED.  THE BALANCE SHOWN BELOW REMAINS DUE'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'AND YOUR LOAN HAS BEEN REFERRED FOR COLLECTION.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           ELSE IF DLQ-BUCKET-IS-120-PLUS
               MOVE 'DEMAND FOR PAYMENT - 120 DAYS PAST DUE'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'YOUR LOAN IS MORE THAN 120 DAYS PAST DUE.  WE'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'DEMAND PAYMENT OF THE AMOUNT PAST DUE AT ONCE.  IF'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'IT IS NOT RECEIVED YOUR LOAN WILL BE CHARGED OFF.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           ELSE IF DLQ-BUCKET-IS-90-TO-119
               MOVE 'FINAL NOTICE - 90 DAYS PAST DUE' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'YOUR LOAN IS MORE THAN 90 DAYS PAST DUE.  UNLESS'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'THE AMOUNT PAST DUE IS PAID, YOUR LOAN MAY BE'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'CHARGED OFF AND REFERRED FOR COLLECTION.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           ELSE IF DLQ-BUCKET-IS-60-TO-89
               MOVE 'SECOND NOTICE - 60 DAYS PAST DUE' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'YOUR LOAN IS MORE THAN 60 DAYS PAST DUE AND IS'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'SERIOUSLY DELINQUENT.  IF YOU CANNOT PAY, CALL OR'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'VISIT YOUR BRANCH NOW TO ARRANGE REPAYMENT.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           ELSE IF DLQ-BUCKET-IS-30-TO-59
               MOVE 'NOTICE OF PAST DUE LOAN - 30 DAYS' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'YOUR LOAN IS MORE THAN 30 DAYS PAST DUE.  PLEASE'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'PAY THE AMOUNT PAST DUE NOW TO BRING YOUR LOAN UP'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'TO DATE.' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           ELSE
               MOVE 'PAYMENT REMINDER' TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'WE HAVE NOT RECEIVED YOUR LOAN PAYMENT.  IF YOU'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'HAVE ALREADY SENT IT, PLEASE DISREGARD THIS'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
               MOVE 'REMINDER.  OTHERWISE PLEASE PAY IT PROMPTLY.'
                   TO NOTICE-LINE
               PERFORM 259-WRITE-NOTICE-LINE
           END-IF.

       259-WRITE-NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO NOTICE-LINE.

       260-SAVE-DELINQUENCY.
      *>    The collections row as tonight left it.  The balance is
      *>    the loan's after tonight's late charge, or the amount
      *>    written off for a loan charged off tonight
           MOVE ACR-ACCOUNT-BALANCE TO DLQ-LOAN-BALANCE.

           IF NEW-DELINQUENCY-ROW
               EXEC SQL
                   INSERT INTO LOAN_DELINQUENCY
                       (ACCOUNT_NUMBER, PAID_THROUGH_DATE,
                        APPLIED_PAID, PAST_DUE_AMT, DAYS_PAST_DUE,
                        DLQ_BUCKET, LOAN_BALANCE, LATE_CHARGE_DUE,
                        LATE_CHARGE_COUNT, MONTH_START_BUCKET,
                        MONTH_START_BAL, SNAPSHOT_DATE,
                        CHARGE_OFF_DATE,
                        LAST_UPDATE_DATE, LAST_UPDATE_TIME)
                   VALUES
                       (:DLQ-ACCOUNT-NUMBER, :DLQ-PAID-THROUGH-DATE,
                        :DLQ-APPLIED-PAID, :DLQ-PAST-DUE-AMT,
                        :DLQ-DAYS-PAST-DUE, :DLQ-BUCKET,
                        :DLQ-LOAN-BALANCE,
                        NULLIF(:DLQ-LATE-CHARGE-DUE, ' '),
                        :DLQ-LATE-CHARGE-COUNT,
                        :DLQ-MONTH-START-BUCKET,
                        :DLQ-MONTH-START-BAL, :DLQ-SNAPSHOT-DATE,
                        NULLIF(:DLQ-CHARGE-OFF-DATE, ' '),
                        CURRENT_DATE, CURRENT_TIME)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE LOAN_DELINQUENCY
                   SET PAID_THROUGH_DATE = :DLQ-PAID-THROUGH-DATE,
                       APPLIED_PAID = :DLQ-APPLIED-PAID,
                       PAST_DUE_AMT = :DLQ-PAST-DUE-AMT,
                       DAYS_PAST_DUE = :DLQ-DAYS-PAST-DUE,
                       DLQ_BUCKET = :DLQ-BUCKET,
                       LOAN_BALANCE = :DLQ-LOAN-BALANCE,
                       LATE_CHARGE_DUE =
                           NULLIF(:DLQ-LATE-CHARGE-DUE, ' '),
                       LATE_CHARGE_COUNT = :DLQ-LATE-CHARGE-COUNT,
                       CHARGE_OFF_DATE =
                           NULLIF(:DLQ-CHARGE-OFF-DATE, ' '),
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :DLQ-ACCOUNT-NUMBER
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           ELSE IF NEW-DELINQUENCY-ROW
               ADD 1 TO WS-NEW-ROW-COUNT
           END-IF.

       270-ACCUMULATE-BUCKET.
           MOVE DLQ-BUCKET TO WS-BUCKET-NUM.
           COMPUTE WS-TO-SUB = WS-BUCKET-NUM + 1.
           ADD 1 TO WS-BKT-COUNT(WS-TO-SUB).
           ADD DLQ-PAST-DUE-AMT TO WS-BKT-PAST-DUE(WS-TO-SUB).
           ADD ACR-ACCOUNT-BALANCE TO WS-BKT-BALANCE(WS-TO-SUB).
           IF DLQ-BUCKET = '0' AND WS-OLD-BUCKET NOT = '0'
               ADD 1 TO WS-CURED-COUNT
           END-IF.

       275-WRITE-LOAN-LINE.
           MOVE DLQ-DAYS-PAST-DUE TO WS-DISP-DAYS.
           MOVE DLQ-PAST-DUE-AMT TO WS-DISP-PAST-DUE.
           MOVE ACR-ACCOUNT-BALANCE TO WS-DISP-AMOUNT.
           MOVE DLQ-BUCKET TO WS-BUCKET-NUM.
           COMPUTE WS-TO-SUB = WS-BUCKET-NUM + 1.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING '  Loan: ' DELIMITED BY SIZE
               ACR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Customer: ' DELIMITED BY SIZE
               ACR-CUSTOMER-ID DELIMITED BY SIZE
               ' Days: ' DELIMITED BY SIZE
               WS-DISP-DAYS DELIMITED BY SIZE
               ' Bucket: ' DELIMITED BY SIZE
               WS-BUCKET-NAME(WS-TO-SUB) DELIMITED BY SIZE
               ' Past-Due: ' DELIMITED BY SIZE
               WS-DISP-PAST-DUE DELIMITED BY SIZE
               ' Balance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           MOVE SPACES TO COLLECTION-REPORT-LINE.
           IF LOAN-CHARGED-OFF
               STRING '      CHARGED OFF ' DELIMITED BY SIZE
                   WS-POSTING-TXN-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-NOTICE-STATUS DELIMITED BY SIZE
                   INTO COLLECTION-REPORT-LINE
               END-STRING
           ELSE IF LATE-CHARGE-ASSESSED
               MOVE WS-LATE-CHARGE-AMT TO WS-DISP-CHARGE
               STRING '      LATE CHARGE ' DELIMITED BY SIZE
                   WS-DISP-CHARGE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-POSTING-TXN-ID DELIMITED BY SIZE
                   ' FOR PAYMENT DUE ' DELIMITED BY SIZE
                   WS-LATE-DUE-DATE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-NOTICE-STATUS DELIMITED BY SIZE
                   INTO COLLECTION-REPORT-LINE
               END-STRING
           ELSE IF DLQ-BUCKET = '0'
               MOVE '      CURED - BROUGHT UP TO DATE'
                   TO COLLECTION-REPORT-LINE
           ELSE IF WS-NOTICE-STATUS NOT = SPACES
               STRING '      ESCALATED  ' DELIMITED BY SIZE
                   WS-NOTICE-STATUS DELIMITED BY SIZE
                   INTO COLLECTION-REPORT-LINE
               END-STRING
           END-IF.
           IF COLLECTION-REPORT-LINE NOT = SPACES
               WRITE COLLECTION-REPORT-LINE
           END-IF.

       278-WRITE-COLLECTION-TOTALS.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           WRITE COLLECTION-REPORT-LINE.
           STRING 'LOANS AGED: ' DELIMITED BY SIZE
               WS-LOANS-READ DELIMITED BY SIZE
               '   NEWLY TRACKED: ' DELIMITED BY SIZE
               WS-NEW-ROW-COUNT DELIMITED BY SIZE
               '   CURED: ' DELIMITED BY SIZE
               WS-CURED-COUNT DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           PERFORM 279-WRITE-BUCKET-TOTAL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 7.

           MOVE WS-LATE-CHARGE-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING 'LATE CHARGES            COUNT: ' DELIMITED BY SIZE
               WS-LATE-CHARGE-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           MOVE WS-CHARGE-OFF-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING 'CHARGED OFF             COUNT: ' DELIMITED BY SIZE
               WS-CHARGE-OFF-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING 'NOTICES ISSUED          COUNT: ' DELIMITED BY SIZE
               WS-NOTICE-COUNT DELIMITED BY SIZE
               '   NO ADDRESS: ' DELIMITED BY SIZE
               WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING 'ERRORS                  COUNT: ' DELIMITED BY SIZE
               WS-ERROR-COUNT DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NOTHING POSTED'
                   TO COLLECTION-REPORT-LINE
               WRITE COLLECTION-REPORT-LINE
           END-IF.

       279-WRITE-BUCKET-TOTAL.
           MOVE WS-BKT-PAST-DUE(WS-TO-SUB) TO WS-DISP-TOTAL.
           MOVE WS-BKT-BALANCE(WS-TO-SUB) TO WS-DISP-TOTAL-2.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING 'BUCKET ' DELIMITED BY SIZE
               WS-BUCKET-NAME(WS-TO-SUB) DELIMITED BY SIZE
               '         COUNT: ' DELIMITED BY SIZE
               WS-BKT-COUNT(WS-TO-SUB) DELIMITED BY SIZE
               '   PAST DUE: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               '   BALANCE: ' DELIMITED BY SIZE
               WS-DISP-TOTAL-2 DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

       280-WRITE-ROLL-RATE-REPORT.
      *>    Loans and dollars by month-start bucket against bucket
      *>    now.  A loan paid off and closed since has left the book
      *>    and is not shown; one charged off before this month began
      *>    has nothing left to roll.  The dollars are each loan's
      *>    balance now - for a loan charged off this month, the
      *>    amount written off
           EXEC SQL
               DECLARE ROLL_CURSOR CURSOR FOR
               SELECT D.MONTH_START_BUCKET, D.DLQ_BUCKET, COUNT(*),
                      SUM(D.LOAN_BALANCE)
               FROM LOAN_DELINQUENCY D
               INNER JOIN ACCOUNTS A
                    ON A.ACCOUNT_NUMBER = D.ACCOUNT_NUMBER
               WHERE (A.ACCOUNT_STATUS = 'A' OR A.ACCOUNT_STATUS = 'W')
               AND D.MONTH_START_BUCKET <> '6'
               GROUP BY D.MONTH_START_BUCKET, D.DLQ_BUCKET
           END-EXEC.

           EXEC SQL OPEN ROLL_CURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ROLL_CURSOR
                   INTO :WS-ROLL-FROM-BUCKET, :WS-ROLL-TO-BUCKET,
                        :WS-ROLL-SQL-COUNT, :WS-ROLL-SQL-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 282-ACCUMULATE-ROLL-CELL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ROLL_CURSOR END-EXEC.

           STRING 'DELINQUENCY ROLL-RATE REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               '   MOVEMENT SINCE THE MONTH END BEFORE '
                   DELIMITED BY SIZE
               WS-MONTH-START-ISO DELIMITED BY SIZE
               INTO ROLL-RATE-LINE
           END-STRING.
           WRITE ROLL-RATE-LINE.
           MOVE SPACES TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.

           MOVE 'LOANS - ROWS: BUCKET AT MONTH END, COLUMNS: BUCKET NOW'
               TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.
           PERFORM 283-WRITE-ROLL-HEADING.
           PERFORM 284-WRITE-ROLL-COUNT-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 6.

           MOVE SPACES TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.
           MOVE 'BALANCES - ROWS: MONTH-END BUCKET, COLUMNS: BUCKET NOW'
               TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.
           PERFORM 283-WRITE-ROLL-HEADING.
           PERFORM 286-WRITE-ROLL-AMOUNT-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 6.

           MOVE SPACES TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.
           MOVE WS-ROLLED-WORSE-AMOUNT TO WS-DISP-TOTAL.
           STRING 'ROLLED TO A WORSE BUCKET   LOANS: ' DELIMITED BY SIZE
               WS-ROLLED-WORSE-COUNT DELIMITED BY SIZE
               '   BALANCE: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO ROLL-RATE-LINE
           END-STRING.
           WRITE ROLL-RATE-LINE.
           MOVE WS-IMPROVED-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO ROLL-RATE-LINE.
           STRING 'IMPROVED OR CURED          LOANS: ' DELIMITED BY SIZE
               WS-IMPROVED-COUNT DELIMITED BY SIZE
               '   BALANCE: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO ROLL-RATE-LINE
           END-STRING.
           WRITE ROLL-RATE-LINE.
           MOVE WS-UNCHANGED-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO ROLL-RATE-LINE.
           STRING 'UNCHANGED                  LOANS: ' DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               '   BALANCE: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO ROLL-RATE-LINE
           END-STRING.
           WRITE ROLL-RATE-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - BUCKETS AS OF THE LAST LIVE RUN'
                   TO ROLL-RATE-LINE
               WRITE ROLL-RATE-LINE
           END-IF.

       282-ACCUMULATE-ROLL-CELL.
      *>    A BUCKET CODE OUTSIDE THE DOMAIN WOULD SUBSCRIPT OFF THE
      *>    END OF THE MATRIX, SO IT IS SKIPPED
           MOVE WS-ROLL-FROM-BUCKET TO DLQ-BUCKET-CHECK.
           IF DLQ-BUCKET-IS-VALID
               MOVE WS-ROLL-TO-BUCKET TO DLQ-BUCKET-CHECK
           END-IF.

           IF DLQ-BUCKET-IS-VALID
               MOVE WS-ROLL-FROM-BUCKET TO WS-BUCKET-NUM
               COMPUTE WS-FROM-SUB = WS-BUCKET-NUM + 1
               MOVE WS-ROLL-TO-BUCKET TO WS-BUCKET-NUM
               COMPUTE WS-TO-SUB = WS-BUCKET-NUM + 1
               ADD WS-ROLL-SQL-COUNT
                   TO WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
               ADD WS-ROLL-SQL-AMOUNT
                   TO WS-ROLL-AMOUNT(WS-FROM-SUB, WS-TO-SUB)
               ADD WS-ROLL-SQL-COUNT TO WS-ROLL-ROW-COUNT(WS-FROM-SUB)
               ADD WS-ROLL-SQL-AMOUNT
                   TO WS-ROLL-ROW-AMOUNT(WS-FROM-SUB)
               IF WS-TO-SUB > WS-FROM-SUB
                   ADD WS-ROLL-SQL-COUNT
                       TO WS-ROLL-WORSE-COUNT(WS-FROM-SUB)
                   ADD WS-ROLL-SQL-AMOUNT
                       TO WS-ROLL-WORSE-AMOUNT(WS-FROM-SUB)
                   ADD WS-ROLL-SQL-COUNT TO WS-ROLLED-WORSE-COUNT
                   ADD WS-ROLL-SQL-AMOUNT TO WS-ROLLED-WORSE-AMOUNT
               ELSE IF WS-TO-SUB < WS-FROM-SUB
                   ADD WS-ROLL-SQL-COUNT TO WS-IMPROVED-COUNT
                   ADD WS-ROLL-SQL-AMOUNT TO WS-IMPROVED-AMOUNT
               ELSE
                   ADD WS-ROLL-SQL-COUNT TO WS-UNCHANGED-COUNT
                   ADD WS-ROLL-SQL-AMOUNT TO WS-UNCHANGED-AMOUNT
               END-IF
               END-IF
           END-IF.

       283-WRITE-ROLL-HEADING.
           MOVE SPACES TO ROLL-RATE-LINE.
           STRING 'FROM        ' DELIMITED BY SIZE
               WS-BUCKET-NAME(1) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(2) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(3) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(4) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(5) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(6) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUCKET-NAME(7) DELIMITED BY SIZE
               '     TOTAL   %WORSE' DELIMITED BY SIZE
               INTO ROLL-RATE-LINE
           END-STRING.
           WRITE ROLL-RATE-LINE.

       284-WRITE-ROLL-COUNT-ROW.
      *>    THE ROLL RATE IS THE SHARE OF THE ROW THAT MOVED INTO A
      *>    WORSE BUCKET, CHARGE-OFF INCLUDED
           MOVE WS-BUCKET-NAME(WS-FROM-SUB) TO WS-RCL-LABEL.
           PERFORM 285-MOVE-COUNT-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 7.
           MOVE WS-ROLL-ROW-COUNT(WS-FROM-SUB) TO WS-RCL-TOTAL.
           IF WS-ROLL-ROW-COUNT(WS-FROM-SUB) > 0
               COMPUTE WS-RCL-WORSE-PCT ROUNDED =
                   WS-ROLL-WORSE-COUNT(WS-FROM-SUB) * 100
                   / WS-ROLL-ROW-COUNT(WS-FROM-SUB)
           ELSE
               MOVE 0 TO WS-RCL-WORSE-PCT
           END-IF.
           MOVE WS-ROLL-COUNT-LINE TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.

       285-MOVE-COUNT-CELL.
           MOVE WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
               TO WS-RCL-COUNT(WS-TO-SUB).

       286-WRITE-ROLL-AMOUNT-ROW.
           MOVE WS-BUCKET-NAME(WS-FROM-SUB) TO WS-RAL-LABEL.
           PERFORM 287-MOVE-AMOUNT-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 7.
           MOVE WS-ROLL-ROW-AMOUNT(WS-FROM-SUB) TO WS-RAL-TOTAL.
           IF WS-ROLL-ROW-AMOUNT(WS-FROM-SUB) > 0
               COMPUTE WS-RAL-WORSE-PCT ROUNDED =
                   WS-ROLL-WORSE-AMOUNT(WS-FROM-SUB) * 100
                   / WS-ROLL-ROW-AMOUNT(WS-FROM-SUB)
           ELSE
               MOVE 0 TO WS-RAL-WORSE-PCT
           END-IF.
           MOVE WS-ROLL-AMOUNT-LINE TO ROLL-RATE-LINE.
           WRITE ROLL-RATE-LINE.

       287-MOVE-AMOUNT-CELL.
           MOVE WS-ROLL-AMOUNT(WS-FROM-SUB, WS-TO-SUB)
               TO WS-RAL-AMOUNT(WS-TO-SUB).

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-UPDATE-FLAG.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO COLLECTION-REPORT-LINE.
           STRING '  SQL ERROR - Loan: ' DELIMITED BY SIZE
               DLQ-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO COLLECTION-REPORT-LINE
           END-STRING.
           WRITE COLLECTION-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 278-WRITE-COLLECTION-TOTALS.

           CLOSE COLLECTION-NOTICE-FILE.
           CLOSE COLLECTION-REPORT.
           CLOSE ROLL-RATE-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'LOANCOLL: Loan Collections Complete'.
           DISPLAY 'Loans Aged: ' WS-LOANS-READ.
           DISPLAY 'Snapshot Rows Rolled: ' WS-SNAPSHOT-COUNT.
           DISPLAY 'Late Charges: ' WS-LATE-CHARGE-COUNT.
           DISPLAY 'Charged Off: ' WS-CHARGE-OFF-COUNT.
           DISPLAY 'Notices Issued: ' WS-NOTICE-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-CHARGE-OFF-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE LOANS AGED, 'E' WHEN ANY OF THEM
      *>    FAILED
           MOVE WS-LOANS-READ TO RCT-RECORD-COUNT.
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
