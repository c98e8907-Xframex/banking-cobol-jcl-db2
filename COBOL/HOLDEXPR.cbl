       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    BRANCH HOLD REGISTER - THE HOLDS EXPIRED THIS RUN, THEN
      *>    EVERY HOLD STILL IN FORCE BROKEN OUT BY PLACING BRANCH,
      *>    WITH BRANCH TOTALS AND GRAND TOTALS BY REASON CODE
           SELECT HOLD-REGISTER
               ASSIGN TO UT-S-HOLDREG
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-REGISTER.
       01 HOLD-REGISTER-LINE          PIC X(150).

      *>    CONTROL CARD: COL 1 DRY-RUN FLAG (Y = PREVIEW ONLY, NO
      *>    DB2 WRITES)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'HOLDEXPR'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING LOGGED
       01 WS-HOLD-DISPLAY.
           05 WS-HOLD-AMT-DISPLAY     PIC -9(11).99.
           05 WS-TOTAL-AMT-DISPLAY    PIC -9(13).99.

      *>    BRANCH CONTROL BREAK - THE REGISTER CURSOR RETURNS THE
      *>    HOLDS IN BRANCH ORDER AND A CHANGE OF BRANCH CLOSES OUT
      *>    THE PRIOR BRANCH'S TOTAL LINE
       01 WS-CONTROL-BREAKS.
           05 WS-PREV-BRANCH          PIC X(4) VALUE SPACES.
           05 WS-FIRST-BRANCH         PIC X(1) VALUE 'Y'.
               88 FIRST-BRANCH            VALUE 'Y'.
           05 WS-BRANCH-COUNT         PIC 9(8) VALUE 0.
           05 WS-BRANCH-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.

       01 WS-SUMMARY.
           05 WS-EXPIRED-COUNT        PIC 9(8) VALUE 0.
           05 WS-EXPIRED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACTIVE-COUNT         PIC 9(8) VALUE 0.
           05 WS-ACTIVE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.
      *>    HOLDS IN FORCE BY REASON CODE - GARNISHMENT, LEGAL LEVY,
      *>    DEPOSIT HOLD, COLLATERAL
           05 WS-GARNISH-COUNT        PIC 9(8) VALUE 0.
           05 WS-GARNISH-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-LEVY-COUNT           PIC 9(8) VALUE 0.
           05 WS-LEVY-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DEPOSIT-COUNT        PIC 9(8) VALUE 0.
           05 WS-DEPOSIT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-COLLAT-COUNT         PIC 9(8) VALUE 0.
           05 WS-COLLAT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

      *>    CURSOR END-OF-FETCH SWITCHES - THE EXPIRY LOOP CANNOT KEY
      *>    OFF SQLCODE ALONE BECAUSE IT RUNS ITS OWN UPDATE MID-LOOP
      *>    AND WOULD LEAK INTO THE TEST
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-EXPIRE           PIC X(1) VALUE 'N'.
               88 EXPIRE-EOF              VALUE 'Y'.
           05 WS-EOF-REGISTER         PIC X(1) VALUE 'N'.
               88 REGISTER-EOF            VALUE 'Y'.

       COPY HOLDREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-EXPIRE-LAPSED-HOLDS.
           PERFORM 250-PRINT-HOLD-REGISTER.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL EXPIRY RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT HOLD-REGISTER.

           DISPLAY 'HOLDEXPR: Starting Hold Expiry and Register'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'BRANCH HOLD REGISTER - RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN, AND
      *>    NEVER AHEAD OF TRANPOST - A HOLD EXPIRING TONIGHT MUST
      *>    STILL RESTRICT TODAY'S POSTINGS
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE 'TRANPOST' TO RCT-PREDECESSOR.
           MOVE SPACES TO RCT-BUSINESS-DATE.
           STRING WS-EXECUTION-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(7:2) DELIMITED BY SIZE
               INTO RCT-BUSINESS-DATE
           END-STRING.

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
                   DISPLAY 'HOLDEXPR: Run refused - already completed'
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
               DISPLAY 'HOLDEXPR: Run refused - predecessor '
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
      *>    COL 1 DRY-RUN FLAG - ABSENT OR BLANK CONTROL CARD MEANS A
      *>    LIVE EXPIRY RUN
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:1) TO WS-DRY-RUN-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       200-EXPIRE-LAPSED-HOLDS.
      *>    An active hold whose expiry date has passed no longer
      *>    restricts the balance - the posting programs already
      *>    ignore it, and this step moves it to 'X' so the table and
      *>    the register agree.  Open-ended holds (NULL expiry) stay
      *>    until HOLDMNT releases them
           MOVE 'EXPIRED THIS RUN:' TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.

           EXEC SQL
               DECLARE EXPIRE_CURSOR CURSOR FOR
               SELECT HOLD_ID, ACCOUNT_NUMBER, HOLD_AMOUNT,
                      REASON_CODE, CHAR(EXPIRY_DATE, ISO), BRANCH_ID
               FROM ACCOUNT_HOLDS
               WHERE HOLD_STATUS = 'A'
               AND EXPIRY_DATE < CURRENT_DATE
               ORDER BY BRANCH_ID, ACCOUNT_NUMBER, HOLD_ID
           END-EXEC.

           EXEC SQL OPEN EXPIRE_CURSOR END-EXEC.

           PERFORM UNTIL EXPIRE-EOF
               EXEC SQL
                   FETCH EXPIRE_CURSOR
                   INTO :AHR-HOLD-ID, :AHR-ACCOUNT-NUMBER,
                        :AHR-HOLD-AMOUNT, :AHR-REASON-CODE,
                        :AHR-EXPIRY-DATE, :AHR-BRANCH-ID
               END-EXEC

               IF SQLCODE = 0
                   IF NOT DRY-RUN-MODE
                       PERFORM 210-MARK-HOLD-EXPIRED
                   END-IF
                   PERFORM 220-WRITE-EXPIRED-LINE
               ELSE
                   MOVE 'Y' TO WS-EOF-EXPIRE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EXPIRE_CURSOR END-EXEC.

           IF WS-EXPIRED-COUNT = 0
               MOVE '  (NONE)' TO HOLD-REGISTER-LINE
               WRITE HOLD-REGISTER-LINE
           END-IF.

       210-MARK-HOLD-EXPIRED.
           EXEC SQL
               UPDATE ACCOUNT_HOLDS
               SET HOLD_STATUS = 'X',
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE HOLD_ID = :AHR-HOLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               STRING '  EXPIRE ERROR - Hold: ' DELIMITED BY SIZE
                   AHR-HOLD-ID DELIMITED BY SIZE
                   ' SQLCODE=' DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO HOLD-REGISTER-LINE
               END-STRING
               WRITE HOLD-REGISTER-LINE
           END-IF.

       220-WRITE-EXPIRED-LINE.
           ADD 1 TO WS-EXPIRED-COUNT.
           ADD AHR-HOLD-AMOUNT TO WS-EXPIRED-AMOUNT.
           MOVE AHR-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
           STRING '  Branch: ' DELIMITED BY SIZE
               AHR-BRANCH-ID DELIMITED BY SIZE
               ' Hold: ' DELIMITED BY SIZE
               AHR-HOLD-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               AHR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Reason: ' DELIMITED BY SIZE
               AHR-REASON-CODE DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
               ' Expired: ' DELIMITED BY SIZE
               AHR-EXPIRY-DATE DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

       250-PRINT-HOLD-REGISTER.
      *>    Every hold still in force, by placing branch - the same
      *>    active-hold test the posting programs apply, so the
      *>    register shows exactly what is restricting balances.  On
      *>    a dry run the lapsed holds are still 'A' on the table,
      *>    so the expiry test is repeated here rather than trusting
      *>    the status alone
           MOVE SPACES TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.
           MOVE 'HOLDS IN FORCE BY BRANCH:' TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.

           EXEC SQL
               DECLARE REGISTER_CURSOR CURSOR FOR
               SELECT HOLD_ID, ACCOUNT_NUMBER, HOLD_AMOUNT,
                      REASON_CODE,
                      COALESCE(CHAR(EXPIRY_DATE, ISO), ' '),
                      BRANCH_ID, CHAR(PLACED_DATE, ISO)
               FROM ACCOUNT_HOLDS
               WHERE HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
               ORDER BY BRANCH_ID, ACCOUNT_NUMBER, HOLD_ID
           END-EXEC.

           EXEC SQL OPEN REGISTER_CURSOR END-EXEC.

           PERFORM UNTIL REGISTER-EOF
               EXEC SQL
                   FETCH REGISTER_CURSOR
                   INTO :AHR-HOLD-ID, :AHR-ACCOUNT-NUMBER,
                        :AHR-HOLD-AMOUNT, :AHR-REASON-CODE,
                        :AHR-EXPIRY-DATE, :AHR-BRANCH-ID,
                        :AHR-PLACED-DATE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 255-CHECK-BRANCH-BREAK
                   PERFORM 260-WRITE-REGISTER-LINE
                   PERFORM 265-ACCUMULATE-REASON-TOTALS
               ELSE
                   MOVE 'Y' TO WS-EOF-REGISTER
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE REGISTER_CURSOR END-EXEC.

      *>    THE LAST BRANCH NEVER HITS A BREAK - CLOSE IT OUT HERE
           IF NOT FIRST-BRANCH
               PERFORM 257-WRITE-BRANCH-TOTAL
           END-IF.

       255-CHECK-BRANCH-BREAK.
           IF FIRST-BRANCH OR AHR-BRANCH-ID NOT = WS-PREV-BRANCH
               IF NOT FIRST-BRANCH
                   PERFORM 257-WRITE-BRANCH-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-BRANCH
               MOVE AHR-BRANCH-ID TO WS-PREV-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               MOVE 0 TO WS-BRANCH-AMOUNT
               MOVE SPACES TO HOLD-REGISTER-LINE
               STRING 'BRANCH: ' DELIMITED BY SIZE
                   AHR-BRANCH-ID DELIMITED BY SIZE
                   INTO HOLD-REGISTER-LINE
               END-STRING
               WRITE HOLD-REGISTER-LINE
           END-IF.

       257-WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING '  BRANCH ' DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               ' TOTAL   HOLDS: ' DELIMITED BY SIZE
               WS-BRANCH-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

       260-WRITE-REGISTER-LINE.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD AHR-HOLD-AMOUNT TO WS-BRANCH-AMOUNT.
           ADD 1 TO WS-ACTIVE-COUNT.
           ADD AHR-HOLD-AMOUNT TO WS-ACTIVE-AMOUNT.
           MOVE AHR-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
           IF AHR-EXPIRY-DATE = SPACES
               MOVE 'OPEN-ENDED' TO AHR-EXPIRY-DATE
           END-IF.
           STRING '  Account: ' DELIMITED BY SIZE
               AHR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Hold: ' DELIMITED BY SIZE
               AHR-HOLD-ID DELIMITED BY SIZE
               ' Reason: ' DELIMITED BY SIZE
               AHR-REASON-CODE DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
               ' Placed: ' DELIMITED BY SIZE
               AHR-PLACED-DATE DELIMITED BY SIZE
               ' Expiry: ' DELIMITED BY SIZE
               AHR-EXPIRY-DATE DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

       265-ACCUMULATE-REASON-TOTALS.
           MOVE AHR-REASON-CODE TO AHR-REASON-CHECK.
           IF AHR-REASON-IS-GARNISHMENT
               ADD 1 TO WS-GARNISH-COUNT
               ADD AHR-HOLD-AMOUNT TO WS-GARNISH-AMOUNT
           ELSE IF AHR-REASON-IS-LEVY
               ADD 1 TO WS-LEVY-COUNT
               ADD AHR-HOLD-AMOUNT TO WS-LEVY-AMOUNT
           ELSE IF AHR-REASON-IS-DEPOSIT
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD AHR-HOLD-AMOUNT TO WS-DEPOSIT-AMOUNT
           ELSE
               ADD 1 TO WS-COLLAT-COUNT
               ADD AHR-HOLD-AMOUNT TO WS-COLLAT-AMOUNT
           END-IF.

       270-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-GARNISH-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'REASON: GARNISHMENT (G)  COUNT: ' DELIMITED BY SIZE
               WS-GARNISH-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-LEVY-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'REASON: LEGAL LEVY (L)   COUNT: ' DELIMITED BY SIZE
               WS-LEVY-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-DEPOSIT-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'REASON: DEPOSIT HOLD (D) COUNT: ' DELIMITED BY SIZE
               WS-DEPOSIT-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-COLLAT-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'REASON: COLLATERAL (C)   COUNT: ' DELIMITED BY SIZE
               WS-COLLAT-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-ACTIVE-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'GRAND TOTAL  HOLDS IN FORCE: ' DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           MOVE WS-EXPIRED-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'EXPIRED THIS RUN    HOLDS: ' DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, HOLDS NOT EXPIRED'
                   TO HOLD-REGISTER-LINE
               WRITE HOLD-REGISTER-LINE
           END-IF.

       300-FINALIZATION.
           PERFORM 270-WRITE-REGISTER-TOTALS.

           CLOSE HOLD-REGISTER.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'HOLDEXPR: Hold Expiry and Register Complete'.
           DISPLAY 'Holds Expired: ' WS-EXPIRED-COUNT.
           DISPLAY 'Holds In Force: ' WS-ACTIVE-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE LAPSED HOLDS FOUND, 'E' WHEN ANY OF
      *>    THEM FAILED TO UPDATE
           MOVE WS-EXPIRED-COUNT TO RCT-RECORD-COUNT.
           COMPUTE RCT-SUCCESS-COUNT =
               WS-EXPIRED-COUNT - WS-ERROR-COUNT.
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
