       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHPROC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    DUE-DILIGENCE LETTERS - ONE FIXED-DEPTH PAGE PER CASE,
      *>    NAME AND ADDRESS POSITIONED FOR A WINDOW ENVELOPE
           SELECT ESCHEAT-LETTER-FILE
               ASSIGN TO UT-S-ESCHLTR
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    PIPELINE REPORT - RESPONSES APPLIED, LETTERS ISSUED,
      *>    CASES PULLED OUT, BALANCES ESCHEATED, CASES STILL WAITING
           SELECT PIPELINE-REPORT
               ASSIGN TO UT-S-ESCHPIPE
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    OWNER RESPONSES KEYED BY OPERATIONS FROM THE RETURNED
      *>    LETTERS - MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN, SO
      *>    FILE STATUS IS CHECKED RATHER THAN ASSUMED
           SELECT RESPONSE-FILE
               ASSIGN TO UT-S-ESCHRSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESCHEAT-LETTER-FILE.
       01 LETTER-LINE                 PIC X(150).

       FD PIPELINE-REPORT.
       01 PIPELINE-REPORT-LINE        PIC X(150).

      *>    COLS 1-12 ACCOUNT NUMBER, COLS 13-20 RESPONSE DATE
      *>    (YYYYMMDD), COL 21 RESPONSE CODE - 'C' OWNER CONTACTED
      *>    THE BANK, 'U' LETTER RETURNED UNDELIVERABLE
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD             PIC X(80).

      *>    CONTROL CARD: COLS 1-3 WAITING PERIOD IN DAYS AFTER THE
      *>    LETTER, COL 4 DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2
      *>    WRITES AND NO LETTERS) - ABSENT OR BLANK CARD MEANS THE
      *>    DEFAULTS BELOW
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'ESCHPROC'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
           05 WS-RUN-DATE-ISO         PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-WAIT-DAYS            PIC 9(3) VALUE 90.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

       01 WS-FILE-CONTROL.
           05 WS-EOF-RESPONSE         PIC X VALUE 'N'.
               88 RESPONSE-EOF            VALUE 'Y'.
           05 WS-RESPONSE-STATUS      PIC X(2) VALUE '00'.
               88 RESPONSE-FILE-OK        VALUE '00'.

      *>    CURSOR END-OF-FETCH SWITCH - THE CASE LOOP RUNS ITS OWN
      *>    SQL MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-CASE             PIC X(1) VALUE 'N'.
               88 CASE-EOF                VALUE 'Y'.

      *>    ONE OWNER RESPONSE OFF THE RESPONSE FILE
       01 WS-RESPONSE-VARS.
           05 WS-RSP-ACCT-NUMBER      PIC X(12).
           05 WS-RSP-DATE-YMD         PIC X(8).
           05 WS-RSP-DATE-ISO         PIC X(10).
           05 WS-RSP-CODE             PIC X(1).
               88 RSP-OWNER-CONTACT       VALUE 'C'.
               88 RSP-UNDELIVERABLE       VALUE 'U'.
               88 RSP-CODE-IS-VALID       VALUE 'C' 'U'.

      *>    PER-CASE WORK FIELDS - THE ACCOUNT'S CURRENT STATUS AND
      *>    BALANCE COME BACK WITH THE CASE, AND THE DUE FLAG IS 'Y'
      *>    ONCE THE LETTER'S WAITING PERIOD HAS RUN OUT
       01 WS-CASE-VARS.
           05 WS-ACCT-STATUS          PIC X(1).
           05 WS-ACCT-BALANCE         PIC S9(11)V99 COMP-3.
           05 WS-DUE-FLAG             PIC X(1).
               88 CASE-IS-DUE             VALUE 'Y'.
           05 WS-ACTIVITY-COUNT       PIC 9(8) VALUE 0.
           05 WS-HELD-COUNT           PIC 9(8) VALUE 0.
           05 WS-HOLD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PULL-REASON          PIC X(30).
               88 ACTIVITY-CHECK-FAILED   VALUE 'ACTIVITY CHECK FAILED'.
      *>    CLEARED WHEN ANY STEP OF A CASE UPDATE FAILS, SO THE
      *>    REPORT LINE IS ONLY WRITTEN FOR WORK THAT WAS DONE
           05 WS-UPDATE-FLAG          PIC X(1).
               88 UPDATE-OK               VALUE 'Y'.
      *>    'ESC' + RUN DATE + 8-DIGIT SEQUENCE - THE SAME SHAPE AS
      *>    THE OTHER MACHINE-GENERATED TRANSACTION IDS
           05 WS-ESCHEAT-SEQ          PIC 9(8) VALUE 0.
           05 WS-ESCHEAT-TXN-ID       PIC X(20).

      *>    LETTER PAGE FORMATTING - PADDED TO A FIXED DEPTH SO THE
      *>    PRINT FILE BURSTS CLEANLY INTO ENVELOPES
       01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05 WS-LINE-COUNT           PIC 9(3) VALUE 0.

       01 WS-SUMMARY.
           05 WS-RESPONSE-COUNT       PIC 9(8) VALUE 0.
           05 WS-CONTACT-COUNT        PIC 9(8) VALUE 0.
           05 WS-RETURNED-COUNT       PIC 9(8) VALUE 0.
           05 WS-UNMATCHED-COUNT      PIC 9(8) VALUE 0.
           05 WS-CASE-COUNT           PIC 9(8) VALUE 0.
           05 WS-LETTER-COUNT         PIC 9(8) VALUE 0.
           05 WS-NO-ADDRESS-COUNT     PIC 9(8) VALUE 0.
           05 WS-PULLED-COUNT         PIC 9(8) VALUE 0.
           05 WS-ESCHEAT-COUNT        PIC 9(8) VALUE 0.
           05 WS-ESCHEAT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DEFERRED-COUNT       PIC 9(8) VALUE 0.
           05 WS-NO-FUNDS-COUNT       PIC 9(8) VALUE 0.
           05 WS-WAITING-COUNT        PIC 9(8) VALUE 0.
           05 WS-WAITING-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.

       COPY CUSTREC.
       COPY ESCHREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-APPLY-RESPONSES.
           PERFORM 220-PROCESS-OPEN-CASES.
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

           OPEN OUTPUT ESCHEAT-LETTER-FILE.
           OPEN OUTPUT PIPELINE-REPORT.

           DISPLAY 'ESCHPROC: Starting Escheatment Processing'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Waiting Days: ' WS-WAIT-DAYS.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'ESCHEATMENT PIPELINE REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN, AND
      *>    NEVER AHEAD OF TRANPOST - TODAY'S POSTINGS ARE WHAT PULL
      *>    A CASE OUT OF THE PIPELINE BEFORE ITS BALANCE IS MOVED
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
                   DISPLAY 'ESCHPROC: Run refused - already completed'
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
               DISPLAY 'ESCHPROC: Run refused - predecessor '
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
      *>    COLS 1-3 WAITING DAYS, COL 4 DRY-RUN FLAG - ABSENT OR
      *>    BLANK CARD MEANS A LIVE RUN WITH A 90-DAY WAITING PERIOD
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:3) NUMERIC
                       MOVE CTL-CARD-RECORD(1:3) TO WS-WAIT-DAYS
                   END-IF
                   MOVE CTL-CARD-RECORD(4:1) TO WS-DRY-RUN-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-WAIT-DAYS = 0
               MOVE 90 TO WS-WAIT-DAYS
           END-IF.

       200-APPLY-RESPONSES.
      *>    OWNER RESPONSES ARE APPLIED BEFORE THE CASES ARE WORKED,
      *>    SO AN OWNER WHO ANSWERED ON THE LAST DAY OF THE WAITING
      *>    PERIOD IS NEVER ESCHEATED THE SAME NIGHT
           MOVE 'OWNER RESPONSES:' TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.

           OPEN INPUT RESPONSE-FILE.
           IF NOT RESPONSE-FILE-OK
               MOVE '  (NO RESPONSE FILE THIS RUN)'
                   TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           ELSE
               READ RESPONSE-FILE
                   AT END MOVE 'Y' TO WS-EOF-RESPONSE
               END-READ
               PERFORM UNTIL RESPONSE-EOF
                   ADD 1 TO WS-RESPONSE-COUNT
                   PERFORM 205-APPLY-RESPONSE
                   READ RESPONSE-FILE
                       AT END MOVE 'Y' TO WS-EOF-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.

       205-APPLY-RESPONSE.
           MOVE RESPONSE-RECORD(1:12) TO WS-RSP-ACCT-NUMBER.
           MOVE RESPONSE-RECORD(13:8) TO WS-RSP-DATE-YMD.
           MOVE RESPONSE-RECORD(21:1) TO WS-RSP-CODE.

           IF WS-RSP-DATE-YMD NOT NUMERIC OR NOT RSP-CODE-IS-VALID
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING '  RESPONSE REJECTED - Account: '
                       DELIMITED BY SIZE
                   WS-RSP-ACCT-NUMBER DELIMITED BY SIZE
                   ' Invalid date or response code' DELIMITED BY SIZE
                   INTO PIPELINE-REPORT-LINE
               END-STRING
               WRITE PIPELINE-REPORT-LINE
           ELSE
               PERFORM 207-FIND-OPEN-CASE
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               ELSE IF ESR-CASE-ID = SPACES
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO PIPELINE-REPORT-LINE
                   STRING '  NO OPEN CASE - Account: '
                           DELIMITED BY SIZE
                       WS-RSP-ACCT-NUMBER DELIMITED BY SIZE
                       ' Response: ' DELIMITED BY SIZE
                       WS-RSP-CODE DELIMITED BY SIZE
                       INTO PIPELINE-REPORT-LINE
                   END-STRING
                   WRITE PIPELINE-REPORT-LINE
               ELSE
                   PERFORM 210-RECORD-RESPONSE
               END-IF
           END-IF.

       207-FIND-OPEN-CASE.
      *>    DORMSWP NEVER OPENS A SECOND CASE WHILE ONE IS OPEN, SO
      *>    THE MINIMUM ONLY GUARDS AGAINST A MULTI-ROW RESULT
           MOVE SPACES TO ESR-CASE-ID.
           EXEC SQL
               SELECT COALESCE(MIN(CASE_ID), ' ')
               INTO :ESR-CASE-ID
               FROM ESCHEAT_CASES
               WHERE ACCOUNT_NUMBER = :WS-RSP-ACCT-NUMBER
               AND (CASE_STATUS = 'F' OR CASE_STATUS = 'N')
           END-EXEC.

       210-RECORD-RESPONSE.
      *>    AN OWNER CONTACT CLOSES THE CASE 'R' - ITS CLOSED DATE IS
      *>    THE CONTACT DATE DORMSWP RESTARTS THE ESCHEAT CLOCK FROM.
      *>    AN UNDELIVERABLE LETTER IS ONLY NOTED; THE WAITING PERIOD
      *>    STILL RUNS AND THE BALANCE IS STILL ESCHEATED AT ITS END
           MOVE SPACES TO WS-RSP-DATE-ISO.
           STRING WS-RSP-DATE-YMD(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-RSP-DATE-YMD(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-RSP-DATE-YMD(7:2) DELIMITED BY SIZE
               INTO WS-RSP-DATE-ISO
           END-STRING.

           MOVE 'Y' TO WS-UPDATE-FLAG.
           IF NOT DRY-RUN-MODE
               IF RSP-OWNER-CONTACT
                   EXEC SQL
                       UPDATE ESCHEAT_CASES
                       SET CASE_STATUS = 'R',
                           RESPONSE_DATE = :WS-RSP-DATE-ISO,
                           CLOSED_DATE = :WS-RSP-DATE-ISO,
                           LAST_UPDATE_DATE = CURRENT_DATE,
                           LAST_UPDATE_TIME = CURRENT_TIME
                       WHERE CASE_ID = :ESR-CASE-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE ESCHEAT_CASES
                       SET LETTER_RETURNED = 'Y',
                           LAST_UPDATE_DATE = CURRENT_DATE,
                           LAST_UPDATE_TIME = CURRENT_TIME
                       WHERE CASE_ID = :ESR-CASE-ID
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               IF RSP-OWNER-CONTACT
                   ADD 1 TO WS-CONTACT-COUNT
               ELSE
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING '  Case: ' DELIMITED BY SIZE
                   ESR-CASE-ID DELIMITED BY SIZE
                   ' Account: ' DELIMITED BY SIZE
                   WS-RSP-ACCT-NUMBER DELIMITED BY SIZE
                   ' Response: ' DELIMITED BY SIZE
                   WS-RSP-CODE DELIMITED BY SIZE
                   ' Dated: ' DELIMITED BY SIZE
                   WS-RSP-DATE-ISO DELIMITED BY SIZE
                   INTO PIPELINE-REPORT-LINE
               END-STRING
               WRITE PIPELINE-REPORT-LINE
           END-IF.

       220-PROCESS-OPEN-CASES.
      *>    Every case still in the pipeline, with its account's
      *>    current status and balance.  The due flag is worked out
      *>    by DB2 so the waiting period is measured in calendar
      *>    days without any date arithmetic here
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           MOVE 'OPEN CASES:' TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.

           EXEC SQL
               DECLARE CASE_CURSOR CURSOR FOR
               SELECT C.CASE_ID, C.ACCOUNT_NUMBER, C.CUSTOMER_ID,
                      C.ACCOUNT_TYPE, C.CASE_STATUS,
                      CHAR(C.FLAG_DATE, ISO),
                      CHAR(C.LAST_ACTIVITY_DATE, ISO),
                      COALESCE(CHAR(C.LETTER_DATE, ISO), ' '),
                      COALESCE(CHAR(C.RESPONSE_DUE_DATE, ISO), ' '),
                      C.LETTER_RETURNED,
                      A.ACCOUNT_STATUS, A.ACCOUNT_BALANCE,
                      CASE WHEN C.RESPONSE_DUE_DATE <= CURRENT_DATE
                           THEN 'Y' ELSE 'N' END
               FROM ESCHEAT_CASES C
               INNER JOIN ACCOUNTS A
                    ON A.ACCOUNT_NUMBER = C.ACCOUNT_NUMBER
               WHERE C.CASE_STATUS = 'F' OR C.CASE_STATUS = 'N'
               ORDER BY C.CASE_ID
           END-EXEC.

           EXEC SQL OPEN CASE_CURSOR END-EXEC.

           PERFORM UNTIL CASE-EOF
               EXEC SQL
                   FETCH CASE_CURSOR
                   INTO :ESR-CASE-ID, :ESR-ACCOUNT-NUMBER,
                        :ESR-CUSTOMER-ID, :ESR-ACCOUNT-TYPE,
                        :ESR-CASE-STATUS, :ESR-FLAG-DATE,
                        :ESR-LAST-ACTIVITY-DATE, :ESR-LETTER-DATE,
                        :ESR-RESPONSE-DUE-DATE,
                        :ESR-LETTER-RETURNED,
                        :WS-ACCT-STATUS, :WS-ACCT-BALANCE,
                        :WS-DUE-FLAG
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CASE-COUNT
                   PERFORM 225-PROCESS-CASE
               ELSE
                   MOVE 'Y' TO WS-EOF-CASE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CASE_CURSOR END-EXEC.

           IF WS-CASE-COUNT = 0
               MOVE '  (NONE)' TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           END-IF.

       225-PROCESS-CASE.
      *>    OWNER ACTIVITY PULLS THE CASE OUT AT ANY STAGE; OTHERWISE
      *>    A FLAGGED CASE GETS ITS LETTER AND A NOTICED CASE WAITS
      *>    OUT ITS RESPONSE PERIOD BEFORE THE BALANCE IS ESCHEATED
           MOVE ESR-CASE-STATUS TO ESR-STATUS-CHECK.
           PERFORM 230-CHECK-OWNER-ACTIVITY.

           IF WS-PULL-REASON NOT = SPACES
               PERFORM 235-PULL-CASE
           ELSE IF ESR-STATUS-IS-FLAGGED
               PERFORM 240-ISSUE-LETTER
           ELSE IF CASE-IS-DUE
               PERFORM 250-ESCHEAT-BALANCE
           ELSE
               PERFORM 260-WRITE-WAITING-LINE
           END-IF.

       230-CHECK-OWNER-ACTIVITY.
      *>    The account no longer dormant (reactivated or closed by
      *>    the owner), any posting since the case was flagged, or
      *>    an item TRANPOST parked against the dormant account is
      *>    owner activity - the property is not abandoned
           MOVE SPACES TO WS-PULL-REASON.

           IF WS-ACCT-STATUS NOT = 'D'
               STRING 'ACCOUNT STATUS NOW ' DELIMITED BY SIZE
                   WS-ACCT-STATUS DELIMITED BY SIZE
                   INTO WS-PULL-REASON
               END-STRING
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ACTIVITY-COUNT
                   FROM TRANSACTIONS
                   WHERE ACCOUNT_NUMBER = :ESR-ACCOUNT-NUMBER
                   AND TRANSACTION_DATE >= :ESR-FLAG-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
                   MOVE 'ACTIVITY CHECK FAILED' TO WS-PULL-REASON
               ELSE IF WS-ACTIVITY-COUNT > 0
                   MOVE 'POSTING SINCE FLAGGED' TO WS-PULL-REASON
               ELSE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-HELD-COUNT
                       FROM HELD_ITEMS
                       WHERE ACCOUNT_NUMBER = :ESR-ACCOUNT-NUMBER
                       AND HELD_DATE >= :ESR-FLAG-DATE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                       MOVE 'ACTIVITY CHECK FAILED'
                           TO WS-PULL-REASON
                   ELSE IF WS-HELD-COUNT > 0
                       MOVE 'ITEM HELD SINCE FLAGGED'
                           TO WS-PULL-REASON
                   END-IF
               END-IF
           END-IF.

       235-PULL-CASE.
      *>    A FAILED ACTIVITY CHECK LEAVES THE CASE WHERE IT IS FOR
      *>    TOMORROW - ONLY PROVEN ACTIVITY CLOSES IT 'A'
           IF NOT ACTIVITY-CHECK-FAILED
               MOVE 'Y' TO WS-UPDATE-FLAG
               IF NOT DRY-RUN-MODE
                   EXEC SQL
                       UPDATE ESCHEAT_CASES
                       SET CASE_STATUS = 'A',
                           CLOSED_DATE = CURRENT_DATE,
                           LAST_UPDATE_DATE = CURRENT_DATE,
                           LAST_UPDATE_TIME = CURRENT_TIME
                       WHERE CASE_ID = :ESR-CASE-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
               END-IF
               IF UPDATE-OK
                   PERFORM 237-WRITE-PULLED-LINE
               END-IF
           END-IF.

       237-WRITE-PULLED-LINE.
           ADD 1 TO WS-PULLED-COUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' PULLED OUT - ' DELIMITED BY SIZE
               WS-PULL-REASON DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       240-ISSUE-LETTER.
      *>    A LETTER NEEDS SOMEWHERE TO GO - A CUSTOMER WITH NO
      *>    MAILING ADDRESS STAYS FLAGGED AND IS LISTED FOR BRANCH
      *>    RESEARCH, AND THE WAITING PERIOD DOES NOT START.  ON A
      *>    DRY RUN NOTHING IS MAILED - THE REPORT SHOWS THE LETTER
      *>    THAT WOULD GO OUT
           PERFORM 245-LOOKUP-CUSTOMER.
           MOVE 'Y' TO WS-UPDATE-FLAG.

           IF CUR-ADDR-LINE-1 = SPACES
               PERFORM 243-WRITE-NO-ADDRESS-LINE
           ELSE IF DRY-RUN-MODE
               MOVE SPACES TO ESR-RESPONSE-DUE-DATE
               PERFORM 244-WRITE-LETTER-LINE
           ELSE
               EXEC SQL
                   UPDATE ESCHEAT_CASES
                   SET CASE_STATUS = 'N',
                       LETTER_DATE = CURRENT_DATE,
                       RESPONSE_DUE_DATE =
                           CURRENT_DATE + :WS-WAIT-DAYS DAYS,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE CASE_ID = :ESR-CASE-ID
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       SELECT CHAR(RESPONSE_DUE_DATE, ISO)
                       INTO :ESR-RESPONSE-DUE-DATE
                       FROM ESCHEAT_CASES
                       WHERE CASE_ID = :ESR-CASE-ID
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               ELSE
                   PERFORM 247-WRITE-LETTER
                   PERFORM 244-WRITE-LETTER-LINE
               END-IF
           END-IF.

       243-WRITE-NO-ADDRESS-LINE.
           ADD 1 TO WS-NO-ADDRESS-COUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Customer: ' DELIMITED BY SIZE
               ESR-CUSTOMER-ID DELIMITED BY SIZE
               ' NO MAILING ADDRESS - LETTER NOT PRODUCED'
                   DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       244-WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' LETTER ISSUED - Respond By: ' DELIMITED BY SIZE
               ESR-RESPONSE-DUE-DATE DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       245-LOOKUP-CUSTOMER.
      *>    NAME, ADDRESS AND STATE OFF THE CUSTOMER MASTER CUSTMSTR
      *>    MAINTAINS - A MISSING ROW IS TREATED AS NO ADDRESS
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2,
                      COALESCE(ADDR_STATE, ' ')
               INTO :CUR-CUSTOMER-NAME, :CUR-ADDR-LINE-1,
                    :CUR-ADDR-LINE-2, :CUR-ADDR-STATE
               FROM CUSTOMERS
               WHERE CUSTOMER_ID = :ESR-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO CUR-CUSTOMER-NAME
               MOVE SPACES TO CUR-ADDR-LINE-1
               MOVE SPACES TO CUR-ADDR-LINE-2
               MOVE SPACES TO CUR-ADDR-STATE
           END-IF.

       247-WRITE-LETTER.
      *>    ONE PAGE PER CASE - NAME AND ADDRESS BLOCK POSITIONED FOR
      *>    A WINDOW ENVELOPE THE SAME WAY STMTGEN PRINTS STATEMENTS,
      *>    THEN THE NOTICE, PADDED OUT TO THE FIXED PAGE DEPTH
           MOVE WS-ACCT-BALANCE TO WS-DISP-AMOUNT.

           MOVE ALL '=' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-CUSTOMER-NAME DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-1 DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING '      ' DELIMITED BY SIZE
               CUR-ADDR-LINE-2 DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING 'ACCOUNT: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               '   NOTICE DATE ' DELIMITED BY SIZE
               WS-RUN-DATE-ISO DELIMITED BY SIZE
               '   REFERENCE ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'NOTICE OF UNCLAIMED PROPERTY' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING 'OUR RECORDS SHOW NO ACTIVITY BY YOU ON THE ACCOUNT'
                   DELIMITED BY SIZE
               ' ABOVE SINCE ' DELIMITED BY SIZE
               ESR-LAST-ACTIVITY-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'UNDER STATE UNCLAIMED PROPERTY LAW THE BALANCE OF '
                   DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' MUST BE' DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'REPORTED AND DELIVERED TO THE STATE AS ABANDONED'
                   DELIMITED BY SIZE
               ' PROPERTY UNLESS YOU CONTACT US BY ' DELIMITED BY SIZE
               ESR-RESPONSE-DUE-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'TO KEEP YOUR ACCOUNT, VISIT ANY BRANCH, MAKE A DEPOSIT'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'OR WITHDRAWAL, OR SIGN AND RETURN THIS NOTICE QUOTING'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'THE REFERENCE ABOVE.' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'SIGNATURE: ________________________________'
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 21 TO WS-LINE-COUNT.

      *>    BLANK LINES OUT TO THE FIXED PAGE DEPTH
           MOVE SPACES TO LETTER-LINE.
           PERFORM UNTIL WS-LINE-COUNT >= WS-LINES-PER-PAGE
               WRITE LETTER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       250-ESCHEAT-BALANCE.
      *>    THE WAITING PERIOD HAS RUN OUT WITH NO ANSWER AND NO
      *>    ACTIVITY.  NOTHING LEFT TO MOVE CLOSES THE CASE 'X'; A
      *>    BALANCE UNDER AN ACTIVE HOLD OR LIEN BELONGS TO THE
      *>    HOLDER OF THE LIEN FIRST, SO IT WAITS FOR THE RELEASE
           IF WS-ACCT-BALANCE NOT > 0
               PERFORM 255-CLOSE-NO-FUNDS
           ELSE
               PERFORM 252-SUM-ACTIVE-HOLDS
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               ELSE IF WS-HOLD-AMOUNT > 0
                   PERFORM 258-WRITE-DEFERRED-LINE
               ELSE
                   PERFORM 254-ESCHEAT-CASE
               END-IF
           END-IF.

       252-SUM-ACTIVE-HOLDS.
      *>    THE SAME ACTIVE-HOLD TEST TRANPOST'S 233-SUM-ACTIVE-HOLDS
      *>    TAKES - A HOLD PAST ITS EXPIRY DATE RESTRICTS NOTHING
           MOVE 0 TO WS-HOLD-AMOUNT.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :ESR-ACCOUNT-NUMBER
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
           END-EXEC.

       254-ESCHEAT-CASE.
      *>    THE OWNER'S STATE COMES OFF THE CUSTOMER ADDRESS AS IT
      *>    STANDS TODAY.  NAUPA PROPERTY TYPE BY PRODUCT - CHECKING
      *>    IS AC01, SAVINGS AND MONEY MARKET ARE AC02, A TERM
      *>    DEPOSIT (CD) IS AC03
           PERFORM 245-LOOKUP-CUSTOMER.
           MOVE CUR-ADDR-STATE TO ESR-OWNER-STATE.
           IF ESR-ACCOUNT-TYPE = 'C'
               MOVE 'AC01' TO ESR-PROPERTY-TYPE
           ELSE IF ESR-ACCOUNT-TYPE = 'T'
               MOVE 'AC03' TO ESR-PROPERTY-TYPE
           ELSE
               MOVE 'AC02' TO ESR-PROPERTY-TYPE
           END-IF.
           MOVE WS-ACCT-BALANCE TO ESR-ESCHEAT-AMOUNT.

           ADD 1 TO WS-ESCHEAT-SEQ.
           MOVE SPACES TO WS-ESCHEAT-TXN-ID.
           STRING 'ESC' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-ESCHEAT-SEQ DELIMITED BY SIZE
               INTO WS-ESCHEAT-TXN-ID
           END-STRING.
           MOVE WS-ESCHEAT-TXN-ID TO ESR-ESCHEAT-TXN-ID.

           MOVE 'Y' TO WS-UPDATE-FLAG.
           IF NOT DRY-RUN-MODE
               PERFORM 257-POST-ESCHEATMENT
           END-IF.

           IF UPDATE-OK
               PERFORM 259-WRITE-ESCHEATED-LINE
           END-IF.

       255-CLOSE-NO-FUNDS.
           MOVE 'Y' TO WS-UPDATE-FLAG.
           IF NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE ESCHEAT_CASES
                   SET CASE_STATUS = 'X',
                       CLOSED_DATE = CURRENT_DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE CASE_ID = :ESR-CASE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF UPDATE-OK
               ADD 1 TO WS-NO-FUNDS-COUNT
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING '  Case: ' DELIMITED BY SIZE
                   ESR-CASE-ID DELIMITED BY SIZE
                   ' Account: ' DELIMITED BY SIZE
                   ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' CLOSED - NO BALANCE LEFT TO ESCHEAT'
                       DELIMITED BY SIZE
                   INTO PIPELINE-REPORT-LINE
               END-STRING
               WRITE PIPELINE-REPORT-LINE
           END-IF.

       257-POST-ESCHEATMENT.
      *>    The whole balance leaves the account as one machine-
      *>    generated 'E' posting - GLEXTRCT books it out of deposits
      *>    into escheat payable.  The account update only applies
      *>    while the account is still dormant, so a reactivation
      *>    racing this run is never escheated.  Machine-generated
      *>    posting - house branch 9999, not a teller branch
           EXEC SQL
               UPDATE ACCOUNTS
               SET ACCOUNT_BALANCE = 0,
                   ACCOUNT_STATUS = 'E',
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE ACCOUNT_NUMBER = :ESR-ACCOUNT-NUMBER
               AND ACCOUNT_STATUS = 'D'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (TRANSACTION_ID, ACCOUNT_NUMBER,
                        TRANSACTION_TYPE, TRANSACTION_AMT,
                        TRANSACTION_DATE, TRANSACTION_TIME,
                        STATUS, BRANCH_ID)
                   VALUES
                       (:WS-ESCHEAT-TXN-ID, :ESR-ACCOUNT-NUMBER,
                        'E', :ESR-ESCHEAT-AMOUNT,
                        CURRENT_DATE, CURRENT_TIME, 'C', '9999')
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ESCHEAT_CASES
                   SET CASE_STATUS = 'E',
                       CLOSED_DATE = CURRENT_DATE,
                       ESCHEAT_AMOUNT = :ESR-ESCHEAT-AMOUNT,
                       ESCHEAT_TXN_ID = :ESR-ESCHEAT-TXN-ID,
                       OWNER_STATE = :ESR-OWNER-STATE,
                       PROPERTY_TYPE = :ESR-PROPERTY-TYPE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE CASE_ID = :ESR-CASE-ID
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       258-WRITE-DEFERRED-LINE.
           ADD 1 TO WS-DEFERRED-COUNT.
           MOVE WS-HOLD-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ESCHEAT DEFERRED - ACTIVE HOLDS: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       259-WRITE-ESCHEATED-LINE.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD ESR-ESCHEAT-AMOUNT TO WS-ESCHEAT-AMOUNT.
           MOVE ESR-ESCHEAT-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ESCHEATED: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' State: ' DELIMITED BY SIZE
               ESR-OWNER-STATE DELIMITED BY SIZE
               ' Property: ' DELIMITED BY SIZE
               ESR-PROPERTY-TYPE DELIMITED BY SIZE
               ' Txn: ' DELIMITED BY SIZE
               WS-ESCHEAT-TXN-ID DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       260-WRITE-WAITING-LINE.
           ADD 1 TO WS-WAITING-COUNT.
           ADD WS-ACCT-BALANCE TO WS-WAITING-AMOUNT.
           MOVE WS-ACCT-BALANCE TO WS-DISP-AMOUNT.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' WAITING - Letter: ' DELIMITED BY SIZE
               ESR-LETTER-DATE DELIMITED BY SIZE
               ' Due: ' DELIMITED BY SIZE
               ESR-RESPONSE-DUE-DATE DELIMITED BY SIZE
               ' Returned: ' DELIMITED BY SIZE
               ESR-LETTER-RETURNED DELIMITED BY SIZE
               ' Balance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       270-WRITE-PIPELINE-TOTALS.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.

           STRING 'RESPONSES READ          COUNT: ' DELIMITED BY SIZE
               WS-RESPONSE-COUNT DELIMITED BY SIZE
               '   OWNER CONTACT: ' DELIMITED BY SIZE
               WS-CONTACT-COUNT DELIMITED BY SIZE
               '   UNDELIVERABLE: ' DELIMITED BY SIZE
               WS-RETURNED-COUNT DELIMITED BY SIZE
               '   NO OPEN CASE: ' DELIMITED BY SIZE
               WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'LETTERS ISSUED          COUNT: ' DELIMITED BY SIZE
               WS-LETTER-COUNT DELIMITED BY SIZE
               '   NO ADDRESS: ' DELIMITED BY SIZE
               WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'PULLED OUT BY ACTIVITY  COUNT: ' DELIMITED BY SIZE
               WS-PULLED-COUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE WS-ESCHEAT-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'ESCHEATED               COUNT: ' DELIMITED BY SIZE
               WS-ESCHEAT-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'DEFERRED FOR HOLDS      COUNT: ' DELIMITED BY SIZE
               WS-DEFERRED-COUNT DELIMITED BY SIZE
               '   CLOSED NO FUNDS: ' DELIMITED BY SIZE
               WS-NO-FUNDS-COUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE WS-WAITING-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'IN WAITING PERIOD       COUNT: ' DELIMITED BY SIZE
               WS-WAITING-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING 'ERRORS                  COUNT: ' DELIMITED BY SIZE
               WS-ERROR-COUNT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NOTHING MAILED'
                   TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           END-IF.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-UPDATE-FLAG.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING '  SQL ERROR - Case: ' DELIMITED BY SIZE
               ESR-CASE-ID DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING.
           WRITE PIPELINE-REPORT-LINE.

       300-FINALIZATION.
           PERFORM 270-WRITE-PIPELINE-TOTALS.

           CLOSE ESCHEAT-LETTER-FILE.
           CLOSE PIPELINE-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'ESCHPROC: Escheatment Processing Complete'.
           DISPLAY 'Responses Read: ' WS-RESPONSE-COUNT.
           DISPLAY 'Cases Worked: ' WS-CASE-COUNT.
           DISPLAY 'Letters Issued: ' WS-LETTER-COUNT.
           DISPLAY 'Pulled Out: ' WS-PULLED-COUNT.
           DISPLAY 'Escheated: ' WS-ESCHEAT-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE RESPONSES READ PLUS THE OPEN CASES
      *>    WORKED, 'E' WHEN ANY OF THEM FAILED
           COMPUTE RCT-RECORD-COUNT =
               WS-RESPONSE-COUNT + WS-CASE-COUNT.
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
