       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    EVERY ACH_ENTRIES ROW MARKED FOR RETURN - BY ACHRECV'S
      *>    RECEIPT EDITS (R02/R03/R04/R17) OR TRANPOST'S OVERDRAFT
      *>    (R01) AND IN-TERM CD (R20) REJECTS - GOES BACK TO THE ACH
      *>    OPERATOR ON THE OUTBOUND NACHA RETURN FILE: '1' FILE
      *>    HEADER, ONE '5'...'8' BATCH PER ORIGINAL COMPANY BATCH,
      *>    EACH RETURN AS A '6' ENTRY WITH ITS '7' RETURN ADDENDA,
      *>    '9' FILE CONTROL, THEN ALL-9 FILLER TO A FULL BLOCK OF TEN
           SELECT RETURN-OUTPUT-FILE
               ASSIGN TO UT-S-ACHRETN
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    RETURN REGISTER - ONE LINE PER ENTRY RETURNED, TOTALS BY
      *>    RETURN REASON
           SELECT RETURN-REPORT
               ASSIGN TO UT-S-ACHRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-OUTPUT-FILE.
       01 RETURN-OUTPUT-RECORD        PIC X(94).

       FD RETURN-REPORT.
       01 RETURN-REPORT-LINE          PIC X(150).

      *>    CONTROL CARD: COLS 1-9 OUR ROUTING NUMBER (THE RDFI ON
      *>    EVERY ENTRY RECEIVED, THE ORIGIN OF THIS FILE), COLS 10-18
      *>    THE ACH OPERATOR'S ROUTING NUMBER (IMMEDIATE DESTINATION),
      *>    COLS 19-41 OPERATOR NAME, COLS 42-64 OUR BANK NAME, COL 65
      *>    DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2 WRITES)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'ACHRETN'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-CONTROL.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-OUR-ROUTING          PIC X(9) VALUE SPACES.
           05 WS-OPERATOR-ROUTING     PIC X(9) VALUE SPACES.
           05 WS-OPERATOR-NAME        PIC X(23) VALUE SPACES.
           05 WS-OUR-NAME             PIC X(23) VALUE SPACES.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

      *>    CURRENT OUTBOUND BATCH - ONE PER ORIGINAL COMPANY BATCH
      *>    (COMPANY ID, ACH BATCH NUMBER, DATE RECEIVED), SO THE
      *>    ORIGINATOR SEES ITS RETURNS UNDER ITS OWN COMPANY HEADER
       01 WS-BATCH-CONTROL.
           05 WS-FILE-OPEN            PIC X(1) VALUE 'N'.
               88 RETURN-FILE-OPEN        VALUE 'Y'.
           05 WS-BATCH-OPEN           PIC X(1) VALUE 'N'.
               88 BATCH-OPEN              VALUE 'Y'.
           05 WS-BREAK-KEY.
               10 WS-BREAK-COMPANY-ID     PIC X(10).
               10 WS-BREAK-BATCH-NUMBER   PIC X(7).
               10 WS-BREAK-RECEIVED-DATE  PIC X(10).
           05 WS-ENTRY-KEY.
               10 WS-ENTRY-COMPANY-ID     PIC X(10).
               10 WS-ENTRY-BATCH-NUMBER   PIC X(7).
               10 WS-ENTRY-RECEIVED-DATE  PIC X(10).
           05 WS-OUT-BATCH-NUMBER     PIC 9(7) VALUE 0.
           05 WS-BAT-ENTRY-COUNT      PIC 9(6) VALUE 0.
           05 WS-BAT-HASH-WORK        PIC 9(15) VALUE 0.
           05 WS-BAT-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BAT-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

      *>    FILE CONTROL ACCUMULATORS - THE ENTRY HASH IS SUMMED WIDE
      *>    AND CUT TO ITS 10 LOW-ORDER DIGITS BY A MOVE, AS THE
      *>    STANDARD REQUIRES
       01 WS-FILE-CONTROL.
           05 WS-FILE-BATCH-COUNT     PIC 9(6) VALUE 0.
           05 WS-FILE-ENTRY-COUNT     PIC 9(8) VALUE 0.
           05 WS-FILE-HASH-WORK       PIC 9(15) VALUE 0.
           05 WS-FILE-DEBIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-FILE-CREDIT-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-RECORDS-WRITTEN      PIC 9(8) VALUE 0.
           05 WS-BLOCK-COUNT          PIC 9(6) VALUE 0.
           05 WS-FILLER-COUNT         PIC 9(2) VALUE 0.

      *>    THE RETURN ENTRY IN HAND.  IT IS ROUTED BACK TO THE ODFI,
      *>    WHOSE ROUTING NUMBER IS THE FIRST 8 DIGITS OF THE
      *>    ORIGINAL TRACE NUMBER, AND CARRIES A NEW TRACE NUMBER OF
      *>    OUR OWN - OUR ROUTING PLUS A 7-DIGIT SEQUENCE
       01 WS-RETURN-ENTRY.
           05 WS-RETURN-TXN-CODE      PIC X(2).
           05 WS-ODFI-ROUTING         PIC 9(8).
           05 WS-ODFI-DIGITS REDEFINES WS-ODFI-ROUTING.
               10 WS-ODFI-DIGIT           PIC 9(1) OCCURS 8 TIMES.
           05 WS-CHECK-SUM            PIC 9(4) COMP-3.
           05 WS-CHECK-QUOTIENT       PIC 9(4) COMP-3.
           05 WS-CHECK-REMAINDER      PIC 9(1).
           05 WS-CHECK-DIGIT          PIC 9(1).
           05 WS-TRACE-SEQ            PIC 9(7) VALUE 0.
           05 WS-RETURN-TRACE         PIC X(15).
           05 WS-ENTRY-AMT-CENTS      PIC 9(10).
           05 WS-ENTRY-AMT-DISPLAY    PIC -9(11).99.

      *>    UNSIGNED STAGING FOR THE FIXED-FORMAT NACHA CONTROL
      *>    FIELDS - STRING WANTS AN INTEGER SENDING FIELD
       01 WS-OUTPUT-STAGING.
           05 WS-OUT-ENTRY-HASH       PIC 9(10).
           05 WS-OUT-DEBIT-TOTAL      PIC 9(12).
           05 WS-OUT-CREDIT-TOTAL     PIC 9(12).

      *>    RETURNS BY NACHA REASON CODE - INSUFFICIENT FUNDS, ACCOUNT
      *>    CLOSED, NO ACCOUNT, INVALID ACCOUNT NUMBER, RECORD EDIT,
      *>    NON-TRANSACTION ACCOUNT (A CD STILL IN ITS TERM)
       01 WS-REASON-TOTALS.
           05 WS-R01-COUNT            PIC 9(8) VALUE 0.
           05 WS-R01-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-R02-COUNT            PIC 9(8) VALUE 0.
           05 WS-R02-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-R03-COUNT            PIC 9(8) VALUE 0.
           05 WS-R03-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-R04-COUNT            PIC 9(8) VALUE 0.
           05 WS-R04-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-R17-COUNT            PIC 9(8) VALUE 0.
           05 WS-R17-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-R20-COUNT            PIC 9(8) VALUE 0.
           05 WS-R20-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-AMT-DISPLAY    PIC -9(13).99.

       01 WS-SUMMARY.
           05 WS-RETURNS-WRITTEN      PIC 9(8) VALUE 0.
           05 WS-RETURNS-FAILED       PIC 9(8) VALUE 0.

      *>    CURSOR END-OF-FETCH SWITCH - THE LOOP CANNOT KEY OFF
      *>    SQLCODE ALONE BECAUSE THE PER-ENTRY UPDATE RUNS ITS OWN
      *>    SQL MID-LOOP AND WOULD LEAK INTO THE TEST
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-RETURN           PIC X(1) VALUE 'N'.
               88 RETURN-EOF              VALUE 'Y'.

       COPY ACHREC.
       COPY RUNCTL.
       COPY SQLCA.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-WRITE-RETURN-FILE.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL NIGHTLY RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT RETURN-OUTPUT-FILE.
           OPEN OUTPUT RETURN-REPORT.

           DISPLAY 'ACHRETN: Starting ACH Return File Generation'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Routing: ' WS-OUR-ROUTING.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'ACH RETURN REGISTER - RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, AND ONLY AFTER
      *>    TRANPOST HAS FINISHED - UNTIL THEN THE NIGHT'S R01
      *>    RETURNS HAVE NOT BEEN MARKED
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
                   DISPLAY 'ACHRETN: Run refused - already completed'
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
               DISPLAY 'ACHRETN: Run refused - predecessor '
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
      *>    THE ROUTING NUMBERS HAVE NO SAFE DEFAULT - A FILE BUILT
      *>    WITHOUT THEM WOULD BE REJECTED BY THE OPERATOR, SO THE RUN
      *>    STOPS HERE INSTEAD
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:9) TO WS-OUR-ROUTING
                   MOVE CTL-CARD-RECORD(10:9) TO WS-OPERATOR-ROUTING
                   MOVE CTL-CARD-RECORD(19:23) TO WS-OPERATOR-NAME
                   MOVE CTL-CARD-RECORD(42:23) TO WS-OUR-NAME
                   MOVE CTL-CARD-RECORD(65:1) TO WS-DRY-RUN-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-OUR-ROUTING NOT NUMERIC
               OR WS-OPERATOR-ROUTING NOT NUMERIC
               DISPLAY 'ACHRETN: *** CONTROL CARD ROUTING NUMBERS '
                   'MISSING OR NOT NUMERIC ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-WRITE-FILE-HEADER.
      *>    '1' FILE HEADER - PRIORITY 01, IMMEDIATE DESTINATION AND
      *>    ORIGIN AS A BLANK PLUS THE 9-DIGIT ROUTING NUMBER,
      *>    CREATION DATE AND TIME, MODIFIER 'A', 94-BYTE RECORDS
      *>    BLOCKED BY TEN, FORMAT CODE 1
           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '101 ' DELIMITED BY SIZE
               WS-OPERATOR-ROUTING DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OUR-ROUTING DELIMITED BY SIZE
               WS-EXECUTION-DATE(3:6) DELIMITED BY SIZE
               WS-EXECUTION-TIME(1:4) DELIMITED BY SIZE
               'A094101' DELIMITED BY SIZE
               WS-OPERATOR-NAME DELIMITED BY SIZE
               WS-OUR-NAME DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           WRITE RETURN-OUTPUT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE 'Y' TO WS-FILE-OPEN.

       200-WRITE-RETURN-FILE.
      *>    Every entry marked for return, grouped by the original
      *>    company batch - the file header goes out with the first
      *>    return, so a night with none sends no file at all
           EXEC SQL
               DECLARE RETURN_CURSOR CURSOR FOR
               SELECT TRACE_NUMBER, CHAR(RECEIVED_DATE, ISO),
                      COMPANY_NAME, COMPANY_ID, SEC_CODE, ENTRY_DESC,
                      ACH_BATCH_NUMBER, TRANSACTION_CODE,
                      DFI_ACCOUNT, ACCOUNT_NUMBER, ENTRY_AMOUNT,
                      INDIVIDUAL_ID, INDIVIDUAL_NAME,
                      COALESCE(RETURN_REASON, 'R17')
               FROM ACH_ENTRIES
               WHERE ENTRY_STATUS = 'R'
               ORDER BY COMPANY_ID, ACH_BATCH_NUMBER, RECEIVED_DATE,
                        TRACE_NUMBER
           END-EXEC.

           EXEC SQL OPEN RETURN_CURSOR END-EXEC.

           PERFORM UNTIL RETURN-EOF
               EXEC SQL
                   FETCH RETURN_CURSOR
                   INTO :ACH-TRACE-NUMBER, :ACH-RECEIVED-DATE,
                        :ACH-COMPANY-NAME, :ACH-COMPANY-ID,
                        :ACH-SEC-CODE, :ACH-ENTRY-DESC,
                        :ACH-BATCH-NUMBER, :ACH-TRANSACTION-CODE,
                        :ACH-DFI-ACCOUNT, :ACH-ACCOUNT-NUMBER,
                        :ACH-ENTRY-AMOUNT, :ACH-INDIVIDUAL-ID,
                        :ACH-INDIVIDUAL-NAME, :ACH-RETURN-REASON
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 210-CHECK-BATCH-BREAK
                   PERFORM 230-WRITE-RETURN-ENTRY
                   PERFORM 235-MARK-RETURN-SENT
                   PERFORM 237-ACCUMULATE-REASON-TOTALS
                   PERFORM 238-LOG-RETURN
               ELSE
                   MOVE 'Y' TO WS-EOF-RETURN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RETURN_CURSOR END-EXEC.

           IF BATCH-OPEN
               PERFORM 240-WRITE-BATCH-CONTROL
           END-IF.

           IF RETURN-FILE-OPEN
               PERFORM 250-WRITE-FILE-CONTROL
           END-IF.

       210-CHECK-BATCH-BREAK.
           MOVE ACH-COMPANY-ID TO WS-ENTRY-COMPANY-ID.
           MOVE ACH-BATCH-NUMBER TO WS-ENTRY-BATCH-NUMBER.
           MOVE ACH-RECEIVED-DATE TO WS-ENTRY-RECEIVED-DATE.

           IF NOT RETURN-FILE-OPEN
               PERFORM 120-WRITE-FILE-HEADER
           END-IF.

           IF BATCH-OPEN AND WS-ENTRY-KEY NOT = WS-BREAK-KEY
               PERFORM 240-WRITE-BATCH-CONTROL
           END-IF.

           IF NOT BATCH-OPEN
               PERFORM 220-WRITE-BATCH-HEADER
           END-IF.

       220-WRITE-BATCH-HEADER.
      *>    '5' BATCH HEADER - MIXED SERVICE CLASS 200, THE ORIGINAL
      *>    COMPANY NAME, ID, SEC CODE AND ENTRY DESCRIPTION CARRIED
      *>    BACK, TODAY'S EFFECTIVE DATE, ORIGINATOR STATUS 1, OUR
      *>    8-DIGIT ROUTING AS THE ORIGINATING DFI
           MOVE WS-ENTRY-KEY TO WS-BREAK-KEY.
           MOVE 'Y' TO WS-BATCH-OPEN.
           ADD 1 TO WS-OUT-BATCH-NUMBER.
           MOVE 0 TO WS-BAT-ENTRY-COUNT.
           MOVE 0 TO WS-BAT-HASH-WORK.
           MOVE 0 TO WS-BAT-DEBIT-TOTAL.
           MOVE 0 TO WS-BAT-CREDIT-TOTAL.

           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '5200' DELIMITED BY SIZE
               ACH-COMPANY-NAME DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           MOVE ACH-COMPANY-ID TO RETURN-OUTPUT-RECORD(41:10).
           MOVE ACH-SEC-CODE TO RETURN-OUTPUT-RECORD(51:3).
           MOVE ACH-ENTRY-DESC TO RETURN-OUTPUT-RECORD(54:10).
           MOVE WS-EXECUTION-DATE(3:6) TO RETURN-OUTPUT-RECORD(70:6).
           MOVE '1' TO RETURN-OUTPUT-RECORD(79:1).
           MOVE WS-OUR-ROUTING(1:8) TO RETURN-OUTPUT-RECORD(80:8).
           MOVE WS-OUT-BATCH-NUMBER TO RETURN-OUTPUT-RECORD(88:7).
           WRITE RETURN-OUTPUT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       225-BUILD-RETURN-ROUTING.
      *>    THE ODFI ROUTING IS THE FIRST 8 DIGITS OF THE ORIGINAL
      *>    TRACE NUMBER.  ITS CHECK DIGIT IS RE-DERIVED WITH THE ABA
      *>    WEIGHTS 3-7-1: THE DIGIT THAT BRINGS THE WEIGHTED SUM UP
      *>    TO A MULTIPLE OF TEN
           MOVE 0 TO WS-ODFI-ROUTING.
           IF ACH-TRACE-NUMBER(1:8) NUMERIC
               MOVE ACH-TRACE-NUMBER(1:8) TO WS-ODFI-ROUTING
           END-IF.

           COMPUTE WS-CHECK-SUM =
               3 * (WS-ODFI-DIGIT(1) + WS-ODFI-DIGIT(4)
                    + WS-ODFI-DIGIT(7))
             + 7 * (WS-ODFI-DIGIT(2) + WS-ODFI-DIGIT(5)
                    + WS-ODFI-DIGIT(8))
             + (WS-ODFI-DIGIT(3) + WS-ODFI-DIGIT(6)).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
           END-IF.

      *>    A RETURN TAKES THE ORIGINAL CODE'S FAMILY WITH A SECOND
      *>    DIGIT OF 1 (CREDIT RETURNED) OR 6 (DEBIT RETURNED) - A
      *>    PRENOTE COMES BACK UNDER THE SAME CODE AS A LIVE ENTRY
           MOVE ACH-TRANSACTION-CODE(1:1) TO WS-RETURN-TXN-CODE(1:1).
           IF ACH-TRANSACTION-CODE(2:1) = '1' OR '2' OR '3' OR '4'
               MOVE '1' TO WS-RETURN-TXN-CODE(2:1)
           ELSE
               MOVE '6' TO WS-RETURN-TXN-CODE(2:1)
           END-IF.

           ADD 1 TO WS-TRACE-SEQ.
           MOVE SPACES TO WS-RETURN-TRACE.
           STRING WS-OUR-ROUTING(1:8) DELIMITED BY SIZE
               WS-TRACE-SEQ DELIMITED BY SIZE
               INTO WS-RETURN-TRACE
           END-STRING.

       230-WRITE-RETURN-ENTRY.
      *>    '6' RETURN ENTRY, ADDENDA INDICATOR 1, FOLLOWED BY ITS
      *>    '7' ADDENDA TYPE 99 - COLS 4-6 RETURN REASON, 7-21 THE
      *>    ORIGINAL TRACE, 28-35 THE ORIGINAL RDFI (US), 80-94 THE
      *>    RETURN ENTRY'S OWN TRACE
           PERFORM 225-BUILD-RETURN-ROUTING.
           COMPUTE WS-ENTRY-AMT-CENTS = ACH-ENTRY-AMOUNT * 100.

           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '6' DELIMITED BY SIZE
               WS-RETURN-TXN-CODE DELIMITED BY SIZE
               WS-ODFI-ROUTING DELIMITED BY SIZE
               WS-CHECK-DIGIT DELIMITED BY SIZE
               ACH-DFI-ACCOUNT DELIMITED BY SIZE
               WS-ENTRY-AMT-CENTS DELIMITED BY SIZE
               ACH-INDIVIDUAL-ID DELIMITED BY SIZE
               ACH-INDIVIDUAL-NAME DELIMITED BY SIZE
               '  1' DELIMITED BY SIZE
               WS-RETURN-TRACE DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           WRITE RETURN-OUTPUT-RECORD.

           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '799' DELIMITED BY SIZE
               ACH-RETURN-REASON DELIMITED BY SIZE
               ACH-TRACE-NUMBER DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           MOVE WS-OUR-ROUTING(1:8) TO RETURN-OUTPUT-RECORD(28:8).
           MOVE WS-RETURN-TRACE TO RETURN-OUTPUT-RECORD(80:15).
           WRITE RETURN-OUTPUT-RECORD.
           ADD 2 TO WS-RECORDS-WRITTEN.

           ADD 2 TO WS-BAT-ENTRY-COUNT.
           ADD WS-ODFI-ROUTING TO WS-BAT-HASH-WORK.
           IF WS-RETURN-TXN-CODE(2:1) = '1'
               ADD ACH-ENTRY-AMOUNT TO WS-BAT-CREDIT-TOTAL
           ELSE
               ADD ACH-ENTRY-AMOUNT TO WS-BAT-DEBIT-TOTAL
           END-IF.
           ADD 1 TO WS-RETURNS-WRITTEN.

       235-MARK-RETURN-SENT.
      *>    Stamped sent as it is written - a rerun authorized by an
      *>    operator override picks up only what has not gone out
           IF NOT DRY-RUN-MODE
               EXEC SQL
                   UPDATE ACH_ENTRIES
                   SET ENTRY_STATUS = 'S',
                       RETURN_DATE = CURRENT_DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE TRACE_NUMBER = :ACH-TRACE-NUMBER
                   AND RECEIVED_DATE = :ACH-RECEIVED-DATE
                   AND ENTRY_STATUS = 'R'
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-RETURNS-FAILED
                   DISPLAY 'ACHRETN: *** UPDATE FAILED FOR TRACE '
                       ACH-TRACE-NUMBER ' SQLCODE ' SQLCODE
               END-IF
           END-IF.

       237-ACCUMULATE-REASON-TOTALS.
           MOVE ACH-RETURN-REASON TO ACH-REASON-CHECK.
           IF ACH-REASON-IS-NSF
               ADD 1 TO WS-R01-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R01-AMOUNT
           ELSE IF ACH-REASON-IS-CLOSED
               ADD 1 TO WS-R02-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R02-AMOUNT
           ELSE IF ACH-REASON-IS-NO-ACCOUNT
               ADD 1 TO WS-R03-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R03-AMOUNT
           ELSE IF ACH-REASON-IS-INVALID-ACCT
               ADD 1 TO WS-R04-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R04-AMOUNT
           ELSE IF ACH-REASON-IS-NON-TRANSACT
               ADD 1 TO WS-R20-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R20-AMOUNT
           ELSE
               ADD 1 TO WS-R17-COUNT
               ADD ACH-ENTRY-AMOUNT TO WS-R17-AMOUNT
           END-IF.

       238-LOG-RETURN.
           MOVE ACH-ENTRY-AMOUNT TO WS-ENTRY-AMT-DISPLAY.
           STRING 'RETURN ' DELIMITED BY SIZE
               ACH-RETURN-REASON DELIMITED BY SIZE
               ' Trace: ' DELIMITED BY SIZE
               ACH-TRACE-NUMBER DELIMITED BY SIZE
               ' Received: ' DELIMITED BY SIZE
               ACH-RECEIVED-DATE DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ACH-DFI-ACCOUNT DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-ENTRY-AMT-DISPLAY DELIMITED BY SIZE
               ' Company: ' DELIMITED BY SIZE
               ACH-COMPANY-NAME DELIMITED BY SIZE
               ' Return Trace: ' DELIMITED BY SIZE
               WS-RETURN-TRACE DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

       240-WRITE-BATCH-CONTROL.
      *>    '8' BATCH CONTROL - COLS 5-10 ENTRY/ADDENDA COUNT, 11-20
      *>    ENTRY HASH, 21-32 DEBITS, 33-44 CREDITS, 45-54 COMPANY ID,
      *>    80-87 OUR ROUTING, 88-94 THE BATCH NUMBER ON ITS '5'
           MOVE WS-BAT-HASH-WORK TO WS-OUT-ENTRY-HASH.
           COMPUTE WS-OUT-DEBIT-TOTAL = WS-BAT-DEBIT-TOTAL * 100.
           COMPUTE WS-OUT-CREDIT-TOTAL = WS-BAT-CREDIT-TOTAL * 100.

           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '8200' DELIMITED BY SIZE
               WS-BAT-ENTRY-COUNT DELIMITED BY SIZE
               WS-OUT-ENTRY-HASH DELIMITED BY SIZE
               WS-OUT-DEBIT-TOTAL DELIMITED BY SIZE
               WS-OUT-CREDIT-TOTAL DELIMITED BY SIZE
               WS-BREAK-COMPANY-ID DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           MOVE WS-OUR-ROUTING(1:8) TO RETURN-OUTPUT-RECORD(80:8).
           MOVE WS-OUT-BATCH-NUMBER TO RETURN-OUTPUT-RECORD(88:7).
           WRITE RETURN-OUTPUT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

           ADD 1 TO WS-FILE-BATCH-COUNT.
           ADD WS-BAT-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT.
           ADD WS-OUT-ENTRY-HASH TO WS-FILE-HASH-WORK.
           ADD WS-BAT-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL.
           ADD WS-BAT-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL.
           MOVE 'N' TO WS-BATCH-OPEN.

       250-WRITE-FILE-CONTROL.
      *>    '9' FILE CONTROL - THE BLOCK COUNT INCLUDES THIS RECORD,
      *>    AND THE LAST BLOCK IS PADDED OUT TO TEN RECORDS WITH
      *>    ALL-9 FILLER
           ADD 1 TO WS-RECORDS-WRITTEN.
           DIVIDE WS-RECORDS-WRITTEN BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-FILLER-COUNT.
           IF WS-FILLER-COUNT > 0
               ADD 1 TO WS-BLOCK-COUNT
               COMPUTE WS-FILLER-COUNT = 10 - WS-FILLER-COUNT
           END-IF.

           MOVE WS-FILE-HASH-WORK TO WS-OUT-ENTRY-HASH.
           COMPUTE WS-OUT-DEBIT-TOTAL = WS-FILE-DEBIT-TOTAL * 100.
           COMPUTE WS-OUT-CREDIT-TOTAL = WS-FILE-CREDIT-TOTAL * 100.

           MOVE SPACES TO RETURN-OUTPUT-RECORD.
           STRING '9' DELIMITED BY SIZE
               WS-FILE-BATCH-COUNT DELIMITED BY SIZE
               WS-BLOCK-COUNT DELIMITED BY SIZE
               WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
               WS-OUT-ENTRY-HASH DELIMITED BY SIZE
               WS-OUT-DEBIT-TOTAL DELIMITED BY SIZE
               WS-OUT-CREDIT-TOTAL DELIMITED BY SIZE
               INTO RETURN-OUTPUT-RECORD
           END-STRING.
           WRITE RETURN-OUTPUT-RECORD.

           MOVE ALL '9' TO RETURN-OUTPUT-RECORD.
           PERFORM UNTIL WS-FILLER-COUNT = 0
               WRITE RETURN-OUTPUT-RECORD
               SUBTRACT 1 FROM WS-FILLER-COUNT
           END-PERFORM.

       300-FINALIZATION.
           PERFORM 320-WRITE-REASON-TOTALS.

           IF NOT RETURN-FILE-OPEN
               MOVE 'NO ENTRIES MARKED FOR RETURN - NO FILE SENT'
                   TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
           END-IF.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NOTHING MARKED SENT'
                   TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
           END-IF.

           CLOSE RETURN-OUTPUT-FILE.
           CLOSE RETURN-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'ACHRETN: ACH Return File Generation Complete'.
           DISPLAY 'Returns Written: ' WS-RETURNS-WRITTEN.
           DISPLAY 'Batches Written: ' WS-FILE-BATCH-COUNT.
           DISPLAY 'Update Failures: ' WS-RETURNS-FAILED.

           IF WS-RETURNS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
           MOVE WS-RETURNS-WRITTEN TO RCT-RECORD-COUNT.
           COMPUTE RCT-SUCCESS-COUNT =
               WS-RETURNS-WRITTEN - WS-RETURNS-FAILED.
           MOVE WS-RETURNS-FAILED TO RCT-ERROR-COUNT.
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

       320-WRITE-REASON-TOTALS.
           MOVE WS-R01-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R01 INSUFFICIENT FUNDS   COUNT: ' DELIMITED BY SIZE
               WS-R01-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

           MOVE WS-R02-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R02 ACCOUNT CLOSED       COUNT: ' DELIMITED BY SIZE
               WS-R02-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

           MOVE WS-R03-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R03 NO ACCOUNT           COUNT: ' DELIMITED BY SIZE
               WS-R03-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

           MOVE WS-R04-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R04 INVALID ACCOUNT NO.  COUNT: ' DELIMITED BY SIZE
               WS-R04-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

           MOVE WS-R17-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R17 RECORD EDIT FAILURE  COUNT: ' DELIMITED BY SIZE
               WS-R17-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.

           MOVE WS-R20-AMOUNT TO WS-TOTAL-AMT-DISPLAY.
           STRING 'R20 NON-TRANSACTION ACCT COUNT: ' DELIMITED BY SIZE
               WS-R20-COUNT DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-TOTAL-AMT-DISPLAY DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING.
           WRITE RETURN-REPORT-LINE.
