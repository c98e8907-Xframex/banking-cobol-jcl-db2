       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRECV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    THE INBOUND NACHA FILE FROM THE ACH OPERATOR - FIXED 94-
      *>    BYTE RECORDS: '1' FILE HEADER, '5' BATCH HEADER, '6'
      *>    ENTRY DETAIL, '7' ADDENDA, '8' BATCH CONTROL, '9' FILE
      *>    CONTROL (AND ALL-9 BLOCK FILLER)
           SELECT ACH-INPUT-FILE
               ASSIGN TO UT-S-ACHIN
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    THE GENERATED TRANPOST INPUT BATCH - ONE 'H' HEADER, ONE
      *>    'C' OR 'D' DETAIL PER POSTABLE ENTRY, ONE 'Z' TRAILER
      *>    WHOSE CONTROL TOTALS 201-VERIFY-BATCH-CONTROLS WILL PROVE
           SELECT GENERATED-BATCH-FILE
               ASSIGN TO UT-S-ACHGEN
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    RECEIPT REPORT - BATCHES OR FILE REJECTED ON THEIR NACHA
      *>    CONTROLS, EVERY ENTRY MARKED FOR RETURN, AND THE TOTALS
           SELECT ACH-REPORT
               ASSIGN TO UT-S-ACHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    NACHA RECORD POSITIONS USED HERE:
      *>    '1' - COLS 4-13 IMMEDIATE DESTINATION, 14-23 IMMEDIATE
      *>          ORIGIN, 24-29 FILE CREATION DATE (YYMMDD)
      *>    '5' - COLS 5-20 COMPANY NAME, 41-50 COMPANY ID, 51-53 SEC
      *>          CODE, 54-63 ENTRY DESCRIPTION, 88-94 BATCH NUMBER
      *>    '6' - COLS 2-3 TRANSACTION CODE, 4-11 RDFI ROUTING, 12
      *>          CHECK DIGIT, 13-29 DFI ACCOUNT, 30-39 AMOUNT
      *>          (9(8)V99), 40-54 INDIVIDUAL ID, 55-76 INDIVIDUAL
      *>          NAME, 80-94 TRACE NUMBER
      *>    '8' - COLS 5-10 ENTRY/ADDENDA COUNT, 11-20 ENTRY HASH,
      *>          21-32 TOTAL DEBITS, 33-44 TOTAL CREDITS (9(10)V99),
      *>          88-94 BATCH NUMBER
      *>    '9' - COLS 2-7 BATCH COUNT, 14-21 ENTRY/ADDENDA COUNT,
      *>          22-31 ENTRY HASH, 32-43 TOTAL DEBITS, 44-55 TOTAL
      *>          CREDITS
       FD ACH-INPUT-FILE.
       01 ACH-INPUT-RECORD            PIC X(94).

       FD GENERATED-BATCH-FILE.
       01 GEN-OUTPUT-RECORD           PIC X(100).

       FD ACH-REPORT.
       01 ACH-REPORT-LINE             PIC X(150).

      *>    CONTROL CARD: COL 1 DRY-RUN FLAG (Y = PREVIEW ONLY, NO DB2
      *>    WRITES)
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'ACHRECV'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
           05 WS-RECEIVED-DATE        PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-CONTROL.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.

       01 WS-FILE-CONTROL.
           05 WS-EOF-ACHIN            PIC X VALUE 'N'.
               88 ACHIN-EOF               VALUE 'Y'.

      *>    NACHA BATCH CONTROL - THE WHOLE FILE IS READ ONCE TO PROVE
      *>    EACH '5'...'8' BATCH AND THE '9' FILE CONTROL BEFORE ANY
      *>    ENTRY IS ACTED ON, THEN RE-READ FOR THE ENTRY PASS, THE
      *>    SAME TWO-PASS DISCIPLINE TRANPOST APPLIES TO ITS OWN H...Z
      *>    BATCHES.  THESE FIELDS ARE THE CURRENT BATCH'S WORK AREA
      *>    AND RESET AT EACH '5'
       01 WS-BATCH-CONTROL.
           05 WS-ACH-BATCH-NUMBER     PIC X(7) VALUE SPACES.
           05 WS-ACH-COMPANY-ID       PIC X(10) VALUE SPACES.
           05 WS-BATCH-OPEN           PIC X(1) VALUE 'N'.
               88 BATCH-OPEN              VALUE 'Y'.
           05 WS-CONTROL-SEEN         PIC X(1) VALUE 'N'.
               88 BATCH-CONTROL-SEEN      VALUE 'Y'.
           05 WS-BATCH-STATUS         PIC X(1) VALUE 'N'.
               88 BATCH-FAILED            VALUE 'Y'.
           05 WS-EXP-ENTRY-COUNT      PIC 9(8) VALUE 0.
           05 WS-EXP-ENTRY-HASH       PIC 9(10) VALUE 0.
           05 WS-EXP-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXP-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACC-ENTRY-COUNT      PIC 9(8) VALUE 0.
      *>    THE ENTRY HASH IS THE SUM OF THE 8-DIGIT RDFI ROUTING
      *>    NUMBERS WITH ANY CARRY PAST 10 DIGITS DROPPED - IT IS
      *>    SUMMED WIDE HERE AND CUT TO 10 DIGITS BY A MOVE, WHICH
      *>    DROPS THE HIGH-ORDER DIGITS THE WAY THE STANDARD REQUIRES
           05 WS-ACC-HASH-WORK        PIC 9(15) VALUE 0.
           05 WS-ACC-ENTRY-HASH       PIC 9(10) VALUE 0.
           05 WS-ACC-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACC-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ROUTING-DISPLAY      PIC 9(8).
           05 WS-ENTRY-AMT-INPUT      PIC 9(8)V99.
           05 WS-CTL-INPUT-DISPLAY    PIC 9(10)V99.
      *>    DISPLAY-USAGE SHADOWS FOR THE EXPECTED-VERSUS-ACCUMULATED
      *>    LINES ON THE REJECT REPORT
           05 WS-CTL-EXP-DISPLAY      PIC -9(13).99.
           05 WS-CTL-ACC-DISPLAY      PIC -9(13).99.

      *>    FILE-LEVEL CONTROL - THE '9' RECORD MUST AGREE WITH THE
      *>    SUM OF THE '8' RECORDS IT CLOSES.  A FILE THAT FAILS HERE
      *>    (OR HAS NO '1' HEADER OR NO '9' CONTROL) IS REJECTED
      *>    WHOLE - NOT ONE OF ITS ENTRIES IS REGISTERED OR POSTED
       01 WS-ACH-FILE-CONTROL.
           05 WS-FILE-HEADER-SEEN     PIC X(1) VALUE 'N'.
               88 FILE-HEADER-SEEN        VALUE 'Y'.
           05 WS-FILE-CONTROL-SEEN    PIC X(1) VALUE 'N'.
               88 FILE-CONTROL-SEEN       VALUE 'Y'.
           05 WS-FILE-STATUS          PIC X(1) VALUE 'N'.
               88 FILE-FAILED             VALUE 'Y'.
           05 WS-IMMEDIATE-DEST       PIC X(10) VALUE SPACES.
           05 WS-IMMEDIATE-ORIGIN     PIC X(10) VALUE SPACES.
           05 WS-FILE-CREATION-DATE   PIC X(6) VALUE SPACES.
           05 WS-FILE-EXP-BATCHES     PIC 9(6) VALUE 0.
           05 WS-FILE-EXP-ENTRIES     PIC 9(8) VALUE 0.
           05 WS-FILE-EXP-HASH        PIC 9(10) VALUE 0.
           05 WS-FILE-EXP-DEBITS      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-FILE-EXP-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-FILE-ACC-ENTRIES     PIC 9(8) VALUE 0.
           05 WS-FILE-HASH-WORK       PIC 9(15) VALUE 0.
           05 WS-FILE-ACC-HASH        PIC 9(10) VALUE 0.
           05 WS-FILE-ACC-DEBITS      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-FILE-ACC-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.

      *>    ONE VERDICT PER '5'...'8' BATCH SEEN IN PASS 1 - PASS 2
      *>    WALKS THE SAME SEQUENCE AND ACTS ONLY ON THE ENTRIES OF
      *>    BATCHES THAT PROVED
       01 WS-BATCH-VERDICTS.
           05 WS-BATCH-COUNT          PIC 9(4) COMP-3 VALUE 0.
           05 WS-BATCH-SEQ            PIC 9(4) COMP-3 VALUE 0.
           05 WS-ENTRY-BATCH-OPEN     PIC X(1) VALUE 'N'.
               88 ENTRY-BATCH-OPEN        VALUE 'Y'.
           05 WS-ACH-BATCH-ENTRY OCCURS 200 TIMES.
               10 WS-AB-BATCH-NUMBER      PIC X(7).
               10 WS-AB-COMPANY-ID        PIC X(10).
               10 WS-AB-STATUS            PIC X(1).
                   88 AB-BATCH-FAILED         VALUE 'Y'.

      *>    THE ENTRY IN HAND - ITS EDIT OUTCOME IS EITHER A NACHA
      *>    RETURN REASON OR A TRANPOST DIRECTION ('C' CREDIT TO THE
      *>    ACCOUNT, 'D' DEBIT FROM IT, 'N' PRENOTE - NO MONEY)
       01 WS-ENTRY-VARS.
           05 WS-RETURN-REASON        PIC X(3) VALUE SPACES.
           05 WS-RETURN-TEXT          PIC X(30) VALUE SPACES.
           05 WS-ENTRY-DIRECTION      PIC X(1) VALUE SPACES.
               88 ENTRY-IS-CREDIT         VALUE 'C'.
               88 ENTRY-IS-DEBIT          VALUE 'D'.
               88 ENTRY-IS-PRENOTE        VALUE 'N'.
           05 WS-ACCT-STATUS          PIC X(1).
           05 WS-ENTRY-AMT-DISPLAY    PIC -9(11).99.

      *>    GENERATED BATCH CONTROL ACCUMULATORS - A 'C' DETAIL LANDS
      *>    IN THE CREDIT TOTAL, A 'D' DETAIL IN THE DEBIT TOTAL, AND
      *>    EVERY DETAIL IN THE HASH, EXACTLY AS TRANPOST'S PASS-1
      *>    ACCUMULATION WILL RE-DERIVE THEM
       01 WS-GEN-CONTROL.
           05 WS-GEN-BATCH-ID         PIC X(8) VALUE SPACES.
           05 WS-GEN-DETAIL-COUNT     PIC 9(8) VALUE 0.
           05 WS-GEN-HASH-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GEN-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GEN-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

      *>    UNSIGNED WHOLE-CENTS STAGING FOR THE FIXED-FORMAT AMOUNT
      *>    FIELDS ON THE OUTPUT RECORDS - STRING WANTS AN INTEGER
      *>    SENDING FIELD
       01 WS-OUTPUT-STAGING.
           05 WS-OUT-DETAIL-AMOUNT    PIC 9(13).
           05 WS-OUT-HASH-TOTAL       PIC 9(15).
           05 WS-OUT-DEBIT-TOTAL      PIC 9(15).
           05 WS-OUT-CREDIT-TOTAL     PIC 9(15).

       01 WS-SUMMARY.
           05 WS-ENTRIES-READ         PIC 9(8) VALUE 0.
           05 WS-ENTRIES-PASSED       PIC 9(8) VALUE 0.
           05 WS-PRENOTES-ACCEPTED    PIC 9(8) VALUE 0.
           05 WS-ENTRIES-RETURNED     PIC 9(8) VALUE 0.
           05 WS-ENTRIES-SKIPPED      PIC 9(8) VALUE 0.
           05 WS-ENTRIES-FAILED       PIC 9(8) VALUE 0.
           05 WS-BATCHES-REJECTED     PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.
           05 WS-BATCH-COUNT-DISPLAY  PIC 9(6).
           05 WS-GEN-DEBIT-DISPLAY    PIC -9(13).99.
           05 WS-GEN-CREDIT-DISPLAY   PIC -9(13).99.

       COPY ACHREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-ACH-FILE.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.

      *>    THE DATE RECEIVED KEYS EVERY ACH_ENTRIES ROW AND MATCHES
      *>    THE BUSINESS DATE ON THE GENERATED BATCH HEADER, WHICH IS
      *>    HOW TRANPOST FINDS THE ROW AGAIN TO MARK A RETURN
           MOVE SPACES TO WS-RECEIVED-DATE.
           STRING WS-EXECUTION-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-EXECUTION-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RECEIVED-DATE
           END-STRING.

      *>    A DRY RUN IS A PREVIEW, NOT A RUN OF RECORD - IT NEITHER
      *>    REGISTERS AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT
      *>    CAN NEVER BLOCK THE REAL NIGHTLY RUN FOR THE SAME DATE
           IF NOT DRY-RUN-MODE
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN INPUT ACH-INPUT-FILE.
           OPEN OUTPUT GENERATED-BATCH-FILE.
           OPEN OUTPUT ACH-REPORT.

      *>    'AC' PLUS THE RUN DATE'S YYMMDD FILLS THE 8-CHARACTER
      *>    BATCH ID - ONE GENERATED BATCH PER BUSINESS DATE
           STRING 'AC' DELIMITED BY SIZE
               WS-EXECUTION-DATE(3:6) DELIMITED BY SIZE
               INTO WS-GEN-BATCH-ID
           END-STRING.

           PERFORM 120-WRITE-BATCH-HEADER.

           DISPLAY 'ACHRECV: Starting Inbound ACH Receipt'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Batch: ' WS-GEN-BATCH-ID.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           STRING 'INBOUND ACH RECEIPT REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE - REFUSE TO START IF
      *>    THIS PROGRAM ALREADY FINISHED FOR TODAY (A SECOND RUN
      *>    WOULD POST THE SAME ACH FILE TWICE), UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE SPACES TO RCT-PREDECESSOR.
           MOVE WS-RECEIVED-DATE TO RCT-BUSINESS-DATE.

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
                   DISPLAY 'ACHRECV: Run refused - already completed'
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
               DISPLAY 'ACHRECV: Run refused - predecessor '
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
      *>    LIVE RUN
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

       120-WRITE-BATCH-HEADER.
      *>    'H' HEADER - COLS 2-9 BATCH ID, COLS 10-13 BRANCH, COLS
      *>    14-21 BUSINESS DATE, THE LAYOUT TRANPOST'S
      *>    202-CAPTURE-BATCH-HEADER PARSES.  MACHINE-GENERATED WORK
      *>    CARRIES THE HOUSE BRANCH 9999, NOT A TELLER BRANCH.  THE
      *>    HEADER AND TRAILER GO OUT EVEN ON A NIGHT WITH NOTHING TO
      *>    POST, SO TRANPOST ALWAYS SEES A WELL-FORMED EMPTY BATCH
           MOVE SPACES TO GEN-OUTPUT-RECORD.
           STRING 'H' DELIMITED BY SIZE
               WS-GEN-BATCH-ID DELIMITED BY SIZE
               '9999' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO GEN-OUTPUT-RECORD
           END-STRING.
           WRITE GEN-OUTPUT-RECORD.

       200-PROCESS-ACH-FILE.
      *>    PASS 1 PROVES EVERY BATCH AND THE FILE CONTROL, PASS 2
      *>    REGISTERS AND ROUTES THE ENTRIES - A BATCH THAT FAILS ITS
      *>    '8' IS SKIPPED ALONE, A FILE THAT FAILS ITS '9' IS
      *>    SKIPPED WHOLE, AND EITHER IS LEFT FOR OPERATIONS TO TAKE
      *>    UP WITH THE ORIGINATING BANK
           PERFORM 201-VERIFY-ACH-CONTROLS.
           PERFORM 212-CHECK-FILE-CONTROLS.

           CLOSE ACH-INPUT-FILE.
           OPEN INPUT ACH-INPUT-FILE.
           MOVE 'N' TO WS-EOF-ACHIN.
           PERFORM 220-PROCESS-ACH-ENTRIES.

           PERFORM 260-WRITE-BATCH-TRAILER.

       201-VERIFY-ACH-CONTROLS.
      *>    THE ACCUMULATORS RESET AT EVERY '5', THE CHECK RUNS AT
      *>    EVERY '8', AND EACH BATCH'S VERDICT IS RECORDED FOR THE
      *>    ENTRY PASS
           READ ACH-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-ACHIN
           END-READ.

           PERFORM UNTIL ACHIN-EOF
               IF ACH-INPUT-RECORD(1:1) = '1'
                   PERFORM 202-CAPTURE-FILE-HEADER
               ELSE IF ACH-INPUT-RECORD(1:1) = '5'
      *>            A NEW BATCH HEADER WITH A BATCH STILL OPEN MEANS
      *>            THE PRIOR BATCH LOST ITS '8' - CLOSE IT OUT AS
      *>            FAILED BEFORE STARTING THE NEW ONE
                   IF BATCH-OPEN
                       PERFORM 208-CLOSE-BATCH-VERDICT
                   END-IF
                   PERFORM 203-CAPTURE-BATCH-HEADER
               ELSE IF ACH-INPUT-RECORD(1:1) = '6'
      *>            AN ENTRY AHEAD OF ANY BATCH HEADER OPENS AN
      *>            UNNAMED BATCH, SO A MALFORMED FILE STILL PROVES
      *>            (AND REJECTS) END TO END
                   IF NOT BATCH-OPEN
                       PERFORM 205-OPEN-NEW-BATCH
                   END-IF
                   PERFORM 204-ACCUMULATE-ENTRY-TOTALS
               ELSE IF ACH-INPUT-RECORD(1:1) = '7'
      *>            ADDENDA COUNT TOWARD THE ENTRY/ADDENDA COUNT BUT
      *>            CARRY NO AMOUNT AND NO ROUTING NUMBER
                   IF BATCH-OPEN
                       ADD 1 TO WS-ACC-ENTRY-COUNT
                   END-IF
               ELSE IF ACH-INPUT-RECORD(1:1) = '8'
      *>            AN ORPHAN '8' WITH NO BATCH OPEN IS IGNORED - THE
      *>            ENTRY PASS IGNORES IT THE SAME WAY
                   IF BATCH-OPEN
                       PERFORM 206-CAPTURE-BATCH-CONTROL
                       PERFORM 208-CLOSE-BATCH-VERDICT
                   END-IF
               ELSE IF ACH-INPUT-RECORD(1:1) = '9'
      *>            AN ALL-9 RECORD IS BLOCK FILLER, NOT THE FILE
      *>            CONTROL - ONLY THE FIRST REAL '9' IS TAKEN
                   IF ACH-INPUT-RECORD NOT = ALL '9'
                       AND NOT FILE-CONTROL-SEEN
                       PERFORM 211-CAPTURE-FILE-CONTROL
                   END-IF
               END-IF

               READ ACH-INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-ACHIN
               END-READ
           END-PERFORM.

      *>    A BATCH STILL OPEN AT END OF FILE NEVER SAW ITS '8' - IT
      *>    FAILS THE CHECK AS A TRUNCATED TRANSMISSION
           IF BATCH-OPEN
               PERFORM 208-CLOSE-BATCH-VERDICT
           END-IF.

       202-CAPTURE-FILE-HEADER.
           MOVE 'Y' TO WS-FILE-HEADER-SEEN.
           MOVE ACH-INPUT-RECORD(4:10) TO WS-IMMEDIATE-DEST.
           MOVE ACH-INPUT-RECORD(14:10) TO WS-IMMEDIATE-ORIGIN.
           MOVE ACH-INPUT-RECORD(24:6) TO WS-FILE-CREATION-DATE.

           STRING 'FILE FROM: ' DELIMITED BY SIZE
               WS-IMMEDIATE-ORIGIN DELIMITED BY SIZE
               ' TO: ' DELIMITED BY SIZE
               WS-IMMEDIATE-DEST DELIMITED BY SIZE
               ' CREATED: ' DELIMITED BY SIZE
               WS-FILE-CREATION-DATE DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

       203-CAPTURE-BATCH-HEADER.
           PERFORM 205-OPEN-NEW-BATCH.
           MOVE ACH-INPUT-RECORD(88:7) TO WS-ACH-BATCH-NUMBER.
           MOVE ACH-INPUT-RECORD(41:10) TO WS-ACH-COMPANY-ID.

       204-ACCUMULATE-ENTRY-TOTALS.
      *>    EVERY ENTRY COUNTS TOWARD THE ENTRY/ADDENDA COUNT - THE
      *>    ROUTING NUMBER GOES INTO THE HASH AND THE AMOUNT INTO THE
      *>    DEBIT OR CREDIT TOTAL ONLY WHEN NUMERIC, LEAVING THE
      *>    FIELD-LEVEL REJECTION TO THE ENTRY PASS EDITS.  THE
      *>    SECOND DIGIT OF THE TRANSACTION CODE IS THE DIRECTION -
      *>    1-4 CREDIT, 6-9 DEBIT - FOR LIVE AND PRENOTE CODES ALIKE
           ADD 1 TO WS-ACC-ENTRY-COUNT.
           IF ACH-INPUT-RECORD(4:8) NUMERIC
               MOVE ACH-INPUT-RECORD(4:8) TO WS-ROUTING-DISPLAY
               ADD WS-ROUTING-DISPLAY TO WS-ACC-HASH-WORK
           END-IF.
           IF ACH-INPUT-RECORD(30:10) NUMERIC
               MOVE ACH-INPUT-RECORD(30:10) TO WS-ENTRY-AMT-INPUT
               IF ACH-INPUT-RECORD(3:1) = '1' OR '2' OR '3' OR '4'
                   ADD WS-ENTRY-AMT-INPUT TO WS-ACC-CREDIT-TOTAL
               END-IF
               IF ACH-INPUT-RECORD(3:1) = '6' OR '7' OR '8' OR '9'
                   ADD WS-ENTRY-AMT-INPUT TO WS-ACC-DEBIT-TOTAL
               END-IF
           END-IF.

       205-OPEN-NEW-BATCH.
      *>    FRESH WORK AREA FOR THE BATCH NOW STARTING
           MOVE 'Y' TO WS-BATCH-OPEN.
           MOVE 'N' TO WS-CONTROL-SEEN.
           MOVE 'N' TO WS-BATCH-STATUS.
           MOVE SPACES TO WS-ACH-BATCH-NUMBER.
           MOVE SPACES TO WS-ACH-COMPANY-ID.
           MOVE 0 TO WS-EXP-ENTRY-COUNT.
           MOVE 0 TO WS-EXP-ENTRY-HASH.
           MOVE 0 TO WS-EXP-DEBIT-TOTAL.
           MOVE 0 TO WS-EXP-CREDIT-TOTAL.
           MOVE 0 TO WS-ACC-ENTRY-COUNT.
           MOVE 0 TO WS-ACC-HASH-WORK.
           MOVE 0 TO WS-ACC-ENTRY-HASH.
           MOVE 0 TO WS-ACC-DEBIT-TOTAL.
           MOVE 0 TO WS-ACC-CREDIT-TOTAL.

       206-CAPTURE-BATCH-CONTROL.
      *>    A NON-NUMERIC CONTROL FIELD IS LEFT AT ZERO AND WILL FAIL
      *>    THE COMPARISON AGAINST THE ENTRIES IT WAS MEANT TO PROVE
           MOVE 'Y' TO WS-CONTROL-SEEN.
           IF ACH-INPUT-RECORD(5:6) NUMERIC
               MOVE ACH-INPUT-RECORD(5:6) TO WS-EXP-ENTRY-COUNT
           END-IF.
           IF ACH-INPUT-RECORD(11:10) NUMERIC
               MOVE ACH-INPUT-RECORD(11:10) TO WS-EXP-ENTRY-HASH
           END-IF.
           IF ACH-INPUT-RECORD(21:12) NUMERIC
               MOVE ACH-INPUT-RECORD(21:12) TO WS-CTL-INPUT-DISPLAY
               MOVE WS-CTL-INPUT-DISPLAY TO WS-EXP-DEBIT-TOTAL
           END-IF.
           IF ACH-INPUT-RECORD(33:12) NUMERIC
               MOVE ACH-INPUT-RECORD(33:12) TO WS-CTL-INPUT-DISPLAY
               MOVE WS-CTL-INPUT-DISPLAY TO WS-EXP-CREDIT-TOTAL
           END-IF.

      *>    THE FILE CONTROL PROVES AGAINST WHAT EACH BATCH CONTROL
      *>    CLAIMS - EACH CLAIM IS ITSELF PROVED AGAINST ITS ENTRIES
           ADD WS-EXP-ENTRY-COUNT TO WS-FILE-ACC-ENTRIES.
           ADD WS-EXP-ENTRY-HASH TO WS-FILE-HASH-WORK.
           ADD WS-EXP-DEBIT-TOTAL TO WS-FILE-ACC-DEBITS.
           ADD WS-EXP-CREDIT-TOTAL TO WS-FILE-ACC-CREDITS.

       207-CHECK-BATCH-CONTROLS.
      *>    A MISSING '8' IS A FAILED BATCH - A TRUNCATED
      *>    TRANSMISSION LOOKS EXACTLY LIKE THIS
           MOVE WS-ACC-HASH-WORK TO WS-ACC-ENTRY-HASH.
           IF NOT BATCH-CONTROL-SEEN
               MOVE 'Y' TO WS-BATCH-STATUS
           ELSE
               IF WS-EXP-ENTRY-COUNT NOT = WS-ACC-ENTRY-COUNT
                   MOVE 'Y' TO WS-BATCH-STATUS
               END-IF
               IF WS-EXP-ENTRY-HASH NOT = WS-ACC-ENTRY-HASH
                   MOVE 'Y' TO WS-BATCH-STATUS
               END-IF
               IF WS-EXP-DEBIT-TOTAL NOT = WS-ACC-DEBIT-TOTAL
                   MOVE 'Y' TO WS-BATCH-STATUS
               END-IF
               IF WS-EXP-CREDIT-TOTAL NOT = WS-ACC-CREDIT-TOTAL
                   MOVE 'Y' TO WS-BATCH-STATUS
               END-IF
           END-IF.

       208-CLOSE-BATCH-VERDICT.
      *>    PROVE THE BATCH JUST ENDED AND RECORD ITS VERDICT FOR THE
      *>    ENTRY PASS
           PERFORM 207-CHECK-BATCH-CONTROLS.

      *>    THE TABLE IS FIXED AT 200 BATCHES PER FILE - ONE MORE
      *>    WOULD INDEX PAST THE END OF WS-ACH-BATCH-ENTRY, SO THE RUN
      *>    IS STOPPED HERE RATHER THAN LET THAT HAPPEN
           IF WS-BATCH-COUNT >= 200
               DISPLAY 'ACHRECV: *** BATCH TABLE FULL - MORE THAN '
                   '200 BATCHES IN ONE FILE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-ACH-BATCH-NUMBER
               TO WS-AB-BATCH-NUMBER(WS-BATCH-COUNT).
           MOVE WS-ACH-COMPANY-ID TO WS-AB-COMPANY-ID(WS-BATCH-COUNT).
           MOVE WS-BATCH-STATUS TO WS-AB-STATUS(WS-BATCH-COUNT).

           IF BATCH-FAILED
               PERFORM 209-LOG-BATCH-REJECTED
           END-IF.

           MOVE 'N' TO WS-BATCH-OPEN.

       209-LOG-BATCH-REJECTED.
      *>    THE WHOLE BATCH IS REJECTED AND REPORTED - NONE OF ITS
      *>    ENTRIES IS REGISTERED OR POSTED, AND THE REST OF THE
      *>    FILE'S BATCHES ARE UNAFFECTED
           ADD 1 TO WS-BATCHES-REJECTED.
           STRING 'BATCH REJECTED - ACH Batch: ' DELIMITED BY SIZE
               WS-ACH-BATCH-NUMBER DELIMITED BY SIZE
               ' Company: ' DELIMITED BY SIZE
               WS-ACH-COMPANY-ID DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

           IF NOT BATCH-CONTROL-SEEN
               STRING '  BATCH CONTROL RECORD MISSING - BATCH TREATED '
                   DELIMITED BY SIZE
                   'AS TRUNCATED' DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE
           ELSE
               STRING '  ENTRY/ADDENDA EXPECTED: ' DELIMITED BY SIZE
                   WS-EXP-ENTRY-COUNT DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-ACC-ENTRY-COUNT DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               STRING '  ENTRY HASH    EXPECTED: ' DELIMITED BY SIZE
                   WS-EXP-ENTRY-HASH DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-ACC-ENTRY-HASH DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               MOVE WS-EXP-DEBIT-TOTAL TO WS-CTL-EXP-DISPLAY
               MOVE WS-ACC-DEBIT-TOTAL TO WS-CTL-ACC-DISPLAY
               STRING '  DEBIT TOTAL   EXPECTED: ' DELIMITED BY SIZE
                   WS-CTL-EXP-DISPLAY DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-CTL-ACC-DISPLAY DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               MOVE WS-EXP-CREDIT-TOTAL TO WS-CTL-EXP-DISPLAY
               MOVE WS-ACC-CREDIT-TOTAL TO WS-CTL-ACC-DISPLAY
               STRING '  CREDIT TOTAL  EXPECTED: ' DELIMITED BY SIZE
                   WS-CTL-EXP-DISPLAY DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-CTL-ACC-DISPLAY DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE
           END-IF.

       211-CAPTURE-FILE-CONTROL.
           MOVE 'Y' TO WS-FILE-CONTROL-SEEN.
           IF ACH-INPUT-RECORD(2:6) NUMERIC
               MOVE ACH-INPUT-RECORD(2:6) TO WS-FILE-EXP-BATCHES
           END-IF.
           IF ACH-INPUT-RECORD(14:8) NUMERIC
               MOVE ACH-INPUT-RECORD(14:8) TO WS-FILE-EXP-ENTRIES
           END-IF.
           IF ACH-INPUT-RECORD(22:10) NUMERIC
               MOVE ACH-INPUT-RECORD(22:10) TO WS-FILE-EXP-HASH
           END-IF.
           IF ACH-INPUT-RECORD(32:12) NUMERIC
               MOVE ACH-INPUT-RECORD(32:12) TO WS-CTL-INPUT-DISPLAY
               MOVE WS-CTL-INPUT-DISPLAY TO WS-FILE-EXP-DEBITS
           END-IF.
           IF ACH-INPUT-RECORD(44:12) NUMERIC
               MOVE ACH-INPUT-RECORD(44:12) TO WS-CTL-INPUT-DISPLAY
               MOVE WS-CTL-INPUT-DISPLAY TO WS-FILE-EXP-CREDITS
           END-IF.

       212-CHECK-FILE-CONTROLS.
      *>    NO '1' HEADER OR NO '9' CONTROL IS A FAILED FILE, AS IS
      *>    ANY DISAGREEMENT BETWEEN THE '9' AND THE BATCHES IT CLOSES
           MOVE WS-FILE-HASH-WORK TO WS-FILE-ACC-HASH.
           IF NOT FILE-HEADER-SEEN OR NOT FILE-CONTROL-SEEN
               MOVE 'Y' TO WS-FILE-STATUS
           ELSE
               IF WS-FILE-EXP-BATCHES NOT = WS-BATCH-COUNT
                   MOVE 'Y' TO WS-FILE-STATUS
               END-IF
               IF WS-FILE-EXP-ENTRIES NOT = WS-FILE-ACC-ENTRIES
                   MOVE 'Y' TO WS-FILE-STATUS
               END-IF
               IF WS-FILE-EXP-HASH NOT = WS-FILE-ACC-HASH
                   MOVE 'Y' TO WS-FILE-STATUS
               END-IF
               IF WS-FILE-EXP-DEBITS NOT = WS-FILE-ACC-DEBITS
                   MOVE 'Y' TO WS-FILE-STATUS
               END-IF
               IF WS-FILE-EXP-CREDITS NOT = WS-FILE-ACC-CREDITS
                   MOVE 'Y' TO WS-FILE-STATUS
               END-IF
           END-IF.

           IF FILE-FAILED
               PERFORM 213-LOG-FILE-REJECTED
           END-IF.

       213-LOG-FILE-REJECTED.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE '*** FILE REJECTED - NO ENTRY REGISTERED OR POSTED ***'
               TO ACH-REPORT-LINE.
           WRITE ACH-REPORT-LINE.

           IF NOT FILE-HEADER-SEEN
               MOVE '  FILE HEADER RECORD MISSING' TO ACH-REPORT-LINE
               WRITE ACH-REPORT-LINE
           END-IF.

           MOVE WS-BATCH-COUNT TO WS-BATCH-COUNT-DISPLAY.
           IF NOT FILE-CONTROL-SEEN
               STRING '  FILE CONTROL RECORD MISSING - FILE TREATED '
                   DELIMITED BY SIZE
                   'AS TRUNCATED' DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE
           ELSE
               STRING '  BATCH COUNT   EXPECTED: ' DELIMITED BY SIZE
                   WS-FILE-EXP-BATCHES DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-BATCH-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               STRING '  ENTRY/ADDENDA EXPECTED: ' DELIMITED BY SIZE
                   WS-FILE-EXP-ENTRIES DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-FILE-ACC-ENTRIES DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               STRING '  ENTRY HASH    EXPECTED: ' DELIMITED BY SIZE
                   WS-FILE-EXP-HASH DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-FILE-ACC-HASH DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               MOVE WS-FILE-EXP-DEBITS TO WS-CTL-EXP-DISPLAY
               MOVE WS-FILE-ACC-DEBITS TO WS-CTL-ACC-DISPLAY
               STRING '  DEBIT TOTAL   EXPECTED: ' DELIMITED BY SIZE
                   WS-CTL-EXP-DISPLAY DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-CTL-ACC-DISPLAY DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE

               MOVE WS-FILE-EXP-CREDITS TO WS-CTL-EXP-DISPLAY
               MOVE WS-FILE-ACC-CREDITS TO WS-CTL-ACC-DISPLAY
               STRING '  CREDIT TOTAL  EXPECTED: ' DELIMITED BY SIZE
                   WS-CTL-EXP-DISPLAY DELIMITED BY SIZE
                   ' ACCUMULATED: ' DELIMITED BY SIZE
                   WS-CTL-ACC-DISPLAY DELIMITED BY SIZE
                   INTO ACH-REPORT-LINE
               END-STRING
               WRITE ACH-REPORT-LINE
           END-IF.

       220-PROCESS-ACH-ENTRIES.
      *>    THE FILE IS RE-READ IN THE SAME BATCH SEQUENCE PASS 1
      *>    RECORDED VERDICTS FOR - EACH '5' RELOADS THE COMPANY
      *>    IDENTITY EVERY ENTRY ROW CARRIES, AND THE ENTRIES OF A
      *>    FAILED BATCH (OR OF A FAILED FILE) ARE SKIPPED
           MOVE 0 TO WS-BATCH-SEQ.
           MOVE 'N' TO WS-ENTRY-BATCH-OPEN.

           READ ACH-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-ACHIN
           END-READ.

           PERFORM UNTIL ACHIN-EOF
               IF ACH-INPUT-RECORD(1:1) = '5'
                   PERFORM 221-START-ENTRY-BATCH
               ELSE IF ACH-INPUT-RECORD(1:1) = '8'
                   MOVE 'N' TO WS-ENTRY-BATCH-OPEN
               ELSE IF ACH-INPUT-RECORD(1:1) = '6'
      *>            AN ENTRY AHEAD OF ANY BATCH HEADER BELONGS TO THE
      *>            UNNAMED BATCH PASS 1 OPENED FOR IT
                   IF NOT ENTRY-BATCH-OPEN
                       PERFORM 221-START-ENTRY-BATCH
                   END-IF
                   ADD 1 TO WS-ENTRIES-READ
                   IF FILE-FAILED OR AB-BATCH-FAILED(WS-BATCH-SEQ)
                       ADD 1 TO WS-ENTRIES-SKIPPED
                   ELSE
                       PERFORM 225-PROCESS-ENTRY
                   END-IF
               END-IF

               READ ACH-INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-ACHIN
               END-READ
           END-PERFORM.

       221-START-ENTRY-BATCH.
      *>    STEP TO THE NEXT VERDICT ENTRY.  THE COMPANY FIELDS COME
      *>    OFF THE '5' ITSELF - AN UNNAMED BATCH OPENED BY A STRAY
      *>    ENTRY CARRIES SPACES, BUT ITS VERDICT IS ALWAYS FAILED
           ADD 1 TO WS-BATCH-SEQ.
           MOVE 'Y' TO WS-ENTRY-BATCH-OPEN.
           IF ACH-INPUT-RECORD(1:1) = '5'
               MOVE ACH-INPUT-RECORD(5:16) TO ACH-COMPANY-NAME
               MOVE ACH-INPUT-RECORD(41:10) TO ACH-COMPANY-ID
               MOVE ACH-INPUT-RECORD(51:3) TO ACH-SEC-CODE
               MOVE ACH-INPUT-RECORD(54:10) TO ACH-ENTRY-DESC
               MOVE ACH-INPUT-RECORD(88:7) TO ACH-BATCH-NUMBER
           ELSE
               MOVE SPACES TO ACH-COMPANY-NAME
               MOVE SPACES TO ACH-COMPANY-ID
               MOVE SPACES TO ACH-SEC-CODE
               MOVE SPACES TO ACH-ENTRY-DESC
               MOVE SPACES TO ACH-BATCH-NUMBER
           END-IF.

       225-PROCESS-ENTRY.
      *>    EDIT, REGISTER, THEN ROUTE - AN ENTRY THAT FAILS THE EDITS
      *>    IS REGISTERED FOR RETURN, A PRENOTE IS REGISTERED AND GOES
      *>    NO FURTHER, AND ANY OTHER ENTRY IS REGISTERED AND CUT AS
      *>    A TRANPOST DETAIL.  A ROW THAT WILL NOT REGISTER (A TRACE
      *>    NUMBER ALREADY RECEIVED TODAY) IS NEVER POSTED
           PERFORM 226-PARSE-ENTRY-DETAIL.
           PERFORM 230-EDIT-ENTRY.

           IF WS-RETURN-REASON NOT = SPACES
               MOVE 'R' TO ACH-ENTRY-STATUS
               MOVE WS-RETURN-REASON TO ACH-RETURN-REASON
           ELSE IF ENTRY-IS-PRENOTE
               MOVE 'N' TO ACH-ENTRY-STATUS
               MOVE SPACES TO ACH-RETURN-REASON
           ELSE
               MOVE 'P' TO ACH-ENTRY-STATUS
               MOVE SPACES TO ACH-RETURN-REASON
           END-IF.

           PERFORM 240-REGISTER-ENTRY.

           IF SQLCODE NOT = 0
               PERFORM 255-LOG-ENTRY-NOT-REGISTERED
           ELSE IF WS-RETURN-REASON NOT = SPACES
               ADD 1 TO WS-ENTRIES-RETURNED
               PERFORM 250-LOG-ENTRY-RETURNED
           ELSE IF ENTRY-IS-PRENOTE
               ADD 1 TO WS-PRENOTES-ACCEPTED
           ELSE
               ADD 1 TO WS-ENTRIES-PASSED
               PERFORM 245-EMIT-POSTING-DETAIL
           END-IF.

       226-PARSE-ENTRY-DETAIL.
      *>    THE DFI ACCOUNT FIELD IS 17 CHARACTERS, LEFT-JUSTIFIED -
      *>    THE FIRST 12 ARE OUR ACCOUNT NUMBER AND THE REST MUST BE
      *>    BLANK
           MOVE ACH-INPUT-RECORD(80:15) TO ACH-TRACE-NUMBER.
           MOVE WS-RECEIVED-DATE TO ACH-RECEIVED-DATE.
           MOVE ACH-INPUT-RECORD(2:2) TO ACH-TRANSACTION-CODE.
           MOVE ACH-INPUT-RECORD(13:17) TO ACH-DFI-ACCOUNT.
           MOVE ACH-INPUT-RECORD(13:12) TO ACH-ACCOUNT-NUMBER.
           MOVE ACH-INPUT-RECORD(40:15) TO ACH-INDIVIDUAL-ID.
           MOVE ACH-INPUT-RECORD(55:22) TO ACH-INDIVIDUAL-NAME.
           MOVE 0 TO ACH-ENTRY-AMOUNT.
           IF ACH-INPUT-RECORD(30:10) NUMERIC
               MOVE ACH-INPUT-RECORD(30:10) TO WS-ENTRY-AMT-INPUT
               MOVE WS-ENTRY-AMT-INPUT TO ACH-ENTRY-AMOUNT
           END-IF.

       230-EDIT-ENTRY.
      *>    FIELD EDITS FIRST (R17), THEN THE ACCOUNT NUMBER'S SHAPE
      *>    (R04), THEN THE ACCOUNT ITSELF (R03 NOT ON FILE, R02
      *>    CLOSED).  A DORMANT ACCOUNT IS NOT RETURNED - ITS ENTRY
      *>    GOES TO TRANPOST LIKE ANY OTHER, WHICH PARKS IT ON
      *>    HELD_ITEMS FOR THE BRANCH EXACTLY AS IT DOES A TELLER ITEM
           MOVE SPACES TO WS-RETURN-REASON.
           MOVE SPACES TO WS-RETURN-TEXT.
           MOVE SPACES TO WS-ENTRY-DIRECTION.
           MOVE ACH-TRANSACTION-CODE TO ACH-TXN-CODE-CHECK.

           IF NOT ACH-CODE-IS-VALID
               MOVE 'R17' TO WS-RETURN-REASON
               MOVE 'UNSUPPORTED TRANSACTION CODE' TO WS-RETURN-TEXT
           ELSE IF ACH-INPUT-RECORD(30:10) NOT NUMERIC
               MOVE 'R17' TO WS-RETURN-REASON
               MOVE 'AMOUNT NOT NUMERIC' TO WS-RETURN-TEXT
           ELSE IF ACH-TRACE-NUMBER = SPACES
               MOVE 'R17' TO WS-RETURN-REASON
               MOVE 'TRACE NUMBER MISSING' TO WS-RETURN-TEXT
           ELSE IF ACH-CODE-IS-PRENOTE AND ACH-ENTRY-AMOUNT NOT = 0
               MOVE 'R17' TO WS-RETURN-REASON
               MOVE 'PRENOTE CARRIES AN AMOUNT' TO WS-RETURN-TEXT
           ELSE IF NOT ACH-CODE-IS-PRENOTE AND ACH-ENTRY-AMOUNT = 0
               MOVE 'R17' TO WS-RETURN-REASON
               MOVE 'ZERO AMOUNT ON LIVE ENTRY' TO WS-RETURN-TEXT
           ELSE IF ACH-ACCOUNT-NUMBER = SPACES
               OR ACH-DFI-ACCOUNT(13:5) NOT = SPACES
               MOVE 'R04' TO WS-RETURN-REASON
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-RETURN-TEXT
           ELSE
               PERFORM 232-CHECK-RECEIVING-ACCOUNT
           END-IF.

           IF WS-RETURN-REASON = SPACES
               IF ACH-CODE-IS-PRENOTE
                   MOVE 'N' TO WS-ENTRY-DIRECTION
               ELSE IF ACH-CODE-IS-CREDIT
                   MOVE 'C' TO WS-ENTRY-DIRECTION
               ELSE
                   MOVE 'D' TO WS-ENTRY-DIRECTION
               END-IF
           END-IF.

       232-CHECK-RECEIVING-ACCOUNT.
      *>    Funds are not tested here - TRANPOST applies the overdraft
      *>    and hold tests at posting time against the balance as it
      *>    then stands, and flags the entry R01 if the debit fails
           EXEC SQL
               SELECT ACCOUNT_STATUS
               INTO :WS-ACCT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :ACH-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'R03' TO WS-RETURN-REASON
               MOVE 'NO ACCOUNT ON FILE' TO WS-RETURN-TEXT
           ELSE IF WS-ACCT-STATUS = 'I'
               MOVE 'R02' TO WS-RETURN-REASON
               MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
           END-IF.

       240-REGISTER-ENTRY.
      *>    A DRY RUN REGISTERS NOTHING - SQLCODE IS FORCED TO ZERO SO
      *>    THE PREVIEW ROUTES THE ENTRY AS A LIVE RUN WOULD
           IF DRY-RUN-MODE
               MOVE 0 TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO ACH_ENTRIES
                       (TRACE_NUMBER, RECEIVED_DATE, COMPANY_NAME,
                        COMPANY_ID, SEC_CODE, ENTRY_DESC,
                        ACH_BATCH_NUMBER, TRANSACTION_CODE,
                        DFI_ACCOUNT, ACCOUNT_NUMBER, ENTRY_AMOUNT,
                        INDIVIDUAL_ID, INDIVIDUAL_NAME, ENTRY_STATUS,
                        RETURN_REASON, LAST_UPDATE_DATE,
                        LAST_UPDATE_TIME)
                   VALUES
                       (:ACH-TRACE-NUMBER, :ACH-RECEIVED-DATE,
                        :ACH-COMPANY-NAME, :ACH-COMPANY-ID,
                        :ACH-SEC-CODE, :ACH-ENTRY-DESC,
                        :ACH-BATCH-NUMBER, :ACH-TRANSACTION-CODE,
                        :ACH-DFI-ACCOUNT, :ACH-ACCOUNT-NUMBER,
                        :ACH-ENTRY-AMOUNT, :ACH-INDIVIDUAL-ID,
                        :ACH-INDIVIDUAL-NAME, :ACH-ENTRY-STATUS,
                        NULLIF(:ACH-RETURN-REASON, '   '),
                        CURRENT_DATE, CURRENT_TIME)
               END-EXEC
           END-IF.

       245-EMIT-POSTING-DETAIL.
      *>    'C' OR 'D' DETAIL - COLS 2-13 ACCOUNT, COLS 14-26 AMOUNT,
      *>    COLS 39-53 THE ACH TRACE NUMBER, WHICH TRANPOST CARRIES
      *>    THROUGH TO MARK THE ENTRY FOR RETURN IF IT WILL NOT POST
           ADD 1 TO WS-GEN-DETAIL-COUNT.
           ADD ACH-ENTRY-AMOUNT TO WS-GEN-HASH-TOTAL.
           IF ENTRY-IS-DEBIT
               ADD ACH-ENTRY-AMOUNT TO WS-GEN-DEBIT-TOTAL
           ELSE
               ADD ACH-ENTRY-AMOUNT TO WS-GEN-CREDIT-TOTAL
           END-IF.

           COMPUTE WS-OUT-DETAIL-AMOUNT = ACH-ENTRY-AMOUNT * 100.
           MOVE SPACES TO GEN-OUTPUT-RECORD.
           STRING WS-ENTRY-DIRECTION DELIMITED BY SIZE
               ACH-ACCOUNT-NUMBER DELIMITED BY SIZE
               WS-OUT-DETAIL-AMOUNT DELIMITED BY SIZE
               INTO GEN-OUTPUT-RECORD
           END-STRING.
           MOVE ACH-TRACE-NUMBER TO GEN-OUTPUT-RECORD(39:15).
           WRITE GEN-OUTPUT-RECORD.

       250-LOG-ENTRY-RETURNED.
           MOVE ACH-ENTRY-AMOUNT TO WS-ENTRY-AMT-DISPLAY.
           STRING 'RETURN ' DELIMITED BY SIZE
               WS-RETURN-REASON DELIMITED BY SIZE
               ' Trace: ' DELIMITED BY SIZE
               ACH-TRACE-NUMBER DELIMITED BY SIZE
               ' Code: ' DELIMITED BY SIZE
               ACH-TRANSACTION-CODE DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ACH-DFI-ACCOUNT DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-ENTRY-AMT-DISPLAY DELIMITED BY SIZE
               ' Company: ' DELIMITED BY SIZE
               ACH-COMPANY-ID DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-RETURN-TEXT DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

       255-LOG-ENTRY-NOT-REGISTERED.
      *>    THE MOST LIKELY CAUSE IS A DUPLICATE TRACE NUMBER (-803) -
      *>    THE ENTRY IS NEITHER POSTED NOR RETURNED AND IS LEFT FOR
      *>    OPERATIONS TO RESEARCH WITH THE ORIGINATING BANK
           ADD 1 TO WS-ENTRIES-FAILED.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE ACH-ENTRY-AMOUNT TO WS-ENTRY-AMT-DISPLAY.
           STRING 'NOT REGISTERED Trace: ' DELIMITED BY SIZE
               ACH-TRACE-NUMBER DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ACH-DFI-ACCOUNT DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-ENTRY-AMT-DISPLAY DELIMITED BY SIZE
               ' SQLCODE: ' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

       260-WRITE-BATCH-TRAILER.
      *>    'Z' TRAILER - COLS 2-9 DETAIL COUNT, COLS 10-24 HASH
      *>    TOTAL, COLS 25-39 DEBIT TOTAL, COLS 40-54 CREDIT TOTAL.
      *>    UNLIKE A STANDING-ORDER BATCH, EVERY DETAIL IS ONE-SIDED,
      *>    SO THE HASH IS THE DEBIT AND CREDIT TOTALS ADDED TOGETHER
           COMPUTE WS-OUT-HASH-TOTAL = WS-GEN-HASH-TOTAL * 100.
           COMPUTE WS-OUT-DEBIT-TOTAL = WS-GEN-DEBIT-TOTAL * 100.
           COMPUTE WS-OUT-CREDIT-TOTAL = WS-GEN-CREDIT-TOTAL * 100.
           MOVE SPACES TO GEN-OUTPUT-RECORD.
           STRING 'Z' DELIMITED BY SIZE
               WS-GEN-DETAIL-COUNT DELIMITED BY SIZE
               WS-OUT-HASH-TOTAL DELIMITED BY SIZE
               WS-OUT-DEBIT-TOTAL DELIMITED BY SIZE
               WS-OUT-CREDIT-TOTAL DELIMITED BY SIZE
               INTO GEN-OUTPUT-RECORD
           END-STRING.
           WRITE GEN-OUTPUT-RECORD.

       300-FINALIZATION.
           ADD WS-BATCHES-REJECTED TO WS-ERROR-COUNT.
           ADD WS-ENTRIES-FAILED TO WS-ERROR-COUNT.

           MOVE WS-GEN-DEBIT-TOTAL TO WS-GEN-DEBIT-DISPLAY.
           MOVE WS-GEN-CREDIT-TOTAL TO WS-GEN-CREDIT-DISPLAY.
           STRING 'ENTRIES READ: ' DELIMITED BY SIZE
               WS-ENTRIES-READ DELIMITED BY SIZE
               '   TO POSTING: ' DELIMITED BY SIZE
               WS-ENTRIES-PASSED DELIMITED BY SIZE
               '   PRENOTES: ' DELIMITED BY SIZE
               WS-PRENOTES-ACCEPTED DELIMITED BY SIZE
               '   RETURNED: ' DELIMITED BY SIZE
               WS-ENTRIES-RETURNED DELIMITED BY SIZE
               '   SKIPPED: ' DELIMITED BY SIZE
               WS-ENTRIES-SKIPPED DELIMITED BY SIZE
               '   NOT REGISTERED: ' DELIMITED BY SIZE
               WS-ENTRIES-FAILED DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

           MOVE WS-BATCH-COUNT TO WS-BATCH-COUNT-DISPLAY.
           STRING 'BATCHES: ' DELIMITED BY SIZE
               WS-BATCH-COUNT-DISPLAY DELIMITED BY SIZE
               '   REJECTED: ' DELIMITED BY SIZE
               WS-BATCHES-REJECTED DELIMITED BY SIZE
               '   POSTING DEBITS: ' DELIMITED BY SIZE
               WS-GEN-DEBIT-DISPLAY DELIMITED BY SIZE
               '   POSTING CREDITS: ' DELIMITED BY SIZE
               WS-GEN-CREDIT-DISPLAY DELIMITED BY SIZE
               INTO ACH-REPORT-LINE
           END-STRING.
           WRITE ACH-REPORT-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NO ENTRY REGISTERED'
                   TO ACH-REPORT-LINE
               WRITE ACH-REPORT-LINE
           END-IF.

           CLOSE ACH-INPUT-FILE.
           CLOSE GENERATED-BATCH-FILE.
           CLOSE ACH-REPORT.

           IF NOT DRY-RUN-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'ACHRECV: Inbound ACH Receipt Complete'.
           DISPLAY 'Entries Read: ' WS-ENTRIES-READ.
           DISPLAY 'Entries To Posting: ' WS-ENTRIES-PASSED.
           DISPLAY 'Prenotes Accepted: ' WS-PRENOTES-ACCEPTED.
           DISPLAY 'Entries Returned: ' WS-ENTRIES-RETURNED.
           DISPLAY 'Entries Skipped: ' WS-ENTRIES-SKIPPED.
           DISPLAY 'Batches Rejected: ' WS-BATCHES-REJECTED.

      *>    8 - A BATCH OR THE FILE FAILED ITS NACHA CONTROLS, OR AN
      *>    ENTRY WOULD NOT REGISTER; 4 - ENTRIES WERE RETURNED
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-ENTRIES-RETURNED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - 'C'
      *>    FOR A CLEAN RUN, 'E' WHEN A BATCH OR THE FILE WAS
      *>    REJECTED, EITHER OF WHICH SATISFIES A SUCCESSOR'S
      *>    PREDECESSOR CHECK
           MOVE WS-ENTRIES-READ TO RCT-RECORD-COUNT.
           MOVE WS-ENTRIES-PASSED TO RCT-SUCCESS-COUNT.
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
